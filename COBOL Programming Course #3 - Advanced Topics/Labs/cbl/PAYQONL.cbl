      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PAYQONL
       AUTHOR.        Otto B. Relational
      *--------------------
      *    PAYQONL is the desk's front end to the payoff quote.
      *    When a customer or another lender asks what it will take
      *    to close an account on a given day, the agent no longer
      *    adds up the balance and guesses the interest: the
      *    request is taken here and priced overnight by PAYQUOTE,
      *    which sends the letter.  One terminal input per
      *    function:
      *
      *        Q  take a quote request -- account, good-through
      *           date, requester (C customer, L lender), their
      *           reference, and the agent's operator ID;
      *        I  inquire -- the account's live quotes only.
      *
      *    A request gets PAYQUOTE's edits as far as they can be
      *    made at the desk: the good-through date a real date, not
      *    already past and no more than 30 days out; the requester
      *    C or L; the operator ID not blank, as in CBLDB32.  The
      *    account must be on the Z#####T mirror, which stands in
      *    online for the master.  A failing request is answered
      *    with the reason and touches nothing.  PAYQUOTE makes the
      *    status and calendar edits again against the master
      *    tonight.
      *
      *    Every answer shows the account's balance on the mirror
      *    and its live quotes -- open, good-through today or
      *    later -- read off temporary storage queue PQTTSQ, which
      *    PQTSTRT rebuilds every morning from the current PQTFILE.
      *    A live quote already gives the payoff, good-through and
      *    per-diem the agent can read out; the caller can still be
      *    sent a fresh one.  An absent queue simply means nothing
      *    is live.
      *
      *    An accepted request goes to recoverable transient data
      *    queue PQRQ in PQRFLDS shape, stamped with the operator ID
      *    and today's date.  PQRQDRN drains it at end of day to
      *    PQRX, the extrapartition queue whose dataset is QUOTEREQ,
      *    so the quote and its letter come out of tonight's run.
      *    Nothing is written to PQTTSQ: there is no quote until
      *    PAYQUOTE has priced it.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.

       DATA DIVISION.
      *-------------
       WORKING-STORAGE SECTION.
      *****************************************************
      * STRUCTURE FOR THE TERMINAL QUOTE INPUT            *
      *****************************************************
       01  QUOTE-INPUT.
           05  REQ-FUNCTION       PIC X(01).
               88  QUOTE-REQUEST      VALUE 'Q'.
               88  INQUIRY-REQUEST    VALUE 'I'.
           05  REQ-ACCT-NO        PIC X(08).
           05  REQ-GOOD-THRU.
               10  REQ-GOOD-THRU-YR  PIC 9(4).
               10  REQ-GOOD-THRU-MO  PIC 9(2).
               10  REQ-GOOD-THRU-DAY PIC 9(2).
           05  REQ-REQUESTER      PIC X(01).
               88  REQ-REQUESTER-VALID VALUE 'C' 'L'.
           05  REQ-REFERENCE      PIC X(20).
           05  REQ-OPER-ID        PIC X(08).
           05  FILLER             PIC X(34).
       77  QUOTE-INPUT-LENGTH     PIC S9(4) COMP VALUE +80.
       77  CARD-VALID-SWITCH      PIC X          VALUE 'Y'.
               88  CARD-IS-VALID              VALUE 'Y'.
       77  QUOTE-MAX-DAYS         PIC S9(4) COMP VALUE +30.
      *****************************************************
      * ONE SCREEN SENT AS A BLOCK: THE ANSWER, THEN THE  *
      * ACCOUNT'S LIVE QUOTES                             *
      *****************************************************
       01  SCREEN-BUFFER.
           05  SCR-ANSWER-LINE.
               10  SCA-ACCT-NO    PIC X(8).
               10  FILLER         PIC X(02) VALUE SPACES.
               10  SCA-MESSAGE    PIC X(30).
               10  FILLER         PIC X(02) VALUE SPACES.
               10  SCA-BALANCE    PIC $$,$$$,$$9.99-.
               10  FILLER         PIC X(24) VALUE SPACES.
           05  SCR-LIVE-HEADER.
               10  FILLER         PIC X(14) VALUE
                   'LIVE QUOTES   '.
               10  FILLER         PIC X(10) VALUE 'GOOD THRU '.
               10  FILLER         PIC X(15) VALUE 'PAYOFF'.
               10  FILLER         PIC X(11) VALUE 'PER DIEM'.
               10  FILLER         PIC X(10) VALUE 'QUOTED'.
               10  FILLER         PIC X(02) VALUE 'BY'.
               10  FILLER         PIC X(18) VALUE SPACES.
           05  SCR-LIVE-LINE OCCURS 10 TIMES INDEXED BY LL-IDX.
               10  FILLER         PIC X(14).
               10  SCL-GOOD-THRU  PIC 9(8).
               10  FILLER         PIC X(02).
               10  SCL-PAYOFF     PIC $$,$$$,$$9.99.
               10  FILLER         PIC X(02).
               10  SCL-PER-DIEM   PIC $$,$$9.99.
               10  FILLER         PIC X(02).
               10  SCL-QUOTED     PIC 9(8).
               10  FILLER         PIC X(02).
               10  SCL-REQUESTER  PIC X(1).
               10  FILLER         PIC X(19).
       77  SCREEN-BUFFER-LENGTH   PIC S9(4) COMP VALUE +960.
       77  LIVE-LINES-FILLED      PIC S9(4) COMP VALUE +0.
      *****************************************************
      * ONE QUOTE OFF PQTTSQ (PQTFLDS)                    *
      *****************************************************
       01  QUOTE-FIELDS.
           COPY PQTFLDS.
       77  QUOTE-LENGTH           PIC S9(4) COMP VALUE +80.
       77  QUOTE-ITEM-NO          PIC S9(4) COMP VALUE +0.
       77  QUEUE-RESP             PIC S9(8) COMP VALUE ZERO.
       77  QUOTE-BROWSE-SWITCH    PIC X          VALUE 'N'.
               88  QUOTE-BROWSE-DONE          VALUE 'Y'.
      *****************************************************
      * ONE REQUEST, THE SHAPE PQRQ AND QUOTEREQ CARRY    *
      * (PQRFLDS)                                         *
      *****************************************************
       01  REQUEST-FIELDS.
           COPY PQRFLDS.
       77  REQUEST-LENGTH         PIC S9(4) COMP VALUE +80.
      *****************************************************
      * SQL INCLUDE FOR SQLCA                             *
      *****************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.
      *****************************************************
      * SQL DECLARATION FOR VIEW ACCOUNTS                 *
      *****************************************************
                EXEC SQL DECLARE Z#####T TABLE
                        (ACCTNO     CHAR(8)  NOT NULL,
                         LIMIT      DECIMAL(9,2)     ,
                         BALANCE    DECIMAL(9,2)     ,
                         SURNAME    CHAR(20) NOT NULL,
                         FIRSTN     CHAR(15) NOT NULL,
                         ADDRESS1   CHAR(25) NOT NULL,
                         ADDRESS2   CHAR(20) NOT NULL,
                         ADDRESS3   CHAR(15) NOT NULL,
                         RESERVED   CHAR(7)  NOT NULL,
                         COMMENTS   CHAR(50) NOT NULL)
                         END-EXEC.
      *****************************************************
      * HOST VARIABLES                                    *
      *****************************************************
       01 DB-QUOTE-WORK.
          02 DB-ACCT-NO         PIC X(8).
          02 DB-BALANCE         PIC S9(7)V99 COMP-3.
      *****************************************************
      * CURRENT DATE FOR THE GOOD-THRU EDIT AND THE STAMP *
      *****************************************************
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM        PIC 9(8) VALUE ZERO.
       01  GOOD-THRU-NUM           PIC 9(8) VALUE ZERO.
      *****************************************************
      * DECLARATIONS FOR SQL ERROR HANDLING               *
      *****************************************************
       01 UD-ERROR-MESSAGE      PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
      *------------------
      *****************************************************
      * MAIN PROGRAM ROUTINE -- ONE REQUEST OR INQUIRY,   *
      * ONE SCREEN, THEN THE TASK ENDS; THE SYNCPOINT AT  *
      * RETURN COMMITS THE RECOVERABLE PQRQ CAPTURE       *
      *****************************************************
       PROG-START.
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
                MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
                EXEC CICS RECEIVE
                     INTO(QUOTE-INPUT)
                     LENGTH(QUOTE-INPUT-LENGTH)
                END-EXEC.
                MOVE SPACES TO SCR-ANSWER-LINE.
                MOVE REQ-ACCT-NO TO SCA-ACCT-NO.
                MOVE ZERO TO SCA-BALANCE.
                PERFORM VALIDATE-REQUEST.
                IF CARD-IS-VALID
                   PERFORM CHECK-ACCOUNT-EXISTS
                END-IF.
                IF CARD-IS-VALID
                   PERFORM COLLECT-LIVE-QUOTES
                   IF INQUIRY-REQUEST
                      IF LIVE-LINES-FILLED > ZERO
                         MOVE 'LIVE QUOTES LISTED' TO SCA-MESSAGE
                      ELSE
                         MOVE 'NO LIVE QUOTE ON THIS ACCOUNT'
                              TO SCA-MESSAGE
                      END-IF
                   ELSE
                      PERFORM TAKE-THE-REQUEST
                   END-IF
                END-IF.
                EXEC CICS SEND TEXT
                     FROM(SCREEN-BUFFER)
                     LENGTH(SCREEN-BUFFER-LENGTH)
                     ERASE
                END-EXEC.
       PROG-END.
                EXEC CICS RETURN END-EXEC.
      *
      * THE FIRST BYTE MUST BE 'Q' OR 'I' AND THE ACCOUNT NOT
      * BLANK; A REQUEST ALSO NEEDS A GOOD-THROUGH DATE FROM TODAY
      * TO 30 DAYS OUT, A REQUESTER AND AN OPERATOR ID -- A
      * REQUEST NOBODY OWNS CANNOT BE FOLLOWED UP
       VALIDATE-REQUEST.
                MOVE 'N' TO CARD-VALID-SWITCH.
                PERFORM CLEAR-LIVE-LINES.
                EVALUATE TRUE
                   WHEN NOT QUOTE-REQUEST AND NOT INQUIRY-REQUEST
                      MOVE 'NEED Q OR I, ACCT, DATE, C/L'
                           TO SCA-MESSAGE
                   WHEN REQ-ACCT-NO = SPACES
                      MOVE 'ACCOUNT NUMBER IS BLANK'
                           TO SCA-MESSAGE
                   WHEN INQUIRY-REQUEST
                      MOVE 'Y' TO CARD-VALID-SWITCH
                   WHEN REQ-GOOD-THRU NOT NUMERIC
                        OR REQ-GOOD-THRU-MO < 1
                        OR REQ-GOOD-THRU-MO > 12
                        OR REQ-GOOD-THRU-DAY < 1
                        OR REQ-GOOD-THRU-DAY > 31
                        OR REQ-GOOD-THRU < CURRENT-DATE-NUM
                      MOVE 'GOOD-THRU BAD OR ALREADY PAST'
                           TO SCA-MESSAGE
                   WHEN NOT REQ-REQUESTER-VALID
                      MOVE 'REQUESTER MUST BE C OR L'
                           TO SCA-MESSAGE
                   WHEN REQ-OPER-ID = SPACES
                      MOVE 'OPERATOR ID MAY NOT BE BLANK'
                           TO SCA-MESSAGE
                   WHEN OTHER
                      PERFORM CHECK-QUOTE-HORIZON
                END-EVALUATE.
      *
      *    A DATE PAST THE MONTH'S END IS LEFT TO TONIGHT'S EDIT
       CHECK-QUOTE-HORIZON.
                MOVE REQ-GOOD-THRU TO GOOD-THRU-NUM.
                IF FUNCTION INTEGER-OF-DATE(GOOD-THRU-NUM)
                   - FUNCTION INTEGER-OF-DATE(CURRENT-DATE-NUM)
                   > QUOTE-MAX-DAYS
                   MOVE 'GOOD-THRU OVER 30 DAYS OUT'
                        TO SCA-MESSAGE
                ELSE
                   MOVE 'Y' TO CARD-VALID-SWITCH
                END-IF.
      *
       CLEAR-LIVE-LINES.
                MOVE ZERO TO LIVE-LINES-FILLED.
                PERFORM VARYING LL-IDX FROM 1 BY 1
                    UNTIL LL-IDX > 10
                   MOVE SPACES TO SCR-LIVE-LINE(LL-IDX)
                END-PERFORM.
      *****************************************************
      * A REQUEST AGAINST AN ACCOUNT WE DO NOT HOLD IS A  *
      * KEYING ERROR; THE BALANCE FOUND IS SHOWN          *
      *****************************************************
       CHECK-ACCOUNT-EXISTS.
                MOVE REQ-ACCT-NO TO DB-ACCT-NO.
                EXEC SQL
                   SELECT BALANCE
                     INTO :DB-BALANCE
                     FROM Z#####T
                    WHERE ACCTNO = :DB-ACCT-NO
                END-EXEC.
                IF SQLCODE = 100
                   MOVE 'N' TO CARD-VALID-SWITCH
                   MOVE 'NO MATCHING ACCOUNT ON FILE' TO SCA-MESSAGE
                ELSE
                   IF SQLCODE NOT = 0
                      MOVE 'SELECT Z#####T' TO UD-ERROR-MESSAGE
                      PERFORM SQL-ERROR-HANDLING
                   ELSE
                      MOVE DB-BALANCE TO SCA-BALANCE
                   END-IF
                END-IF.
      *****************************************************
      * THE ACCOUNT'S LIVE QUOTES, BROWSED ITEM BY ITEM   *
      * OFF PQTTSQ (THE PROMONL SHAPE); QIDERR MEANS      *
      * NOTHING IS LIVE ANYWHERE AND ITEMERR MEANS THE    *
      * LIST RAN OUT                                      *
      *****************************************************
       COLLECT-LIVE-QUOTES.
                MOVE 'N'  TO QUOTE-BROWSE-SWITCH.
                MOVE ZERO TO QUOTE-ITEM-NO.
                PERFORM BROWSE-ONE-QUOTE
                    UNTIL QUOTE-BROWSE-DONE.
      *
       BROWSE-ONE-QUOTE.
                ADD 1 TO QUOTE-ITEM-NO.
                MOVE +80 TO QUOTE-LENGTH.
                EXEC CICS READQ TS
                     QUEUE('PQTTSQ  ')
                     INTO(QUOTE-FIELDS)
                     LENGTH(QUOTE-LENGTH)
                     ITEM(QUOTE-ITEM-NO)
                     RESP(QUEUE-RESP)
                END-EXEC.
                EVALUATE TRUE
                   WHEN QUEUE-RESP = DFHRESP(NORMAL)
                      IF PQT-ACCT-NO = REQ-ACCT-NO
                         AND PQT-OPEN
                         AND PQT-GOOD-THRU NOT < CURRENT-DATE-NUM
                         PERFORM SHOW-ONE-QUOTE
                      END-IF
                   WHEN OTHER
                      SET QUOTE-BROWSE-DONE TO TRUE
                END-EVALUATE.
      *
      *    ONLY THE FIRST TEN LIVE QUOTES FIT ON THE SCREEN
       SHOW-ONE-QUOTE.
                ADD 1 TO LIVE-LINES-FILLED.
                IF LIVE-LINES-FILLED NOT > 10
                   SET LL-IDX TO LIVE-LINES-FILLED
                   MOVE PQT-GOOD-THRU     TO SCL-GOOD-THRU(LL-IDX)
                   MOVE PQT-PAYOFF-AMOUNT TO SCL-PAYOFF(LL-IDX)
                   MOVE PQT-PER-DIEM      TO SCL-PER-DIEM(LL-IDX)
                   MOVE PQT-QUOTE-DATE    TO SCL-QUOTED(LL-IDX)
                   MOVE PQT-REQUESTER     TO SCL-REQUESTER(LL-IDX)
                END-IF.
      *****************************************************
      * THE REQUEST, TAKEN TODAY, ONTO PQRQ FOR TONIGHT'S *
      * PAYQUOTE                                          *
      *****************************************************
       TAKE-THE-REQUEST.
                MOVE SPACES           TO REQUEST-FIELDS.
                MOVE REQ-ACCT-NO      TO PQR-ACCT-NO.
                MOVE REQ-GOOD-THRU    TO PQR-GOOD-THRU.
                MOVE REQ-REQUESTER    TO PQR-REQUESTER.
                MOVE REQ-REFERENCE    TO PQR-REFERENCE.
                MOVE REQ-OPER-ID      TO PQR-OPER-ID.
                MOVE CURRENT-DATE-NUM TO PQR-REQUEST-DATE.
                MOVE +80              TO REQUEST-LENGTH.
                EXEC CICS WRITEQ TD
                     QUEUE('PQRQ')
                     FROM(REQUEST-FIELDS)
                     LENGTH(REQUEST-LENGTH)
                END-EXEC.
                MOVE 'QUEUED - LETTER TONIGHT' TO SCA-MESSAGE.
      *
       SQL-ERROR-HANDLING.
           EXEC CICS SEND TEXT
                FROM(UD-ERROR-MESSAGE)
                LENGTH(80)
                ERASE
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.
      *
