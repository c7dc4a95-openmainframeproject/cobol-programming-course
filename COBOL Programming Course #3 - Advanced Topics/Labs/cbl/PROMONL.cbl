      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PROMONL
       AUTHOR.        Otto B. Relational
      *--------------------
      *    PROMONL takes a payment promise the moment the agent
      *    hears it, next to CBLDB32's phone payment.  Until now a
      *    promise taken at 9 a.m. sat on paper until someone
      *    keyed the PROMIN cards, so PROMMTCH could not judge it.
      *    One terminal input per function:
      *
      *        M  take a promise -- account, amount, due date and
      *           the agent's operator ID;
      *        L  list the account's open promises only.
      *
      *    A promise gets PROMENTR's edits: the amount numeric and
      *    not zero, and the due date a real date not already
      *    past.  The account must be on the Z#####T mirror, which
      *    stands in online for PROMENTR's ACCTVSAM read.  The
      *    operator ID may not be blank, as in CBLDB32.  A failing
      *    promise is answered with PROMENTR's reason and touches
      *    nothing.
      *
      *    Every answer carries the account's open promises, read
      *    off temporary storage queue PROMTSQ.  PROMSTRT rebuilds
      *    that queue every morning from the open promises on the
      *    current PROMFILE, and this program appends each promise
      *    it takes.  A promise is refused while the account
      *    already has one open, and that promise is shown, so an
      *    agent never stacks a second promise on one still
      *    running.  An absent queue simply means nothing is open.
      *
      *    An accepted promise lands in two places, the HOTLUPD
      *    dual write:
      *
      *      - PROMTSQ, in PRMFLDS shape, so the next call sees it;
      *      - recoverable transient data queue PRMQ, in the same
      *        PRMFLDS shape: open status, taken today, stamped with
      *        the operator ID.  PRMQDRN drains it at end of day to
      *        PRMX, the extrapartition queue whose dataset is
      *        appended to PROMFILE ahead of the nightly PROMMTCH.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.

       DATA DIVISION.
      *-------------
       WORKING-STORAGE SECTION.
      *****************************************************
      * STRUCTURE FOR THE TERMINAL PROMISE INPUT          *
      *****************************************************
       01  PROMISE-INPUT.
           05  REQ-FUNCTION       PIC X(01).
               88  PROMISE-REQUEST    VALUE 'M'.
               88  LIST-REQUEST       VALUE 'L'.
           05  REQ-ACCT-NO        PIC X(08).
           05  REQ-AMOUNT         PIC 9(7)V99.
           05  REQ-DUE-DATE.
               10  REQ-DUE-YR     PIC 9(4).
               10  REQ-DUE-MO     PIC 9(2).
               10  REQ-DUE-DAY    PIC 9(2).
           05  REQ-OPER-ID        PIC X(08).
           05  FILLER             PIC X(46).
       77  PROMISE-LENGTH         PIC S9(4) COMP VALUE +80.
       77  CARD-VALID-SWITCH      PIC X          VALUE 'Y'.
               88  CARD-IS-VALID              VALUE 'Y'.
      *****************************************************
      * ONE SCREEN SENT AS A BLOCK: THE ANSWER, THEN THE  *
      * ACCOUNT'S OPEN PROMISES                           *
      *****************************************************
       01  SCREEN-BUFFER.
           05  SCR-ANSWER-LINE.
               10  SCA-ACCT-NO    PIC X(8).
               10  FILLER         PIC X(02) VALUE SPACES.
               10  SCA-MESSAGE    PIC X(30).
               10  FILLER         PIC X(02) VALUE SPACES.
               10  SCA-AMOUNT     PIC $$,$$$,$$9.99.
               10  FILLER         PIC X(25) VALUE SPACES.
           05  SCR-OPEN-HEADER.
               10  FILLER         PIC X(14) VALUE
                   'OPEN PROMISES '.
               10  FILLER         PIC X(13) VALUE 'AMOUNT       '.
               10  FILLER         PIC X(02) VALUE SPACES.
               10  FILLER         PIC X(08) VALUE 'TAKEN   '.
               10  FILLER         PIC X(02) VALUE SPACES.
               10  FILLER         PIC X(08) VALUE 'DUE     '.
               10  FILLER         PIC X(02) VALUE SPACES.
               10  FILLER         PIC X(08) VALUE 'AGENT   '.
               10  FILLER         PIC X(23) VALUE SPACES.
           05  SCR-OPEN-LINE OCCURS 10 TIMES INDEXED BY OL-IDX.
               10  FILLER         PIC X(14).
               10  SCO-AMOUNT     PIC $$,$$$,$$9.99.
               10  FILLER         PIC X(02).
               10  SCO-TAKEN      PIC 9(8).
               10  FILLER         PIC X(02).
               10  SCO-DUE        PIC 9(8).
               10  FILLER         PIC X(02).
               10  SCO-OPER-ID    PIC X(8).
               10  FILLER         PIC X(23).
       77  SCREEN-BUFFER-LENGTH   PIC S9(4) COMP VALUE +960.
       77  OPEN-LINES-FILLED      PIC S9(4) COMP VALUE +0.
      *****************************************************
      * ONE PROMISE, THE SHAPE PRMQ, PROMTSQ AND PROMFILE *
      * ALL CARRY (PRMFLDS)                               *
      *****************************************************
       01  PROM-FIELDS.
           COPY PRMFLDS.
       77  PROM-LENGTH            PIC S9(4) COMP VALUE +80.
       77  PROM-ITEM-NO           PIC S9(4) COMP VALUE +0.
       77  QUEUE-RESP             PIC S9(8) COMP VALUE ZERO.
       77  PROM-BROWSE-SWITCH     PIC X          VALUE 'N'.
               88  PROM-BROWSE-DONE           VALUE 'Y'.
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
       01 DB-PROMISE-WORK.
          02 DB-ACCT-NO         PIC X(8).
          02 DB-SURNAME         PIC X(20).
      *****************************************************
      * CURRENT DATE FOR THE DUE-DATE EDIT AND THE STAMP  *
      *****************************************************
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM        PIC 9(8) VALUE ZERO.
      *****************************************************
      * DECLARATIONS FOR SQL ERROR HANDLING               *
      *****************************************************
       01 UD-ERROR-MESSAGE      PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
      *------------------
      *****************************************************
      * MAIN PROGRAM ROUTINE -- ONE PROMISE OR LISTING,   *
      * ONE SCREEN, THEN THE TASK ENDS; THE SYNCPOINT AT  *
      * RETURN COMMITS THE RECOVERABLE PRMQ CAPTURE       *
      *****************************************************
       PROG-START.
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
                MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
                EXEC CICS RECEIVE
                     INTO(PROMISE-INPUT)
                     LENGTH(PROMISE-LENGTH)
                END-EXEC.
                MOVE SPACES TO SCR-ANSWER-LINE.
                MOVE REQ-ACCT-NO TO SCA-ACCT-NO.
                MOVE ZERO TO SCA-AMOUNT.
                PERFORM VALIDATE-PROMISE.
                IF CARD-IS-VALID
                   PERFORM CHECK-ACCOUNT-EXISTS
                END-IF.
                IF CARD-IS-VALID
                   PERFORM COLLECT-OPEN-PROMISES
                   EVALUATE TRUE
                      WHEN LIST-REQUEST
                         MOVE 'OPEN PROMISES LISTED' TO SCA-MESSAGE
                      WHEN OPEN-LINES-FILLED > ZERO
                         MOVE 'REFUSED -- A PROMISE IS OPEN'
                              TO SCA-MESSAGE
                      WHEN OTHER
                         PERFORM TAKE-THE-PROMISE
                   END-EVALUATE
                END-IF.
                EXEC CICS SEND TEXT
                     FROM(SCREEN-BUFFER)
                     LENGTH(SCREEN-BUFFER-LENGTH)
                     ERASE
                END-EXEC.
       PROG-END.
                EXEC CICS RETURN END-EXEC.
      *
      * THE FIRST BYTE MUST BE 'M' OR 'L' AND THE ACCOUNT NOT
      * BLANK; A PROMISE ALSO NEEDS PROMENTR'S AMOUNT AND DUE-DATE
      * EDITS AND AN OPERATOR ID -- A PROMISE NOBODY OWNS CANNOT
      * BE FOLLOWED UP
       VALIDATE-PROMISE.
                MOVE 'N' TO CARD-VALID-SWITCH.
                PERFORM CLEAR-OPEN-LINES.
                EVALUATE TRUE
                   WHEN NOT PROMISE-REQUEST AND NOT LIST-REQUEST
                      MOVE 'NEED M OR L, ACCT, AMT, DUE'
                           TO SCA-MESSAGE
                   WHEN REQ-ACCT-NO = SPACES
                      MOVE 'ACCOUNT NUMBER IS BLANK'
                           TO SCA-MESSAGE
                   WHEN LIST-REQUEST
                      MOVE 'Y' TO CARD-VALID-SWITCH
                   WHEN REQ-AMOUNT NOT NUMERIC OR REQ-AMOUNT = ZERO
                      MOVE 'AMOUNT MISSING OR NOT NUMERIC'
                           TO SCA-MESSAGE
                   WHEN REQ-DUE-DATE NOT NUMERIC
                        OR REQ-DUE-MO < 1 OR REQ-DUE-MO > 12
                        OR REQ-DUE-DAY < 1 OR REQ-DUE-DAY > 31
                        OR REQ-DUE-DATE < CURRENT-DATE-NUM
                      MOVE 'DUE DATE BAD OR ALREADY PAST'
                           TO SCA-MESSAGE
                   WHEN REQ-OPER-ID = SPACES
                      MOVE 'OPERATOR ID MAY NOT BE BLANK'
                           TO SCA-MESSAGE
                   WHEN OTHER
                      MOVE 'Y' TO CARD-VALID-SWITCH
                END-EVALUATE.
                IF PROMISE-REQUEST AND REQ-AMOUNT NUMERIC
                   MOVE REQ-AMOUNT TO SCA-AMOUNT
                END-IF.
      *
       CLEAR-OPEN-LINES.
                MOVE ZERO TO OPEN-LINES-FILLED.
                PERFORM VARYING OL-IDX FROM 1 BY 1
                    UNTIL OL-IDX > 10
                   MOVE SPACES TO SCR-OPEN-LINE(OL-IDX)
                END-PERFORM.
      *****************************************************
      * A PROMISE AGAINST AN ACCOUNT WE DO NOT HOLD IS A  *
      * KEYING ERROR, NOT A PROMISE                       *
      *****************************************************
       CHECK-ACCOUNT-EXISTS.
                MOVE REQ-ACCT-NO TO DB-ACCT-NO.
                EXEC SQL
                   SELECT SURNAME
                     INTO :DB-SURNAME
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
                   END-IF
                END-IF.
      *****************************************************
      * THE ACCOUNT'S OPEN PROMISES, BROWSED ITEM BY ITEM *
      * OFF PROMTSQ (THE CHECK-HOT-LIST SHAPE); QIDERR    *
      * MEANS NOTHING IS OPEN ANYWHERE AND ITEMERR MEANS  *
      * THE LIST RAN OUT                                  *
      *****************************************************
       COLLECT-OPEN-PROMISES.
                MOVE 'N'  TO PROM-BROWSE-SWITCH.
                MOVE ZERO TO PROM-ITEM-NO.
                PERFORM BROWSE-ONE-PROMISE
                    UNTIL PROM-BROWSE-DONE.
      *
       BROWSE-ONE-PROMISE.
                ADD 1 TO PROM-ITEM-NO.
                MOVE +80 TO PROM-LENGTH.
                EXEC CICS READQ TS
                     QUEUE('PROMTSQ ')
                     INTO(PROM-FIELDS)
                     LENGTH(PROM-LENGTH)
                     ITEM(PROM-ITEM-NO)
                     RESP(QUEUE-RESP)
                END-EXEC.
                EVALUATE TRUE
                   WHEN QUEUE-RESP = DFHRESP(NORMAL)
                      IF PRM-ACCT-NO = REQ-ACCT-NO
                         AND PROMISE-OPEN
                         PERFORM SHOW-ONE-PROMISE
                      END-IF
                   WHEN OTHER
                      SET PROM-BROWSE-DONE TO TRUE
                END-EVALUATE.
      *
      *    MORE THAN TEN OPEN PROMISES STILL COUNT AS OPEN; ONLY
      *    THE FIRST TEN FIT ON THE SCREEN
       SHOW-ONE-PROMISE.
                ADD 1 TO OPEN-LINES-FILLED.
                IF OPEN-LINES-FILLED NOT > 10
                   SET OL-IDX TO OPEN-LINES-FILLED
                   MOVE PRM-AMOUNT     TO SCO-AMOUNT(OL-IDX)
                   MOVE PRM-TAKEN-DATE TO SCO-TAKEN(OL-IDX)
                   MOVE PRM-DUE-DATE   TO SCO-DUE(OL-IDX)
                   MOVE PRM-OPER-ID    TO SCO-OPER-ID(OL-IDX)
                END-IF.
      *****************************************************
      * THE PROMISE, OPEN AND TAKEN TODAY, ONTO PRMQ FOR  *
      * THE BATCH AND ONTO PROMTSQ FOR THE NEXT CALL --   *
      * THE TSQ WRITE IS NOT RECOVERABLE, SO IT GOES LAST *
      *****************************************************
       TAKE-THE-PROMISE.
                MOVE SPACES           TO PROM-FIELDS.
                MOVE REQ-ACCT-NO      TO PRM-ACCT-NO.
                MOVE REQ-AMOUNT       TO PRM-AMOUNT.
                MOVE CURRENT-DATE-NUM TO PRM-TAKEN-DATE.
                MOVE REQ-DUE-DATE     TO PRM-DUE-DATE.
                SET PROMISE-OPEN      TO TRUE.
                MOVE ZERO             TO PRM-RESOLVED-DATE.
                MOVE REQ-OPER-ID      TO PRM-OPER-ID.
                MOVE +80              TO PROM-LENGTH.
                EXEC CICS WRITEQ TD
                     QUEUE('PRMQ')
                     FROM(PROM-FIELDS)
                     LENGTH(PROM-LENGTH)
                END-EXEC.
                EXEC CICS WRITEQ TS
                     QUEUE('PROMTSQ ')
                     FROM(PROM-FIELDS)
                     LENGTH(PROM-LENGTH)
                     AUXILIARY
                END-EXEC.
                PERFORM SHOW-ONE-PROMISE.
                MOVE 'PROMISE TAKEN' TO SCA-MESSAGE.
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
