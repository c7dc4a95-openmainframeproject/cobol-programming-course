      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    IVRINQ
       AUTHOR.        Otto B. Relational
      *--------------------
      *    IVRINQ answers "what's my balance, what's my credit, when
      *    did my payment land" for the phone system's IVR, so the
      *    commonest calls stop reaching an agent at CBLDB26 or
      *    AGENTINQ at all.  The IVR cannot drive a 3270 screen; it
      *    LINKs here with the fixed 100-byte COMMAREA in IVRFLDS --
      *    the account number and one verification value keyed by
      *    the caller -- and reads coded reply fields back.  No
      *    terminal I/O is done, and a COMMAREA shorter than the
      *    contract is returned untouched.
      *
      *    The caller proves who they are with either the five-digit
      *    ZIP code or the last four digits of the phone number on
      *    the account.  The mirror carries neither, so both come off
      *    Z#####V, the IVR verification companion table keyed by
      *    ACCTNO (the Z#####C precedent): the nightly IVRLOAD step
      *    refreshes its ZIPCODE and PHONE4 columns from the flat
      *    master.  A phone number an agent keyed today through
      *    CBLDB33 is on Z#####C before the master has it, so when
      *    the contact row carries a phone, its last four digits are
      *    the ones that count.  An account opened today has no
      *    Z#####V row yet; one is started here with blank values,
      *    which no caller can match until tonight's load.
      *
      *    Every failed verification is counted on the Z#####V row,
      *    and a verified call resets the count.  The third failure
      *    in a row locks the account out of the IVR: from then on it
      *    answers LK without looking at the value keyed, until an
      *    agent who has verified the caller resets it with CBLDB33's
      *    'I' field code.  The count and the lock commit with the
      *    task, so a caller cannot dodge them by hanging up.
      *
      *    A verified caller gets, as IVRFLDS codes them:
      *
      *      - the mirror BALANCE;
      *      - available credit -- LIMIT less BALANCE less the day's
      *        AUTHONL approvals on AUTHTSQ, summed the way AUTHONL
      *        sums them for its own open-to-buy test;
      *      - the newest payment or credit on Z#####H, by posting
      *        date, and the date it posted;
      *      - the blocks an agent would see: the HOTLTSQ hot list,
      *        the Z#####C online status (no row is active, per
      *        CBLDB33), and the bad-address byte in RESERVED.
      *
      *    The balance a caller hears is account data read, so a
      *    verified answer is written to ACCQ in the ALGFLDS shape
      *    with view S, under the IVR's own user id, for ACCQDRN and
      *    the nightly ACCREVW to account for.  Failed and locked
      *    calls saw nothing and are not logged there.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.

       DATA DIVISION.
      *-------------
       WORKING-STORAGE SECTION.
      *****************************************************
      * REQUEST EDITS AND VERIFICATION STATE              *
      *****************************************************
       77  REQUEST-VALID-SWITCH   PIC X          VALUE 'Y'.
               88  REQUEST-IS-VALID           VALUE 'Y'.
       77  VERIFIED-SWITCH        PIC X          VALUE 'N'.
               88  CALLER-IS-VERIFIED         VALUE 'Y'.
       77  LOCK-THRESHOLD         PIC S9(4) COMP VALUE +3.
      *****************************************************
      * THE LAST FOUR DIGITS OF A PHONE NUMBER, PICKED    *
      * RIGHT TO LEFT PAST ANY PUNCTUATION                *
      *****************************************************
       01  PHONE-LAST-FOUR        PIC X(4)       VALUE SPACES.
       77  PHONE-POS              PIC S9(4) COMP VALUE ZERO.
       77  DIGITS-FOUND           PIC S9(4) COMP VALUE ZERO.
      *****************************************************
      * THE DAY'S OWN APPROVALS, BROWSED OFF AUTHTSQ      *
      *****************************************************
       01  AUTH-TSQ-ITEM.
           05  TSA-ACCT-NO        PIC X(8).
           05  TSA-AMOUNT         PIC S9(7)V99 COMP-3.
       77  TSA-LENGTH             PIC S9(4) COMP VALUE +13.
       77  AUTH-ITEM-NO           PIC S9(4) COMP VALUE +0.
       77  AUTH-BROWSE-SWITCH     PIC X          VALUE 'N'.
               88  AUTH-BROWSE-DONE           VALUE 'Y'.
      *****************************************************
      * THE DAY'S HOT-LIST REPORTS BROWSED OFF HOTLTSQ    *
      *****************************************************
       01  HOT-TSQ-ITEM.
           05  TSQ-ACCT-NO        PIC X(8).
       77  TSQ-LENGTH             PIC S9(4) COMP VALUE +8.
       77  HOT-ITEM-NO            PIC S9(4) COMP VALUE +0.
       77  QUEUE-RESP             PIC S9(8) COMP VALUE ZERO.
       77  HOT-FOUND-SWITCH       PIC X          VALUE 'N'.
               88  ACCOUNT-ON-HOT-LIST        VALUE 'Y'.
       77  HOT-BROWSE-SWITCH      PIC X          VALUE 'N'.
               88  HOT-BROWSE-DONE            VALUE 'Y'.
      *****************************************************
      * ONE ACCESS LOG RECORD FOR ACCQ (ALGFLDS)          *
      *****************************************************
       01  ACCESS-LOG-REC.
           COPY ALGFLDS.
       77  ACCESS-LOG-LENGTH      PIC S9(4) COMP VALUE +80.
      *****************************************************
      * CURRENT DATE AND TIME FOR THE LOG AND THE LOCK    *
      *****************************************************
       01  WS-CURRENT-DATE-DATA  PIC X(21).
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
      * SQL DECLARATION FOR THE CONTACT COMPANION TABLE   *
      *****************************************************
                EXEC SQL DECLARE Z#####C TABLE
                        (ACCTNO     CHAR(8)  NOT NULL,
                         PHONE      CHAR(12) NOT NULL,
                         EMAIL      CHAR(40) NOT NULL,
                         STATUS     CHAR(1)  NOT NULL)
                         END-EXEC.
      *****************************************************
      * SQL DECLARATION FOR THE IVR VERIFICATION TABLE    *
      *****************************************************
                EXEC SQL DECLARE Z#####V TABLE
                        (ACCTNO     CHAR(8)  NOT NULL,
                         ZIPCODE    CHAR(5)  NOT NULL,
                         PHONE4     CHAR(4)  NOT NULL,
                         FAILCOUNT  SMALLINT NOT NULL,
                         LOCKED     CHAR(1)  NOT NULL,
                         LASTFAIL   CHAR(8)  NOT NULL)
                         END-EXEC.
      *****************************************************
      * SQL DECLARATION FOR THE TRANSACTION HISTORY TABLE *
      *****************************************************
                EXEC SQL DECLARE Z#####H TABLE
                        (ACCTNO     CHAR(8)  NOT NULL,
                         POSTDATE   CHAR(8)  NOT NULL,
                         POSTSEQ    SMALLINT NOT NULL,
                         TRANTYPE   CHAR(1)  NOT NULL,
                         AMOUNT     DECIMAL(9,2)     ,
                         TRANDATE   CHAR(8)  NOT NULL,
                         COMMENT    CHAR(20) NOT NULL,
                         BATCHID    CHAR(8)  NOT NULL,
                         BALAFTER   DECIMAL(9,2)     )
                         END-EXEC.
      *****************************************************
      * SQL CURSOR -- THE ACCOUNT'S PAYMENTS AND CREDITS, *
      * NEWEST FIRST; ONLY THE FIRST ROW IS EVER FETCHED  *
      *****************************************************
                EXEC SQL DECLARE CUR-LAST-PAY CURSOR FOR
                         SELECT AMOUNT, POSTDATE
                         FROM   Z#####H
                         WHERE  ACCTNO   = :DB-ACCT-NO
                           AND  TRANTYPE = 'D'
                         ORDER BY POSTDATE DESC, POSTSEQ DESC
                     END-EXEC.
      *****************************************************
      * HOST VARIABLES                                    *
      *****************************************************
       01 DB-IVR-WORK.
          02 DB-ACCT-NO         PIC X(8).
          02 DB-LIMIT           PIC S9(7)V99 COMP-3.
          02 DB-BALANCE         PIC S9(7)V99 COMP-3.
          02 DB-RESERVED        PIC X(7).
          02 DB-PHONE           PIC X(12).
          02 DB-STATUS          PIC X(1).
          02 DB-OPEN-HOLDS      PIC S9(9)V99 COMP-3.
          02 DB-AVAILABLE       PIC S9(9)V99 COMP-3.
          02 DB-PAY-AMOUNT      PIC S9(7)V99 COMP-3.
          02 DB-PAY-DATE        PIC X(8).
       01 DB-VERIFY-ROW.
          02 DBV-ZIPCODE        PIC X(5).
          02 DBV-PHONE4         PIC X(4).
          02 DBV-FAILCOUNT      PIC S9(4) COMP.
          02 DBV-LOCKED         PIC X(1).
          02 DBV-LASTFAIL       PIC X(8).
      *****************************************************
      * DECLARATIONS FOR SQL ERROR HANDLING               *
      *****************************************************
       01 UD-ERROR-MESSAGE      PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY IVRFLDS.

       PROCEDURE DIVISION.
      *------------------
      *****************************************************
      * MAIN PROGRAM ROUTINE -- ONE REQUEST IN THE        *
      * COMMAREA, ONE CODED REPLY BACK IN THE SAME AREA   *
      *****************************************************
       PROG-START.
                IF EIBCALEN < LENGTH OF DFHCOMMAREA
                   EXEC CICS RETURN END-EXEC
                END-IF.
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
                PERFORM CLEAR-THE-REPLY.
                PERFORM VALIDATE-REQUEST.
                IF REQUEST-IS-VALID
                   PERFORM ANSWER-THE-CALLER
                ELSE
                   SET IVR-INVALID-REQUEST TO TRUE
                END-IF.
       PROG-END.
                EXEC CICS RETURN END-EXEC.
      *
      *    EVERY REPLY FIELD STARTS ZERO OR BLANK, SO NOTHING THE
      *    IVR LEFT IN THE AREA CAN BE READ BACK AS AN ANSWER
       CLEAR-THE-REPLY.
                MOVE SPACES TO IVR-REPLY.
                MOVE ZERO   TO IVR-FAILS-LEFT.
                MOVE '+'    TO IVR-BALANCE-SIGN.
                MOVE ZERO   TO IVR-BALANCE.
                MOVE '+'    TO IVR-AVAIL-SIGN.
                MOVE ZERO   TO IVR-AVAIL-CREDIT.
                MOVE ZERO   TO IVR-LAST-PAY-AMT.
                MOVE ZERO   TO IVR-LAST-PAY-DATE.
      *
      * THE ACCOUNT MAY NOT BE BLANK, AND THE VERIFICATION VALUE
      * MUST BE A FULL ZIP CODE (Z) OR FOUR PHONE DIGITS (P) --
      * AN INCOMPLETE REQUEST IS ANSWERED IR AND IS NOT COUNTED
      * AS A FAILED VERIFICATION
       VALIDATE-REQUEST.
                MOVE 'Y' TO REQUEST-VALID-SWITCH.
                EVALUATE TRUE
                   WHEN IVR-ACCT-NO = SPACES
                      MOVE 'N' TO REQUEST-VALID-SWITCH
                   WHEN IVR-VERIFY-BY-ZIP
                      IF IVR-VERIFY-VALUE NOT NUMERIC
                         MOVE 'N' TO REQUEST-VALID-SWITCH
                      END-IF
                   WHEN IVR-VERIFY-BY-PHONE
                      IF IVR-VERIFY-VALUE(1:4) NOT NUMERIC
                         MOVE 'N' TO REQUEST-VALID-SWITCH
                      END-IF
                   WHEN OTHER
                      MOVE 'N' TO REQUEST-VALID-SWITCH
                END-EVALUATE.
      *****************************************************
      * THE ACCOUNT MUST BE ON THE MIRROR AND NOT LOCKED; *
      * ONLY THEN IS THE VALUE KEYED WORTH CHECKING       *
      *****************************************************
       ANSWER-THE-CALLER.
                MOVE IVR-ACCT-NO TO DB-ACCT-NO.
                EXEC SQL
                   SELECT LIMIT, BALANCE, RESERVED
                     INTO :DB-LIMIT, :DB-BALANCE, :DB-RESERVED
                     FROM Z#####T
                    WHERE ACCTNO = :DB-ACCT-NO
                END-EXEC.
                IF SQLCODE = 100
                   SET IVR-NOT-FOUND TO TRUE
                ELSE
                   IF SQLCODE NOT = 0
                      MOVE 'SELECT Z#####T' TO UD-ERROR-MESSAGE
                      PERFORM SQL-ERROR-HANDLING
                   END-IF
                   PERFORM FETCH-VERIFY-ROW
                   IF DBV-LOCKED = 'Y'
                      SET IVR-ACCESS-LOCKED TO TRUE
                   ELSE
                      PERFORM FETCH-CONTACT-ROW
                      PERFORM CHECK-VERIFICATION
                      IF CALLER-IS-VERIFIED
                         PERFORM CLEAR-THE-FAILURES
                         PERFORM BUILD-THE-ANSWER
                      ELSE
                         PERFORM COUNT-THE-FAILURE
                      END-IF
                   END-IF
                END-IF.
      *
      *    AN ACCOUNT IVRLOAD HAS NOT SEEN YET GETS ITS ROW NOW,
      *    BLANK, SO ITS FAILURES ARE COUNTED LIKE ANY OTHER
       FETCH-VERIFY-ROW.
                EXEC SQL
                   SELECT ZIPCODE, PHONE4, FAILCOUNT, LOCKED, LASTFAIL
                     INTO :DBV-ZIPCODE, :DBV-PHONE4, :DBV-FAILCOUNT,
                          :DBV-LOCKED, :DBV-LASTFAIL
                     FROM Z#####V
                    WHERE ACCTNO = :DB-ACCT-NO
                END-EXEC.
                IF SQLCODE = 100
                   PERFORM CREATE-VERIFY-ROW
                ELSE
                   IF SQLCODE NOT = 0
                      MOVE 'SELECT Z#####V' TO UD-ERROR-MESSAGE
                      PERFORM SQL-ERROR-HANDLING
                   END-IF
                END-IF.
      *
       CREATE-VERIFY-ROW.
                MOVE SPACES TO DBV-ZIPCODE.
                MOVE SPACES TO DBV-PHONE4.
                MOVE ZERO   TO DBV-FAILCOUNT.
                MOVE 'N'    TO DBV-LOCKED.
                MOVE SPACES TO DBV-LASTFAIL.
                EXEC SQL
                   INSERT INTO Z#####V
                      (ACCTNO, ZIPCODE, PHONE4, FAILCOUNT, LOCKED,
                       LASTFAIL)
                   VALUES
                      (:DB-ACCT-NO, :DBV-ZIPCODE, :DBV-PHONE4,
                       :DBV-FAILCOUNT, :DBV-LOCKED, :DBV-LASTFAIL)
                END-EXEC.
                IF SQLCODE NOT = 0
                   MOVE 'INSERT Z#####V' TO UD-ERROR-MESSAGE
                   PERFORM SQL-ERROR-HANDLING
                END-IF.
      *
      *    AN ACCOUNT WITH NO CONTACT ROW HAS NO PHONE KEYED TODAY
      *    AND COUNTS AS ACTIVE, PER CBLDB33
       FETCH-CONTACT-ROW.
                EXEC SQL
                   SELECT PHONE, STATUS
                     INTO :DB-PHONE, :DB-STATUS
                     FROM Z#####C
                    WHERE ACCTNO = :DB-ACCT-NO
                END-EXEC.
                EVALUATE TRUE
                   WHEN SQLCODE = 0
                      CONTINUE
                   WHEN SQLCODE = 100
                      MOVE SPACES TO DB-PHONE
                      MOVE 'A'    TO DB-STATUS
                   WHEN OTHER
                      MOVE 'SELECT Z#####C' TO UD-ERROR-MESSAGE
                      PERFORM SQL-ERROR-HANDLING
                END-EVALUATE.
      *
      *    A BLANK STORED VALUE NEVER VERIFIES ANYONE
       CHECK-VERIFICATION.
                MOVE 'N' TO VERIFIED-SWITCH.
                IF IVR-VERIFY-BY-ZIP
                   IF DBV-ZIPCODE NOT = SPACES
                      AND IVR-VERIFY-VALUE = DBV-ZIPCODE
                      MOVE 'Y' TO VERIFIED-SWITCH
                   END-IF
                ELSE
                   IF DB-PHONE = SPACES
                      MOVE DBV-PHONE4 TO PHONE-LAST-FOUR
                   ELSE
                      PERFORM PICK-PHONE-LAST-FOUR
                   END-IF
                   IF PHONE-LAST-FOUR NOT = SPACES
                      AND IVR-VERIFY-VALUE(1:4) = PHONE-LAST-FOUR
                      MOVE 'Y' TO VERIFIED-SWITCH
                   END-IF
                END-IF.
      *
      *    THE LAST FOUR DIGITS OF THE CONTACT ROW'S PHONE, TAKEN
      *    FROM THE RIGHT SO DASHES AND TRAILING BLANKS DROP OUT;
      *    FEWER THAN FOUR DIGITS LEAVES IT BLANK
       PICK-PHONE-LAST-FOUR.
                MOVE SPACES TO PHONE-LAST-FOUR.
                MOVE ZERO   TO DIGITS-FOUND.
                PERFORM VARYING PHONE-POS FROM 12 BY -1
                    UNTIL PHONE-POS < 1 OR DIGITS-FOUND = 4
                   IF DB-PHONE(PHONE-POS:1) IS NUMERIC
                      ADD 1 TO DIGITS-FOUND
                      MOVE DB-PHONE(PHONE-POS:1)
                        TO PHONE-LAST-FOUR(5 - DIGITS-FOUND:1)
                   END-IF
                END-PERFORM.
                IF DIGITS-FOUND < 4
                   MOVE SPACES TO PHONE-LAST-FOUR
                END-IF.
      *****************************************************
      * THE FAILURE COUNT: RESET BY A VERIFIED CALL,      *
      * RAISED BY A FAILED ONE, AND LOCKED AT THE         *
      * THRESHOLD                                         *
      *****************************************************
       CLEAR-THE-FAILURES.
                IF DBV-FAILCOUNT NOT = ZERO
                   MOVE ZERO TO DBV-FAILCOUNT
                   EXEC SQL
                      UPDATE Z#####V
                         SET FAILCOUNT = :DBV-FAILCOUNT
                       WHERE ACCTNO = :DB-ACCT-NO
                   END-EXEC
                   IF SQLCODE NOT = 0
                      MOVE 'UPDATE Z#####V RESET' TO UD-ERROR-MESSAGE
                      PERFORM SQL-ERROR-HANDLING
                   END-IF
                END-IF.
      *
      *    THE FAILURE THAT REACHES THE THRESHOLD IS ANSWERED LK,
      *    SO THE IVR ROUTES THAT CALLER TO AN AGENT AT ONCE
       COUNT-THE-FAILURE.
                ADD 1 TO DBV-FAILCOUNT.
                MOVE WS-CURRENT-DATE-DATA(1:8) TO DBV-LASTFAIL.
                IF DBV-FAILCOUNT >= LOCK-THRESHOLD
                   MOVE 'Y' TO DBV-LOCKED
                   SET IVR-ACCESS-LOCKED TO TRUE
                ELSE
                   SET IVR-VERIFY-FAILED TO TRUE
                   COMPUTE IVR-FAILS-LEFT =
                       LOCK-THRESHOLD - DBV-FAILCOUNT
                END-IF.
                EXEC SQL
                   UPDATE Z#####V
                      SET FAILCOUNT = :DBV-FAILCOUNT,
                          LOCKED    = :DBV-LOCKED,
                          LASTFAIL  = :DBV-LASTFAIL
                    WHERE ACCTNO = :DB-ACCT-NO
                END-EXEC.
                IF SQLCODE NOT = 0
                   MOVE 'UPDATE Z#####V FAIL' TO UD-ERROR-MESSAGE
                   PERFORM SQL-ERROR-HANDLING
                END-IF.
      *****************************************************
      * THE VERIFIED ANSWER: MONEY, LAST PAYMENT, BLOCKS, *
      * AND THE ACCESS LOGGED BEFORE IT GOES BACK         *
      *****************************************************
       BUILD-THE-ANSWER.
                IF DB-BALANCE < ZERO
                   MOVE '-' TO IVR-BALANCE-SIGN
                END-IF.
                MOVE DB-BALANCE TO IVR-BALANCE.
                PERFORM SUM-ONLINE-HOLDS.
                COMPUTE DB-AVAILABLE =
                    DB-LIMIT - DB-BALANCE - DB-OPEN-HOLDS.
                IF DB-AVAILABLE < ZERO
                   MOVE '-' TO IVR-AVAIL-SIGN
                END-IF.
                MOVE DB-AVAILABLE TO IVR-AVAIL-CREDIT.
                PERFORM FETCH-LAST-PAYMENT.
                PERFORM CHECK-HOT-LIST.
                IF ACCOUNT-ON-HOT-LIST
                   MOVE 'Y' TO IVR-HOT-LISTED
                ELSE
                   MOVE 'N' TO IVR-HOT-LISTED
                END-IF.
                MOVE DB-STATUS TO IVR-ONLINE-STATUS.
                IF DB-RESERVED(1:1) = 'B'
                   MOVE 'Y' TO IVR-BAD-ADDRESS
                ELSE
                   MOVE 'N' TO IVR-BAD-ADDRESS
                END-IF.
                PERFORM LOG-THE-ACCESS.
                SET IVR-ANSWERED TO TRUE.
      *
      *    ONLY THE NEWEST ROW IS WANTED; AN ACCOUNT THAT HAS NEVER
      *    PAID ANSWERS ZERO AMOUNT AND DATE
       FETCH-LAST-PAYMENT.
                EXEC SQL OPEN CUR-LAST-PAY END-EXEC.
                IF SQLCODE NOT = 0
                   MOVE 'OPEN CUR-LAST-PAY' TO UD-ERROR-MESSAGE
                   PERFORM SQL-ERROR-HANDLING
                END-IF.
                EXEC SQL
                   FETCH CUR-LAST-PAY
                    INTO :DB-PAY-AMOUNT, :DB-PAY-DATE
                END-EXEC.
                EVALUATE TRUE
                   WHEN SQLCODE = 0
                      MOVE DB-PAY-AMOUNT TO IVR-LAST-PAY-AMT
                      MOVE DB-PAY-DATE   TO IVR-LAST-PAY-DATE
                   WHEN SQLCODE = 100
                      CONTINUE
                   WHEN OTHER
                      MOVE 'FETCH CUR-LAST-PAY' TO UD-ERROR-MESSAGE
                      PERFORM SQL-ERROR-HANDLING
                END-EVALUATE.
                EXEC SQL CLOSE CUR-LAST-PAY END-EXEC.
      *
      *****************************************************
      * THE DAY'S APPROVALS FOR THIS ACCOUNT, SUMMED OFF  *
      * AUTHTSQ ITEM BY ITEM AS AUTHONL SUMS THEM;        *
      * QIDERR MEANS NO APPROVAL HAS BEEN TAKEN TODAY AND *
      * ITEMERR MEANS THE LIST RAN OUT                    *
      *****************************************************
       SUM-ONLINE-HOLDS.
                MOVE ZERO TO DB-OPEN-HOLDS.
                MOVE 'N'  TO AUTH-BROWSE-SWITCH.
                MOVE ZERO TO AUTH-ITEM-NO.
                PERFORM BROWSE-ONE-AUTH-ITEM
                    UNTIL AUTH-BROWSE-DONE.
      *
       BROWSE-ONE-AUTH-ITEM.
                ADD 1 TO AUTH-ITEM-NO.
                MOVE +13 TO TSA-LENGTH.
                EXEC CICS READQ TS
                     QUEUE('AUTHTSQ ')
                     INTO(AUTH-TSQ-ITEM)
                     LENGTH(TSA-LENGTH)
                     ITEM(AUTH-ITEM-NO)
                     RESP(QUEUE-RESP)
                END-EXEC.
                EVALUATE TRUE
                   WHEN QUEUE-RESP = DFHRESP(NORMAL)
                      IF TSA-ACCT-NO = IVR-ACCT-NO
                         ADD TSA-AMOUNT TO DB-OPEN-HOLDS
                      END-IF
                   WHEN OTHER
                      SET AUTH-BROWSE-DONE TO TRUE
                END-EVALUATE.
      *****************************************************
      * THE DAY'S STOLEN-CARD REPORTS, BROWSED ITEM BY    *
      * ITEM OFF HOTLTSQ; QIDERR MEANS NOTHING IS IN      *
      * FORCE AND ITEMERR MEANS THE LIST RAN OUT          *
      *****************************************************
       CHECK-HOT-LIST.
                MOVE 'N' TO HOT-FOUND-SWITCH.
                MOVE 'N' TO HOT-BROWSE-SWITCH.
                MOVE ZERO TO HOT-ITEM-NO.
                PERFORM BROWSE-ONE-HOT-ITEM
                    UNTIL HOT-BROWSE-DONE OR ACCOUNT-ON-HOT-LIST.
      *
       BROWSE-ONE-HOT-ITEM.
                ADD 1 TO HOT-ITEM-NO.
                MOVE +8 TO TSQ-LENGTH.
                EXEC CICS READQ TS
                     QUEUE('HOTLTSQ ')
                     INTO(HOT-TSQ-ITEM)
                     LENGTH(TSQ-LENGTH)
                     ITEM(HOT-ITEM-NO)
                     RESP(QUEUE-RESP)
                END-EXEC.
                EVALUATE TRUE
                   WHEN QUEUE-RESP = DFHRESP(NORMAL)
                      IF TSQ-ACCT-NO = IVR-ACCT-NO
                         MOVE 'Y' TO HOT-FOUND-SWITCH
                      END-IF
                   WHEN OTHER
                      MOVE 'Y' TO HOT-BROWSE-SWITCH
                END-EVALUATE.
      *****************************************************
      * WHO HEARD THE BALANCE, AND WHEN -- ONTO ACCQ AS   *
      * A SELF-SERVICE VIEW UNDER THE IVR'S USER ID       *
      *****************************************************
       LOG-THE-ACCESS.
                MOVE SPACES    TO ACCESS-LOG-REC.
                EXEC CICS ASSIGN
                     USERID(ALG-OPERATOR)
                END-EXEC.
                MOVE EIBTRMID  TO ALG-TERMINAL.
                MOVE IVR-ACCT-NO TO ALG-ACCT-NO.
                MOVE EIBTRNID  TO ALG-TRANSACTION.
                MOVE 'IVRINQ'  TO ALG-PROGRAM.
                SET ALG-SELF-SERVICE-VIEW TO TRUE.
                MOVE WS-CURRENT-DATE-DATA(1:14) TO ALG-TIMESTAMP.
                EXEC CICS WRITEQ TD
                     QUEUE('ACCQ')
                     FROM(ACCESS-LOG-REC)
                     LENGTH(ACCESS-LOG-LENGTH)
                END-EXEC.
      *
      *    THERE IS NO SCREEN TO SEND THE FAILING STATEMENT TO:
      *    THE IVR IS TOLD SE, AND THE TASK'S WORK BACKS OUT
       SQL-ERROR-HANDLING.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM CLEAR-THE-REPLY
              SET IVR-SYSTEM-ERROR TO TRUE
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.
      *
