      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    APPENTRY
       AUTHOR.        Otto B. Relational
      *--------------------
      *    APPENTRY takes a new-account application at the branch
      *    counter.  Until now a new account reached us only as an
      *    ACCTIN batch or a CBLDB27 ACCTADD-IN card, so an
      *    application taken on the spot went onto a paper form
      *    that someone keyed the next day.  One terminal input per
      *    function:
      *
      *        E  enter an application -- name, address, limit,
      *           optional status, date opened, phone and email.
      *           The line gets the edits ACCTEDIT makes of every
      *           ACCTIN record: last name present, ACCOUNT-STATUS
      *           blank or A/C/S, a supplied DATE-OPENED with month
      *           1-12 and day 1-31, USA-STATE blank or one of the
      *           STATETBL names, and ACCT-LIMIT within the
      *           MAX-ACCT-AMOUNT ceiling.  ZIP-CODE, when supplied,
      *           must be five digits, the same test DQSCAN makes of
      *           the master.  A failing line is answered with its
      *           reason and nothing is kept.
      *        I  inquire by application reference.  The answer is
      *           PENDING, HELD (by the WATCHSCR watch-list screen),
      *           REJECTED (with ACCTEDIT's reason code) or OPENED.
      *
      *    An accepted application is given the next reference
      *    from the Z#####A application table, 'N' plus seven
      *    digits.  That reference also becomes the ACCT-NO the
      *    application travels under, so WATCHSCR's PENDFILE,
      *    ACCTEDIT's EXCPFILE rejects and the merged master all
      *    carry it unchanged, and it is the account number once
      *    the account is opened.  No ACCTIN source uses the 'N'
      *    prefix, so the number cannot collide in MERGEACC.  A
      *    duplicate key (SQLCODE -803) means another terminal took
      *    the same number first; the next number is tried.
      *
      *    The application lands in two places in one unit of work:
      *
      *      - a row on Z#####A with status 'P' (pending), which the
      *        I function reads and APPTRAK updates each night from
      *        the batch results;
      *      - recoverable transient data queue APPQ, already in
      *        the 400-byte ACCTFLDS shape of an ACCTIN record.
      *        APPQDRN drains it at end of day to APPX, the
      *        extrapartition queue whose dataset is concatenated
      *        into the ACCTIN read by WATCHSCR, ahead of ACCTEDIT
      *        and MERGEACC.
      *
      *    The syncpoint at RETURN commits both together, so an
      *    applicant is never given a reference for an application
      *    that is not on its way to the batch.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.

       DATA DIVISION.
      *-------------
       WORKING-STORAGE SECTION.
      *****************************************************
      * STRUCTURE FOR THE TERMINAL APPLICATION LINE       *
      *****************************************************
       01  APP-INPUT.
           05  REQ-FUNCTION       PIC X(01).
               88  APP-ENTRY          VALUE 'E'.
               88  APP-INQUIRY        VALUE 'I'.
           05  REQ-APP-REF        PIC X(08).
           05  REQ-LASTN          PIC X(20).
           05  REQ-FIRSTN         PIC X(15).
           05  REQ-STREET         PIC X(25).
           05  REQ-CITY           PIC X(20).
           05  REQ-STATE          PIC X(15).
           05  REQ-ZIP            PIC X(05).
           05  REQ-LIMIT          PIC 9(7)V99.
           05  REQ-STATUS         PIC X(01).
           05  REQ-DATE-OPENED.
               10  REQ-OPENED-YR  PIC 9(4).
               10  REQ-OPENED-MO  PIC 9(2).
               10  REQ-OPENED-DAY PIC 9(2).
           05  REQ-PHONE          PIC X(12).
           05  REQ-EMAIL          PIC X(40).
           05  FILLER             PIC X(21).
       77  APP-LENGTH             PIC S9(4) COMP VALUE +200.
       77  CARD-VALID-SWITCH      PIC X          VALUE 'Y'.
               88  CARD-IS-VALID              VALUE 'Y'.
       77  STATE-FOUND-SWITCH     PIC X          VALUE 'N'.
               88  STATE-IS-FOUND             VALUE 'Y'.
      *    MAX-ACCT-AMOUNT -- ACCTEDIT's ceiling for ACCT-LIMIT.
       77  MAX-ACCT-AMOUNT        PIC S9(7)V99 COMP-3 VALUE 999999.99.
      *****************************************************
      * VALID-STATE-TABLE -- the 50 USA state names       *
      * USA-STATE is checked against; see STATETBL.       *
      *****************************************************
       01  VALID-STATE-TABLE.
           COPY STATETBL.
      *****************************************************
      * ONE LINE OF ANSWER SENT BACK TO THE TERMINAL      *
      *****************************************************
       01  RESPONSE-LINE.
           05  RSP-APP-REF-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RSP-MESSAGE-O      PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RSP-NAME-O         PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RSP-DATE-O         PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RSP-REASON-O       PIC X(4).
           05  FILLER             PIC X(02) VALUE SPACES.
       77  RESPONSE-LENGTH        PIC S9(4) COMP VALUE +80.
      *****************************************************
      * THE APPLICATION FOR THE APPQ QUEUE, AS AN ACCTIN  *
      * RECORD (ACCTFLDS)                                 *
      *****************************************************
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
       77  ACCT-LENGTH            PIC S9(4) COMP VALUE +400.
      *****************************************************
      * SQL INCLUDE FOR SQLCA                             *
      *****************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.
      *****************************************************
      * SQL DECLARATION FOR THE APPLICATION TABLE --      *
      * ONE ROW PER APPLICATION TAKEN ONLINE.  STATUS IS  *
      * P PENDING, H HELD, R REJECTED OR O OPENED;        *
      * REASON IS ACCTEDIT'S CODE ON A REJECTED ROW       *
      *****************************************************
                EXEC SQL DECLARE Z#####A TABLE
                        (APPREF     CHAR(8)  NOT NULL,
                         SURNAME    CHAR(20) NOT NULL,
                         FIRSTN     CHAR(15) NOT NULL,
                         STATUS     CHAR(1)  NOT NULL,
                         ENTERED    CHAR(8)  NOT NULL,
                         UPDATED    CHAR(8)  NOT NULL,
                         REASON     CHAR(4)  NOT NULL)
                         END-EXEC.
      *****************************************************
      * HOST VARIABLES                                    *
      *****************************************************
       01 DB-APP-WORK.
          02 DB-APP-REF         PIC X(8).
          02 DB-APP-REF-PARTS REDEFINES DB-APP-REF.
             03 DB-REF-PREFIX   PIC X(1).
             03 DB-REF-NUMBER   PIC 9(7).
          02 DB-SURNAME         PIC X(20).
          02 DB-FIRSTN          PIC X(15).
          02 DB-STATUS          PIC X(1).
             88 DB-PENDING          VALUE 'P'.
             88 DB-HELD             VALUE 'H'.
             88 DB-REJECTED         VALUE 'R'.
             88 DB-OPENED           VALUE 'O'.
          02 DB-ENTERED         PIC X(8).
          02 DB-UPDATED         PIC X(8).
          02 DB-REASON          PIC X(4).
       77  INSERT-TRIES           PIC S9(4) COMP VALUE +0.
       77  INSERT-DONE-SWITCH     PIC X          VALUE 'N'.
               88  APP-IS-INSERTED            VALUE 'Y'.
      *****************************************************
      * CURRENT DATE FOR THE APPLICATION ROW              *
      *****************************************************
       01  WS-CURRENT-DATE-DATA  PIC X(16).
      *****************************************************
      * DECLARATIONS FOR SQL ERROR HANDLING               *
      *****************************************************
       01 UD-ERROR-MESSAGE      PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
      *------------------
      *****************************************************
      * MAIN PROGRAM ROUTINE -- ONE LINE, ONE ANSWER,     *
      * THEN THE TASK ENDS; THE SYNCPOINT AT RETURN       *
      * COMMITS THE Z#####A ROW AND THE APPQ CAPTURE      *
      *****************************************************
       PROG-START.
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
                MOVE SPACES TO APP-INPUT.
                EXEC CICS RECEIVE
                     INTO(APP-INPUT)
                     LENGTH(APP-LENGTH)
                END-EXEC.
                MOVE SPACES TO RESPONSE-LINE.
                EVALUATE TRUE
                   WHEN APP-ENTRY
                      PERFORM INIT-STATE-TABLE
                      PERFORM VALIDATE-APPLICATION
                      IF CARD-IS-VALID
                         PERFORM TAKE-THE-APPLICATION
                      END-IF
                   WHEN APP-INQUIRY
                      PERFORM INQUIRE-APPLICATION
                   WHEN OTHER
                      MOVE 'FUNCTION MUST BE E OR I'
                           TO RSP-MESSAGE-O
                END-EVALUATE.
                EXEC CICS SEND TEXT
                     FROM(RESPONSE-LINE)
                     LENGTH(RESPONSE-LENGTH)
                     ERASE
                END-EXEC.
       PROG-END.
                EXEC CICS RETURN END-EXEC.
      *****************************************************
      * ACCTEDIT'S EDITS, IN ACCTEDIT'S ORDER, PLUS THE   *
      * FIVE-DIGIT ZIP; THE FIRST FAILURE IS THE ANSWER   *
      * AND CARRIES ACCTEDIT'S REASON CODE                *
      *****************************************************
       VALIDATE-APPLICATION.
                MOVE 'N' TO CARD-VALID-SWITCH.
                IF REQ-STATUS = SPACE
                   MOVE 'A' TO REQ-STATUS
                END-IF.
                IF REQ-DATE-OPENED = SPACES
                   MOVE WS-CURRENT-DATE-DATA(1:8) TO REQ-DATE-OPENED
                END-IF.
                MOVE REQ-STATE TO USA-STATE.
                PERFORM VALIDATE-STATE.
                EVALUATE TRUE
                   WHEN REQ-LASTN = SPACES
                      MOVE 'MISSING LAST NAME' TO RSP-MESSAGE-O
                      MOVE 'A002' TO RSP-REASON-O
                   WHEN REQ-STATUS NOT = 'A'
                        AND REQ-STATUS NOT = 'C'
                        AND REQ-STATUS NOT = 'S'
                      MOVE 'INVALID ACCOUNT STATUS' TO RSP-MESSAGE-O
                      MOVE 'A003' TO RSP-REASON-O
                   WHEN REQ-DATE-OPENED NOT NUMERIC
                      MOVE 'INVALID DATE OPENED' TO RSP-MESSAGE-O
                      MOVE 'A004' TO RSP-REASON-O
                   WHEN REQ-OPENED-YR NOT = ZERO
                        AND (REQ-OPENED-MO < 1
                          OR REQ-OPENED-MO > 12
                          OR REQ-OPENED-DAY < 1
                          OR REQ-OPENED-DAY > 31)
                      MOVE 'INVALID DATE OPENED' TO RSP-MESSAGE-O
                      MOVE 'A004' TO RSP-REASON-O
                   WHEN NOT STATE-IS-FOUND
                      MOVE 'INVALID USA STATE' TO RSP-MESSAGE-O
                      MOVE 'A005' TO RSP-REASON-O
                   WHEN REQ-ZIP NOT = SPACES
                        AND REQ-ZIP NOT NUMERIC
                      MOVE 'ZIP CODE NOT FIVE DIGITS' TO RSP-MESSAGE-O
                   WHEN REQ-LIMIT NOT NUMERIC
                        OR REQ-LIMIT > MAX-ACCT-AMOUNT
                      MOVE 'INVALID ACCOUNT LIMIT' TO RSP-MESSAGE-O
                      MOVE 'A006' TO RSP-REASON-O
                   WHEN OTHER
                      MOVE 'Y' TO CARD-VALID-SWITCH
                END-EVALUATE.
                IF NOT CARD-IS-VALID
                   MOVE REQ-LASTN TO RSP-NAME-O
                END-IF.
      *
      *    USA-STATE IS OPTIONAL, AS IN ACCTEDIT: BLANK MEANS NOT
      *    YET RECORDED, OTHERWISE IT MUST BE ONE OF THE 50 NAMES
       VALIDATE-STATE.
                MOVE 'Y' TO STATE-FOUND-SWITCH.
                IF USA-STATE NOT = SPACES
                   MOVE 'N' TO STATE-FOUND-SWITCH
                   PERFORM VARYING VS-IDX FROM 1 BY 1
                       UNTIL VS-IDX > 50
                      IF VS-NAME (VS-IDX) = USA-STATE
                         MOVE 'Y' TO STATE-FOUND-SWITCH
                         SET VS-IDX TO 50
                      END-IF
                   END-PERFORM
                END-IF.
      *****************************************************
      * A CLEAN APPLICATION: NUMBER IT, RECORD IT AS      *
      * PENDING, QUEUE IT FOR THE BATCH, ANSWER WITH THE  *
      * REFERENCE                                         *
      *****************************************************
       TAKE-THE-APPLICATION.
                MOVE ZERO TO INSERT-TRIES.
                MOVE 'N'  TO INSERT-DONE-SWITCH.
                PERFORM INSERT-APPLICATION-ROW
                    UNTIL APP-IS-INSERTED OR INSERT-TRIES > 5.
                IF APP-IS-INSERTED
                   PERFORM CAPTURE-THE-APPLICATION
                   MOVE DB-APP-REF   TO RSP-APP-REF-O
                   MOVE 'APPLICATION TAKEN -- PENDING'
                        TO RSP-MESSAGE-O
                   MOVE REQ-LASTN    TO RSP-NAME-O
                   MOVE DB-ENTERED   TO RSP-DATE-O
                ELSE
                   MOVE 'NO REFERENCE FREE -- RETRY'
                        TO RSP-MESSAGE-O
                END-IF.
      *
      *    THE NEXT REFERENCE IS ONE PAST THE HIGHEST ON FILE; A
      *    -803 MEANS ANOTHER TERMINAL TOOK IT BETWEEN OUR SELECT
      *    AND OUR INSERT, SO THE NEXT PASS READS THE HIGHEST AGAIN
       INSERT-APPLICATION-ROW.
                ADD 1 TO INSERT-TRIES.
                EXEC SQL
                   SELECT COALESCE(MAX(APPREF), 'N0000000')
                     INTO :DB-APP-REF
                     FROM Z#####A
                END-EXEC.
                IF SQLCODE NOT = 0
                   MOVE 'SELECT MAX Z#####A' TO UD-ERROR-MESSAGE
                   PERFORM SQL-ERROR-HANDLING
                END-IF.
                ADD 1 TO DB-REF-NUMBER.
                MOVE 'N'       TO DB-REF-PREFIX.
                MOVE REQ-LASTN  TO DB-SURNAME.
                MOVE REQ-FIRSTN TO DB-FIRSTN.
                SET DB-PENDING  TO TRUE.
                MOVE WS-CURRENT-DATE-DATA(1:8) TO DB-ENTERED.
                MOVE WS-CURRENT-DATE-DATA(1:8) TO DB-UPDATED.
                MOVE SPACES     TO DB-REASON.
                EXEC SQL
                   INSERT INTO Z#####A
                          (APPREF, SURNAME, FIRSTN, STATUS,
                           ENTERED, UPDATED, REASON)
                   VALUES (:DB-APP-REF, :DB-SURNAME, :DB-FIRSTN,
                           :DB-STATUS, :DB-ENTERED, :DB-UPDATED,
                           :DB-REASON)
                END-EXEC.
                EVALUATE TRUE
                   WHEN SQLCODE = 0
                      MOVE 'Y' TO INSERT-DONE-SWITCH
                   WHEN SQLCODE = -803
                      CONTINUE
                   WHEN OTHER
                      MOVE 'INSERT Z#####A' TO UD-ERROR-MESSAGE
                      PERFORM SQL-ERROR-HANDLING
                END-EVALUATE.
      *
      *    THE APPLICATION AS AN ACCTIN RECORD ONTO APPQ -- A NEW
      *    ACCOUNT OPENS WITH NO BALANCE, NO COMMENTS AND NO
      *    ACTIVITY, THE WAY CBLDB27 OPENS ONE
       CAPTURE-THE-APPLICATION.
                MOVE SPACES          TO ACCT-FIELDS.
                MOVE DB-APP-REF      TO ACCT-NO.
                MOVE REQ-LIMIT       TO ACCT-LIMIT.
                MOVE ZERO            TO ACCT-BALANCE.
                MOVE REQ-LASTN       TO LAST-NAME.
                MOVE REQ-FIRSTN      TO FIRST-NAME.
                MOVE REQ-STREET      TO STREET-ADDR.
                MOVE REQ-CITY        TO CITY-COUNTY.
                MOVE REQ-STATE       TO USA-STATE.
                MOVE REQ-ZIP         TO ZIP-CODE.
                MOVE REQ-STATUS      TO ACCOUNT-STATUS.
                MOVE REQ-DATE-OPENED TO DATE-OPENED.
                MOVE ZERO            TO INT-RATE.
                MOVE ZERO            TO LAST-ACTIVITY-DATE.
                MOVE REQ-PHONE       TO PHONE-NUMBER.
                MOVE REQ-EMAIL       TO EMAIL-ADDRESS.
                SET ACCT-REC-V2      TO TRUE.
                EXEC CICS WRITEQ TD
                     QUEUE('APPQ')
                     FROM(ACCT-FIELDS)
                     LENGTH(ACCT-LENGTH)
                END-EXEC.
      *****************************************************
      * STATUS INQUIRY BY REFERENCE                       *
      *****************************************************
       INQUIRE-APPLICATION.
                MOVE REQ-APP-REF TO DB-APP-REF.
                MOVE REQ-APP-REF TO RSP-APP-REF-O.
                EXEC SQL
                   SELECT SURNAME, STATUS, UPDATED, REASON
                     INTO :DB-SURNAME, :DB-STATUS, :DB-UPDATED,
                          :DB-REASON
                     FROM Z#####A
                    WHERE APPREF = :DB-APP-REF
                END-EXEC.
                EVALUATE TRUE
                   WHEN SQLCODE = 100
                      MOVE 'NO SUCH APPLICATION' TO RSP-MESSAGE-O
                   WHEN SQLCODE NOT = 0
                      MOVE 'SELECT Z#####A' TO UD-ERROR-MESSAGE
                      PERFORM SQL-ERROR-HANDLING
                   WHEN OTHER
                      PERFORM ANSWER-THE-INQUIRY
                END-EVALUATE.
      *
       ANSWER-THE-INQUIRY.
                MOVE DB-SURNAME TO RSP-NAME-O.
                MOVE DB-UPDATED TO RSP-DATE-O.
                EVALUATE TRUE
                   WHEN DB-PENDING
                      MOVE 'PENDING' TO RSP-MESSAGE-O
                   WHEN DB-HELD
                      MOVE 'HELD BY WATCH-LIST SCREEN'
                           TO RSP-MESSAGE-O
                   WHEN DB-REJECTED
                      MOVE 'REJECTED' TO RSP-MESSAGE-O
                      MOVE DB-REASON  TO RSP-REASON-O
                   WHEN DB-OPENED
                      MOVE 'OPENED' TO RSP-MESSAGE-O
                   WHEN OTHER
                      MOVE 'STATUS UNKNOWN' TO RSP-MESSAGE-O
                END-EVALUATE.
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
      * INIT-STATE-TABLE -- LOADS THE 50 RECOGNIZED USA STATE NAMES
      * ONCE PER TASK, THE SAME STATIC LOOKUP-TABLE SHAPE ACCTEDIT
      * USES FOR VALID-STATE-TABLE.
       INIT-STATE-TABLE.
                MOVE 'ALABAMA'        TO VS-NAME (1).
                MOVE 'ALASKA'         TO VS-NAME (2).
                MOVE 'ARIZONA'        TO VS-NAME (3).
                MOVE 'ARKANSAS'       TO VS-NAME (4).
                MOVE 'CALIFORNIA'     TO VS-NAME (5).
                MOVE 'COLORADO'       TO VS-NAME (6).
                MOVE 'CONNECTICUT'    TO VS-NAME (7).
                MOVE 'DELAWARE'       TO VS-NAME (8).
                MOVE 'FLORIDA'        TO VS-NAME (9).
                MOVE 'GEORGIA'        TO VS-NAME (10).
                MOVE 'HAWAII'         TO VS-NAME (11).
                MOVE 'IDAHO'          TO VS-NAME (12).
                MOVE 'ILLINOIS'       TO VS-NAME (13).
                MOVE 'INDIANA'        TO VS-NAME (14).
                MOVE 'IOWA'           TO VS-NAME (15).
                MOVE 'KANSAS'         TO VS-NAME (16).
                MOVE 'KENTUCKY'       TO VS-NAME (17).
                MOVE 'LOUISIANA'      TO VS-NAME (18).
                MOVE 'MAINE'          TO VS-NAME (19).
                MOVE 'MARYLAND'       TO VS-NAME (20).
                MOVE 'MASSACHUSETTS'  TO VS-NAME (21).
                MOVE 'MICHIGAN'       TO VS-NAME (22).
                MOVE 'MINNESOTA'      TO VS-NAME (23).
                MOVE 'MISSISSIPPI'    TO VS-NAME (24).
                MOVE 'MISSOURI'       TO VS-NAME (25).
                MOVE 'MONTANA'        TO VS-NAME (26).
                MOVE 'NEBRASKA'       TO VS-NAME (27).
                MOVE 'NEVADA'         TO VS-NAME (28).
                MOVE 'NEW HAMPSHIRE'  TO VS-NAME (29).
                MOVE 'NEW JERSEY'     TO VS-NAME (30).
                MOVE 'NEW MEXICO'     TO VS-NAME (31).
                MOVE 'NEW YORK'       TO VS-NAME (32).
                MOVE 'NORTH CAROLINA' TO VS-NAME (33).
                MOVE 'NORTH DAKOTA'   TO VS-NAME (34).
                MOVE 'OHIO'           TO VS-NAME (35).
                MOVE 'OKLAHOMA'       TO VS-NAME (36).
                MOVE 'OREGON'         TO VS-NAME (37).
                MOVE 'PENNSYLVANIA'   TO VS-NAME (38).
                MOVE 'RHODE ISLAND'   TO VS-NAME (39).
                MOVE 'SOUTH CAROLINA' TO VS-NAME (40).
                MOVE 'SOUTH DAKOTA'   TO VS-NAME (41).
                MOVE 'TENNESSEE'      TO VS-NAME (42).
                MOVE 'TEXAS'          TO VS-NAME (43).
                MOVE 'UTAH'           TO VS-NAME (44).
                MOVE 'VERMONT'        TO VS-NAME (45).
                MOVE 'VIRGINIA'       TO VS-NAME (46).
                MOVE 'WASHINGTON'     TO VS-NAME (47).
                MOVE 'WEST VIRGINIA'  TO VS-NAME (48).
                MOVE 'WISCONSIN'      TO VS-NAME (49).
                MOVE 'WYOMING'        TO VS-NAME (50).
