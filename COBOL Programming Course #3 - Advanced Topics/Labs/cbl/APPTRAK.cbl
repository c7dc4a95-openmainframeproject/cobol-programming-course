      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    APPTRAK
       AUTHOR.        Otto B. Relational
      *--------------------
      *    APPTRAK brings the night's outcome of every online
      *    application back to the Z#####A application table, so
      *    APPENTRY's status inquiry can say what happened to it.
      *    APPENTRY records each application as 'P' (pending) and
      *    queues it; APPQDRN lands the queue as the ACCTIN batch
      *    WATCHSCR, ACCTEDIT and MERGEACC run.  This step runs
      *    after MERGEACC and judges each application from what
      *    those three steps left behind, keyed by the reference
      *    the application travels under as its ACCT-NO:
      *
      *        H  held -- on WATCHSCR's PENDFILE for compliance
      *        R  rejected -- an ACCTEDIT reject on EXCPFILE run on
      *           or after the day the application was taken and
      *           not since cleared by EXCPRWRK; REASON carries
      *           ACCTEDIT's code
      *        O  opened -- on the new master MERGEACC built
      *
      *    Opened outranks rejected, and rejected outranks held.
      *    The applications judged are tonight's (APPBATCH, the
      *    dataset APPQDRN drained) plus every row still standing
      *    at H or R: a held application compliance releases comes
      *    back through RELIN and is found on a later master, and
      *    a reject EXCPRWRK regenerated into a later edit batch
      *    is found there too.
      *
      *    A tonight's application none of the three files
      *    accounts for stays 'P' and is listed on REPOUT, as is an
      *    APPBATCH record with no Z#####A row; either ends the
      *    step with return code 4.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPOUT
                  ASSIGN TO UT-S-REPORT.
           SELECT APP-BATCH
                  ASSIGN TO DA-S-APPBATCH.
           SELECT PEND-FILE
                  ASSIGN TO DA-S-PENDFILE.
           SELECT EXCP-FILE
                  ASSIGN TO DA-S-EXCPFILE.
           SELECT NEW-ACCT-REC
                  ASSIGN TO DA-S-NEWACCT.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  REPOUT
               RECORD CONTAINS 120 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS REPREC.
       01  REPREC.
           05  APP-REF-O          PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  APP-LASTN-O        PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  OLD-STATUS-O       PIC X(1).
           05  FILLER             PIC X(04) VALUE ' -> '.
           05  NEW-STATUS-O       PIC X(1).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  REASON-O           PIC X(4).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RESULT-O           PIC X(30).
           05  FILLER             PIC X(44) VALUE SPACES.
      *
      *    APP-BATCH -- the night's applications exactly as APPQDRN
      *    drained them off APPQ, in ACCTFLDS shape.
       FD  APP-BATCH RECORDING MODE F.
       01  APP-BATCH-REC.
           COPY ACCTFLDS.
      *
      *    PEND-FILE -- the ACCTIN records WATCHSCR held tonight.
       FD  PEND-FILE RECORDING MODE F.
       01  PEND-REC.
           05  PEND-ACCT-NO       PIC X(8).
           05  FILLER             PIC X(392).
      *
       FD  EXCP-FILE RECORDING MODE F.
       01  EXCP-FIELDS.
           COPY EXCFLDS.
      *
      *    NEW-ACCT-REC -- the master MERGEACC built tonight.
       FD  NEW-ACCT-REC RECORDING MODE F.
       01  NEW-ACCT-FIELDS.
           05  NEW-ACCT-NO        PIC X(8).
           05  FILLER             PIC X(392).

       WORKING-STORAGE SECTION.
      *****************************************************
      * SQL INCLUDE FOR SQLCA                             *
      *****************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.
      *****************************************************
      * DECLARATIONS FOR SQL ERROR HANDLING               *
      *****************************************************
       01 ERROR-MESSAGE.
           02 ERROR-LEN      PIC S9(4)  COMP VALUE +1320.
           02 ERROR-TEXT     PIC X(132) OCCURS 10 TIMES
                                        INDEXED BY ERROR-INDEX.
       77 ERROR-TEXT-LEN     PIC S9(9)  COMP VALUE +132.
       77 ERROR-TEXT-HBOUND  PIC S9(9)  COMP VALUE +10.
      * USER DEFINED ERROR MESSAGE
       01 UD-ERROR-MESSAGE   PIC X(80)  VALUE SPACES.
      *****************************************************
      * SQL DECLARATION FOR THE APPLICATION TABLE (SEE    *
      * APPENTRY)                                         *
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
      * SQL CURSORS                                       *
      *****************************************************
                EXEC SQL DECLARE CUR-OPEN CURSOR FOR
                         SELECT APPREF, SURNAME, STATUS, ENTERED,
                                REASON
                         FROM   Z#####A
                         WHERE  STATUS IN ('H', 'R')
                      END-EXEC.
      *****************************************************
      * HOST VARIABLES                                    *
      *****************************************************
       01 DB-APP-WORK.
          02 DB-APP-REF         PIC X(8).
          02 DB-SURNAME         PIC X(20).
          02 DB-STATUS          PIC X(1).
          02 DB-ENTERED         PIC X(8).
          02 DB-UPDATED         PIC X(8).
          02 DB-REASON          PIC X(4).
      *****************************************************
      * THE APPLICATIONS BEING JUDGED TONIGHT             *
      *****************************************************
       01  APP-CTL.
           05  APP-COUNT          PIC S9(4) COMP VALUE 0.
           05  APP-MAX            PIC S9(4) COMP VALUE 2000.
           05  APP-FOUND-AT       PIC S9(4) COMP VALUE 0.
       01  APP-TABLE.
           05  APP-ENTRY OCCURS 2000 TIMES INDEXED BY AP-IDX.
               10  AP-REF         PIC X(8).
               10  AP-SURNAME     PIC X(20).
               10  AP-ENTERED     PIC 9(8).
               10  AP-OLD-STATUS  PIC X(1).
               10  AP-NEW-STATUS  PIC X(1).
               10  AP-REASON      PIC X(4).
               10  AP-TONIGHT     PIC X(1).
      *****************************************************
      * CONTROL FLAGS AND COUNTERS                        *
      *****************************************************
       01  FLAGS.
           05  BATCH-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-BATCH      VALUE 'Y'.
           05  PEND-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-PEND       VALUE 'Y'.
           05  EXCP-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-EXCP       VALUE 'Y'.
           05  ACCT-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-ACCT       VALUE 'Y'.
           05  CURSOR-EOF-FLAG    PIC X VALUE 'N'.
               88  NO-MORE-ROWS       VALUE 'Y'.
      *
       01  TRACK-COUNTS.
           05  BATCH-COUNT        PIC S9(7) COMP-3 VALUE ZERO.
           05  CARRIED-COUNT      PIC S9(7) COMP-3 VALUE ZERO.
           05  HELD-COUNT         PIC S9(7) COMP-3 VALUE ZERO.
           05  REJECTED-COUNT     PIC S9(7) COMP-3 VALUE ZERO.
           05  OPENED-COUNT       PIC S9(7) COMP-3 VALUE ZERO.
           05  UNRESOLVED-COUNT   PIC S9(7) COMP-3 VALUE ZERO.
           05  NOT-ON-FILE-COUNT  PIC S9(7) COMP-3 VALUE ZERO.
      *****************************************************
      * CURRENT DATE FOR THE UPDATED COLUMN               *
      *****************************************************
       01  WS-CURRENT-DATE-DATA  PIC X(16).

       PROCEDURE DIVISION.
      *------------------

      *****************************************************
      * MAIN PROGRAM ROUTINE                              *
      *****************************************************
       PROG-START.
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
                OPEN OUTPUT REPOUT.
                OPEN INPUT  APP-BATCH.
                PERFORM LOAD-TONIGHTS-APPS.
                CLOSE APP-BATCH.
                PERFORM LOAD-STANDING-APPS.
                OPEN INPUT  PEND-FILE.
                PERFORM MARK-HELD.
                CLOSE PEND-FILE.
                OPEN INPUT  EXCP-FILE.
                PERFORM MARK-REJECTED.
                CLOSE EXCP-FILE.
                OPEN INPUT  NEW-ACCT-REC.
                PERFORM MARK-OPENED.
                CLOSE NEW-ACCT-REC.
                PERFORM APPLY-OUTCOMES
                    VARYING AP-IDX FROM 1 BY 1
                    UNTIL AP-IDX > APP-COUNT.
       PROG-END.
                EXEC SQL COMMIT END-EXEC.
                DISPLAY 'APPTRAK: TONIGHTS APPS   = ' BATCH-COUNT.
                DISPLAY 'APPTRAK: CARRIED H AND R = ' CARRIED-COUNT.
                DISPLAY 'APPTRAK: NOW HELD        = ' HELD-COUNT.
                DISPLAY 'APPTRAK: NOW REJECTED    = ' REJECTED-COUNT.
                DISPLAY 'APPTRAK: NOW OPENED      = ' OPENED-COUNT.
                DISPLAY 'APPTRAK: STILL PENDING   = ' UNRESOLVED-COUNT.
                DISPLAY 'APPTRAK: NOT ON Z#####A  = '
                        NOT-ON-FILE-COUNT.
                IF UNRESOLVED-COUNT > ZERO
                   OR NOT-ON-FILE-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
                END-IF.
                CLOSE REPOUT.
                GOBACK.
      *****************************************************
      * TONIGHT'S APPLICATIONS, EACH LOOKED UP ON Z#####A *
      * FOR ITS NAME AND THE DAY IT WAS TAKEN             *
      *****************************************************
       LOAD-TONIGHTS-APPS.
                PERFORM READ-BATCH.
                PERFORM UNTIL NO-MORE-BATCH
                   ADD 1 TO BATCH-COUNT
                   MOVE ACCT-NO TO DB-APP-REF
                   EXEC SQL
                      SELECT SURNAME, STATUS, ENTERED, REASON
                        INTO :DB-SURNAME, :DB-STATUS, :DB-ENTERED,
                             :DB-REASON
                        FROM Z#####A
                       WHERE APPREF = :DB-APP-REF
                   END-EXEC
                   EVALUATE TRUE
                      WHEN SQLCODE = 0
                         PERFORM ADD-CANDIDATE
                         MOVE 'Y' TO AP-TONIGHT(APP-FOUND-AT)
                      WHEN SQLCODE = 100
                         PERFORM REPORT-NOT-ON-FILE
                      WHEN OTHER
                         MOVE 'SELECT Z#####A' TO UD-ERROR-MESSAGE
                         PERFORM SQL-ERROR-HANDLING
                   END-EVALUATE
                   PERFORM READ-BATCH
                END-PERFORM.
      *
       READ-BATCH.
           READ APP-BATCH
               AT END SET NO-MORE-BATCH TO TRUE
           END-READ.
      *****************************************************
      * EVERY ROW STILL HELD OR REJECTED FROM EARLIER     *
      * NIGHTS, SO A RELEASE OR A REWORKED REJECT IS SEEN *
      * WHEN IT FINALLY OPENS                             *
      *****************************************************
       LOAD-STANDING-APPS.
                EXEC SQL OPEN CUR-OPEN END-EXEC.
                IF SQLCODE NOT = 0
                   MOVE 'OPEN CUR-OPEN' TO UD-ERROR-MESSAGE
                   PERFORM SQL-ERROR-HANDLING
                END-IF.
                PERFORM FETCH-STANDING-ROW
                    UNTIL NO-MORE-ROWS.
                EXEC SQL CLOSE CUR-OPEN END-EXEC.
      *
       FETCH-STANDING-ROW.
                EXEC SQL FETCH CUR-OPEN
                         INTO :DB-APP-REF, :DB-SURNAME, :DB-STATUS,
                              :DB-ENTERED, :DB-REASON
                END-EXEC.
                EVALUATE TRUE
                   WHEN SQLCODE = 0
                      ADD 1 TO CARRIED-COUNT
                      PERFORM ADD-CANDIDATE
                   WHEN SQLCODE = 100
                      SET NO-MORE-ROWS TO TRUE
                   WHEN OTHER
                      MOVE 'FETCH CUR-OPEN' TO UD-ERROR-MESSAGE
                      PERFORM SQL-ERROR-HANDLING
                END-EVALUATE.
      *
      *    A REFERENCE ALREADY IN THE TABLE IS NOT ADDED TWICE; A
      *    FULL TABLE LEAVES THE REST FOR TOMORROW'S RUN, STILL
      *    STANDING ON Z#####A EXACTLY AS THEY ARE
       ADD-CANDIDATE.
                PERFORM FIND-CANDIDATE.
                IF APP-FOUND-AT = ZERO
                   AND APP-COUNT < APP-MAX
                   ADD 1 TO APP-COUNT
                   MOVE APP-COUNT  TO APP-FOUND-AT
                   MOVE DB-APP-REF TO AP-REF(APP-COUNT)
                   MOVE DB-SURNAME TO AP-SURNAME(APP-COUNT)
                   MOVE DB-ENTERED TO AP-ENTERED(APP-COUNT)
                   MOVE DB-STATUS  TO AP-OLD-STATUS(APP-COUNT)
                   MOVE DB-STATUS  TO AP-NEW-STATUS(APP-COUNT)
                   MOVE DB-REASON  TO AP-REASON(APP-COUNT)
                   MOVE 'N'        TO AP-TONIGHT(APP-COUNT)
                END-IF.
                IF APP-FOUND-AT = ZERO
                   DISPLAY 'APPTRAK: TABLE FULL AT ' DB-APP-REF
                END-IF.
      *
       FIND-CANDIDATE.
                MOVE ZERO TO APP-FOUND-AT.
                PERFORM VARYING AP-IDX FROM 1 BY 1
                   UNTIL AP-IDX > APP-COUNT OR APP-FOUND-AT > ZERO
                   IF AP-REF(AP-IDX) = DB-APP-REF
                      SET APP-FOUND-AT TO AP-IDX
                   END-IF
                END-PERFORM.
      *****************************************************
      * WATCHSCR'S HOLDS: A PENDING APPLICATION ON        *
      * PENDFILE IS HELD                                  *
      *****************************************************
       MARK-HELD.
                PERFORM READ-PEND.
                PERFORM UNTIL NO-MORE-PEND
                   MOVE PEND-ACCT-NO TO DB-APP-REF
                   PERFORM FIND-CANDIDATE
                   IF APP-FOUND-AT > ZERO
                      IF AP-NEW-STATUS(APP-FOUND-AT) = 'P'
                         MOVE 'H' TO AP-NEW-STATUS(APP-FOUND-AT)
                      END-IF
                   END-IF
                   PERFORM READ-PEND
                END-PERFORM.
      *
       READ-PEND.
           READ PEND-FILE
               AT END SET NO-MORE-PEND TO TRUE
           END-READ.
      *****************************************************
      * ACCTEDIT'S REJECTS: ONLY ONES RAISED SINCE THE    *
      * APPLICATION WAS TAKEN, AND NOT ONES EXCPRWRK HAS  *
      * CLEARED INTO A LATER EDIT BATCH                   *
      *****************************************************
       MARK-REJECTED.
                PERFORM READ-EXCP.
                PERFORM UNTIL NO-MORE-EXCP
                   IF EXCP-PROGRAM = 'ACCTEDIT'
                      AND NOT EXCP-CLEARED
                      MOVE EXCP-KEY TO DB-APP-REF
                      PERFORM FIND-CANDIDATE
                      IF APP-FOUND-AT > ZERO
                         PERFORM MARK-ONE-REJECT
                      END-IF
                   END-IF
                   PERFORM READ-EXCP
                END-PERFORM.
      *
       MARK-ONE-REJECT.
                IF EXCP-RUN-DATE NOT < AP-ENTERED(APP-FOUND-AT)
                   MOVE 'R' TO AP-NEW-STATUS(APP-FOUND-AT)
                   MOVE EXCP-REASON-CODE TO AP-REASON(APP-FOUND-AT)
                END-IF.
      *
       READ-EXCP.
           READ EXCP-FILE
               AT END SET NO-MORE-EXCP TO TRUE
           END-READ.
      *****************************************************
      * MERGEACC'S NEW MASTER: AN APPLICATION WHOSE       *
      * REFERENCE IS NOW AN ACCOUNT IS OPENED, WHATEVER   *
      * HAPPENED TO IT BEFORE                             *
      *****************************************************
       MARK-OPENED.
                PERFORM READ-NEW-ACCT.
                PERFORM UNTIL NO-MORE-ACCT
                   IF NEW-ACCT-NO(1:1) = 'N'
                      MOVE NEW-ACCT-NO TO DB-APP-REF
                      PERFORM FIND-CANDIDATE
                      IF APP-FOUND-AT > ZERO
                         MOVE 'O' TO AP-NEW-STATUS(APP-FOUND-AT)
                         MOVE SPACES TO AP-REASON(APP-FOUND-AT)
                      END-IF
                   END-IF
                   PERFORM READ-NEW-ACCT
                END-PERFORM.
      *
       READ-NEW-ACCT.
           READ NEW-ACCT-REC
               AT END SET NO-MORE-ACCT TO TRUE
           END-READ.
      *****************************************************
      * ONE UPDATE PER CHANGED ROW, ONE REPORT LINE PER   *
      * CHANGE OR STILL-UNRESOLVED APPLICATION            *
      *****************************************************
       APPLY-OUTCOMES.
                MOVE SPACES TO REPREC.
                MOVE AP-REF(AP-IDX)        TO APP-REF-O.
                MOVE AP-SURNAME(AP-IDX)    TO APP-LASTN-O.
                MOVE AP-OLD-STATUS(AP-IDX) TO OLD-STATUS-O.
                MOVE AP-NEW-STATUS(AP-IDX) TO NEW-STATUS-O.
                MOVE AP-REASON(AP-IDX)     TO REASON-O.
                EVALUATE TRUE
                   WHEN AP-NEW-STATUS(AP-IDX) NOT =
                        AP-OLD-STATUS(AP-IDX)
                      PERFORM UPDATE-APPLICATION-ROW
                   WHEN AP-NEW-STATUS(AP-IDX) = 'P'
                        AND AP-TONIGHT(AP-IDX) = 'Y'
                      ADD 1 TO UNRESOLVED-COUNT
                      MOVE 'NOT HELD, REJECTED OR OPENED'
                           TO RESULT-O
                      WRITE REPREC AFTER ADVANCING 1 LINES
                   WHEN OTHER
                      CONTINUE
                END-EVALUATE.
      *
       UPDATE-APPLICATION-ROW.
                MOVE AP-REF(AP-IDX)        TO DB-APP-REF.
                MOVE AP-NEW-STATUS(AP-IDX) TO DB-STATUS.
                MOVE AP-REASON(AP-IDX)     TO DB-REASON.
                MOVE WS-CURRENT-DATE-DATA(1:8) TO DB-UPDATED.
                EXEC SQL
                   UPDATE Z#####A
                      SET STATUS  = :DB-STATUS,
                          UPDATED = :DB-UPDATED,
                          REASON  = :DB-REASON
                    WHERE APPREF  = :DB-APP-REF
                END-EXEC.
                IF SQLCODE NOT = 0
                   MOVE 'UPDATE Z#####A' TO UD-ERROR-MESSAGE
                   PERFORM SQL-ERROR-HANDLING
                END-IF.
                EVALUATE DB-STATUS
                   WHEN 'H'
                      ADD 1 TO HELD-COUNT
                      MOVE 'HELD BY WATCH-LIST SCREEN' TO RESULT-O
                   WHEN 'R'
                      ADD 1 TO REJECTED-COUNT
                      MOVE 'REJECTED BY ACCTEDIT' TO RESULT-O
                   WHEN 'O'
                      ADD 1 TO OPENED-COUNT
                      MOVE 'ACCOUNT OPENED' TO RESULT-O
                END-EVALUATE.
                WRITE REPREC AFTER ADVANCING 1 LINES.
      *
       REPORT-NOT-ON-FILE.
                ADD 1 TO NOT-ON-FILE-COUNT.
                MOVE SPACES    TO REPREC.
                MOVE ACCT-NO   TO APP-REF-O.
                MOVE LAST-NAME TO APP-LASTN-O.
                MOVE 'NO Z#####A ROW -- NOT TRACKED' TO RESULT-O.
                WRITE REPREC AFTER ADVANCING 1 LINES.
      *
       SQL-ERROR-HANDLING.
           DISPLAY 'ERROR AT ' FUNCTION TRIM(UD-ERROR-MESSAGE, TRAILING)
           CALL 'DSNTIAR' USING SQLCA ERROR-MESSAGE ERROR-TEXT-LEN.
           PERFORM VARYING ERROR-INDEX FROM 1 BY 1
                     UNTIL ERROR-INDEX > ERROR-TEXT-HBOUND
                        OR ERROR-TEXT(ERROR-INDEX) = SPACES
              DISPLAY FUNCTION TRIM(ERROR-TEXT(ERROR-INDEX), TRAILING)
           END-PERFORM
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              EXEC SQL ROLLBACK END-EXEC
              MOVE 1000 TO RETURN-CODE
              STOP RUN
           END-IF
           .
