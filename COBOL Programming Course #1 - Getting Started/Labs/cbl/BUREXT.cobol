      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    BUREXT.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    BUREXT builds the quarterly account-review request to the
      *    credit bureau.  RISKSCOR grades only what the customer
      *    does with us -- utilization, payments, inactivity -- so
      *    a customer paying us on time while falling behind
      *    everywhere else looked like a grade-A account until the
      *    day they stopped.  Every ACTIVE account is sent, with
      *    the name, address and phone the bureau matches on, for
      *    its current bureau score under the account-review
      *    purpose (BRQFLDS); the answer comes back through BURRTN
      *    onto the external-score history RISKSCOR reads.
      *
      *    A flagged bad address is still sent -- the bureau's
      *    match does not depend on our mail reaching the customer.
      *    The file ends with a trailer carrying the detail count.
      *    The run logs to RUNLOG for JOBSTATS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC    ASSIGN TO ACCTREC.
           SELECT BUREAU-REQ  ASSIGN TO BUREXT.
           SELECT RUN-LOG     ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
      *
       FD  BUREAU-REQ RECORDING MODE F.
       01  BUREAU-REQ-FIELDS.
           COPY BRQFLDS.
      *
       FD  RUN-LOG RECORDING MODE F.
       01  LOG-FIELDS.
           COPY LOGFLDS.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  LASTREC            PIC X VALUE SPACE.
      *
       01  REQUEST-COUNTS.
           05  RECS-READ          PIC S9(7) COMP-3 VALUE ZERO.
           05  REQUESTS-SENT      PIC S9(7) COMP-3 VALUE ZERO.
           05  ACCOUNTS-PASSED    PIC S9(7) COMP-3 VALUE ZERO.
      *
       01  RUN-LOG-WORK.
           05  LOG-START-STAMP.
               10  LOG-START-DATE     PIC 9(8).
               10  LOG-START-TIME-WK  PIC 9(6).
               10  FILLER             PIC X(7).
           05  LOG-END-STAMP.
               10  LOG-END-DATE       PIC 9(8).
               10  LOG-END-TIME-WK    PIC 9(6).
               10  FILLER             PIC X(7).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO LOG-START-STAMP.
           OPEN INPUT  ACCT-REC.
           OPEN OUTPUT BUREAU-REQ.
      *
       EXTRACT-ACCOUNTS.
           PERFORM READ-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               IF ACCOUNT-ACTIVE
                   PERFORM WRITE-DETAIL
                   ADD 1 TO REQUESTS-SENT
               ELSE
                   ADD 1 TO ACCOUNTS-PASSED
               END-IF
               PERFORM READ-RECORD
           END-PERFORM.
      *
       CLOSE-STOP.
           PERFORM WRITE-TRAILER.
           DISPLAY 'BUREXT: RECORDS READ     = ' RECS-READ.
           DISPLAY 'BUREXT: REQUESTS SENT    = ' REQUESTS-SENT.
           DISPLAY 'BUREXT: NOT ACTIVE       = ' ACCOUNTS-PASSED.
           CLOSE ACCT-REC.
           CLOSE BUREAU-REQ.
           PERFORM WRITE-RUN-LOG.
           GOBACK.
      *
       READ-RECORD.
           READ ACCT-REC
               AT END MOVE 'Y' TO LASTREC
           END-READ.
           IF LASTREC NOT = 'Y'
               ADD 1 TO RECS-READ
           END-IF.
      *
       WRITE-DETAIL.
           MOVE SPACES         TO BUREAU-REQ-FIELDS.
           MOVE 'D'            TO BRQ-REC-TYPE.
           MOVE ACCT-NO        TO BRQ-ACCT-NO.
           MOVE LAST-NAME      TO BRQ-LAST-NAME.
           MOVE FIRST-NAME     TO BRQ-FIRST-NAME.
           MOVE STREET-ADDR    TO BRQ-STREET.
           MOVE CITY-COUNTY    TO BRQ-CITY.
           MOVE USA-STATE      TO BRQ-STATE.
           MOVE ZIP-CODE       TO BRQ-ZIP.
           MOVE PHONE-NUMBER   TO BRQ-PHONE.
           MOVE 'AR'           TO BRQ-PURPOSE.
           MOVE LOG-START-DATE TO BRQ-REQUEST-DATE.
           WRITE BUREAU-REQ-FIELDS.
      *
       WRITE-TRAILER.
           MOVE SPACES         TO BUREAU-REQ-FIELDS.
           MOVE 'T'            TO BRQ-REC-TYPE.
           MOVE LOG-START-DATE TO BRQ-TRL-RUN-DATE.
           MOVE REQUESTS-SENT  TO BRQ-TRL-COUNT.
           WRITE BUREAU-REQ-FIELDS.
      *
      *    WRITE-RUN-LOG -- appends this run's vital signs to the
      *    shared RUNLOG for JOBSTATS.
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO LOG-END-STAMP.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES            TO LOG-FIELDS.
           MOVE 'BUREXT  ' TO LOG-PROGRAM.
           MOVE LOG-START-DATE    TO LOG-RUN-DATE.
           MOVE LOG-START-TIME-WK TO LOG-START-TIME.
           MOVE LOG-END-TIME-WK   TO LOG-END-TIME.
           MOVE RECS-READ         TO LOG-RECS-IN.
           MOVE REQUESTS-SENT     TO LOG-RECS-OUT.
           MOVE '+'               TO LOG-KEY-TOTAL-SIGN.
           MOVE ZERO              TO LOG-KEY-TOTAL.
           MOVE RETURN-CODE       TO LOG-RETURN-CODE.
           WRITE LOG-FIELDS.
           CLOSE RUN-LOG.
