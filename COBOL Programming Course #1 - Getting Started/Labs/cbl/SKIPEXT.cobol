      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SKIPEXT.
       AUTHOR.        Otto B. Mailer.
      *--------------------
      *    SKIPEXT builds the outbound extract for the address
      *    vendor.  RETMAIL flags an account whose mail comes back
      *    (RESERVED 'B') and the label run and statement extracts
      *    stop mailing it, but nothing went looking for the
      *    customer: the account stayed dark until they happened to
      *    call.  Every flagged account that is still ours -- not
      *    closed, not sold -- is sent for skip-trace (service 'S');
      *    a charged-off account is sent too, recovery wants the
      *    customer found more than anyone.
      *
      *    With an 'N' in byte 1 of PARMCARD (the quarterly run),
      *    the whole mailable book is sent as well for NCOA
      *    change-of-address matching (service 'N'): every ACTIVE
      *    or SUSPENDED account with a street on file and no
      *    bad-address flag, so a customer who moved and told the
      *    post office, but not us, is caught before the mail
      *    starts coming back.  Without it only the skip-trace
      *    accounts go.
      *
      *    The extract is the vendor's fixed 160-byte format
      *    (AVXFLDS), one detail per account in ACCTREC order and a
      *    trailer with the count per service.  The vendor's answer
      *    is read back by SKIPRTN.  The run logs to RUNLOG for
      *    JOBSTATS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC    ASSIGN TO ACCTREC.
           SELECT PARM-CARD   ASSIGN TO PARMCARD.
           SELECT VENDOR-EXT  ASSIGN TO SKIPEXT.
           SELECT RUN-LOG     ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
      *
       FD  PARM-CARD RECORDING MODE F.
       01  PARM-REC.
           05  PARM-NCOA-OPT      PIC X(1).
           05  FILLER             PIC X(79).
      *
       FD  VENDOR-EXT RECORDING MODE F.
       01  VENDOR-FIELDS.
           COPY AVXFLDS.
      *
       FD  RUN-LOG RECORDING MODE F.
       01  LOG-FIELDS.
           COPY LOGFLDS.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  LASTREC            PIC X VALUE SPACE.
           05  NCOA-FLAG          PIC X VALUE 'N'.
               88  NCOA-WANTED        VALUE 'Y'.
           05  SERVICE-WK         PIC X VALUE SPACE.
      *
       01  EXTRACT-COUNTS.
           05  RECS-READ          PIC S9(7) COMP-3 VALUE ZERO.
           05  SKIP-SENT          PIC S9(7) COMP-3 VALUE ZERO.
           05  NCOA-SENT          PIC S9(7) COMP-3 VALUE ZERO.
           05  FLAGGED-PASSED     PIC S9(7) COMP-3 VALUE ZERO.
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
           OPEN INPUT PARM-CARD.
           READ PARM-CARD
               AT END DISPLAY
                  'SKIPEXT: PARMCARD IS EMPTY -- SKIP-TRACE ONLY'
           END-READ.
           IF PARM-NCOA-OPT = 'N'
               SET NCOA-WANTED TO TRUE
           END-IF.
           CLOSE PARM-CARD.
           OPEN INPUT  ACCT-REC.
           OPEN OUTPUT VENDOR-EXT.
      *
       EXTRACT-ACCOUNTS.
           PERFORM READ-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               EVALUATE TRUE
                   WHEN ADDRESS-BAD
                       IF ACCOUNT-CLOSED OR ACCOUNT-TRANSFERRED
                           ADD 1 TO FLAGGED-PASSED
                       ELSE
                           MOVE 'S' TO SERVICE-WK
                           PERFORM WRITE-DETAIL
                           ADD 1 TO SKIP-SENT
                       END-IF
                   WHEN NCOA-WANTED
                       AND (ACCOUNT-ACTIVE OR ACCOUNT-SUSPENDED)
                       AND STREET-ADDR NOT = SPACES
                       MOVE 'N' TO SERVICE-WK
                       PERFORM WRITE-DETAIL
                       ADD 1 TO NCOA-SENT
               END-EVALUATE
               PERFORM READ-RECORD
           END-PERFORM.
      *
       CLOSE-STOP.
           PERFORM WRITE-TRAILER.
           DISPLAY 'SKIPEXT: RECORDS READ     = ' RECS-READ.
           DISPLAY 'SKIPEXT: SKIP-TRACE SENT  = ' SKIP-SENT.
           DISPLAY 'SKIPEXT: NCOA SENT        = ' NCOA-SENT.
           DISPLAY 'SKIPEXT: FLAGGED, NOT OURS = ' FLAGGED-PASSED.
           IF NOT NCOA-WANTED
               DISPLAY 'SKIPEXT: NO NCOA PASS THIS RUN'
           END-IF.
           CLOSE ACCT-REC.
           CLOSE VENDOR-EXT.
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
      *    WRITE-DETAIL -- the account as we hold it; the vendor
      *    matches on name, address and phone together.
       WRITE-DETAIL.
           MOVE SPACES         TO VENDOR-FIELDS.
           MOVE 'D'            TO AVX-REC-TYPE.
           MOVE SERVICE-WK     TO AVX-SERVICE.
           MOVE ACCT-NO        TO AVX-ACCT-NO.
           MOVE LAST-NAME      TO AVX-LAST-NAME.
           MOVE FIRST-NAME     TO AVX-FIRST-NAME.
           MOVE STREET-ADDR    TO AVX-STREET.
           MOVE CITY-COUNTY    TO AVX-CITY.
           MOVE USA-STATE      TO AVX-STATE.
           MOVE ZIP-CODE       TO AVX-ZIP.
           MOVE PHONE-NUMBER   TO AVX-PHONE.
           MOVE LOG-START-DATE TO AVX-SUBMIT-DATE.
           WRITE VENDOR-FIELDS.
      *
       WRITE-TRAILER.
           MOVE SPACES         TO VENDOR-FIELDS.
           MOVE 'T'            TO AVX-REC-TYPE.
           MOVE LOG-START-DATE TO AVX-TRL-RUN-DATE.
           MOVE SKIP-SENT      TO AVX-TRL-SKIP-COUNT.
           MOVE NCOA-SENT      TO AVX-TRL-NCOA-COUNT.
           WRITE VENDOR-FIELDS.
      *
      *    WRITE-RUN-LOG -- appends this run's vital signs to the
      *    shared RUNLOG for JOBSTATS.
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO LOG-END-STAMP.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES            TO LOG-FIELDS.
           MOVE 'SKIPEXT ' TO LOG-PROGRAM.
           MOVE LOG-START-DATE    TO LOG-RUN-DATE.
           MOVE LOG-START-TIME-WK TO LOG-START-TIME.
           MOVE LOG-END-TIME-WK   TO LOG-END-TIME.
           MOVE RECS-READ         TO LOG-RECS-IN.
           COMPUTE LOG-RECS-OUT = SKIP-SENT + NCOA-SENT.
           MOVE '+'               TO LOG-KEY-TOTAL-SIGN.
           MOVE ZERO              TO LOG-KEY-TOTAL.
           MOVE RETURN-CODE       TO LOG-RETURN-CODE.
           WRITE LOG-FIELDS.
           CLOSE RUN-LOG.
