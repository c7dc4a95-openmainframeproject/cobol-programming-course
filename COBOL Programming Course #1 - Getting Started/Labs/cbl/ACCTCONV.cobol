      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ACCTCONV.
       AUTHOR.        Otto B. Scrubber.
      *--------------------
      *    ACCTCONV rewrites an account file into the current
      *    ACCTFLDS record version.  Version 1 was 244 bytes with no
      *    room left to grow; version 2 keeps those 244 bytes exactly
      *    where they were and adds the version byte and the
      *    expansion area (400 bytes in all).  The same program
      *    converts every file kept in the account layout -- the
      *    ACCTREC master, the ACCTVSAM KSDS (unloaded to a flat file
      *    first and reloaded after), the ARCHIVE and the masked test
      *    copies TESTMASK builds -- one file per step of the
      *    ACCTCONV job.
      *
      *    ACCTREC is read at either version.  A 244-byte record is
      *    widened: the version byte set to '2' and the expansion
      *    area blanked.  A 400-byte record already at version 2 is
      *    copied as it stands, so a step rerun against a file that
      *    was converted already changes nothing.  A 400-byte record
      *    carrying any other version is not a layout this program
      *    knows, and the run stops RETURN-CODE 16.
      *
      *    The conversion must be provably lossless, so the control
      *    totals (record count, ACCT-BALANCE and ACCT-LIMIT sums)
      *    are taken three times: from CTLIN, the control record the
      *    file's producer wrote (DD DUMMY for a file that has none);
      *    from the records as they were read; and from NEWACCT read
      *    back after it is closed, with every record checked for the
      *    version-2 byte.  All three must agree, or the run ends
      *    RETURN-CODE 16 with no CTLOUT written and the differences
      *    on CONVRPT.  A proved run writes CTLOUT describing NEWACCT
      *    -- the CTLFLDS handshake the next master reader checks --
      *    and its RUNLOG record, so NITEROLL sees the changeover
      *    night like any other.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC    ASSIGN TO ACCTREC.
           SELECT NEW-ACCT    ASSIGN TO NEWACCT.
           SELECT CTL-IN      ASSIGN TO CTLIN.
           SELECT CTL-OUT     ASSIGN TO CTLOUT.
           SELECT PRINT-LINE  ASSIGN TO CONVRPT.
           SELECT RUN-LOG     ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *
      *    ACCT-REC -- the file to convert, at either version; the
      *    length of each record read says which.
       FD  ACCT-REC RECORDING MODE F
           RECORD VARYING IN SIZE FROM 244 TO 400 CHARACTERS
               DEPENDING ON ACCT-REC-LENGTH.
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
      *
      *    NEW-ACCT -- the converted file, written and then read back
      *    for the proof under NEW- names.
       FD  NEW-ACCT RECORDING MODE F.
       01  NEW-ACCT-FIELDS.
           05  NEW-ACCT-NO        PIC X(8).
           05  NEW-ACCT-LIMIT     PIC S9(7)V99 COMP-3.
           05  NEW-ACCT-BALANCE   PIC S9(7)V99 COMP-3.
           05  FILLER             PIC X(226).
           05  NEW-REC-VERSION    PIC X(1).
           05  NEW-EXPANSION      PIC X(155).
      *
      *    CTL-IN/CTL-OUT -- the control-total handshake (CTLFLDS):
      *    CTLIN describes the file handed in, CTLOUT the file
      *    written.
       FD  CTL-IN RECORDING MODE F.
       01  CTL-IN-FIELDS.
           COPY CTLFLDS REPLACING LEADING ==CTL-== BY ==CTLI-==.
      *
       FD  CTL-OUT RECORDING MODE F.
       01  CTL-OUT-FIELDS.
           COPY CTLFLDS.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  RPT-LABEL-O        PIC X(30).
           05  RPT-COUNT-O        PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(02).
           05  RPT-BALANCE-O      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(02).
           05  RPT-LIMIT-O        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      *
      *    RUN-LOG -- one LOGFLDS record appended per run; see
      *    JOBSTATS for the daily operations summary printed off it.
       FD  RUN-LOG RECORDING MODE F.
       01  LOG-FIELDS.
           COPY LOGFLDS.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  LASTREC            PIC X VALUE SPACE.
           05  PROOF-FLAG         PIC X VALUE 'Y'.
               88  CONVERSION-PROVED  VALUE 'Y'.
      *
       01  ACCT-REC-LENGTH        PIC 9(4) COMP VALUE ZERO.
      *
       01  CONV-COUNTS.
           05  RECS-READ          PIC S9(7) COMP-3 VALUE ZERO.
           05  RECS-WIDENED       PIC S9(7) COMP-3 VALUE ZERO.
           05  RECS-ALREADY-V2    PIC S9(7) COMP-3 VALUE ZERO.
           05  RECS-WRITTEN       PIC S9(7) COMP-3 VALUE ZERO.
           05  RECS-NOT-V2        PIC S9(7) COMP-3 VALUE ZERO.
      *
      *    The three sets of control totals: the producer's control
      *    record, the records as read, and NEWACCT as read back.
       01  CTLI-SIGNED-WORK.
           05 CTLI-BALANCE-WK   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 CTLI-LIMIT-WK     PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  CTL-EMPTY-FLAG       PIC X VALUE 'N'.
           88  CTL-IN-EMPTY         VALUE 'Y'.
      *    CTL-SAVED-FIELDS -- the control record's contents, copied
      *    out before CTLIN is closed; a record area is not to be
      *    trusted after the CLOSE.
       01  CTL-SAVED-FIELDS.
           COPY CTLFLDS REPLACING LEADING ==CTL-== BY ==CTLS-==.
       01  READ-TOTALS.
           05 READ-RECORD-COUNT PIC S9(7) COMP-3 VALUE ZERO.
           05 READ-BALANCE-SUM  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 READ-LIMIT-SUM    PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  NEW-MASTER-TOTALS.
           05 NEW-RECORD-COUNT  PIC S9(7) COMP-3 VALUE ZERO.
           05 NEW-BALANCE-SUM   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 NEW-LIMIT-SUM     PIC S9(11)V99 COMP-3 VALUE ZERO.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM      PIC 9(8) VALUE ZERO.
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
      *
       01  HEADER-1.
           05  FILLER             PIC X(30)
                   VALUE 'ACCTFLDS VERSION 2 CONVERSION '.
           05  FILLER             PIC X(09) VALUE '  RECORDS'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(18)
                   VALUE '      ACCT-BALANCE'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(18)
                   VALUE '        ACCT-LIMIT'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO LOG-START-STAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           PERFORM READ-INPUT-CONTROL.
           OPEN INPUT  ACCT-REC.
           OPEN OUTPUT NEW-ACCT.
           OPEN OUTPUT PRINT-LINE.
           WRITE PRINT-REC FROM HEADER-1.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
      *
       CONVERT-FILE.
           PERFORM READ-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               PERFORM CONVERT-ONE-RECORD
               PERFORM READ-RECORD
           END-PERFORM.
           CLOSE ACCT-REC.
           CLOSE NEW-ACCT.
           PERFORM READ-BACK-NEW-FILE.
           PERFORM PROVE-CONVERSION.
      *
       CLOSE-STOP.
           DISPLAY 'ACCTCONV: RECORDS READ        = ' RECS-READ.
           DISPLAY 'ACCTCONV: WIDENED FROM V1     = ' RECS-WIDENED.
           DISPLAY 'ACCTCONV: ALREADY V2          = ' RECS-ALREADY-V2.
           DISPLAY 'ACCTCONV: RECORDS WRITTEN     = ' RECS-WRITTEN.
           IF CONVERSION-PROVED
               PERFORM WRITE-MASTER-CONTROL
               DISPLAY 'ACCTCONV: CONTROL TOTALS PROVED UNCHANGED'
           ELSE
               DISPLAY 'ACCTCONV: CONVERSION NOT PROVED -- NEWACCT '
                       'IS NOT TO BE USED'
               MOVE 16 TO RETURN-CODE
           END-IF.
           CLOSE PRINT-LINE.
           PERFORM WRITE-RUN-LOG.
           GOBACK.
      *
      *    READ-INPUT-CONTROL -- the producer's control record for
      *    the file handed in.  An empty CTLIN (a file with no
      *    producer's record, such as the ARCHIVE) leaves the proof
      *    to the read and read-back totals.
       READ-INPUT-CONTROL.
           OPEN INPUT CTL-IN.
           READ CTL-IN
               AT END SET CTL-IN-EMPTY TO TRUE
           END-READ.
           IF NOT CTL-IN-EMPTY
               MOVE CTL-IN-FIELDS TO CTL-SAVED-FIELDS
           END-IF.
           CLOSE CTL-IN.
           IF CTL-IN-EMPTY
               DISPLAY 'ACCTCONV: CTLIN IS EMPTY -- PROVING READ '
                       'TOTALS AGAINST THE READ-BACK ONLY'
           ELSE
               MOVE CTLS-BALANCE-TOTAL TO CTLI-BALANCE-WK
               IF CTLS-BALANCE-SIGN = '-'
                   COMPUTE CTLI-BALANCE-WK = ZERO - CTLI-BALANCE-WK
               END-IF
               MOVE CTLS-LIMIT-TOTAL TO CTLI-LIMIT-WK
               IF CTLS-LIMIT-SIGN = '-'
                   COMPUTE CTLI-LIMIT-WK = ZERO - CTLI-LIMIT-WK
               END-IF
           END-IF.
      *
       READ-RECORD.
           READ ACCT-REC
               AT END MOVE 'Y' TO LASTREC
           END-READ.
           IF LASTREC NOT = 'Y'
               ADD 1 TO RECS-READ
           END-IF.
      *
      *    CONVERT-ONE-RECORD -- the totals are taken before the
      *    record is touched, so they describe the file as handed in.
       CONVERT-ONE-RECORD.
           ADD 1            TO READ-RECORD-COUNT.
           ADD ACCT-BALANCE TO READ-BALANCE-SUM.
           ADD ACCT-LIMIT   TO READ-LIMIT-SUM.
           IF ACCT-REC-LENGTH < 400
               MOVE SPACES TO ACCT-EXPANSION
               SET ACCT-REC-V2 TO TRUE
               ADD 1 TO RECS-WIDENED
           ELSE
               IF NOT ACCT-REC-V2
                   DISPLAY 'ACCTCONV: ' ACCT-NO ' CARRIES RECORD '
                           'VERSION ''' ACCT-REC-VERSION
                           ''' -- NOT A KNOWN LAYOUT'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO RECS-ALREADY-V2
           END-IF.
           WRITE NEW-ACCT-FIELDS FROM ACCT-FIELDS.
           ADD 1 TO RECS-WRITTEN.
      *
      *    READ-BACK-NEW-FILE -- NEWACCT as it actually landed, every
      *    record checked for the version-2 byte.
       READ-BACK-NEW-FILE.
           MOVE SPACE TO LASTREC.
           OPEN INPUT NEW-ACCT.
           PERFORM UNTIL LASTREC = 'Y'
               READ NEW-ACCT
                   AT END MOVE 'Y' TO LASTREC
               END-READ
               IF LASTREC NOT = 'Y'
                   ADD 1                TO NEW-RECORD-COUNT
                   ADD NEW-ACCT-BALANCE TO NEW-BALANCE-SUM
                   ADD NEW-ACCT-LIMIT   TO NEW-LIMIT-SUM
                   IF NEW-REC-VERSION NOT = '2'
                       ADD 1 TO RECS-NOT-V2
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE NEW-ACCT.
      *
      *    PROVE-CONVERSION -- the three sets of totals side by side
      *    on CONVRPT, and the verdict.
       PROVE-CONVERSION.
           IF NOT CTL-IN-EMPTY
               MOVE SPACES TO PRINT-REC
               MOVE 'CONTROL RECORD (CTLIN)' TO RPT-LABEL-O
               MOVE CTLS-RECORD-COUNT TO RPT-COUNT-O
               MOVE CTLI-BALANCE-WK   TO RPT-BALANCE-O
               MOVE CTLI-LIMIT-WK     TO RPT-LIMIT-O
               WRITE PRINT-REC
               IF READ-RECORD-COUNT NOT = CTLS-RECORD-COUNT
                   OR READ-BALANCE-SUM NOT = CTLI-BALANCE-WK
                   OR READ-LIMIT-SUM NOT = CTLI-LIMIT-WK
                   MOVE 'N' TO PROOF-FLAG
                   DISPLAY 'ACCTCONV: ACCTREC DOES NOT MATCH ITS '
                           'CONTROL RECORD FROM ' CTLS-PROGRAM
               END-IF
           END-IF.
           MOVE SPACES TO PRINT-REC.
           MOVE 'AS READ (ACCTREC)' TO RPT-LABEL-O.
           MOVE READ-RECORD-COUNT TO RPT-COUNT-O.
           MOVE READ-BALANCE-SUM  TO RPT-BALANCE-O.
           MOVE READ-LIMIT-SUM    TO RPT-LIMIT-O.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           MOVE 'AS WRITTEN (NEWACCT)' TO RPT-LABEL-O.
           MOVE NEW-RECORD-COUNT TO RPT-COUNT-O.
           MOVE NEW-BALANCE-SUM  TO RPT-BALANCE-O.
           MOVE NEW-LIMIT-SUM    TO RPT-LIMIT-O.
           WRITE PRINT-REC.
           IF NEW-RECORD-COUNT NOT = READ-RECORD-COUNT
               OR NEW-BALANCE-SUM NOT = READ-BALANCE-SUM
               OR NEW-LIMIT-SUM NOT = READ-LIMIT-SUM
               MOVE 'N' TO PROOF-FLAG
               DISPLAY 'ACCTCONV: NEWACCT DOES NOT MATCH THE RECORDS '
                       'READ'
           END-IF.
           IF RECS-NOT-V2 > ZERO
               MOVE 'N' TO PROOF-FLAG
               DISPLAY 'ACCTCONV: NEWACCT RECORDS NOT AT VERSION 2 = '
                       RECS-NOT-V2
           END-IF.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'WIDENED FROM VERSION 1' TO RPT-LABEL-O.
           MOVE RECS-WIDENED TO RPT-COUNT-O.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           MOVE 'ALREADY AT VERSION 2' TO RPT-LABEL-O.
           MOVE RECS-ALREADY-V2 TO RPT-COUNT-O.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           IF CONVERSION-PROVED
               MOVE 'CONTROL TOTALS PROVED UNCHANGED' TO PRINT-REC
           ELSE
               MOVE 'CONVERSION NOT PROVED -- NEWACCT NOT TO BE USED'
                   TO PRINT-REC
           END-IF.
           WRITE PRINT-REC.
      *
      *    WRITE-MASTER-CONTROL -- describes the NEWACCT this run
      *    wrote, for the next consumer's VERIFY-MASTER-CONTROL.
       WRITE-MASTER-CONTROL.
           OPEN OUTPUT CTL-OUT.
           MOVE SPACES           TO CTL-OUT-FIELDS.
           MOVE 'ACCTCONV'       TO CTL-PROGRAM.
           MOVE CURRENT-DATE-NUM TO CTL-RUN-DATE.
           MOVE NEW-RECORD-COUNT TO CTL-RECORD-COUNT.
           IF NEW-BALANCE-SUM < ZERO
               MOVE '-' TO CTL-BALANCE-SIGN
               COMPUTE CTL-BALANCE-TOTAL = ZERO - NEW-BALANCE-SUM
           ELSE
               MOVE '+' TO CTL-BALANCE-SIGN
               MOVE NEW-BALANCE-SUM TO CTL-BALANCE-TOTAL
           END-IF.
           IF NEW-LIMIT-SUM < ZERO
               MOVE '-' TO CTL-LIMIT-SIGN
               COMPUTE CTL-LIMIT-TOTAL = ZERO - NEW-LIMIT-SUM
           ELSE
               MOVE '+' TO CTL-LIMIT-SIGN
               MOVE NEW-LIMIT-SUM TO CTL-LIMIT-TOTAL
           END-IF.
           WRITE CTL-OUT-FIELDS.
           CLOSE CTL-OUT.
      *
      *    WRITE-RUN-LOG -- appends this run's vital signs to the
      *    shared RUNLOG file for the daily JOBSTATS summary.
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO LOG-END-STAMP.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES            TO LOG-FIELDS.
           MOVE 'ACCTCONV'        TO LOG-PROGRAM.
           MOVE LOG-START-DATE    TO LOG-RUN-DATE.
           MOVE LOG-START-TIME-WK TO LOG-START-TIME.
           MOVE LOG-END-TIME-WK   TO LOG-END-TIME.
           MOVE RECS-READ         TO LOG-RECS-IN.
           MOVE RECS-WRITTEN      TO LOG-RECS-OUT.
           IF NEW-BALANCE-SUM < ZERO
               MOVE '-' TO LOG-KEY-TOTAL-SIGN
               COMPUTE LOG-KEY-TOTAL = ZERO - NEW-BALANCE-SUM
           ELSE
               MOVE '+' TO LOG-KEY-TOTAL-SIGN
               MOVE NEW-BALANCE-SUM TO LOG-KEY-TOTAL
           END-IF.
           MOVE RETURN-CODE       TO LOG-RETURN-CODE.
           WRITE LOG-FIELDS.
           CLOSE RUN-LOG.
