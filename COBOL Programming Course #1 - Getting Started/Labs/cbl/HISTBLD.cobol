      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    HISTBLD.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    HISTBLD rebuilds HISTIDX, the keyed posting-history index
      *    (HIXFLDS), whole from a TRANHIST generation.  TRANHIST
      *    stays the file of record; POSTACCT, INTACCR and CLOSEACC
      *    add each history record to the index as they append it,
      *    and the history readers (STMTPRT, ANNSTMT, LINEREV,
      *    RISKSCOR, PROMMTCH, PLANCHK, AUTHMTCH, NSFPROC and
      *    INTACCR) browse the index instead of sorting TRANHIST.
      *    Whenever the two could have parted, this run puts the
      *    index back in step:
      *
      *      - the first build, before the readers are switched on;
      *      - after HISTROLL, since the index still holds what the
      *        roll archived;
      *      - after NITEROLL or a refused POSTNITE, since the index
      *        still holds what the rolled-back generation added;
      *      - after any writer DISPLAYs a failed index write.
      *
      *    TRANHIST is sorted by account and posting date, ties
      *    kept in file order, and loaded into the freshly defined
      *    cluster in key order, each record numbered in HIX-SEQ as
      *    it goes.  A record whose posting date is not numeric is
      *    keyed at date zero, the front of its account, and
      *    counted.  A record the index refuses fails the run with
      *    return code 8 -- a half-built index is worse than none,
      *    since the readers would trust it -- and the run logs to
      *    RUNLOG for JOBSTATS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-HIST   ASSIGN TO TRANHIST.
           SELECT SORT-WORK   ASSIGN TO SRTWORK.
           SELECT SORTED-HIST ASSIGN TO SRTHIST.
           SELECT HIST-INDEX  ASSIGN TO HISTIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIX-KEY
               FILE STATUS IS HIX-STATUS.
           SELECT RUN-LOG     ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  TRAN-HIST RECORDING MODE F.
       01  TRAN-HIST-REC          PIC X(80).
      *
      *    SORT-WORK carries the same 80-byte layout as HISTFLDS but
      *    under SRT- names, the same rename STMTPRT's SORT-REC made.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-H-ACCT-NO      PIC X(8).
           05  SRT-H-TYPE         PIC X(1).
           05  SRT-H-AMOUNT       PIC S9(7)V99 COMP-3.
           05  SRT-H-TRAN-DATE    PIC X(8).
           05  SRT-H-COMMENT      PIC X(20).
           05  SRT-H-POST-DATE    PIC 9(8).
           05  SRT-H-BALANCE      PIC S9(7)V99 COMP-3.
           05  SRT-H-BATCH-ID     PIC X(8).
           05  FILLER             PIC X(17).
      *
       FD  SORTED-HIST RECORDING MODE F.
       01  HIST-FIELDS.
           COPY HISTFLDS.
      *
      *    HIST-INDEX -- the keyed history index (HIXFLDS), loaded
      *    in key order into an empty cluster.
       FD  HIST-INDEX RECORDING MODE F.
       01  HIX-FIELDS.
           COPY HIXFLDS.
      *
      *    RUN-LOG -- one LOGFLDS record appended per run.
       FD  RUN-LOG RECORDING MODE F.
       01  LOG-FIELDS.
           COPY LOGFLDS.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  LASTREC            PIC X VALUE SPACE.
      *
       01  HIX-STATUS             PIC X(2) VALUE '00'.
           88  HIX-OK                 VALUE '00'.
      *
       01  BUILD-COUNTS.
           05  RECS-READ          PIC S9(7) COMP-3 VALUE ZERO.
           05  RECS-LOADED        PIC S9(7) COMP-3 VALUE ZERO.
           05  RECS-UNDATED       PIC S9(7) COMP-3 VALUE ZERO.
           05  RECS-REFUSED       PIC S9(7) COMP-3 VALUE ZERO.
      *
       01  HIX-SEQ-NEXT           PIC 9(8) VALUE ZERO.
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
           SORT SORT-WORK
               ON ASCENDING KEY SRT-H-ACCT-NO SRT-H-POST-DATE
               WITH DUPLICATES IN ORDER
               USING TRAN-HIST
               GIVING SORTED-HIST.
           OPEN INPUT  SORTED-HIST.
           OPEN OUTPUT HIST-INDEX.
           IF NOT HIX-OK
               DISPLAY 'HISTBLD: HISTIDX WILL NOT OPEN, STATUS '
                       HIX-STATUS ' -- RUN REFUSED'
               CLOSE SORTED-HIST
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
      *
       LOAD-INDEX.
           PERFORM READ-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               PERFORM LOAD-ONE-RECORD
               PERFORM READ-RECORD
           END-PERFORM.
      *
       CLOSE-STOP.
           DISPLAY 'HISTBLD: RECORDS READ     = ' RECS-READ.
           DISPLAY 'HISTBLD: RECORDS LOADED   = ' RECS-LOADED.
           IF RECS-UNDATED > ZERO
               DISPLAY 'HISTBLD: UNDATED RECORDS KEYED AT ZERO = '
                   RECS-UNDATED
           END-IF.
           IF RECS-REFUSED > ZERO
               DISPLAY 'HISTBLD: RECORDS REFUSED  = ' RECS-REFUSED
                       ' -- INDEX INCOMPLETE, DO NOT RUN THE READERS'
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE SORTED-HIST.
           CLOSE HIST-INDEX.
           PERFORM WRITE-RUN-LOG.
           GOBACK.
      *
       READ-RECORD.
           READ SORTED-HIST
               AT END MOVE 'Y' TO LASTREC
           END-READ.
           IF LASTREC NOT = 'Y'
               ADD 1 TO RECS-READ
           END-IF.
      *
      *    LOAD-ONE-RECORD -- keys the history record by account,
      *    posting date and the next sequence number, and writes it.
       LOAD-ONE-RECORD.
           ADD 1 TO HIX-SEQ-NEXT.
           MOVE HIST-ACCT-NO   TO HIX-ACCT-NO.
           IF HIST-POST-DATE NUMERIC
               MOVE HIST-POST-DATE TO HIX-POST-DATE
           ELSE
               MOVE ZERO TO HIX-POST-DATE
               ADD 1 TO RECS-UNDATED
           END-IF.
           MOVE HIX-SEQ-NEXT   TO HIX-SEQ.
           MOVE HIST-FIELDS    TO HIX-HIST-IMAGE.
           WRITE HIX-FIELDS
               INVALID KEY CONTINUE
           END-WRITE.
           IF HIX-OK
               ADD 1 TO RECS-LOADED
           ELSE
               ADD 1 TO RECS-REFUSED
               IF RECS-REFUSED < 11
                   DISPLAY 'HISTBLD: ACCOUNT ' HIST-ACCT-NO
                           ' REFUSED, STATUS ' HIX-STATUS
               END-IF
           END-IF.
      *
      *    WRITE-RUN-LOG -- appends this run's vital signs to the
      *    shared RUNLOG file for the daily JOBSTATS summary.
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO LOG-END-STAMP.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES            TO LOG-FIELDS.
           MOVE 'HISTBLD'         TO LOG-PROGRAM.
           MOVE LOG-START-DATE    TO LOG-RUN-DATE.
           MOVE LOG-START-TIME-WK TO LOG-START-TIME.
           MOVE LOG-END-TIME-WK   TO LOG-END-TIME.
           MOVE RECS-READ         TO LOG-RECS-IN.
           MOVE RECS-LOADED       TO LOG-RECS-OUT.
           MOVE '+'               TO LOG-KEY-TOTAL-SIGN.
           MOVE RECS-REFUSED      TO LOG-KEY-TOTAL.
           MOVE RETURN-CODE       TO LOG-RETURN-CODE.
           WRITE LOG-FIELDS.
           CLOSE RUN-LOG.
