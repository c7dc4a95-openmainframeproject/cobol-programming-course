      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RUNCMPR.
       AUTHOR.        Otto B. Fun.
      *--------------------
      *    RUNCMPR answers "did that change make the batch window
      *    shorter" off the same RUNLOG file JOBSTATS reports from.
      *    PARMCARD carries a cutover date (YYYYMMDD) -- the night a
      *    change went in, such as the history readers moving from
      *    sorting TRANHIST to browsing the HISTIDX index -- and
      *    every run on RUNLOG falls before it or on and after it.
      *    One line per program shows how many runs fell on each
      *    side, their average elapsed time in seconds, and the
      *    percent change from before to after.
      *
      *    Elapsed time is end time less start time; a run that
      *    ended earlier in the day than it started crossed
      *    midnight and has a day added.  A run that ended with a
      *    return code of 8 or more was refused or failed part way,
      *    so its time says nothing about the program and it is
      *    counted but left out of the averages.  A program with
      *    no runs on one side shows no change.  A blank or zero
      *    cutover refuses the run.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG    ASSIGN TO RUNLOG.
           SELECT PARM-CARD  ASSIGN TO PARMCARD.
           SELECT PRINT-LINE ASSIGN TO CMPRRPT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  RUN-LOG RECORDING MODE F.
       01  LOG-FIELDS.
           COPY LOGFLDS.
      *
      *    PARM-CARD -- the cutover date in bytes 1-8.
       FD  PARM-CARD RECORDING MODE F.
       01  PARM-REC.
           05  PARM-CUTOVER-DATE  PIC 9(8).
           05  FILLER             PIC X(72).
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC              PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  LASTREC            PIC X VALUE SPACE.
           05  PROG-FOUND-FLAG    PIC X VALUE 'N'.
           05  PROG-CAPACITY-FLAG PIC X VALUE 'N'.
               88  PROG-TABLE-FULL    VALUE 'Y'.
      *
      *    PROGRAM-TABLE -- run counts and total elapsed seconds per
      *    program, on each side of the cutover.
       01  PROG-TABLE-CTL.
           05  PROG-COUNT         PIC S9(4) COMP VALUE 0.
           05  PROG-MAX           PIC S9(4) COMP VALUE 50.
       01  PROGRAM-TABLE.
           05  PROG-ENTRY OCCURS 50 TIMES INDEXED BY PG-IDX.
               10  PG-PROGRAM     PIC X(8).
               10  PG-RUNS-BEFORE PIC S9(7) COMP-3.
               10  PG-SECS-BEFORE PIC S9(11) COMP-3.
               10  PG-RUNS-AFTER  PIC S9(7) COMP-3.
               10  PG-SECS-AFTER  PIC S9(11) COMP-3.
               10  PG-RUNS-FAILED PIC S9(7) COMP-3.
      *
       01  CUTOVER-DATE           PIC 9(8) VALUE ZERO.
       01  RECORDS-READ           PIC S9(7) COMP-3 VALUE ZERO.
       01  MATCH-IDX              PIC S9(4) COMP VALUE ZERO.
      *
      *    ELAPSED-WORK -- a run's start and end times taken apart
      *    into seconds past midnight.
       01  ELAPSED-WORK.
           05  TIME-WK.
               10  TIME-HH        PIC 9(2).
               10  TIME-MM        PIC 9(2).
               10  TIME-SS        PIC 9(2).
           05  START-SECS         PIC S9(7) COMP-3 VALUE ZERO.
           05  END-SECS           PIC S9(7) COMP-3 VALUE ZERO.
           05  ELAPSED-SECS       PIC S9(7) COMP-3 VALUE ZERO.
           05  AVG-BEFORE         PIC S9(7)V9 COMP-3 VALUE ZERO.
           05  AVG-AFTER          PIC S9(7)V9 COMP-3 VALUE ZERO.
           05  CHANGE-PCT         PIC S9(5)V9 COMP-3 VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(32) VALUE
               'Batch Elapsed Time Before/After'.
           05  FILLER         PIC X(10) VALUE ' Cutover  '.
           05  HDR-CUTOVER-O  PIC 9(8).
           05  FILLER         PIC X(50) VALUE SPACES.
      *
       01  HEADER-2.
           05  FILLER         PIC X(09) VALUE 'Program  '.
           05  FILLER         PIC X(09) VALUE 'Runs Bef '.
           05  FILLER         PIC X(11) VALUE 'Avg Secs   '.
           05  FILLER         PIC X(09) VALUE 'Runs Aft '.
           05  FILLER         PIC X(11) VALUE 'Avg Secs   '.
           05  FILLER         PIC X(10) VALUE 'Change %  '.
           05  FILLER         PIC X(07) VALUE 'Failed '.
           05  FILLER         PIC X(34) VALUE SPACES.
      *
       01  DETAIL-LINE.
           05  DET-PROGRAM-O      PIC X(8).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  DET-RUNS-BEFORE-O  PIC ZZZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DET-AVG-BEFORE-O   PIC ZZZZZZ9.9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DET-RUNS-AFTER-O   PIC ZZZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DET-AVG-AFTER-O    PIC ZZZZZZ9.9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DET-CHANGE-O       PIC -ZZZZ9.9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DET-FAILED-O       PIC ZZZZZZ9.
           05  FILLER             PIC X(34) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           OPEN INPUT PARM-CARD.
           READ PARM-CARD
               AT END DISPLAY
                  'RUNCMPR: PARMCARD IS EMPTY -- NO CUTOVER DATE'
           END-READ.
           CLOSE PARM-CARD.
           IF PARM-CUTOVER-DATE NOT NUMERIC
               OR PARM-CUTOVER-DATE = ZERO
               DISPLAY 'RUNCMPR: CUTOVER DATE MISSING OR NOT '
                       'NUMERIC -- RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE PARM-CUTOVER-DATE TO CUTOVER-DATE.
           MOVE CUTOVER-DATE      TO HDR-CUTOVER-O.
           OPEN INPUT  RUN-LOG.
           OPEN OUTPUT PRINT-LINE.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
      *
       READ-RUN-LOG.
           PERFORM READ-LOG
           PERFORM UNTIL LASTREC = 'Y'
               ADD 1 TO RECORDS-READ
               PERFORM TAKE-LOG-RECORD
               PERFORM READ-LOG
           END-PERFORM.
      *
       PRINT-COMPARISON.
           PERFORM VARYING PG-IDX FROM 1 BY 1
               UNTIL PG-IDX > PROG-COUNT
               PERFORM PRINT-ONE-PROGRAM
           END-PERFORM.
      *
       CLOSE-STOP.
           DISPLAY 'RUNCMPR: LOG RECORDS READ = ' RECORDS-READ.
           DISPLAY 'RUNCMPR: PROGRAMS LISTED  = ' PROG-COUNT.
           IF PROG-TABLE-FULL
               DISPLAY 'RUNCMPR: PROGRAM TABLE FILLED AT 50 -- '
                       'LATER PROGRAMS NOT COMPARED'
           END-IF.
           CLOSE RUN-LOG.
           CLOSE PRINT-LINE.
           GOBACK.
      *
       READ-LOG.
           READ RUN-LOG
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
      *    TAKE-LOG-RECORD -- finds or adds the program's entry and
      *    adds the run to the side of the cutover it fell on.
       TAKE-LOG-RECORD.
           MOVE 'N' TO PROG-FOUND-FLAG.
           PERFORM VARYING MATCH-IDX FROM 1 BY 1
               UNTIL MATCH-IDX > PROG-COUNT OR PROG-FOUND-FLAG = 'Y'
               IF PG-PROGRAM(MATCH-IDX) = LOG-PROGRAM
                   MOVE 'Y' TO PROG-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF PROG-FOUND-FLAG = 'Y'
               SUBTRACT 1 FROM MATCH-IDX
           ELSE
               IF PROG-COUNT < PROG-MAX
                   ADD 1 TO PROG-COUNT
                   MOVE PROG-COUNT  TO MATCH-IDX
                   MOVE LOG-PROGRAM TO PG-PROGRAM(MATCH-IDX)
                   MOVE ZERO TO PG-RUNS-BEFORE(MATCH-IDX)
                   MOVE ZERO TO PG-SECS-BEFORE(MATCH-IDX)
                   MOVE ZERO TO PG-RUNS-AFTER(MATCH-IDX)
                   MOVE ZERO TO PG-SECS-AFTER(MATCH-IDX)
                   MOVE ZERO TO PG-RUNS-FAILED(MATCH-IDX)
                   MOVE 'Y' TO PROG-FOUND-FLAG
               ELSE
                   SET PROG-TABLE-FULL TO TRUE
               END-IF
           END-IF.
           IF PROG-FOUND-FLAG = 'Y'
               IF LOG-RETURN-CODE >= 8
                   ADD 1 TO PG-RUNS-FAILED(MATCH-IDX)
               ELSE
                   PERFORM COMPUTE-ELAPSED
                   IF LOG-RUN-DATE < CUTOVER-DATE
                       ADD 1 TO PG-RUNS-BEFORE(MATCH-IDX)
                       ADD ELAPSED-SECS TO PG-SECS-BEFORE(MATCH-IDX)
                   ELSE
                       ADD 1 TO PG-RUNS-AFTER(MATCH-IDX)
                       ADD ELAPSED-SECS TO PG-SECS-AFTER(MATCH-IDX)
                   END-IF
               END-IF
           END-IF.
      *
      *    COMPUTE-ELAPSED -- end less start in seconds, a day added
      *    when the run crossed midnight.
       COMPUTE-ELAPSED.
           MOVE LOG-START-TIME TO TIME-WK.
           COMPUTE START-SECS = TIME-HH * 3600 + TIME-MM * 60
                              + TIME-SS.
           MOVE LOG-END-TIME TO TIME-WK.
           COMPUTE END-SECS = TIME-HH * 3600 + TIME-MM * 60
                            + TIME-SS.
           IF END-SECS < START-SECS
               ADD 86400 TO END-SECS
           END-IF.
           COMPUTE ELAPSED-SECS = END-SECS - START-SECS.
      *
       PRINT-ONE-PROGRAM.
           MOVE SPACES                  TO DETAIL-LINE.
           MOVE ZERO                    TO AVG-BEFORE.
           MOVE ZERO                    TO AVG-AFTER.
           MOVE ZERO                    TO CHANGE-PCT.
           MOVE PG-PROGRAM(PG-IDX)      TO DET-PROGRAM-O.
           MOVE PG-RUNS-BEFORE(PG-IDX)  TO DET-RUNS-BEFORE-O.
           MOVE PG-RUNS-AFTER(PG-IDX)   TO DET-RUNS-AFTER-O.
           MOVE PG-RUNS-FAILED(PG-IDX)  TO DET-FAILED-O.
           IF PG-RUNS-BEFORE(PG-IDX) > ZERO
               COMPUTE AVG-BEFORE ROUNDED =
                   PG-SECS-BEFORE(PG-IDX) / PG-RUNS-BEFORE(PG-IDX)
           END-IF.
           IF PG-RUNS-AFTER(PG-IDX) > ZERO
               COMPUTE AVG-AFTER ROUNDED =
                   PG-SECS-AFTER(PG-IDX) / PG-RUNS-AFTER(PG-IDX)
           END-IF.
           MOVE AVG-BEFORE TO DET-AVG-BEFORE-O.
           MOVE AVG-AFTER  TO DET-AVG-AFTER-O.
           IF PG-RUNS-BEFORE(PG-IDX) > ZERO
               AND PG-RUNS-AFTER(PG-IDX) > ZERO
               AND AVG-BEFORE > ZERO
               COMPUTE CHANGE-PCT ROUNDED =
                   (AVG-AFTER - AVG-BEFORE) * 100 / AVG-BEFORE
               MOVE CHANGE-PCT TO DET-CHANGE-O
           END-IF.
           WRITE PRINT-REC FROM DETAIL-LINE.
