      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ADVQDRN
       AUTHOR.        Otto B. Relational
      *--------------------
      *    ADVQDRN is the end-of-day drain of AUTHONL's adverse-action
      *    decisions: every purchase the phone-order desk declined
      *    'ST' sits on ADVQ, a recoverable intrapartition queue,
      *    already in ADVFLDS shape -- and until it reaches ADVDECN,
      *    ADVNOTE sends letters only for the batch PURCHAUT's and
      *    LINEREV's decisions.  Run at end of day (from the
      *    shutdown PLT or an operator start, the CLRQDRN pattern),
      *    the task:
      *
      *      - drains ADVQ with READQ TD until QZERO;
      *      - writes each decision, unchanged, to ADVX -- the
      *        extrapartition transient data queue whose dataset
      *        is appended to ADVDECN beside the batch decisions.
      *        ADVNOTE matches decisions to accounts itself, so no
      *        sequencing is needed.
      *
      *    ADVQ is recoverable, so the syncpoint CICS takes at task
      *    end commits the drain as one unit: a task that fails
      *    mid-drain backs every READQ out and the next attempt
      *    starts whole.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.

       DATA DIVISION.
      *-------------
       WORKING-STORAGE SECTION.
      *****************************************************
      * ONE CAPTURED DECISION OFF ADVQ (ADVFLDS)          *
      *****************************************************
       01  ADVERSE-REC.
           COPY ADVFLDS.
       77  ADVERSE-LENGTH         PIC S9(4) COMP VALUE +80.
      *****************************************************
      * DRAIN STATE AND TOTALS                            *
      *****************************************************
       77  QUEUE-RESP             PIC S9(8) COMP VALUE ZERO.
       77  QUEUE-DRAINED-FLAG     PIC X VALUE 'N'.
               88  QUEUE-IS-DRAINED   VALUE 'Y'.
       77  DRAIN-COUNT            PIC S9(7) COMP-3 VALUE ZERO.
      *****************************************************
      * ONE LINE OF ANSWER SENT BACK TO THE TERMINAL      *
      *****************************************************
       01  RESPONSE-LINE.
           05  RSP-MESSAGE-O      PIC X(32).
           05  RSP-COUNT-O        PIC ZZZZZZ9.
           05  FILLER             PIC X(10) VALUE ' DECISIONS'.
           05  FILLER             PIC X(31) VALUE SPACES.
       77  RESPONSE-LENGTH        PIC S9(4) COMP VALUE +80.

       PROCEDURE DIVISION.
      *------------------
      *****************************************************
      * MAIN PROGRAM ROUTINE -- DRAIN, WRITE, REPORT; THE *
      * SYNCPOINT AT RETURN COMMITS THE WHOLE DRAIN AS    *
      * ONE UNIT OF WORK                                  *
      *****************************************************
       PROG-START.
                MOVE 'ADVQ DRAINED TO ADVX' TO RSP-MESSAGE-O.
                PERFORM DRAIN-THE-QUEUE.
                IF DRAIN-COUNT = ZERO
                   MOVE 'ADVQ EMPTY -- NO DECISIONS TODAY'
                        TO RSP-MESSAGE-O
                END-IF.
                MOVE DRAIN-COUNT TO RSP-COUNT-O.
                EXEC CICS SEND TEXT
                     FROM(RESPONSE-LINE)
                     LENGTH(RESPONSE-LENGTH)
                     ERASE
                END-EXEC.
       PROG-END.
                EXEC CICS RETURN END-EXEC.
      *****************************************************
      * READQ TD UNTIL QZERO; EACH DECISION GOES STRAIGHT *
      * THROUGH TO ADVX, NOTHING HELD AND NOTHING DROPPED *
      *****************************************************
       DRAIN-THE-QUEUE.
                PERFORM READ-ONE-DECISION
                    UNTIL QUEUE-IS-DRAINED.
      *
       READ-ONE-DECISION.
                EXEC CICS READQ TD
                     QUEUE('ADVQ')
                     INTO(ADVERSE-REC)
                     LENGTH(ADVERSE-LENGTH)
                     RESP(QUEUE-RESP)
                END-EXEC.
                EVALUATE TRUE
                   WHEN QUEUE-RESP = DFHRESP(QZERO)
                      SET QUEUE-IS-DRAINED TO TRUE
                   WHEN QUEUE-RESP = DFHRESP(NORMAL)
                      PERFORM PASS-ONE-DECISION
                   WHEN OTHER
                      SET QUEUE-IS-DRAINED TO TRUE
                      MOVE 'READQ TD ADVQ FAILED' TO RSP-MESSAGE-O
                END-EVALUATE.
      *
       PASS-ONE-DECISION.
                EXEC CICS WRITEQ TD
                     QUEUE('ADVX')
                     FROM(ADVERSE-REC)
                     LENGTH(ADVERSE-LENGTH)
                END-EXEC.
                ADD 1 TO DRAIN-COUNT.
      *
