      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ACCQDRN
       AUTHOR.        Otto B. Relational
      *--------------------
      *    ACCQDRN is the end-of-day drain of the online access log:
      *    every account AGENTINQ or CBLDB26 put on a screen sits on
      *    ACCQ, a recoverable intrapartition queue, in ALGFLDS
      *    shape -- who looked, from which terminal, through which
      *    transaction, and when.  Run at end of day (from the
      *    shutdown PLT or an operator start, the TRNQDRN pattern),
      *    the task:
      *
      *      - drains ACCQ with READQ TD until QZERO;
      *      - writes each record, unchanged, to ACCX -- the
      *        extrapartition transient data queue whose dataset is
      *        the ACCLOG the batch CBLDB31 also appends to, and
      *        which ACCREVW reviews overnight.  Arrival order is
      *        the order the lookups were made, which is all the
      *        review needs.
      *
      *    ACCQ is recoverable, so the syncpoint CICS takes at task
      *    end commits the drain as one unit: a task that fails
      *    mid-drain backs every READQ out and the next attempt
      *    starts whole -- no lookup is lost from the log.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.

       DATA DIVISION.
      *-------------
       WORKING-STORAGE SECTION.
      *****************************************************
      * ONE ACCESS LOG RECORD OFF ACCQ (ALGFLDS)          *
      *****************************************************
       01  ACCESS-LOG-REC.
           COPY ALGFLDS.
       77  ACCESS-LOG-LENGTH      PIC S9(4) COMP VALUE +80.
      *****************************************************
      * DRAIN STATE AND TOTALS                            *
      *****************************************************
       77  QUEUE-RESP             PIC S9(8) COMP VALUE ZERO.
       77  QUEUE-DRAINED-FLAG     PIC X VALUE 'N'.
               88  QUEUE-IS-DRAINED   VALUE 'Y'.
       01  DRAIN-TOTALS.
           05  DRAIN-COUNT        PIC S9(7) COMP-3 VALUE ZERO.
      *****************************************************
      * ONE LINE OF ANSWER SENT BACK TO THE TERMINAL      *
      *****************************************************
       01  RESPONSE-LINE.
           05  RSP-MESSAGE-O      PIC X(30).
           05  RSP-COUNT-O        PIC ZZZZZZ9.
           05  FILLER             PIC X(08) VALUE ' LOOKUPS'.
           05  FILLER             PIC X(35) VALUE SPACES.
       77  RESPONSE-LENGTH        PIC S9(4) COMP VALUE +80.

       PROCEDURE DIVISION.
      *------------------
      *****************************************************
      * MAIN PROGRAM ROUTINE -- DRAIN, WRITE, REPORT; THE *
      * SYNCPOINT AT RETURN COMMITS THE WHOLE DRAIN AS    *
      * ONE UNIT OF WORK                                  *
      *****************************************************
       PROG-START.
                MOVE 'ACCQ DRAINED TO ACCX' TO RSP-MESSAGE-O.
                PERFORM DRAIN-THE-QUEUE.
                IF DRAIN-COUNT = ZERO
                   MOVE 'ACCQ EMPTY -- NO LOOKUPS TODAY'
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
      * READQ TD UNTIL QZERO; EACH RECORD GOES STRAIGHT   *
      * THROUGH TO ACCX, NOTHING HELD AND NOTHING DROPPED *
      *****************************************************
       DRAIN-THE-QUEUE.
                PERFORM READ-ONE-RECORD
                    UNTIL QUEUE-IS-DRAINED.
      *
       READ-ONE-RECORD.
                EXEC CICS READQ TD
                     QUEUE('ACCQ')
                     INTO(ACCESS-LOG-REC)
                     LENGTH(ACCESS-LOG-LENGTH)
                     RESP(QUEUE-RESP)
                END-EXEC.
                EVALUATE TRUE
                   WHEN QUEUE-RESP = DFHRESP(QZERO)
                      SET QUEUE-IS-DRAINED TO TRUE
                   WHEN QUEUE-RESP = DFHRESP(NORMAL)
                      PERFORM PASS-ONE-RECORD
                   WHEN OTHER
                      SET QUEUE-IS-DRAINED TO TRUE
                      MOVE 'READQ TD ACCQ FAILED' TO RSP-MESSAGE-O
                END-EVALUATE.
      *
       PASS-ONE-RECORD.
                EXEC CICS WRITEQ TD
                     QUEUE('ACCX')
                     FROM(ACCESS-LOG-REC)
                     LENGTH(ACCESS-LOG-LENGTH)
                END-EXEC.
                ADD 1 TO DRAIN-COUNT.
