      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    MEMQDRN
       AUTHOR.        Otto B. Relational
      *--------------------
      *    MEMQDRN is the end-of-day drain of the notes agents
      *    added at the desk: every note MEMOONL accepted sits on
      *    MEMQ, a recoverable intrapartition queue, in MEMFLDS
      *    shape -- the account, the date and time, the operator,
      *    the NOTE type and the text.  Run at end of day (from the
      *    shutdown PLT or an operator start, the ACCQDRN pattern),
      *    the task:
      *
      *      - drains MEMQ with READQ TD until QZERO;
      *      - writes each note, unchanged, to MEMX -- the
      *        extrapartition transient data queue whose dataset is
      *        MEMOFILE, appended to beside the entries the batch
      *        programs write, so tonight's FLAGACCT scans it and
      *        tomorrow's MEMSTRT loads it.
      *
      *    MEMQ is recoverable, so the syncpoint CICS takes at task
      *    end commits the drain as one unit: a task that fails
      *    mid-drain backs every READQ out and the next attempt
      *    starts whole -- no note is lost.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.

       DATA DIVISION.
      *-------------
       WORKING-STORAGE SECTION.
      *****************************************************
      * ONE NOTE OFF MEMQ (MEMFLDS)                       *
      *****************************************************
       01  MEMO-REC.
           COPY MEMFLDS.
       77  MEMO-LENGTH            PIC S9(4) COMP VALUE +100.
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
           05  FILLER             PIC X(06) VALUE ' NOTES'.
           05  FILLER             PIC X(37) VALUE SPACES.
       77  RESPONSE-LENGTH        PIC S9(4) COMP VALUE +80.

       PROCEDURE DIVISION.
      *------------------
      *****************************************************
      * MAIN PROGRAM ROUTINE -- DRAIN, WRITE, REPORT; THE *
      * SYNCPOINT AT RETURN COMMITS THE WHOLE DRAIN AS    *
      * ONE UNIT OF WORK                                  *
      *****************************************************
       PROG-START.
                MOVE 'MEMQ DRAINED TO MEMX' TO RSP-MESSAGE-O.
                PERFORM DRAIN-THE-QUEUE.
                IF DRAIN-COUNT = ZERO
                   MOVE 'MEMQ EMPTY -- NO NOTES TODAY'
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
      * READQ TD UNTIL QZERO; EACH NOTE GOES STRAIGHT     *
      * THROUGH TO MEMX, NOTHING HELD AND NOTHING DROPPED *
      *****************************************************
       DRAIN-THE-QUEUE.
                PERFORM READ-ONE-RECORD
                    UNTIL QUEUE-IS-DRAINED.
      *
       READ-ONE-RECORD.
                EXEC CICS READQ TD
                     QUEUE('MEMQ')
                     INTO(MEMO-REC)
                     LENGTH(MEMO-LENGTH)
                     RESP(QUEUE-RESP)
                END-EXEC.
                EVALUATE TRUE
                   WHEN QUEUE-RESP = DFHRESP(QZERO)
                      SET QUEUE-IS-DRAINED TO TRUE
                   WHEN QUEUE-RESP = DFHRESP(NORMAL)
                      PERFORM PASS-ONE-RECORD
                   WHEN OTHER
                      SET QUEUE-IS-DRAINED TO TRUE
                      MOVE 'READQ TD MEMQ FAILED' TO RSP-MESSAGE-O
                END-EVALUATE.
      *
       PASS-ONE-RECORD.
                EXEC CICS WRITEQ TD
                     QUEUE('MEMX')
                     FROM(MEMO-REC)
                     LENGTH(MEMO-LENGTH)
                END-EXEC.
                ADD 1 TO DRAIN-COUNT.
