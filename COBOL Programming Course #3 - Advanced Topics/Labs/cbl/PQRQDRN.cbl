      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PQRQDRN
       AUTHOR.        Otto B. Relational
      *--------------------
      *    PQRQDRN is the end-of-day drain of the payoff-quote
      *    requests taken at the desk: every request PAYQONL
      *    accepted sits on PQRQ, a recoverable intrapartition
      *    queue, in PQRFLDS shape -- the account, the good-through
      *    date, who asked and their reference, the operator and
      *    the day.  Run at end of day (from the shutdown PLT or an
      *    operator start, the ACCQDRN pattern), the task:
      *
      *      - drains PQRQ with READQ TD until QZERO;
      *      - writes each request, unchanged, to PQRX -- the
      *        extrapartition transient data queue whose dataset is
      *        QUOTEREQ, appended to ahead of the nightly PAYQUOTE,
      *        which prices it and sends the letter.
      *
      *    PQRQ is recoverable, so the syncpoint CICS takes at task
      *    end commits the drain as one unit: a task that fails
      *    mid-drain backs every READQ out and the next attempt
      *    starts whole -- no request is lost.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.

       DATA DIVISION.
      *-------------
       WORKING-STORAGE SECTION.
      *****************************************************
      * ONE QUOTE REQUEST OFF PQRQ (PQRFLDS)              *
      *****************************************************
       01  QUOTE-REQUEST-REC.
           COPY PQRFLDS.
       77  QUOTE-REQUEST-LENGTH   PIC S9(4) COMP VALUE +80.
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
           05  FILLER             PIC X(09) VALUE ' REQUESTS'.
           05  FILLER             PIC X(34) VALUE SPACES.
       77  RESPONSE-LENGTH        PIC S9(4) COMP VALUE +80.

       PROCEDURE DIVISION.
      *------------------
      *****************************************************
      * MAIN PROGRAM ROUTINE -- DRAIN, WRITE, REPORT; THE *
      * SYNCPOINT AT RETURN COMMITS THE WHOLE DRAIN AS    *
      * ONE UNIT OF WORK                                  *
      *****************************************************
       PROG-START.
                MOVE 'PQRQ DRAINED TO PQRX' TO RSP-MESSAGE-O.
                PERFORM DRAIN-THE-QUEUE.
                IF DRAIN-COUNT = ZERO
                   MOVE 'PQRQ EMPTY -- NO REQUESTS TODAY'
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
      * READQ TD UNTIL QZERO; EACH REQUEST GOES STRAIGHT  *
      * THROUGH TO PQRX, NOTHING HELD AND NOTHING DROPPED *
      *****************************************************
       DRAIN-THE-QUEUE.
                PERFORM READ-ONE-RECORD
                    UNTIL QUEUE-IS-DRAINED.
      *
       READ-ONE-RECORD.
                EXEC CICS READQ TD
                     QUEUE('PQRQ')
                     INTO(QUOTE-REQUEST-REC)
                     LENGTH(QUOTE-REQUEST-LENGTH)
                     RESP(QUEUE-RESP)
                END-EXEC.
                EVALUATE TRUE
                   WHEN QUEUE-RESP = DFHRESP(QZERO)
                      SET QUEUE-IS-DRAINED TO TRUE
                   WHEN QUEUE-RESP = DFHRESP(NORMAL)
                      PERFORM PASS-ONE-RECORD
                   WHEN OTHER
                      SET QUEUE-IS-DRAINED TO TRUE
                      MOVE 'READQ TD PQRQ FAILED' TO RSP-MESSAGE-O
                END-EVALUATE.
      *
       PASS-ONE-RECORD.
                EXEC CICS WRITEQ TD
                     QUEUE('PQRX')
                     FROM(QUOTE-REQUEST-REC)
                     LENGTH(QUOTE-REQUEST-LENGTH)
                END-EXEC.
                ADD 1 TO DRAIN-COUNT.
