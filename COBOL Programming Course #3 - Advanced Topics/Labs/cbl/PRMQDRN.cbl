      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PRMQDRN
       AUTHOR.        Otto B. Relational
      *--------------------
      *    PRMQDRN is the end-of-day drain of the promises PROMONL
      *    took online: each one sits on PRMQ, a recoverable
      *    intrapartition queue, already in PRMFLDS shape -- open,
      *    taken today, stamped with the agent's operator ID.  Run
      *    at end of day (from the shutdown PLT or an operator
      *    start, the TRNQDRN pattern), the task:
      *
      *      - drains PRMQ with READQ TD until QZERO;
      *      - writes each promise, unchanged, to PRMX -- the
      *        extrapartition transient data queue whose dataset is
      *        appended to PROMFILE ahead of the nightly PROMMTCH,
      *        beside the promises PROMENTR appends from PROMIN.
      *        No sequencing is needed: PROMMTCH sorts the promise
      *        file itself.
      *
      *    PROMTSQ, the browsable copy PROMONL shows the agent, is
      *    left standing: the promises on it are still open until
      *    PROMMTCH judges them, and PROMSTRT replaces the queue
      *    from the judged PROMFILE in the morning.
      *
      *    PRMQ is recoverable, so the syncpoint CICS takes at task
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
      * ONE CAPTURED PROMISE OFF PRMQ (PRMFLDS)           *
      *****************************************************
       01  PROM-FIELDS.
           COPY PRMFLDS.
       77  PROM-LENGTH            PIC S9(4) COMP VALUE +80.
      *****************************************************
      * DRAIN STATE AND TOTALS                            *
      *****************************************************
       77  QUEUE-RESP             PIC S9(8) COMP VALUE ZERO.
       77  QUEUE-DRAINED-FLAG     PIC X VALUE 'N'.
               88  QUEUE-IS-DRAINED   VALUE 'Y'.
       01  DRAIN-TOTALS.
           05  DRAIN-COUNT        PIC S9(7) COMP-3 VALUE ZERO.
           05  DRAIN-AMOUNT       PIC S9(9)V99 COMP-3 VALUE ZERO.
      *****************************************************
      * ONE LINE OF ANSWER SENT BACK TO THE TERMINAL      *
      *****************************************************
       01  RESPONSE-LINE.
           05  RSP-MESSAGE-O      PIC X(30).
           05  RSP-COUNT-O        PIC ZZZZZZ9.
           05  FILLER             PIC X(09) VALUE ' PROMS  $'.
           05  RSP-AMOUNT-O       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(20) VALUE SPACES.
       77  RESPONSE-LENGTH        PIC S9(4) COMP VALUE +80.

       PROCEDURE DIVISION.
      *------------------
      *****************************************************
      * MAIN PROGRAM ROUTINE -- DRAIN, WRITE, REPORT; THE *
      * SYNCPOINT AT RETURN COMMITS THE WHOLE DRAIN AS    *
      * ONE UNIT OF WORK                                  *
      *****************************************************
       PROG-START.
                MOVE 'PRMQ DRAINED TO PRMX' TO RSP-MESSAGE-O.
                PERFORM DRAIN-THE-QUEUE.
                IF DRAIN-COUNT = ZERO
                   MOVE 'PRMQ EMPTY -- NO PROMISES'
                        TO RSP-MESSAGE-O
                END-IF.
                MOVE DRAIN-COUNT  TO RSP-COUNT-O.
                MOVE DRAIN-AMOUNT TO RSP-AMOUNT-O.
                EXEC CICS SEND TEXT
                     FROM(RESPONSE-LINE)
                     LENGTH(RESPONSE-LENGTH)
                     ERASE
                END-EXEC.
       PROG-END.
                EXEC CICS RETURN END-EXEC.
      *****************************************************
      * READQ TD UNTIL QZERO; EACH PROMISE GOES STRAIGHT  *
      * THROUGH TO PRMX, NOTHING HELD AND NOTHING DROPPED *
      *****************************************************
       DRAIN-THE-QUEUE.
                PERFORM READ-ONE-PROMISE
                    UNTIL QUEUE-IS-DRAINED.
      *
       READ-ONE-PROMISE.
                EXEC CICS READQ TD
                     QUEUE('PRMQ')
                     INTO(PROM-FIELDS)
                     LENGTH(PROM-LENGTH)
                     RESP(QUEUE-RESP)
                END-EXEC.
                EVALUATE TRUE
                   WHEN QUEUE-RESP = DFHRESP(QZERO)
                      SET QUEUE-IS-DRAINED TO TRUE
                   WHEN QUEUE-RESP = DFHRESP(NORMAL)
                      PERFORM PASS-ONE-PROMISE
                   WHEN OTHER
                      SET QUEUE-IS-DRAINED TO TRUE
                      MOVE 'READQ TD PRMQ FAILED' TO RSP-MESSAGE-O
                END-EVALUATE.
      *
       PASS-ONE-PROMISE.
                EXEC CICS WRITEQ TD
                     QUEUE('PRMX')
                     FROM(PROM-FIELDS)
                     LENGTH(PROM-LENGTH)
                END-EXEC.
                ADD 1 TO DRAIN-COUNT.
                ADD PRM-AMOUNT TO DRAIN-AMOUNT.
      *
