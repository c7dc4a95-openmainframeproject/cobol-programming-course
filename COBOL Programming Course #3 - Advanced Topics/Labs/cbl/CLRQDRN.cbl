      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CLRQDRN
       AUTHOR.        Otto B. Relational
      *--------------------
      *    CLRQDRN is the end-of-day drain of AUTHONL's customer
      *    ceiling declines: every purchase the phone-order desk
      *    refused 'CL' sits on CLRQ, a recoverable intrapartition
      *    queue, already in CLRFLDS shape -- and until it reaches
      *    CLREVIEW, CLRVLIST's credit-review listing shows only the
      *    batch PURCHAUT's declines.  Run at end of day (from the
      *    shutdown PLT or an operator start, the AUTQDRN pattern),
      *    the task:
      *
      *      - drains CLRQ with READQ TD until QZERO;
      *      - writes each decline, unchanged, to CLRX -- the
      *        extrapartition transient data queue whose dataset
      *        is appended to CLREVIEW beside PURCHAUT's own.  The
      *        listing keeps arrival order, so no sequencing is
      *        needed.
      *
      *    CLRQ is recoverable, so the syncpoint CICS takes at task
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
      * ONE CAPTURED DECLINE OFF CLRQ (CLRFLDS)           *
      *****************************************************
       01  REVIEW-REC.
           COPY CLRFLDS.
       77  REVIEW-LENGTH          PIC S9(4) COMP VALUE +80.
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
           05  FILLER             PIC X(09) VALUE ' DECLINES'.
           05  FILLER             PIC X(32) VALUE SPACES.
       77  RESPONSE-LENGTH        PIC S9(4) COMP VALUE +80.

       PROCEDURE DIVISION.
      *------------------
      *****************************************************
      * MAIN PROGRAM ROUTINE -- DRAIN, WRITE, REPORT; THE *
      * SYNCPOINT AT RETURN COMMITS THE WHOLE DRAIN AS    *
      * ONE UNIT OF WORK                                  *
      *****************************************************
       PROG-START.
                MOVE 'CLRQ DRAINED TO CLRX' TO RSP-MESSAGE-O.
                PERFORM DRAIN-THE-QUEUE.
                IF DRAIN-COUNT = ZERO
                   MOVE 'CLRQ EMPTY -- NO DECLINES TODAY'
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
      * READQ TD UNTIL QZERO; EACH DECLINE GOES STRAIGHT  *
      * THROUGH TO CLRX, NOTHING HELD AND NOTHING DROPPED *
      *****************************************************
       DRAIN-THE-QUEUE.
                PERFORM READ-ONE-DECLINE
                    UNTIL QUEUE-IS-DRAINED.
      *
       READ-ONE-DECLINE.
                EXEC CICS READQ TD
                     QUEUE('CLRQ')
                     INTO(REVIEW-REC)
                     LENGTH(REVIEW-LENGTH)
                     RESP(QUEUE-RESP)
                END-EXEC.
                EVALUATE TRUE
                   WHEN QUEUE-RESP = DFHRESP(QZERO)
                      SET QUEUE-IS-DRAINED TO TRUE
                   WHEN QUEUE-RESP = DFHRESP(NORMAL)
                      PERFORM PASS-ONE-DECLINE
                   WHEN OTHER
                      SET QUEUE-IS-DRAINED TO TRUE
                      MOVE 'READQ TD CLRQ FAILED' TO RSP-MESSAGE-O
                END-EVALUATE.
      *
       PASS-ONE-DECLINE.
                EXEC CICS WRITEQ TD
                     QUEUE('CLRX')
                     FROM(REVIEW-REC)
                     LENGTH(REVIEW-LENGTH)
                END-EXEC.
                ADD 1 TO DRAIN-COUNT.
      *
