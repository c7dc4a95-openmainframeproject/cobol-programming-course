      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PROMSTRT
       AUTHOR.        Otto B. Relational
      *--------------------
      *    PROMSTRT gives PROMONL its morning view of the open
      *    promises, the HOTLSTRT pattern.  PROMONL browses
      *    temporary storage queue PROMTSQ to show an agent the
      *    account's open promises and to refuse a second one on
      *    top.  Run at startup (from the startup PLT, after the
      *    nightly PROMMTCH has written the judged promise file),
      *    the task:
      *
      *      - deletes PROMTSQ, discarding yesterday's copy -- its
      *        promises are on PROMFILE now, and the ones PROMMTCH
      *        found kept or broken must stop showing as open;
      *      - reads PRML, the extrapartition transient data queue
      *        whose dataset is the current PROMFILE, until QZERO,
      *        and writes each OPEN promise back to PROMTSQ.
      *
      *    PROMTSQ therefore holds exactly the promises open as of
      *    last night's PROMMTCH run, and PROMONL's promises append
      *    to it as the day goes on.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.

       DATA DIVISION.
      *-------------
       WORKING-STORAGE SECTION.
      *****************************************************
      * ONE CARRIED PROMISE OFF PRML (PRMFLDS)            *
      *****************************************************
       01  PROM-FIELDS.
           COPY PRMFLDS.
       77  PROM-LENGTH            PIC S9(4) COMP VALUE +80.
      *****************************************************
      * LOAD STATE AND TOTALS                             *
      *****************************************************
       77  QUEUE-RESP             PIC S9(8) COMP VALUE ZERO.
       77  QUEUE-DRAINED-FLAG     PIC X VALUE 'N'.
               88  QUEUE-IS-DRAINED   VALUE 'Y'.
       77  LOAD-COUNT             PIC S9(7) COMP-3 VALUE ZERO.
      *****************************************************
      * ONE LINE OF ANSWER SENT BACK TO THE TERMINAL      *
      *****************************************************
       01  RESPONSE-LINE.
           05  RSP-MESSAGE-O      PIC X(32).
           05  RSP-COUNT-O        PIC ZZZZZZ9.
           05  FILLER             PIC X(09) VALUE ' OPEN    '.
           05  FILLER             PIC X(32) VALUE SPACES.
       77  RESPONSE-LENGTH        PIC S9(4) COMP VALUE +80.

       PROCEDURE DIVISION.
      *------------------
      *****************************************************
      * MAIN PROGRAM ROUTINE -- TEAR DOWN YESTERDAY'S     *
      * COPY, REBUILD FROM THE JUDGED PROMFILE, REPORT    *
      *****************************************************
       PROG-START.
                MOVE 'PROMTSQ REBUILT FROM PROMFILE' TO RSP-MESSAGE-O.
                PERFORM CLEAR-THE-DAY-QUEUE.
                PERFORM LOAD-THE-PROMISES.
                MOVE LOAD-COUNT TO RSP-COUNT-O.
                EXEC CICS SEND TEXT
                     FROM(RESPONSE-LINE)
                     LENGTH(RESPONSE-LENGTH)
                     ERASE
                END-EXEC.
       PROG-END.
                EXEC CICS RETURN END-EXEC.
      *****************************************************
      * YESTERDAY'S COPY GOES; QIDERR ONLY MEANS A CLEAN  *
      * START WITH NOTHING TO DISCARD                     *
      *****************************************************
       CLEAR-THE-DAY-QUEUE.
                EXEC CICS DELETEQ TS
                     QUEUE('PROMTSQ ')
                     RESP(QUEUE-RESP)
                END-EXEC.
      *****************************************************
      * READQ TD UNTIL QZERO; ONLY OPEN PROMISES GO BACK  *
      * TO PROMTSQ -- KEPT AND BROKEN ONES ARE HISTORY    *
      *****************************************************
       LOAD-THE-PROMISES.
                PERFORM READ-ONE-PROMISE
                    UNTIL QUEUE-IS-DRAINED.
      *
       READ-ONE-PROMISE.
                EXEC CICS READQ TD
                     QUEUE('PRML')
                     INTO(PROM-FIELDS)
                     LENGTH(PROM-LENGTH)
                     RESP(QUEUE-RESP)
                END-EXEC.
                EVALUATE TRUE
                   WHEN QUEUE-RESP = DFHRESP(QZERO)
                      SET QUEUE-IS-DRAINED TO TRUE
                   WHEN QUEUE-RESP = DFHRESP(NORMAL)
                      IF PROMISE-OPEN
                         PERFORM WRITE-ONE-PROMISE
                      END-IF
                   WHEN OTHER
                      SET QUEUE-IS-DRAINED TO TRUE
                      MOVE 'READQ TD PRML FAILED' TO RSP-MESSAGE-O
                END-EVALUATE.
      *
       WRITE-ONE-PROMISE.
                EXEC CICS WRITEQ TS
                     QUEUE('PROMTSQ ')
                     FROM(PROM-FIELDS)
                     LENGTH(PROM-LENGTH)
                     AUXILIARY
                END-EXEC.
                ADD 1 TO LOAD-COUNT.
      *
