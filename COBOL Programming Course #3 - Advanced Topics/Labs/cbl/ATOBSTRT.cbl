      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ATOBSTRT
       AUTHOR.        Otto B. Relational
      *--------------------
      *    ATOBSTRT gives AUTHONL its morning view of the temporary
      *    account-takeover blocks.  The nightly ATOSCAN monitor
      *    opens a review case on ATOCASE (ATOFLDS) when a contact
      *    change is followed by a reissue, a hot-list lift or a
      *    burst of approvals, and places a block on the case when
      *    its control card asks; the block stays in force until
      *    the fraud team's release card is applied.  Run at
      *    startup (from the startup PLT, after the nightly ATOSCAN
      *    has produced the new ATOCASE), the task:
      *
      *      - deletes ATOBTSQ, discarding yesterday's copy -- a
      *        block released overnight must stop declining this
      *        morning;
      *      - reads ATOB, the extrapartition transient data queue
      *        whose dataset is the current ATOCASE, until QZERO,
      *        and writes the account of each case whose block is
      *        in force back to ATOBTSQ.
      *
      *    ATOBTSQ therefore holds exactly the blocks in force as
      *    of last night's run, the HOTLSTRT discipline.  There is
      *    no intraday writer: a block is placed by the nightly
      *    monitor and released by the nightly disposition, so the
      *    queue changes only with the morning rebuild.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.

       DATA DIVISION.
      *-------------
       WORKING-STORAGE SECTION.
      *****************************************************
      * ONE CARRIED REVIEW CASE OFF ATOB (ATOFLDS)        *
      *****************************************************
       01  ATO-CASE-REC.
           COPY ATOFLDS.
       77  CASE-LENGTH            PIC S9(4) COMP VALUE +80.
      *****************************************************
      * THE ITEM FOR THE ATOBTSQ BROWSE LIST              *
      *****************************************************
       01  BLOCK-TSQ-ITEM.
           05  TSQ-ACCT-NO        PIC X(8).
       77  TSQ-LENGTH             PIC S9(4) COMP VALUE +8.
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
           05  FILLER             PIC X(09) VALUE ' IN FORCE'.
           05  FILLER             PIC X(32) VALUE SPACES.
       77  RESPONSE-LENGTH        PIC S9(4) COMP VALUE +80.

       PROCEDURE DIVISION.
      *------------------
      *****************************************************
      * MAIN PROGRAM ROUTINE -- TEAR DOWN YESTERDAY'S     *
      * COPY, REBUILD FROM THE NEW ATOCASE, REPORT        *
      *****************************************************
       PROG-START.
                MOVE 'ATOBTSQ REBUILT FROM ATOCASE' TO RSP-MESSAGE-O.
                PERFORM CLEAR-THE-DAY-QUEUE.
                PERFORM LOAD-THE-BLOCKS.
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
                     QUEUE('ATOBTSQ ')
                     RESP(QUEUE-RESP)
                END-EXEC.
      *****************************************************
      * READQ TD UNTIL QZERO; ONLY CASES WHOSE BLOCK IS   *
      * IN FORCE GO BACK TO ATOBTSQ                       *
      *****************************************************
       LOAD-THE-BLOCKS.
                PERFORM READ-ONE-CASE
                    UNTIL QUEUE-IS-DRAINED.
      *
       READ-ONE-CASE.
                EXEC CICS READQ TD
                     QUEUE('ATOB')
                     INTO(ATO-CASE-REC)
                     LENGTH(CASE-LENGTH)
                     RESP(QUEUE-RESP)
                END-EXEC.
                EVALUATE TRUE
                   WHEN QUEUE-RESP = DFHRESP(QZERO)
                      SET QUEUE-IS-DRAINED TO TRUE
                   WHEN QUEUE-RESP = DFHRESP(NORMAL)
                      IF ATO-BLOCK-IN-FORCE
                         PERFORM WRITE-ONE-BLOCK
                      END-IF
                   WHEN OTHER
                      SET QUEUE-IS-DRAINED TO TRUE
                      MOVE 'READQ TD ATOB FAILED' TO RSP-MESSAGE-O
                END-EVALUATE.
      *
       WRITE-ONE-BLOCK.
                MOVE ATO-ACCT-NO TO TSQ-ACCT-NO.
                EXEC CICS WRITEQ TS
                     QUEUE('ATOBTSQ ')
                     FROM(BLOCK-TSQ-ITEM)
                     LENGTH(TSQ-LENGTH)
                     AUXILIARY
                END-EXEC.
                ADD 1 TO LOAD-COUNT.
