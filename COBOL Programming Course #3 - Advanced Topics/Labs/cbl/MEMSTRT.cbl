      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    MEMSTRT
       AUTHOR.        Otto B. Relational
      *--------------------
      *    MEMSTRT gives AGENTINQ its morning view of the account
      *    memos.  MEMOFILE (MEMFLDS) is appended to by the batch
      *    programs -- AGPLACE, AGRECALL, CLOSEACC and ARCHRTRV --
      *    and, through MEMQDRN, by the notes agents add at
      *    MEMOONL.  Run at startup (from the startup PLT, after
      *    the night's batch and the drain have written to
      *    MEMOFILE), the task:
      *
      *      - deletes MEMTSQ, discarding yesterday's copy and the
      *        notes MEMOONL added to it, which MEMOFILE now holds;
      *      - reads MEMF, the extrapartition transient data queue
      *        whose dataset is MEMOFILE, until QZERO, and writes
      *        each memo dated within the last year back to MEMTSQ,
      *        whole, in file order -- the order they were written.
      *
      *    A memo older than that stays on MEMOFILE for FLAGACCT
      *    but no longer costs every AGENTINQ browse a read.
      *    MEMOONL adds the day's notes to MEMTSQ as they are taken.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.

       DATA DIVISION.
      *-------------
       WORKING-STORAGE SECTION.
      *****************************************************
      * ONE MEMO OFF MEMF (MEMFLDS), WHICH IS ALSO THE    *
      * ITEM FOR THE MEMTSQ BROWSE LIST                   *
      *****************************************************
       01  MEMO-REC.
           COPY MEMFLDS.
       77  MEMO-LENGTH            PIC S9(4) COMP VALUE +100.
      *****************************************************
      * LOAD STATE, THE OLDEST DATE KEPT AND TOTALS       *
      *****************************************************
       77  QUEUE-RESP             PIC S9(8) COMP VALUE ZERO.
       77  QUEUE-DRAINED-FLAG     PIC X VALUE 'N'.
               88  QUEUE-IS-DRAINED   VALUE 'Y'.
       77  LOAD-COUNT             PIC S9(7) COMP-3 VALUE ZERO.
       77  MEMO-KEEP-DAYS         PIC S9(4) COMP VALUE +365.
       01  WS-CURRENT-DATE-DATA   PIC X(16).
       01  TODAY-NUM              PIC 9(8) VALUE ZERO.
       01  OLDEST-KEPT-NUM        PIC 9(8) VALUE ZERO.
      *****************************************************
      * ONE LINE OF ANSWER SENT BACK TO THE TERMINAL      *
      *****************************************************
       01  RESPONSE-LINE.
           05  RSP-MESSAGE-O      PIC X(32).
           05  RSP-COUNT-O        PIC ZZZZZZ9.
           05  FILLER             PIC X(12) VALUE ' MEMOS KEPT'.
           05  FILLER             PIC X(29) VALUE SPACES.
       77  RESPONSE-LENGTH        PIC S9(4) COMP VALUE +80.

       PROCEDURE DIVISION.
      *------------------
      *****************************************************
      * MAIN PROGRAM ROUTINE -- TEAR DOWN YESTERDAY'S     *
      * COPY, REBUILD FROM MEMOFILE, REPORT               *
      *****************************************************
       PROG-START.
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
                MOVE WS-CURRENT-DATE-DATA(1:8) TO TODAY-NUM.
                COMPUTE OLDEST-KEPT-NUM = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(TODAY-NUM)
                     - MEMO-KEEP-DAYS).
                MOVE 'MEMTSQ REBUILT FROM MEMOFILE' TO RSP-MESSAGE-O.
                PERFORM CLEAR-THE-DAY-QUEUE.
                PERFORM LOAD-THE-MEMOS.
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
                     QUEUE('MEMTSQ  ')
                     RESP(QUEUE-RESP)
                END-EXEC.
      *****************************************************
      * READQ TD UNTIL QZERO; ONLY THE LAST YEAR'S MEMOS  *
      * GO BACK TO MEMTSQ                                 *
      *****************************************************
       LOAD-THE-MEMOS.
                PERFORM READ-ONE-MEMO
                    UNTIL QUEUE-IS-DRAINED.
      *
       READ-ONE-MEMO.
                EXEC CICS READQ TD
                     QUEUE('MEMF')
                     INTO(MEMO-REC)
                     LENGTH(MEMO-LENGTH)
                     RESP(QUEUE-RESP)
                END-EXEC.
                EVALUATE TRUE
                   WHEN QUEUE-RESP = DFHRESP(QZERO)
                      SET QUEUE-IS-DRAINED TO TRUE
                   WHEN QUEUE-RESP = DFHRESP(NORMAL)
                      IF MEM-DATE NOT < OLDEST-KEPT-NUM
                         PERFORM WRITE-ONE-MEMO
                      END-IF
                   WHEN OTHER
                      SET QUEUE-IS-DRAINED TO TRUE
                      MOVE 'READQ TD MEMF FAILED' TO RSP-MESSAGE-O
                END-EVALUATE.
      *
       WRITE-ONE-MEMO.
                EXEC CICS WRITEQ TS
                     QUEUE('MEMTSQ  ')
                     FROM(MEMO-REC)
                     LENGTH(MEMO-LENGTH)
                     AUXILIARY
                END-EXEC.
                ADD 1 TO LOAD-COUNT.
