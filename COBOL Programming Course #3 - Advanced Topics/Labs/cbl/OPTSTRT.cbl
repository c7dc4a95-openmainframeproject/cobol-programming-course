      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    OPTSTRT
       AUTHOR.        Otto B. Relational
      *--------------------
      *    OPTSTRT gives AUTHONL its morning view of the overlimit
      *    opt-in consents.  OPTMNT maintains OPTFILE (OPTFLDS): a
      *    consent is in force from its consent date up to, not
      *    including, its revoked date, and only an account with a
      *    consent in force may be authorized past its limit, up
      *    to the tolerance.  Run at startup (from the startup PLT,
      *    after the night's OPTMNT has produced the new OPTFILE),
      *    the task:
      *
      *      - deletes OPTTSQ, discarding yesterday's copy -- a
      *        consent revoked overnight must stop allowing the
      *        tolerance this morning;
      *      - reads OPTQ, the extrapartition transient data queue
      *        whose dataset is the current OPTFILE, until QZERO,
      *        and writes the account of each consent in force
      *        today back to OPTTSQ.
      *
      *    OPTTSQ therefore holds exactly the consents in force as
      *    of this morning, the ATOBSTRT discipline.  There is no
      *    intraday writer: a consent given or revoked during the
      *    day reaches the desk with the next morning's rebuild.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.

       DATA DIVISION.
      *-------------
       WORKING-STORAGE SECTION.
      *****************************************************
      * ONE CARRIED CONSENT OFF OPTQ (OPTFLDS)            *
      *****************************************************
       01  CONSENT-REC.
           COPY OPTFLDS.
       77  CONSENT-LENGTH         PIC S9(4) COMP VALUE +80.
      *****************************************************
      * THE ITEM FOR THE OPTTSQ BROWSE LIST               *
      *****************************************************
       01  CONSENT-TSQ-ITEM.
           05  TSQ-ACCT-NO        PIC X(8).
       77  TSQ-LENGTH             PIC S9(4) COMP VALUE +8.
      *****************************************************
      * LOAD STATE, TODAY'S DATE AND TOTALS               *
      *****************************************************
       77  QUEUE-RESP             PIC S9(8) COMP VALUE ZERO.
       77  QUEUE-DRAINED-FLAG     PIC X VALUE 'N'.
               88  QUEUE-IS-DRAINED   VALUE 'Y'.
       77  LOAD-COUNT             PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-CURRENT-DATE-DATA   PIC X(16).
       01  TODAY-NUM              PIC 9(8) VALUE ZERO.
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
      * COPY, REBUILD FROM THE NEW OPTFILE, REPORT        *
      *****************************************************
       PROG-START.
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
                MOVE WS-CURRENT-DATE-DATA(1:8) TO TODAY-NUM.
                MOVE 'OPTTSQ REBUILT FROM OPTFILE' TO RSP-MESSAGE-O.
                PERFORM CLEAR-THE-DAY-QUEUE.
                PERFORM LOAD-THE-CONSENTS.
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
                     QUEUE('OPTTSQ  ')
                     RESP(QUEUE-RESP)
                END-EXEC.
      *****************************************************
      * READQ TD UNTIL QZERO; ONLY CONSENTS IN FORCE      *
      * TODAY GO BACK TO OPTTSQ                           *
      *****************************************************
       LOAD-THE-CONSENTS.
                PERFORM READ-ONE-CONSENT
                    UNTIL QUEUE-IS-DRAINED.
      *
       READ-ONE-CONSENT.
                EXEC CICS READQ TD
                     QUEUE('OPTQ')
                     INTO(CONSENT-REC)
                     LENGTH(CONSENT-LENGTH)
                     RESP(QUEUE-RESP)
                END-EXEC.
                EVALUATE TRUE
                   WHEN QUEUE-RESP = DFHRESP(QZERO)
                      SET QUEUE-IS-DRAINED TO TRUE
                   WHEN QUEUE-RESP = DFHRESP(NORMAL)
                      IF OPT-CONSENT-DATE NOT > TODAY-NUM
                         AND (OPT-REVOKED-DATE = ZERO
                              OR OPT-REVOKED-DATE > TODAY-NUM)
                         PERFORM WRITE-ONE-CONSENT
                      END-IF
                   WHEN OTHER
                      SET QUEUE-IS-DRAINED TO TRUE
                      MOVE 'READQ TD OPTQ FAILED' TO RSP-MESSAGE-O
                END-EVALUATE.
      *
       WRITE-ONE-CONSENT.
                MOVE OPT-ACCT-NO TO TSQ-ACCT-NO.
                EXEC CICS WRITEQ TS
                     QUEUE('OPTTSQ  ')
                     FROM(CONSENT-TSQ-ITEM)
                     LENGTH(TSQ-LENGTH)
                     AUXILIARY
                END-EXEC.
                ADD 1 TO LOAD-COUNT.
