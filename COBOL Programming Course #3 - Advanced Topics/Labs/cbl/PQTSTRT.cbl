      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PQTSTRT
       AUTHOR.        Otto B. Relational
      *--------------------
      *    PQTSTRT gives PAYQONL its morning view of the payoff
      *    quotes still live.  PAYQUOTE adds each night's quotes to
      *    PQTFILE (PQTFLDS) in open status and CLOSEACC settles or
      *    lapses them; a quote is live while it is open and its
      *    good-through date has not passed.  Run at startup (from
      *    the startup PLT, after the night's PAYQUOTE and CLOSEACC
      *    have produced the new PQTFILE), the task:
      *
      *      - deletes PQTTSQ, discarding yesterday's copy -- a
      *        quote settled overnight must not be read out to a
      *        caller this morning;
      *      - reads PQTQ, the extrapartition transient data queue
      *        whose dataset is the current PQTFILE, until QZERO,
      *        and writes each quote live today back to PQTTSQ,
      *        whole, so the desk can read out every figure the
      *        letter gave.
      *
      *    PQTTSQ therefore holds exactly the quotes live as of
      *    this morning, the OPTSTRT discipline.  There is no
      *    intraday writer: a request PAYQONL takes today is priced
      *    tonight and reaches the desk with tomorrow's rebuild.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.

       DATA DIVISION.
      *-------------
       WORKING-STORAGE SECTION.
      *****************************************************
      * ONE CARRIED QUOTE OFF PQTQ (PQTFLDS), WHICH IS    *
      * ALSO THE ITEM FOR THE PQTTSQ BROWSE LIST          *
      *****************************************************
       01  QUOTE-REC.
           COPY PQTFLDS.
       77  QUOTE-LENGTH           PIC S9(4) COMP VALUE +80.
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
           05  FILLER             PIC X(12) VALUE ' QUOTES LIVE'.
           05  FILLER             PIC X(29) VALUE SPACES.
       77  RESPONSE-LENGTH        PIC S9(4) COMP VALUE +80.

       PROCEDURE DIVISION.
      *------------------
      *****************************************************
      * MAIN PROGRAM ROUTINE -- TEAR DOWN YESTERDAY'S     *
      * COPY, REBUILD FROM THE NEW PQTFILE, REPORT        *
      *****************************************************
       PROG-START.
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
                MOVE WS-CURRENT-DATE-DATA(1:8) TO TODAY-NUM.
                MOVE 'PQTTSQ REBUILT FROM PQTFILE' TO RSP-MESSAGE-O.
                PERFORM CLEAR-THE-DAY-QUEUE.
                PERFORM LOAD-THE-QUOTES.
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
                     QUEUE('PQTTSQ  ')
                     RESP(QUEUE-RESP)
                END-EXEC.
      *****************************************************
      * READQ TD UNTIL QZERO; ONLY QUOTES LIVE TODAY GO   *
      * BACK TO PQTTSQ                                    *
      *****************************************************
       LOAD-THE-QUOTES.
                PERFORM READ-ONE-QUOTE
                    UNTIL QUEUE-IS-DRAINED.
      *
       READ-ONE-QUOTE.
                EXEC CICS READQ TD
                     QUEUE('PQTQ')
                     INTO(QUOTE-REC)
                     LENGTH(QUOTE-LENGTH)
                     RESP(QUEUE-RESP)
                END-EXEC.
                EVALUATE TRUE
                   WHEN QUEUE-RESP = DFHRESP(QZERO)
                      SET QUEUE-IS-DRAINED TO TRUE
                   WHEN QUEUE-RESP = DFHRESP(NORMAL)
                      IF PQT-OPEN
                         AND PQT-GOOD-THRU NOT < TODAY-NUM
                         PERFORM WRITE-ONE-QUOTE
                      END-IF
                   WHEN OTHER
                      SET QUEUE-IS-DRAINED TO TRUE
                      MOVE 'READQ TD PQTQ FAILED' TO RSP-MESSAGE-O
                END-EVALUATE.
      *
       WRITE-ONE-QUOTE.
                EXEC CICS WRITEQ TS
                     QUEUE('PQTTSQ  ')
                     FROM(QUOTE-REC)
                     LENGTH(QUOTE-LENGTH)
                     AUXILIARY
                END-EXEC.
                ADD 1 TO LOAD-COUNT.
