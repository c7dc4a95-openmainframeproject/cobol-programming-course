      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    APPQDRN
       AUTHOR.        Otto B. Relational
      *--------------------
      *    APPQDRN is the end-of-day drain of APPENTRY's accepted
      *    applications: each one sits on APPQ, a recoverable
      *    intrapartition queue, already in the 400-byte ACCTFLDS
      *    shape of an ACCTIN record.  Run at end of day (from the
      *    shutdown PLT or an operator start, the TRNQDRN pattern),
      *    the task:
      *
      *      - drains APPQ with READQ TD until QZERO;
      *      - writes each application, unchanged, to APPX -- the
      *        extrapartition transient data queue whose dataset is
      *        concatenated into the ACCTIN WATCHSCR screens, so
      *        the night's applications go through the watch-list
      *        screen, ACCTEDIT and MERGEACC like any other new
      *        account.  No sequencing is needed: WATCHSCR sorts
      *        its survivors into account order itself, so arrival
      *        order is good enough.
      *
      *    The drained dataset is also APPTRAK's APPBATCH, the list
      *    of applications whose outcome that night's batch decides.
      *
      *    APPQ is recoverable, so the syncpoint CICS takes at task
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
      * ONE APPLICATION OFF APPQ (ACCTFLDS)               *
      *****************************************************
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
       77  ACCT-LENGTH            PIC S9(4) COMP VALUE +400.
      *****************************************************
      * DRAIN STATE AND TOTALS                            *
      *****************************************************
       77  QUEUE-RESP             PIC S9(8) COMP VALUE ZERO.
       77  QUEUE-DRAINED-FLAG     PIC X VALUE 'N'.
               88  QUEUE-IS-DRAINED   VALUE 'Y'.
       01  DRAIN-TOTALS.
           05  DRAIN-COUNT        PIC S9(7) COMP-3 VALUE ZERO.
           05  DRAIN-LIMIT        PIC S9(9)V99 COMP-3 VALUE ZERO.
      *****************************************************
      * ONE LINE OF ANSWER SENT BACK TO THE TERMINAL      *
      *****************************************************
       01  RESPONSE-LINE.
           05  RSP-MESSAGE-O      PIC X(30).
           05  RSP-COUNT-O        PIC ZZZZZZ9.
           05  FILLER             PIC X(09) VALUE ' APPS   $'.
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
                MOVE 'APPQ DRAINED TO APPX' TO RSP-MESSAGE-O.
                PERFORM DRAIN-THE-QUEUE.
                IF DRAIN-COUNT = ZERO
                   MOVE 'APPQ EMPTY -- NO APPLICATIONS'
                        TO RSP-MESSAGE-O
                END-IF.
                MOVE DRAIN-COUNT TO RSP-COUNT-O.
                MOVE DRAIN-LIMIT TO RSP-AMOUNT-O.
                EXEC CICS SEND TEXT
                     FROM(RESPONSE-LINE)
                     LENGTH(RESPONSE-LENGTH)
                     ERASE
                END-EXEC.
       PROG-END.
                EXEC CICS RETURN END-EXEC.
      *****************************************************
      * READQ TD UNTIL QZERO; EACH APPLICATION GOES       *
      * STRAIGHT THROUGH TO APPX, NOTHING HELD AND        *
      * NOTHING DROPPED                                   *
      *****************************************************
       DRAIN-THE-QUEUE.
                PERFORM READ-ONE-APPLICATION
                    UNTIL QUEUE-IS-DRAINED.
      *
       READ-ONE-APPLICATION.
                EXEC CICS READQ TD
                     QUEUE('APPQ')
                     INTO(ACCT-FIELDS)
                     LENGTH(ACCT-LENGTH)
                     RESP(QUEUE-RESP)
                END-EXEC.
                EVALUATE TRUE
                   WHEN QUEUE-RESP = DFHRESP(QZERO)
                      SET QUEUE-IS-DRAINED TO TRUE
                   WHEN QUEUE-RESP = DFHRESP(NORMAL)
                      PERFORM PASS-ONE-APPLICATION
                   WHEN OTHER
                      SET QUEUE-IS-DRAINED TO TRUE
                      MOVE 'READQ TD APPQ FAILED' TO RSP-MESSAGE-O
                END-EVALUATE.
      *
       PASS-ONE-APPLICATION.
                EXEC CICS WRITEQ TD
                     QUEUE('APPX')
                     FROM(ACCT-FIELDS)
                     LENGTH(ACCT-LENGTH)
                END-EXEC.
                ADD 1 TO DRAIN-COUNT.
                ADD ACCT-LIMIT TO DRAIN-LIMIT.
      *
