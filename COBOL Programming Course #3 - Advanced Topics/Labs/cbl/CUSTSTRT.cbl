      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CUSTSTRT
       AUTHOR.        Otto B. Relational
      *--------------------
      *    CUSTSTRT gives AUTHONL's customer-ceiling test its
      *    morning view, the HOTLSTRT pattern.  The ceilings live on
      *    the flat CUSTLIM file CLIMMNT maintains and the customer
      *    links on CUSTXREF, neither of which the mirror carries;
      *    AUTHONL instead browses temporary storage queue CUSTTSQ,
      *    one item per account of every customer who HAS a
      *    ceiling -- the account, its customer ID and the ceiling.
      *    Run at startup (from the startup PLT, after the nightly
      *    CUSTMNT and CLIMMNT runs have produced the new files),
      *    the task:
      *
      *      - deletes CUSTTSQ, discarding yesterday's copy -- a
      *        ceiling removed or a link split overnight must stop
      *        counting this morning;
      *      - reads CLML, the extrapartition transient data queue
      *        whose dataset is the current CUSTLIM, until QZERO,
      *        holding each customer's ceiling;
      *      - reads CUSL, the extrapartition queue whose dataset
      *        is the current CUSTXREF, until QZERO, and writes an
      *        item to CUSTTSQ for each link whose customer holds a
      *        ceiling.  Customers with no ceiling write nothing --
      *        AUTHONL judges them per account, as before.
      *
      *    Ceilings and links change only in the nightly runs, so
      *    the queue stands unchanged all day.  Ceilings past the
      *    table are not loaded, and those customers are judged per
      *    account until the table is raised.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.

       DATA DIVISION.
      *-------------
       WORKING-STORAGE SECTION.
      *****************************************************
      * ONE CEILING RECORD OFF CLML (CLMFLDS)             *
      *****************************************************
       01  LIMIT-REC.
           COPY CLMFLDS.
       77  LIMIT-LENGTH           PIC S9(4) COMP VALUE +80.
      *****************************************************
      * ONE CROSS-REFERENCE LINK OFF CUSL (CUSFLDS)       *
      *****************************************************
       01  XREF-REC.
           COPY CUSFLDS.
       77  XREF-LENGTH            PIC S9(4) COMP VALUE +80.
      *****************************************************
      * THE CEILINGS, HELD WHILE THE LINKS GO BY          *
      *****************************************************
       01  CEIL-CTL.
           05  CEIL-COUNT         PIC S9(4) COMP VALUE 0.
           05  CEIL-MAX           PIC S9(4) COMP VALUE +1000.
       01  CEIL-TABLE.
           05  CEIL-ENTRY OCCURS 1000 TIMES INDEXED BY CL-IDX.
               10  CLT-CUST-ID    PIC X(8).
               10  CLT-CEILING    PIC S9(7)V99 COMP-3.
       77  CEIL-FOUND-SWITCH      PIC X VALUE 'N'.
               88  CUSTOMER-HAS-CEILING   VALUE 'Y'.
      *****************************************************
      * THE ITEM FOR THE CUSTTSQ BROWSE LIST              *
      *****************************************************
       01  CUST-TSQ-ITEM.
           05  CTQ-ACCT-NO        PIC X(8).
           05  CTQ-CUST-ID        PIC X(8).
           05  CTQ-CEILING        PIC S9(7)V99 COMP-3.
       77  CTQ-LENGTH             PIC S9(4) COMP VALUE +21.
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
           05  FILLER             PIC X(09) VALUE ' ACCOUNTS'.
           05  FILLER             PIC X(32) VALUE SPACES.
       77  RESPONSE-LENGTH        PIC S9(4) COMP VALUE +80.

       PROCEDURE DIVISION.
      *------------------
      *****************************************************
      * MAIN PROGRAM ROUTINE -- TEAR DOWN YESTERDAY'S     *
      * COPY, HOLD THE CEILINGS, WRITE THEIR LINKS        *
      *****************************************************
       PROG-START.
                MOVE 'CUSTTSQ REBUILT FROM CUSTLIM' TO RSP-MESSAGE-O.
                PERFORM CLEAR-THE-DAY-QUEUE.
                PERFORM LOAD-THE-CEILINGS.
                MOVE 'N' TO QUEUE-DRAINED-FLAG.
                PERFORM LOAD-THE-LINKS.
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
                     QUEUE('CUSTTSQ ')
                     RESP(QUEUE-RESP)
                END-EXEC.
      *****************************************************
      * READQ TD CLML UNTIL QZERO INTO THE CEILING TABLE  *
      *****************************************************
       LOAD-THE-CEILINGS.
                PERFORM READ-ONE-CEILING
                    UNTIL QUEUE-IS-DRAINED.
      *
       READ-ONE-CEILING.
                EXEC CICS READQ TD
                     QUEUE('CLML')
                     INTO(LIMIT-REC)
                     LENGTH(LIMIT-LENGTH)
                     RESP(QUEUE-RESP)
                END-EXEC.
                EVALUATE TRUE
                   WHEN QUEUE-RESP = DFHRESP(QZERO)
                      SET QUEUE-IS-DRAINED TO TRUE
                   WHEN QUEUE-RESP = DFHRESP(NORMAL)
                      IF CEIL-COUNT < CEIL-MAX
                         ADD 1 TO CEIL-COUNT
                         MOVE CLM-CUST-ID TO CLT-CUST-ID(CEIL-COUNT)
                         MOVE CLM-CEILING TO CLT-CEILING(CEIL-COUNT)
                      END-IF
                   WHEN OTHER
                      SET QUEUE-IS-DRAINED TO TRUE
                      MOVE 'READQ TD CLML FAILED' TO RSP-MESSAGE-O
                END-EVALUATE.
      *****************************************************
      * READQ TD CUSL UNTIL QZERO; ONLY THE LINKS OF A    *
      * CUSTOMER WITH A CEILING GO TO CUSTTSQ             *
      *****************************************************
       LOAD-THE-LINKS.
                PERFORM READ-ONE-LINK
                    UNTIL QUEUE-IS-DRAINED.
      *
       READ-ONE-LINK.
                EXEC CICS READQ TD
                     QUEUE('CUSL')
                     INTO(XREF-REC)
                     LENGTH(XREF-LENGTH)
                     RESP(QUEUE-RESP)
                END-EXEC.
                EVALUATE TRUE
                   WHEN QUEUE-RESP = DFHRESP(QZERO)
                      SET QUEUE-IS-DRAINED TO TRUE
                   WHEN QUEUE-RESP = DFHRESP(NORMAL)
                      PERFORM FIND-THE-CEILING
                      IF CUSTOMER-HAS-CEILING
                         PERFORM WRITE-ONE-LINK
                      END-IF
                   WHEN OTHER
                      SET QUEUE-IS-DRAINED TO TRUE
                      MOVE 'READQ TD CUSL FAILED' TO RSP-MESSAGE-O
                END-EVALUATE.
      *
       FIND-THE-CEILING.
                MOVE 'N' TO CEIL-FOUND-SWITCH.
                PERFORM VARYING CL-IDX FROM 1 BY 1
                    UNTIL CL-IDX > CEIL-COUNT OR CUSTOMER-HAS-CEILING
                   IF CLT-CUST-ID(CL-IDX) = CUS-CUST-ID
                      MOVE 'Y' TO CEIL-FOUND-SWITCH
                      MOVE CLT-CEILING(CL-IDX) TO CTQ-CEILING
                   END-IF
                END-PERFORM.
      *
       WRITE-ONE-LINK.
                MOVE CUS-ACCT-NO TO CTQ-ACCT-NO.
                MOVE CUS-CUST-ID TO CTQ-CUST-ID.
                EXEC CICS WRITEQ TS
                     QUEUE('CUSTTSQ ')
                     FROM(CUST-TSQ-ITEM)
                     LENGTH(CTQ-LENGTH)
                     AUXILIARY
                END-EXEC.
                ADD 1 TO LOAD-COUNT.
      *
