      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    MEMOONL
       AUTHOR.        Otto B. Relational
      *--------------------
      *    MEMOONL is where an agent adds a note to an account's
      *    dated memo file instead of typing over COMMENTS, which
      *    holds one note at a time and loses the last one to the
      *    next.  One terminal input per note: the account and up
      *    to 56 bytes of text.  The operator is not keyed -- it is
      *    the signed-on user, taken with ASSIGN USERID the way
      *    AGENTINQ logs its viewers -- so a note always says who
      *    wrote it.
      *
      *    The account must be on the Z#####T mirror, which stands
      *    in online for the master, and the note may not be blank.
      *    A failing note is answered with the reason and touches
      *    nothing.
      *
      *    An accepted note is written, in MEMFLDS shape as a NOTE
      *    entry stamped with today's date and time, to two places
      *    (the PROMONL pattern):
      *
      *      - MEMQ, a recoverable transient data queue, which
      *        MEMQDRN drains at end of day to MEMX -- the
      *        extrapartition queue whose dataset is MEMOFILE -- so
      *        the note joins the batch programs' entries for
      *        FLAGACCT's scan;
      *      - MEMTSQ, the temporary storage queue MEMSTRT rebuilds
      *        every morning from MEMOFILE, so AGENTINQ shows the
      *        note at once instead of tomorrow.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.

       DATA DIVISION.
      *-------------
       WORKING-STORAGE SECTION.
      *****************************************************
      * STRUCTURE FOR THE TERMINAL NOTE INPUT             *
      *****************************************************
       01  NOTE-INPUT.
           05  REQ-ACCT-NO        PIC X(08).
           05  REQ-NOTE-TEXT      PIC X(56).
           05  FILLER             PIC X(16).
       77  NOTE-INPUT-LENGTH      PIC S9(4) COMP VALUE +80.
       77  CARD-VALID-SWITCH      PIC X          VALUE 'Y'.
               88  CARD-IS-VALID              VALUE 'Y'.
      *****************************************************
      * ONE LINE OF ANSWER SENT BACK TO THE TERMINAL      *
      *****************************************************
       01  RESPONSE-LINE.
           05  RSP-ACCT-NO        PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RSP-MESSAGE        PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RSP-OPERATOR       PIC X(8).
           05  FILLER             PIC X(30) VALUE SPACES.
       77  RESPONSE-LENGTH        PIC S9(4) COMP VALUE +80.
      *****************************************************
      * ONE MEMO, THE SHAPE MEMQ, MEMTSQ AND MEMOFILE     *
      * CARRY (MEMFLDS)                                   *
      *****************************************************
       01  MEMO-FIELDS.
           COPY MEMFLDS.
       77  MEMO-LENGTH            PIC S9(4) COMP VALUE +100.
      *****************************************************
      * SQL INCLUDE FOR SQLCA                             *
      *****************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.
      *****************************************************
      * SQL DECLARATION FOR VIEW ACCOUNTS                 *
      *****************************************************
                EXEC SQL DECLARE Z#####T TABLE
                        (ACCTNO     CHAR(8)  NOT NULL,
                         LIMIT      DECIMAL(9,2)     ,
                         BALANCE    DECIMAL(9,2)     ,
                         SURNAME    CHAR(20) NOT NULL,
                         FIRSTN     CHAR(15) NOT NULL,
                         ADDRESS1   CHAR(25) NOT NULL,
                         ADDRESS2   CHAR(20) NOT NULL,
                         ADDRESS3   CHAR(15) NOT NULL,
                         RESERVED   CHAR(7)  NOT NULL,
                         COMMENTS   CHAR(50) NOT NULL)
                         END-EXEC.
      *****************************************************
      * HOST VARIABLES                                    *
      *****************************************************
       01 DB-MEMO-WORK.
          02 DB-ACCT-NO         PIC X(8).
          02 DB-BALANCE         PIC S9(7)V99 COMP-3.
      *****************************************************
      * CURRENT DATE AND TIME FOR THE MEMO STAMP          *
      *****************************************************
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME.
               10  WS-CURRENT-HOURS        PIC 9(02).
               10  WS-CURRENT-MINUTE       PIC 9(02).
               10  WS-CURRENT-SECOND       PIC 9(02).
               10  WS-CURRENT-MILLISECONDS PIC 9(02).
       01  OPERATOR-ID             PIC X(8) VALUE SPACES.
      *****************************************************
      * DECLARATIONS FOR SQL ERROR HANDLING               *
      *****************************************************
       01 UD-ERROR-MESSAGE      PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
      *------------------
      *****************************************************
      * MAIN PROGRAM ROUTINE -- ONE NOTE, ONE ANSWER,     *
      * THEN THE TASK ENDS; THE SYNCPOINT AT RETURN       *
      * COMMITS THE RECOVERABLE MEMQ CAPTURE              *
      *****************************************************
       PROG-START.
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
                EXEC CICS ASSIGN
                     USERID(OPERATOR-ID)
                END-EXEC.
                EXEC CICS RECEIVE
                     INTO(NOTE-INPUT)
                     LENGTH(NOTE-INPUT-LENGTH)
                END-EXEC.
                MOVE REQ-ACCT-NO TO RSP-ACCT-NO.
                MOVE OPERATOR-ID TO RSP-OPERATOR.
                PERFORM VALIDATE-NOTE.
                IF CARD-IS-VALID
                   PERFORM CHECK-ACCOUNT-EXISTS
                END-IF.
                IF CARD-IS-VALID
                   PERFORM TAKE-THE-NOTE
                END-IF.
                EXEC CICS SEND TEXT
                     FROM(RESPONSE-LINE)
                     LENGTH(RESPONSE-LENGTH)
                     ERASE
                END-EXEC.
       PROG-END.
                EXEC CICS RETURN END-EXEC.
      *
      * THE ACCOUNT AND THE NOTE MAY NOT BE BLANK
       VALIDATE-NOTE.
                MOVE 'N' TO CARD-VALID-SWITCH.
                EVALUATE TRUE
                   WHEN REQ-ACCT-NO = SPACES
                      MOVE 'ACCOUNT NUMBER IS BLANK'
                           TO RSP-MESSAGE
                   WHEN REQ-NOTE-TEXT = SPACES
                      MOVE 'NOTE TEXT IS BLANK'
                           TO RSP-MESSAGE
                   WHEN OTHER
                      MOVE 'Y' TO CARD-VALID-SWITCH
                END-EVALUATE.
      *****************************************************
      * A NOTE AGAINST AN ACCOUNT WE DO NOT HOLD IS A     *
      * KEYING ERROR                                      *
      *****************************************************
       CHECK-ACCOUNT-EXISTS.
                MOVE REQ-ACCT-NO TO DB-ACCT-NO.
                EXEC SQL
                   SELECT BALANCE
                     INTO :DB-BALANCE
                     FROM Z#####T
                    WHERE ACCTNO = :DB-ACCT-NO
                END-EXEC.
                IF SQLCODE = 100
                   MOVE 'N' TO CARD-VALID-SWITCH
                   MOVE 'NO MATCHING ACCOUNT ON FILE' TO RSP-MESSAGE
                ELSE
                   IF SQLCODE NOT = 0
                      MOVE 'SELECT Z#####T' TO UD-ERROR-MESSAGE
                      PERFORM SQL-ERROR-HANDLING
                   END-IF
                END-IF.
      *****************************************************
      * THE NOTE, ONTO MEMQ FOR MEMOFILE AND ONTO MEMTSQ  *
      * FOR TODAY'S AGENTINQ                              *
      *****************************************************
       TAKE-THE-NOTE.
                MOVE SPACES           TO MEMO-FIELDS.
                MOVE REQ-ACCT-NO      TO MEM-ACCT-NO.
                MOVE WS-CURRENT-DATE  TO MEM-DATE.
                MOVE WS-CURRENT-TIME(1:6) TO MEM-TIME.
                MOVE OPERATOR-ID      TO MEM-SOURCE.
                SET MEM-AGENT-NOTE    TO TRUE.
                MOVE REQ-NOTE-TEXT    TO MEM-TEXT.
                MOVE +100             TO MEMO-LENGTH.
                EXEC CICS WRITEQ TD
                     QUEUE('MEMQ')
                     FROM(MEMO-FIELDS)
                     LENGTH(MEMO-LENGTH)
                END-EXEC.
                EXEC CICS WRITEQ TS
                     QUEUE('MEMTSQ  ')
                     FROM(MEMO-FIELDS)
                     LENGTH(MEMO-LENGTH)
                     AUXILIARY
                END-EXEC.
                MOVE 'NOTE ADDED' TO RSP-MESSAGE.
      *
       SQL-ERROR-HANDLING.
           EXEC CICS SEND TEXT
                FROM(UD-ERROR-MESSAGE)
                LENGTH(80)
                ERASE
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.
      *
