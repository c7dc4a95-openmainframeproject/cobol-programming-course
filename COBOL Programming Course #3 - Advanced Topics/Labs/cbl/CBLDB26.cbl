      *    place -- pseudo-conversational tasks hold nothing between
      *    screens, so position is re-earned from the COMMAREA each
      *    time.
      *
      *    Every account this transaction shows is written to the
      *    access log, one ALGFLDS record onto the recoverable ACCQ
      *    queue the way AGENTINQ writes it: a single-account answer
      *    as a D (detail) view, and each line of a surname page --
      *    account, name and balance are already on it -- as an L
      *    (list) view.  ACCQDRN drains ACCQ to ACCLOG at end of day
      *    for ACCREVW's overnight review.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
           05  ACCT-COMMENT-O     PIC X(50).
       77  RESPONSE-LENGTH        PIC S9(4) COMP VALUE ZERO.
      *****************************************************
      * ONE ACCESS LOG RECORD FOR ACCQ (ALGFLDS)          *
      *****************************************************
       01  ACCESS-LOG-REC.
           COPY ALGFLDS.
       77  ACCESS-LOG-LENGTH      PIC S9(4) COMP VALUE +80.
       77  ACCESS-VIEW-WK         PIC X          VALUE SPACE.
      *****************************************************
      * CURRENT DATE AND TIME FOR THE ACCESS LOG          *
      *****************************************************
       01  WS-CURRENT-DATE-DATA  PIC X(21).
      *****************************************************
      * SQL INCLUDE FOR SQLCA                             *
      *****************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.
                EXEC SQL FETCH CUR-SURNAME INTO :CUSTOMER-RECORD
                     END-EXEC.
                IF SQLCODE = 0
                   MOVE 'L' TO ACCESS-VIEW-WK
                   PERFORM LOG-THE-ACCESS
                   ADD 1 TO LINES-ON-PAGE
                   MOVE LINES-ON-PAGE TO PBL-LINE-NO(PL-IDX)
                   MOVE ACCT-NO      TO PBL-ACCT-NO(PL-IDX)
                END-IF.
      *
       SEND-ANSWER.
                MOVE 'D' TO ACCESS-VIEW-WK.
                PERFORM LOG-THE-ACCESS.
                MOVE  ACCT-NO      TO  ACCT-NO-O.
                MOVE  ACCT-LIMIT   TO  ACCT-LIMIT-O.
                MOVE  ACCT-BALANCE TO  ACCT-BALANCE-O.
                     LENGTH(RESPONSE-LENGTH)
                     ERASE
                END-EXEC.
      *****************************************************
      * WHO LOOKED, FROM WHERE, AND WHEN -- ONE ACCQ      *
      * RECORD FOR THE ACCOUNT IN CUSTOMER-RECORD, AS     *
      * ACCESS-VIEW-WK SAYS IT IS SHOWN                   *
      *****************************************************
       LOG-THE-ACCESS.
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
                MOVE SPACES    TO ACCESS-LOG-REC.
                EXEC CICS ASSIGN
                     USERID(ALG-OPERATOR)
                END-EXEC.
                MOVE EIBTRMID  TO ALG-TERMINAL.
                MOVE ACCT-NO   TO ALG-ACCT-NO.
                MOVE EIBTRNID  TO ALG-TRANSACTION.
                MOVE 'CBLDB26' TO ALG-PROGRAM.
                MOVE ACCESS-VIEW-WK TO ALG-VIEW.
                MOVE WS-CURRENT-DATE-DATA(1:14) TO ALG-TIMESTAMP.
                EXEC CICS WRITEQ TD
                     QUEUE('ACCQ')
                     FROM(ACCESS-LOG-REC)
                     LENGTH(ACCESS-LOG-LENGTH)
                END-EXEC.
      *
       SEND-NOT-FOUND.
                MOVE SPACES             TO RESPONSE-LINE.
