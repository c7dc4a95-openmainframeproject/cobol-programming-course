      *        COMMENTS stamps the batch side leaves (placement,
      *        closure, charge-off);
      *      - the last ten Z#####H transactions newest-first,
      *        through the same descending cursor CBLDB31 uses;
      *      - the account's five latest memos, newest first --
      *        placements, recalls, closures, reinstatements and
      *        agents' notes -- browsed off temporary storage queue
      *        MEMTSQ, which MEMSTRT rebuilds every morning from
      *        MEMOFILE (MEMFLDS) and MEMOONL adds to as notes are
      *        taken.  An absent queue simply means no memos.
      *
      *    The whole answer is one SEND TEXT block, so the task is
      *    single-shot: build, send, return.  Errors take the
      *    CBLDB26 treatment -- the failing statement named to the
      *    terminal and the task ended.
      *
      *    Every account this screen shows is written to the access
      *    log: one ALGFLDS record -- the signed-on operator, the
      *    terminal, the account, the transaction and the time --
      *    onto ACCQ, a recoverable intrapartition queue, so the
      *    record commits or backs out with the task that showed the
      *    account.  ACCQDRN drains ACCQ to ACCLOG at end of day and
      *    ACCREVW reviews it overnight for the privacy officer.  An
      *    account number that is not on file showed nothing and is
      *    not logged.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
               10  FILLER         PIC X(02).
               10  SCH-BALANCE    PIC $$,$$$,$$9.99-.
               10  FILLER         PIC X(16).
           05  SCR-MEMO-HEADER.
               10  FILLER         PIC X(09) VALUE 'MEMO DATE'.
               10  FILLER         PIC X(01) VALUE SPACE.
               10  FILLER         PIC X(04) VALUE 'TYPE'.
               10  FILLER         PIC X(01) VALUE SPACE.
               10  FILLER         PIC X(08) VALUE 'BY      '.
               10  FILLER         PIC X(01) VALUE SPACE.
               10  FILLER         PIC X(04) VALUE 'TEXT'.
               10  FILLER         PIC X(52) VALUE SPACES.
           05  SCR-MEMO-LINE OCCURS 5 TIMES INDEXED BY ML-IDX.
               10  SCO-DATE       PIC X(8).
               10  FILLER         PIC X(02).
               10  SCO-TYPE       PIC X(4).
               10  FILLER         PIC X(01).
               10  SCO-SOURCE     PIC X(8).
               10  FILLER         PIC X(01).
               10  SCO-TEXT       PIC X(56).
       77  SCREEN-BUFFER-LENGTH   PIC S9(4) COMP VALUE +1840.
       77  HIST-LINES-FILLED      PIC S9(4) COMP VALUE ZERO.
      *****************************************************
      * ONE LINE OF ERROR ANSWER SENT BACK TO THE TERMINAL *
       01  RESPONSE-LINE          PIC X(80) VALUE SPACES.
       77  RESPONSE-LENGTH        PIC S9(4) COMP VALUE +80.
      *****************************************************
      * ONE ACCESS LOG RECORD FOR ACCQ (ALGFLDS)          *
      *****************************************************
       01  ACCESS-LOG-REC.
           COPY ALGFLDS.
       77  ACCESS-LOG-LENGTH      PIC S9(4) COMP VALUE +80.
      *****************************************************
      * CURRENT DATE AND TIME FOR THE ACCESS LOG          *
      *****************************************************
       01  WS-CURRENT-DATE-DATA  PIC X(21).
      *****************************************************
      * ONE MEMO OFF MEMTSQ (MEMFLDS), AND THE LAST FIVE  *
      * OF THE ACCOUNT'S SEEN SO FAR, OLDEST FIRST        *
      *****************************************************
       01  MEMO-FIELDS.
           COPY MEMFLDS.
       77  MEMO-LENGTH            PIC S9(4) COMP VALUE +100.
       77  MEMO-ITEM-NO           PIC S9(4) COMP VALUE +0.
       77  QUEUE-RESP             PIC S9(8) COMP VALUE ZERO.
       77  MEMO-BROWSE-SWITCH     PIC X          VALUE 'N'.
               88  MEMO-BROWSE-DONE           VALUE 'Y'.
       77  MEMOS-KEPT             PIC S9(4) COMP VALUE ZERO.
       01  KEPT-MEMO-TABLE.
           05  KEPT-MEMO OCCURS 5 TIMES INDEXED BY KM-IDX
                                  PIC X(100).
      *****************************************************
      * SQL INCLUDE FOR SQLCA                             *
      *****************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.
                       DELIMITED BY SIZE INTO RESPONSE-LINE
                   PERFORM SEND-ONE-LINE
                ELSE
                   PERFORM LOG-THE-ACCESS
                   PERFORM BUILD-ACCOUNT-BLOCK
                   PERFORM FETCH-CONTACT-ROW
                   PERFORM FETCH-RECENT-HISTORY
                   PERFORM COLLECT-LATEST-MEMOS
                   PERFORM SEND-COMPOSITE-SCREEN
                END-IF.
                EXEC SQL CLOSE CUR-ACCT END-EXEC.
                EXEC SQL COMMIT END-EXEC.
      *****************************************************
      * WHO LOOKED, FROM WHERE, AND WHEN -- ONTO ACCQ     *
      * BEFORE THE ACCOUNT GOES TO THE SCREEN             *
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
                MOVE 'AGENTINQ' TO ALG-PROGRAM.
                SET ALG-DETAIL-VIEW TO TRUE.
                MOVE WS-CURRENT-DATE-DATA(1:14) TO ALG-TIMESTAMP.
                EXEC CICS WRITEQ TD
                     QUEUE('ACCQ')
                     FROM(ACCESS-LOG-REC)
                     LENGTH(ACCESS-LOG-LENGTH)
                END-EXEC.
      *
       BUILD-ACCOUNT-BLOCK.
                MOVE ACCT-NO      TO SCT-ACCT-NO.
                   END-IF
                   SET HL-IDX TO 10
                END-IF.
      *****************************************************
      * THE ACCOUNT'S LATEST MEMOS, BROWSED ITEM BY ITEM  *
      * OFF MEMTSQ (THE PROMONL SHAPE) IN THE ORDER THEY  *
      * WERE WRITTEN; THE LAST FIVE SEEN ARE THE NEWEST   *
      * AND GO TO THE SCREEN NEWEST FIRST.  QIDERR MEANS  *
      * NO MEMOS ANYWHERE AND ITEMERR MEANS THE LIST RAN  *
      * OUT                                               *
      *****************************************************
       COLLECT-LATEST-MEMOS.
                MOVE ZERO TO MEMOS-KEPT.
                PERFORM VARYING ML-IDX FROM 1 BY 1
                    UNTIL ML-IDX > 5
                   MOVE SPACES TO SCR-MEMO-LINE(ML-IDX)
                END-PERFORM.
                MOVE 'N'  TO MEMO-BROWSE-SWITCH.
                MOVE ZERO TO MEMO-ITEM-NO.
                PERFORM BROWSE-ONE-MEMO
                    UNTIL MEMO-BROWSE-DONE.
                IF MEMOS-KEPT = ZERO
                   MOVE 'NO MEMOS' TO SCO-DATE(1)
                   MOVE 'ON FILE FOR THIS ACCOUNT' TO SCO-TEXT(1)
                END-IF.
                SET ML-IDX TO 1.
                PERFORM SHOW-ONE-MEMO
                    VARYING KM-IDX FROM MEMOS-KEPT BY -1
                    UNTIL KM-IDX < 1.
      *
       BROWSE-ONE-MEMO.
                ADD 1 TO MEMO-ITEM-NO.
                MOVE +100 TO MEMO-LENGTH.
                EXEC CICS READQ TS
                     QUEUE('MEMTSQ  ')
                     INTO(MEMO-FIELDS)
                     LENGTH(MEMO-LENGTH)
                     ITEM(MEMO-ITEM-NO)
                     RESP(QUEUE-RESP)
                END-EXEC.
                EVALUATE TRUE
                   WHEN QUEUE-RESP = DFHRESP(NORMAL)
                      IF MEM-ACCT-NO = ACCT-NO
                         PERFORM KEEP-ONE-MEMO
                      END-IF
                   WHEN OTHER
                      SET MEMO-BROWSE-DONE TO TRUE
                END-EVALUATE.
      *
      *    A SIXTH MEMO PUSHES THE OLDEST KEPT ONE OUT
       KEEP-ONE-MEMO.
                IF MEMOS-KEPT = 5
                   PERFORM VARYING KM-IDX FROM 1 BY 1
                       UNTIL KM-IDX > 4
                      MOVE KEPT-MEMO(KM-IDX + 1) TO KEPT-MEMO(KM-IDX)
                   END-PERFORM
                ELSE
                   ADD 1 TO MEMOS-KEPT
                END-IF.
                MOVE MEMO-FIELDS TO KEPT-MEMO(MEMOS-KEPT).
      *
      *    SCREEN LINE ONE IS THE NEWEST, THE LAST ONE KEPT
       SHOW-ONE-MEMO.
                MOVE KEPT-MEMO(KM-IDX) TO MEMO-FIELDS.
                MOVE MEM-DATE   TO SCO-DATE(ML-IDX).
                MOVE MEM-TYPE   TO SCO-TYPE(ML-IDX).
                MOVE MEM-SOURCE TO SCO-SOURCE(ML-IDX).
                MOVE MEM-TEXT   TO SCO-TEXT(ML-IDX).
                SET ML-IDX UP BY 1.
      *
       SEND-COMPOSITE-SCREEN.
                EXEC CICS SEND TEXT
