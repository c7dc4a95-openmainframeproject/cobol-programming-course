      *    folded to upper case when loaded, and COMMENTS is folded to
      *    upper case before it is searched -- so "Dispute" on file
      *    still matches a "DISPUTE" keyword card.
      *
      *    COMMENTS holds only the latest word on an account, so the
      *    account's dated memo file (MEMOFILE, per MEMFLDS) is
      *    scanned as well: every memo dated inside the window on
      *    MEMOWIN -- a from-date in 1-8 and a to-date in 9-16,
      *    YYYYMMDD -- is loaded once, and an account whose COMMENTS
      *    holds no keyword is flagged by its newest memo in the
      *    window that does.  The comment column then shows that
      *    memo's date, type and text.  An empty, blank or unusable
      *    MEMOWIN card takes the last 90 days through today.  Memos
      *    past the table's 5000 are not scanned; the run says so
      *    and ends RC 4.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
           SELECT ACCT-REC    ASSIGN TO ACCTREC.
           SELECT KEYWD-CARD  ASSIGN TO KEYWDCRD.
           SELECT FLAG-LINE   ASSIGN TO FLAGRPT.
           SELECT MEMO-FILE   ASSIGN TO MEMOFILE.
           SELECT MEMO-WINDOW ASSIGN TO MEMOWIN.
      *-------------
       DATA DIVISION.
      *-------------
           05  FLAG-KEYWORD-O     PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FLAG-COMMENT-O     PIC X(50).
      *
      *    MEMO-FILE -- the account memo file (MEMFLDS), read whole.
       FD  MEMO-FILE RECORDING MODE F.
       01  MEMO-FIELDS.
           COPY MEMFLDS.
      *
      *    MEMO-WINDOW -- the from- and to-dates of the memos to scan.
       FD  MEMO-WINDOW RECORDING MODE F.
       01  MEMO-WINDOW-REC.
           05  MWIN-FROM-DATE     PIC 9(8).
           05  MWIN-TO-DATE       PIC 9(8).
           05  FILLER             PIC X(64).
      *
       WORKING-STORAGE SECTION.
       01  ACCT-NO-MASKED         PIC X(8).
           05  LASTREC            PIC X VALUE SPACE.
           05  KEYWD-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-KEYWORDS   VALUE 'Y'.
           05  MEMO-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-MEMOS      VALUE 'Y'.
           05  MEMO-CAPACITY-FLAG PIC X VALUE 'N'.
               88  MEMO-TABLE-FULL    VALUE 'Y'.
           05  WINDOW-CARD-FLAG   PIC X VALUE 'N'.
               88  WINDOW-CARD-READ   VALUE 'Y'.
      *
      *    KEYWORD-TABLE -- the keyword list loaded from KEYWDCRD,
      *    searched against every account's COMMENTS.  Twenty entries
       77  KEYWORD-IDX            PIC S9(3) COMP-3 VALUE ZERO.
       77  KEYWORD-MATCH-COUNT    PIC S9(5) COMP-3 VALUE ZERO.
      *
       01  UPPER-COMMENTS         PIC X(56).
       01  MATCHED-KEYWORD        PIC X(20).
       01  FLAG-COMMENT-WK        PIC X(50).
       01  FLAG-COUNT             PIC S9(7) COMP-3 VALUE ZERO.
       01  RECORD-COUNT           PIC S9(7) COMP-3 VALUE ZERO.
       01  MEMO-FLAG-COUNT        PIC S9(7) COMP-3 VALUE ZERO.
       01  MEMOS-READ             PIC S9(7) COMP-3 VALUE ZERO.
      *
      *    MEMO-TABLE -- the memos dated inside the window, in file
      *    order, which is the order they were written; searched from
      *    the end so an account's newest memo is seen first.
       01  MEMO-CTL.
           05  MEMO-COUNT         PIC S9(4) COMP VALUE 0.
           05  MEMO-MAX           PIC S9(4) COMP VALUE 5000.
       01  MEMO-TABLE.
           05  MEMO-ENTRY OCCURS 5000 TIMES INDEXED BY MM-IDX.
               10  MMT-ACCT-NO    PIC X(8).
               10  MMT-DATE       PIC 9(8).
               10  MMT-TYPE       PIC X(4).
               10  MMT-TEXT       PIC X(56).
       01  WINDOW-FROM-DATE       PIC 9(8) VALUE ZERO.
       01  WINDOW-TO-DATE         PIC 9(8) VALUE ZERO.
       01  WINDOW-DAYS            PIC S9(3) COMP-3 VALUE 90.
      *
      *    MEMO-HIT-VIEW -- the comment column for a memo that held
      *    the keyword: its date, type and as much text as fits.
       01  MEMO-HIT-VIEW.
           05  MHV-DATE           PIC 9(8).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  MHV-TYPE           PIC X(4).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  MHV-TEXT           PIC X(36).
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(28) VALUE
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           OPEN INPUT  KEYWD-CARD.
           PERFORM LOAD-KEYWORDS.
           CLOSE KEYWD-CARD.
           PERFORM SET-MEMO-WINDOW.
           PERFORM LOAD-MEMOS.
           OPEN INPUT  ACCT-REC.
           OPEN OUTPUT FLAG-LINE.
           WRITE FLAG-REC FROM HEADER-1.
           DISPLAY 'FLAGACCT: KEYWORDS LOADED  = ' KEYWORD-COUNT.
           DISPLAY 'FLAGACCT: RECORDS SCANNED  = ' RECORD-COUNT.
           DISPLAY 'FLAGACCT: ACCOUNTS FLAGGED = ' FLAG-COUNT.
           DISPLAY 'FLAGACCT: MEMO WINDOW      = ' WINDOW-FROM-DATE
                   ' TO ' WINDOW-TO-DATE.
           DISPLAY 'FLAGACCT: MEMOS READ       = ' MEMOS-READ.
           DISPLAY 'FLAGACCT: MEMOS IN WINDOW  = ' MEMO-COUNT.
           DISPLAY 'FLAGACCT: FLAGGED BY MEMO  = ' MEMO-FLAG-COUNT.
           CLOSE ACCT-REC.
           CLOSE FLAG-LINE.
           GOBACK.
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
      *    SET-MEMO-WINDOW -- the MEMOWIN dates when the card gives
      *    two usable ones in order, otherwise the last WINDOW-DAYS
      *    days through today.
       SET-MEMO-WINDOW.
           COMPUTE WINDOW-FROM-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(CURRENT-DATE-NUM)
                - WINDOW-DAYS).
           MOVE CURRENT-DATE-NUM TO WINDOW-TO-DATE.
           OPEN INPUT MEMO-WINDOW.
           READ MEMO-WINDOW
               AT END CONTINUE
               NOT AT END SET WINDOW-CARD-READ TO TRUE
           END-READ.
           CLOSE MEMO-WINDOW.
           IF WINDOW-CARD-READ
               AND MWIN-FROM-DATE NUMERIC
               AND MWIN-TO-DATE NUMERIC
               AND MWIN-FROM-DATE NOT = ZERO
               AND MWIN-FROM-DATE NOT > MWIN-TO-DATE
               MOVE MWIN-FROM-DATE TO WINDOW-FROM-DATE
               MOVE MWIN-TO-DATE   TO WINDOW-TO-DATE
           ELSE
               DISPLAY 'FLAGACCT: NO USABLE MEMOWIN CARD -- LAST 90 '
                       'DAYS SCANNED'
           END-IF.
      *
      *    LOAD-MEMOS -- every memo dated inside the window, up to
      *    the table's capacity; a full table is reported and the
      *    run ends RC 4, the rest of the memos unscanned.
       LOAD-MEMOS.
           OPEN INPUT MEMO-FILE.
           PERFORM READ-MEMO
           PERFORM UNTIL NO-MORE-MEMOS
               ADD 1 TO MEMOS-READ
               IF MEM-DATE NOT < WINDOW-FROM-DATE
                   AND MEM-DATE NOT > WINDOW-TO-DATE
                   IF MEMO-COUNT < MEMO-MAX
                       ADD 1 TO MEMO-COUNT
                       MOVE MEM-ACCT-NO TO MMT-ACCT-NO(MEMO-COUNT)
                       MOVE MEM-DATE    TO MMT-DATE(MEMO-COUNT)
                       MOVE MEM-TYPE    TO MMT-TYPE(MEMO-COUNT)
                       MOVE MEM-TEXT    TO MMT-TEXT(MEMO-COUNT)
                   ELSE
                       SET MEMO-TABLE-FULL TO TRUE
                   END-IF
               END-IF
               PERFORM READ-MEMO
           END-PERFORM.
           CLOSE MEMO-FILE.
           IF MEMO-TABLE-FULL
               DISPLAY 'FLAGACCT: MEMO TABLE FILLED AT 5000 -- '
                       'LATER MEMOS IN THE WINDOW NOT SCANNED'
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       READ-MEMO.
           READ MEMO-FILE
               AT END SET NO-MORE-MEMOS TO TRUE
           END-READ.
      *
      *    SEARCH-COMMENTS -- looks for any loaded keyword inside this
      *    account's COMMENTS, then inside its memos in the window,
      *    newest first; the first one found is reported, since this
      *    report exists to surface the account, not to count every
      *    keyword that might appear in its story.
       SEARCH-COMMENTS.
           MOVE FUNCTION UPPER-CASE(COMMENTS) TO UPPER-COMMENTS.
           PERFORM FIND-KEYWORD.
           IF MATCHED-KEYWORD NOT = SPACES
               MOVE COMMENTS TO FLAG-COMMENT-WK
               PERFORM WRITE-FLAGGED-ACCOUNT
           ELSE
               PERFORM SEARCH-MEMOS
           END-IF.
      *
       SEARCH-MEMOS.
           PERFORM VARYING MM-IDX FROM MEMO-COUNT BY -1
                     UNTIL MM-IDX < 1
                        OR MATCHED-KEYWORD NOT = SPACES
               IF MMT-ACCT-NO(MM-IDX) = ACCT-NO
                   MOVE FUNCTION UPPER-CASE(MMT-TEXT(MM-IDX))
                       TO UPPER-COMMENTS
                   PERFORM FIND-KEYWORD
                   IF MATCHED-KEYWORD NOT = SPACES
                       MOVE MMT-DATE(MM-IDX) TO MHV-DATE
                       MOVE MMT-TYPE(MM-IDX) TO MHV-TYPE
                       MOVE MMT-TEXT(MM-IDX) TO MHV-TEXT
                       MOVE MEMO-HIT-VIEW    TO FLAG-COMMENT-WK
                       ADD 1 TO MEMO-FLAG-COUNT
                       PERFORM WRITE-FLAGGED-ACCOUNT
                   END-IF
               END-IF
           END-PERFORM.
      *
      *    FIND-KEYWORD -- the first loaded keyword inside
      *    UPPER-COMMENTS, or spaces.
       FIND-KEYWORD.
           MOVE SPACES TO MATCHED-KEYWORD.
           PERFORM VARYING KEYWORD-IDX FROM 1 BY 1
                     UNTIL KEYWORD-IDX > KEYWORD-COUNT
                       TO MATCHED-KEYWORD
               END-IF
           END-PERFORM.
      *
       WRITE-FLAGGED-ACCOUNT.
           ADD 1 TO FLAG-COUNT.
           MOVE SPACES           TO FLAG-REC.
           MOVE ACCT-NO          TO ACCT-NO-MASKED.
           MOVE 'XXXX'           TO ACCT-NO-MASKED(1:4).
           MOVE ACCT-NO-MASKED  TO FLAG-ACCT-NO-O.
           MOVE LAST-NAME       TO FLAG-LASTN-O.
           MOVE MATCHED-KEYWORD TO FLAG-KEYWORD-O.
           MOVE FLAG-COMMENT-WK TO FLAG-COMMENT-O.
           WRITE FLAG-REC.
      *
