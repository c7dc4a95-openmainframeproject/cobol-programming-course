      *    been stamping LAST-ACTIVITY-DATE on every payment applied,
      *    so an account whose last activity is AFTER its placement
      *    date has paid since placement and no longer needs the
      *    agency.  The recall is appended to the account's dated
      *    memo file (MEMOFILE, per MEMFLDS) as a RECL entry naming
      *    the agency and the placement date, and the PLACED stamp
      *    is cleared from COMMENTS on a new master (the usual
      *    write-a-new-master pattern with a CTLOUT record) -- the
      *    memo file, not COMMENTS, now carries the account's
      *    history, so COMMENTS is left free once the placement
      *    state has ended.  A recall record is written to
      *    RECALLX, the extract the agency receives so it stops
      *    working -- and stops billing -- the account.  Accounts
      *    still placed with no direct payment pass through
           SELECT RECALL-OUT   ASSIGN TO RECALLX.
           SELECT PRINT-LINE   ASSIGN TO RECALRPT.
           SELECT CTL-OUT      ASSIGN TO CTLOUT.
           SELECT MEMO-FILE    ASSIGN TO MEMOFILE.
      *-------------
       DATA DIVISION.
      *-------------
           COPY ACCTFLDS.
      *
       FD  NEW-ACCT-REC RECORDING MODE F.
       01  NEW-ACCT-FIELDS       PIC X(400).
      *
      *    RECALL-OUT -- one agency-exchange record per account
      *    recalled: the account, the agency it is being taken back
       FD  CTL-OUT RECORDING MODE F.
       01  CTL-OUT-FIELDS.
           COPY CTLFLDS.
      *
      *    MEMO-FILE -- the account memo file (MEMFLDS), appended to.
       FD  MEMO-FILE RECORDING MODE F.
       01  MEMO-FIELDS.
           COPY MEMFLDS.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  RECORDS-SCANNED    PIC S9(7) COMP-3 VALUE ZERO.
           05  ACCTS-PLACED-SEEN  PIC S9(7) COMP-3 VALUE ZERO.
           05  ACCTS-RECALLED     PIC S9(7) COMP-3 VALUE ZERO.
           05  MEMOS-WRITTEN      PIC S9(7) COMP-3 VALUE ZERO.
      *
       01  NEW-MASTER-TOTALS.
           05 NEW-RECORD-COUNT  PIC S9(7) COMP-3 VALUE ZERO.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME.
               10  WS-CURRENT-HOURS        PIC 9(02).
               10  WS-CURRENT-MINUTE       PIC 9(02).
               10  WS-CURRENT-SECOND       PIC 9(02).
               10  WS-CURRENT-MILLISECONDS PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
       01  ACTIVITY-DATE-NUM      PIC 9(8) VALUE ZERO.
      *
           05  PSV-DATE           PIC 9(8).
           05  FILLER             PIC X(30).
      *
      *    RECALL-MEMO -- the text of the RECL memo entry.
       01  RECALL-MEMO.
           05  FILLER             PIC X(21) VALUE
               'RECALLED FROM AGENCY '.
           05  MEMO-AGENCY        PIC X(4).
           05  FILLER             PIC X(10) VALUE
               ', PLACED '.
           05  MEMO-PLACE-DATE    PIC 9(8).
           05  FILLER             PIC X(13) VALUE SPACES.
      *
       01  HEADER-1.
           05  FILLER         PIC X(22) VALUE
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           OPEN INPUT  ACCT-REC.
           OPEN OUTPUT NEW-ACCT-REC.
           OPEN OUTPUT RECALL-OUT.
           OPEN OUTPUT PRINT-LINE.
           OPEN EXTEND MEMO-FILE.
           WRITE PRINT-REC FROM HEADER-1.
      *
       RECALL-ACCOUNTS.
           DISPLAY 'AGRECALL: RECORDS SCANNED  = ' RECORDS-SCANNED.
           DISPLAY 'AGRECALL: PLACED ACCOUNTS  = ' ACCTS-PLACED-SEEN.
           DISPLAY 'AGRECALL: ACCOUNTS RECALLED = ' ACCTS-RECALLED.
           DISPLAY 'AGRECALL: MEMOS WRITTEN    = ' MEMOS-WRITTEN.
           CLOSE ACCT-REC.
           CLOSE NEW-ACCT-REC.
           CLOSE RECALL-OUT.
           CLOSE PRINT-LINE.
           CLOSE MEMO-FILE.
           GOBACK.
      *
       READ-RECORD.
           MOVE PSV-AGENCY       TO RCR-AGENCY-O.
           MOVE 'PAID DIRECT SINCE PLACEMENT' TO RCR-REASON-O.
           WRITE PRINT-REC.
           MOVE SPACES           TO MEMO-FIELDS.
           MOVE ACCT-NO          TO MEM-ACCT-NO.
           MOVE CURRENT-DATE-NUM TO MEM-DATE.
           MOVE WS-CURRENT-TIME(1:6) TO MEM-TIME.
           MOVE 'AGRECALL'       TO MEM-SOURCE.
           SET MEM-RECALL        TO TRUE.
           MOVE PSV-AGENCY       TO MEMO-AGENCY.
           MOVE PSV-DATE         TO MEMO-PLACE-DATE.
           MOVE RECALL-MEMO      TO MEM-TEXT.
           WRITE MEMO-FIELDS.
           ADD 1 TO MEMOS-WRITTEN.
           MOVE SPACES           TO COMMENTS.
      *
      *    WRITE-MASTER-CONTROL -- describes the new master this run
      *    wrote, for the next consumer's control check.
