      *    the same two lookups SRCHBIN supports against the live
      *    master -- and prints each archived record it finds on
      *    ARCHRPT.  The archive is a plain sequential pile of purged
      *    account masters, so the search is a full scan, which is
      *    what a subpoena or a reopened customer is worth.  An
      *    archive generation written before the ACCTCONV changeover
      *    holds 244-byte version-1 records; they are read as they
      *    stand and widened to version 2 on the way in, so a
      *    reinstatement always reaches ACCTIN in the current layout.
      *
      *    An 'R' in the reinstate byte of PARMCARD also writes each
      *    record found to ACCTIN as a reinstatement: status forced
      *    active, so the account re-enters the master through
      *    ACCTEDIT's validation and MERGEACC's collision check --
      *    never pasted straight back in.  The reinstatement is
      *    appended to the account's dated memo file (MEMOFILE, per
      *    MEMFLDS) as a REIN entry rather than stamped into
      *    COMMENTS, so the closure and placement history before it
      *    stays on the record.  A program stamp left in COMMENTS
      *    (CLOSED, PLACED and the like) describes the account as it
      *    was archived, not as it is reinstated, and is cleared; an
      *    agent's own note is kept.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
           SELECT ACCT-OUT    ASSIGN TO ACCTIN.
           SELECT PARM-CARD   ASSIGN TO PARMCARD.
           SELECT PRINT-LINE  ASSIGN TO ARCHRPT.
           SELECT MEMO-FILE   ASSIGN TO MEMOFILE.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ARCHIVE-REC RECORDING MODE F
           RECORD VARYING IN SIZE FROM 244 TO 400 CHARACTERS
               DEPENDING ON ACCT-REC-LENGTH.
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
      *
       FD  ACCT-OUT RECORDING MODE F.
       01  OUT-ACCT-FIELDS       PIC X(400).
      *
      *    PARM-CARD -- same lookup layout as SRCHBIN's: an account
      *    number, or if that is blank, a last name.  Byte 29 'R'
           05  FILLER             PIC X(02) VALUE SPACES.
           05  ARC-ACTION-O       PIC X(12).
           05  FILLER             PIC X(03) VALUE SPACES.
      *
      *    MEMO-FILE -- the account memo file (MEMFLDS), appended to.
       FD  MEMO-FILE RECORDING MODE F.
       01  MEMO-FIELDS.
           COPY MEMFLDS.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  REINSTATE-FLAG     PIC X VALUE 'N'.
               88  REINSTATE-REQUESTED VALUE 'Y'.
      *
       01  ACCT-REC-LENGTH        PIC 9(4) COMP VALUE ZERO.
       01  SEARCH-KEY             PIC X(8)  VALUE SPACES.
       01  SEARCH-NAME            PIC X(20) VALUE SPACES.
      *
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME.
               10  WS-CURRENT-HOURS        PIC 9(02).
               10  WS-CURRENT-MINUTE       PIC 9(02).
               10  WS-CURRENT-SECOND       PIC 9(02).
               10  WS-CURRENT-MILLISECONDS PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(26) VALUE
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           OPEN INPUT PARM-CARD.
           READ PARM-CARD
               AT END DISPLAY
           OPEN INPUT  ARCHIVE-REC.
           OPEN OUTPUT PRINT-LINE.
           OPEN OUTPUT ACCT-OUT.
           IF REINSTATE-REQUESTED
               OPEN EXTEND MEMO-FILE
           END-IF.
           WRITE PRINT-REC FROM HEADER-1.
      *
       SCAN-ARCHIVE.
           CLOSE ARCHIVE-REC.
           CLOSE PRINT-LINE.
           CLOSE ACCT-OUT.
           IF REINSTATE-REQUESTED
               CLOSE MEMO-FILE
           END-IF.
           GOBACK.
      *
       READ-ARCHIVE.
           READ ARCHIVE-REC
               AT END MOVE 'Y' TO LASTREC
               NOT AT END PERFORM WIDEN-VERSION-1
           END-READ.
      *
      *    WIDEN-VERSION-1 -- a 244-byte record predates the version
      *    byte; it becomes version 2 with the expansion left blank.
       WIDEN-VERSION-1.
           IF ACCT-REC-LENGTH < 400
               MOVE SPACES TO ACCT-EXPANSION
               SET ACCT-REC-V2 TO TRUE
           END-IF.
      *
       RETRIEVE-ONE-RECORD.
           ADD 1 TO RECORDS-FOUND.
           WRITE PRINT-REC.
      *
      *    WRITE-REINSTATEMENT -- the archived record, forced active
      *    and cleared of any stale program stamp, headed for the
      *    ACCTIN flow so ACCTEDIT and MERGEACC stand between it and
      *    the master; the reinstatement goes to the memo file.
       WRITE-REINSTATEMENT.
           ADD 1 TO RECORDS-REINSTATED.
           SET ACCOUNT-ACTIVE TO TRUE.
           IF COMMENTS(1:7)  = 'PLACED '
               OR COMMENTS(1:9)  = 'RECALLED '
               OR COMMENTS(1:7)  = 'CLOSED '
               OR COMMENTS(1:11) = 'REINSTATED '
               MOVE SPACES TO COMMENTS
           END-IF.
           WRITE OUT-ACCT-FIELDS FROM ACCT-FIELDS.
           MOVE SPACES           TO MEMO-FIELDS.
           MOVE ACCT-NO          TO MEM-ACCT-NO.
           MOVE CURRENT-DATE-NUM TO MEM-DATE.
           MOVE WS-CURRENT-TIME(1:6) TO MEM-TIME.
           MOVE 'ARCHRTRV'       TO MEM-SOURCE.
           SET MEM-REINSTATEMENT TO TRUE.
           MOVE 'REINSTATED FROM ARCHIVE, SENT TO ACCTIN' TO MEM-TEXT.
           WRITE MEMO-FIELDS.
      *
