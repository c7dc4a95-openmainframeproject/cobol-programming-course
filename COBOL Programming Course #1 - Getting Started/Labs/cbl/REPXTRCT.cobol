      *    CBL0009, CBL0012 and CBL0106 run off it unchanged.
      *    REPTSTRM points each report step's ACCTREC DD at the
      *    passed EXTRACT dataset; the master itself is opened once a
      *    night no matter how many reports run behind it.  The
      *    master is read at either record version, so the leg runs
      *    through the ACCTCONV changeover: a 244-byte version-1
      *    record is widened to version 2 as it is read, and EXTRACT
      *    is always version 2.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ACCT-REC RECORDING MODE F
           RECORD VARYING IN SIZE FROM 244 TO 400 CHARACTERS
               DEPENDING ON ACCT-REC-LENGTH.
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
      *
       FD  WORK-FILE RECORDING MODE F.
       01  WORK-REC              PIC X(400).
      *
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-ACCT-NO        PIC X(8).
           05  FILLER             PIC X(392).
      *
       FD  EXTRACT-OUT RECORDING MODE F.
       01  EXTRACT-REC           PIC X(400).
      *
       FD  EXCEPT-LINE RECORDING MODE F.
       01  EXCEPT-REC.
           05  RECS-REJECTED      PIC S9(7) COMP-3 VALUE ZERO.
      *
       01  EXCP-CODE-WK           PIC X(4) VALUE SPACES.
       01  ACCT-REC-LENGTH        PIC 9(4) COMP VALUE ZERO.
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
       READ-RECORD.
           READ ACCT-REC
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
