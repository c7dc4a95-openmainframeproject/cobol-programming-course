      *    test in the job stream (the same guard REPTSTRM's steps
      *    carry) bypasses POSTACCT, instead of a mis-keyed batch
      *    posting half its items.
      *
      *    A detail carrying a TRAN-CODE must carry one that is on
      *    the TRANCODE table (TCDFLDS), and the code's side must
      *    agree with its TRAN-TYPE -- a fee code on a 'D' record is
      *    a keying error, not something for POSTACCT to guess at.
      *    A blank code passes; POSTACCT reads it as the plain
      *    payment or charge for the record's side.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
               FILE STATUS IS VSAM-STATUS.
           SELECT EXCEPT-LINE ASSIGN TO EXCPRINT.
           SELECT EXCP-FILE   ASSIGN TO EXCPFILE.
           SELECT TRAN-CODES  ASSIGN TO TRANCODE.
      *-------------
       DATA DIVISION.
      *-------------
       FD  EXCP-FILE RECORDING MODE F.
       01  EXCP-FIELDS.
           COPY EXCFLDS.
      *
      *    TRAN-CODES -- the transaction-code table (TCDFLDS).
       FD  TRAN-CODES RECORDING MODE F.
       01  TCD-FIELDS.
           COPY TCDFLDS.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
               88  HEADER-WAS-SEEN    VALUE 'Y'.
           05  TRAILER-SEEN-SWITCH PIC X VALUE 'N'.
               88  TRAILER-WAS-SEEN   VALUE 'Y'.
           05  TCD-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-CODES      VALUE 'Y'.
           05  CODE-FOUND-FLAG    PIC X VALUE 'N'.
               88  CODE-ON-TABLE      VALUE 'Y'.
      *
       01  VSAM-STATUS             PIC X(2) VALUE '00'.
           88  VSAM-OK                 VALUE '00'.
           05  COMPUTED-AMOUNT    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  DECLARED-COUNT     PIC S9(7) COMP-3 VALUE ZERO.
           05  DECLARED-AMOUNT    PIC S9(11)V99 COMP-3 VALUE ZERO.
      *
      *    CODE-TABLE -- TRANCODE loaded once; only the code and
      *    its side matter to the edit.
       01  CODE-CTL.
           05  CODE-COUNT         PIC S9(4) COMP VALUE 0.
           05  CODE-MAX           PIC S9(4) COMP VALUE 100.
       01  CODE-TABLE.
           05  CODE-ENTRY OCCURS 100 TIMES INDEXED BY CD-IDX.
               10  CDT-CODE       PIC X(4).
               10  CDT-SIDE       PIC X(1).
      *
       01  BATCH-ID                PIC X(8) VALUE SPACES.
       01  EXCP-CODE-WK            PIC X(4) VALUE SPACES.
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           PERFORM LOAD-CODE-TABLE.
           OPEN INPUT  TRAN-IN.
           OPEN INPUT  ACCT-VSAM.
           OPEN OUTPUT TRAN-OUT.
      *
      *    A DETAIL IS REJECTED WHEN ITS TYPE IS NOT D OR C, ITS
      *    AMOUNT IS NOT NUMERIC, ITS DATE MONTH/DAY ARE OUT OF RANGE,
      *    ITS CODE IS NOT ON TRANCODE OR IS FOR THE OTHER SIDE,
      *    ITS ACCOUNT IS NOT ON ACCTVSAM, OR IT ARRIVES BEHIND THE
      *    DETAIL BEFORE IT.  AN OUT-OF-SEQUENCE DETAIL ALSO REJECTS
      *    THE BATCH WHOLE, SINCE POSTACCT CANNOT BE TRUSTED WITH AN
                       MOVE 'T003' TO EXCP-CODE-WK
                       PERFORM WRITE-EXCEPTION
                   ELSE
                       PERFORM CHECK-TRAN-CODE
                       IF TRAN-IS-VALID
                           PERFORM CHECK-ACCOUNT-EXISTS
                       END-IF
                   END-IF
               END-IF
           END-IF.
               PERFORM WRITE-EXCEPTION
               MOVE 'N' TO BATCH-OK-SWITCH
           END-IF.
      *
       CHECK-TRAN-CODE.
           IF TRAN-CODE NOT = SPACES
               MOVE 'N' TO CODE-FOUND-FLAG
               PERFORM VARYING CD-IDX FROM 1 BY 1
                   UNTIL CD-IDX > CODE-COUNT OR CODE-ON-TABLE
                   IF CDT-CODE(CD-IDX) = TRAN-CODE
                       SET CODE-ON-TABLE TO TRUE
                       IF CDT-SIDE(CD-IDX) NOT = TRAN-TYPE
                           MOVE 'N' TO TRAN-VALID-SWITCH
                           MOVE 'TRAN-CODE IS FOR OTHER SIDE'
                               TO EXC-REASON-O
                           MOVE 'T007' TO EXCP-CODE-WK
                           PERFORM WRITE-EXCEPTION
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT CODE-ON-TABLE
                   MOVE 'N' TO TRAN-VALID-SWITCH
                   MOVE 'TRAN-CODE NOT ON TRANCODE' TO EXC-REASON-O
                   MOVE 'T006' TO EXCP-CODE-WK
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.
      *
       CHECK-ACCOUNT-EXISTS.
           MOVE TRAN-ACCT-NO TO ACCT-NO.
           MOVE TRAN-FIELDS(1:50) TO EXCP-RECORD-IMAGE.
           WRITE EXCP-FIELDS.
      *
      *    LOAD-CODE-TABLE -- a table too big to hold is refused
      *    rather than edited against half its codes.
       LOAD-CODE-TABLE.
           OPEN INPUT TRAN-CODES.
           PERFORM READ-CODE
           PERFORM UNTIL NO-MORE-CODES
               IF TCD-CODE NOT = SPACES
                   IF CODE-COUNT < CODE-MAX
                       ADD 1 TO CODE-COUNT
                       MOVE TCD-CODE TO CDT-CODE(CODE-COUNT)
                       MOVE TCD-SIDE TO CDT-SIDE(CODE-COUNT)
                   ELSE
                       DISPLAY 'TRANEDIT: TRANCODE TABLE FULL -- '
                               'BATCH REFUSED'
                       MOVE 'N' TO BATCH-OK-SWITCH
                   END-IF
               END-IF
               PERFORM READ-CODE
           END-PERFORM.
           CLOSE TRAN-CODES.
      *
       READ-CODE.
           READ TRAN-CODES
               AT END SET NO-MORE-CODES TO TRUE
           END-READ.
      *
