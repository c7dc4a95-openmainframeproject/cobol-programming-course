               10  SUSP-DATE-YR   PIC 9(4).
               10  SUSP-DATE-MO   PIC 9(2).
               10  SUSP-DATE-DAY  PIC 9(2).
           05  SUSP-COMMENT       PIC X(16).
           05  SUSP-TRAN-CODE     PIC X(4).
           05  SUSP-FIRST-SEEN    PIC 9(8).
           05  FILLER             PIC X(30).
      *
           05  RB-TYPE            PIC X(1).
           05  RB-AMOUNT          PIC S9(7)V99 COMP-3.
           05  RB-DATE            PIC 9(8).
           05  RB-COMMENT         PIC X(16).
           05  RB-TRAN-CODE       PIC X(4).
           05  FILLER             PIC X(8) VALUE SPACES.
      *
       01  BATCH-CTL-WORK.
           MOVE SUSP-AMOUNT             TO RB-AMOUNT.
           MOVE SUSP-DATE               TO RB-DATE.
           MOVE SUSP-COMMENT            TO RB-COMMENT.
           MOVE SUSP-TRAN-CODE          TO RB-TRAN-CODE.
           WRITE RWK-WORK-REC FROM REKEY-BUILD-WORK.
           MOVE 'MATCHED -- RE-KEYED TO ' TO SWR-OUTCOME-O.
           MOVE CDT-NEW-ACCT(CARD-SLOT)   TO SWR-OUTCOME-O(24:8).
