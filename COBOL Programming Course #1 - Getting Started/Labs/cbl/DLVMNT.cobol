      *    preference record at most), new elections appended, and
      *    rejects listed on EXCPRINT and appended to the shared
      *    EXCPFILE with a reason code EXCPSUM can trend.
      *
      *    The same card also takes the marketing election: 'N' in
      *    byte 10 records do-not-solicit, 'Y' lifts it, and a
      *    blank leaves it as it stands.  A card may carry either
      *    election alone -- a blank channel leaves the delivery
      *    channel as it stands, and a new record for an account
      *    with no preference on file prints.  A card that elects
      *    nothing at all is refused.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       01  DLV-CARD.
           05  DCD-ACCT-NO        PIC X(8).
           05  DCD-CHANNEL        PIC X(1).
           05  DCD-SOLICIT        PIC X(1).
           05  FILLER             PIC X(70).
      *
       FD  PREF-IN RECORDING MODE F.
       01  PREF-IN-FIELDS.
           05  CARD-ENTRY OCCURS 200 TIMES INDEXED BY CD-IDX.
               10  CDT-ACCT-NO    PIC X(8).
               10  CDT-CHANNEL    PIC X(1).
               10  CDT-SOLICIT    PIC X(1).
               10  CDT-MATCHED    PIC X(1).
      *
       01  EXCP-CODE-WK            PIC X(4) VALUE SPACES.
                       ADD 1 TO CARD-COUNT
                       MOVE DCD-ACCT-NO TO CDT-ACCT-NO(CARD-COUNT)
                       MOVE DCD-CHANNEL TO CDT-CHANNEL(CARD-COUNT)
                       MOVE DCD-SOLICIT TO CDT-SOLICIT(CARD-COUNT)
                       MOVE 'N'         TO CDT-MATCHED(CARD-COUNT)
                   ELSE
                       SET CARD-TABLE-FULL TO TRUE
               AT END SET NO-MORE-CARDS TO TRUE
           END-READ.
      *
      *    A CARD IS REJECTED WHEN ITS CHANNEL IS NOT E, P OR
      *    BLANK, ITS SOLICIT ELECTION IS NOT Y, N OR BLANK, IT
      *    ELECTS NOTHING, ITS ACCOUNT IS NOT ON ACCTVSAM, OR IT
      *    ELECTS EMAIL FOR AN ACCOUNT WITH NO EMAIL-ADDRESS ON
      *    THE MASTER.
       VALIDATE-CARD.
           MOVE 'Y' TO CARD-VALID-SWITCH.
           EVALUATE TRUE
               WHEN DCD-CHANNEL NOT = 'E' AND DCD-CHANNEL NOT = 'P'
                   AND DCD-CHANNEL NOT = SPACE
                   MOVE 'N' TO CARD-VALID-SWITCH
                   MOVE 'CHANNEL NOT E OR P' TO EXC-REASON-O
                   MOVE 'D001' TO EXCP-CODE-WK
                   PERFORM WRITE-EXCEPTION
               WHEN DCD-SOLICIT NOT = 'Y' AND DCD-SOLICIT NOT = 'N'
                   AND DCD-SOLICIT NOT = SPACE
                   MOVE 'N' TO CARD-VALID-SWITCH
                   MOVE 'SOLICIT ELECTION NOT Y OR N' TO EXC-REASON-O
                   MOVE 'D004' TO EXCP-CODE-WK
                   PERFORM WRITE-EXCEPTION
               WHEN DCD-CHANNEL = SPACE AND DCD-SOLICIT = SPACE
                   MOVE 'N' TO CARD-VALID-SWITCH
                   MOVE 'CARD ELECTS NOTHING' TO EXC-REASON-O
                   MOVE 'D005' TO EXCP-CODE-WK
                   PERFORM WRITE-EXCEPTION
               WHEN OTHER
                   PERFORM CHECK-ACCOUNT-EXISTS
           END-EVALUATE.
      *
       CHECK-ACCOUNT-EXISTS.
           MOVE DCD-ACCT-NO TO ACCT-NO.
                   AND CDT-MATCHED(CD-IDX) = 'N'
                   MOVE 'Y' TO CDT-MATCHED(CD-IDX)
                   ADD 1 TO PREFS-CHANGED
                   IF CDT-CHANNEL(CD-IDX) NOT = SPACE
                       MOVE CDT-CHANNEL(CD-IDX) TO DLVI-CHANNEL
                       MOVE CURRENT-DATE-NUM    TO DLVI-SET-DATE
                       MOVE ZERO                TO DLVI-BOUNCE-COUNT
                   END-IF
                   IF CDT-SOLICIT(CD-IDX) NOT = SPACE
                       MOVE CDT-SOLICIT(CD-IDX) TO DLVI-SOLICIT
                       MOVE CURRENT-DATE-NUM    TO DLVI-SOLICIT-DATE
                   END-IF
               END-IF
           END-PERFORM.
      *
                   MOVE SPACES              TO PREF-FIELDS
                   MOVE CDT-ACCT-NO(CD-IDX) TO DLV-ACCT-NO
                   MOVE CDT-CHANNEL(CD-IDX) TO DLV-CHANNEL
                   IF DLV-CHANNEL = SPACE
                       MOVE 'P'             TO DLV-CHANNEL
                   END-IF
                   MOVE CURRENT-DATE-NUM    TO DLV-SET-DATE
                   MOVE ZERO                TO DLV-BOUNCE-COUNT
                   MOVE ZERO                TO DLV-SOLICIT-DATE
                   IF CDT-SOLICIT(CD-IDX) NOT = SPACE
                       MOVE CDT-SOLICIT(CD-IDX) TO DLV-SOLICIT
                       MOVE CURRENT-DATE-NUM    TO DLV-SOLICIT-DATE
                   END-IF
                   WRITE PREF-FIELDS
               END-IF
           END-PERFORM.
