           05  BILL-CYCLE-CODE    PIC X(2) VALUE '00'.
               88  WHOLE-BOOK-RUN     VALUE '00'.
           05  ACCT-CYCLE-WK      PIC X(2) VALUE SPACES.
           05  CLOSE-NEXT-DAY     PIC 9(8) VALUE ZERO.
           05  CYC-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-CYC        VALUE 'Y'.
           05  CYC-CAPACITY-FLAG  PIC X VALUE 'N'.
           05  CYC-ENTRY OCCURS 5000 TIMES INDEXED BY CY-IDX.
               10  CYT-ACCT-NO    PIC X(8).
               10  CYT-CODE       PIC X(2).
               10  CYT-PRIOR-CODE PIC X(2).
               10  CYT-TRANSITION PIC 9(8).
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *
       LOAD-CYCLE-TABLE.
           IF NOT WHOLE-BOOK-RUN
               COMPUTE CLOSE-NEXT-DAY = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(SHIP-CYCLE-DATE) + 1)
               OPEN INPUT CYCLE-FILE
               PERFORM READ-CYCLE-RECORD
               PERFORM UNTIL NO-MORE-CYC
                       ADD 1 TO CYC-COUNT
                       MOVE CYC-ACCT-NO TO CYT-ACCT-NO(CYC-COUNT)
                       MOVE CYC-CODE    TO CYT-CODE(CYC-COUNT)
                       MOVE CYC-PRIOR-CODE
                           TO CYT-PRIOR-CODE(CYC-COUNT)
                       MOVE ZERO TO CYT-TRANSITION(CYC-COUNT)
                       IF CYC-TRANSITION-START NUMERIC
                           MOVE CYC-TRANSITION-START
                               TO CYT-TRANSITION(CYC-COUNT)
                       END-IF
                   ELSE
                       SET CYC-TABLE-FULL TO TRUE
                   END-IF
           WRITE ESTMT-FIELDS.
      *
      *    GET-ACCOUNT-CYCLE -- the account's assigned cycle; no
      *    assignment means cycle 01, per CYCFLDS.  An account
      *    CYCCHG moved off the card's cycle tonight -- its prior
      *    cycle is the card's and its transition starts the day
      *    after the cycle date -- still ships on this cycle, its
      *    last statement on the old one.
       GET-ACCOUNT-CYCLE.
           MOVE '01' TO ACCT-CYCLE-WK.
           IF NOT WHOLE-BOOK-RUN
                   UNTIL CY-IDX > CYC-COUNT
                   IF CYT-ACCT-NO(CY-IDX) = ACCT-NO
                       MOVE CYT-CODE(CY-IDX) TO ACCT-CYCLE-WK
                       IF CYT-PRIOR-CODE(CY-IDX) = BILL-CYCLE-CODE
                           AND CYT-TRANSITION(CY-IDX) = CLOSE-NEXT-DAY
                           MOVE BILL-CYCLE-CODE TO ACCT-CYCLE-WK
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
