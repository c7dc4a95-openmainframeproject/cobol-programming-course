      *    account has left the master is dropped.  The rebuilt file
      *    goes to CYCOUT and the per-cycle account counts print on
      *    CYCRPT so operations can see the spread.
      *
      *    A customer-requested change CYCCHG has recorded on an
      *    assignment -- pending, or made with its transition
      *    period -- is carried forward with it; only CYCCHG moves
      *    a cycle once it is assigned.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
               10  AST-ACCT-NO    PIC X(8).
               10  AST-CODE       PIC 9(2).
               10  AST-DATE       PIC 9(8).
               10  AST-CHANGE-DATA PIC X(28).
      *
       01  FOUND-CYCLE-WK         PIC 9(2) VALUE ZERO.
       01  FOUND-DATE-WK          PIC 9(8) VALUE ZERO.
       01  FOUND-CHANGE-WK        PIC X(28) VALUE SPACES.
       01  ROTATION-CYCLE         PIC 9(2) VALUE ZERO.
      *
      *    CYCLE-TALLY -- accounts per cycle after the run, for the
                   MOVE CYCI-ACCT-NO TO AST-ACCT-NO(ASGN-COUNT)
                   MOVE CYCI-CODE    TO AST-CODE(ASGN-COUNT)
                   MOVE CYCI-ASSIGNED-DATE TO AST-DATE(ASGN-COUNT)
                   MOVE CYCI-CHANGE-DATA
                       TO AST-CHANGE-DATA(ASGN-COUNT)
               ELSE
                   SET ASGN-TABLE-FULL TO TRUE
               END-IF
                   SET ACCOUNT-ASSIGNED TO TRUE
                   MOVE AST-CODE(AS-IDX) TO FOUND-CYCLE-WK
                   MOVE AST-DATE(AS-IDX) TO FOUND-DATE-WK
                   MOVE AST-CHANGE-DATA(AS-IDX) TO FOUND-CHANGE-WK
               END-IF
           END-PERFORM.
      *
           END-IF.
           MOVE ROTATION-CYCLE   TO FOUND-CYCLE-WK.
           MOVE CURRENT-DATE-NUM TO FOUND-DATE-WK.
           MOVE ZEROS            TO FOUND-CHANGE-WK.
      *
       WRITE-ASSIGNMENT.
           MOVE SPACES         TO CYCLE-FIELDS.
           MOVE ACCT-NO        TO CYC-ACCT-NO.
           MOVE FOUND-CYCLE-WK TO CYC-CODE.
           MOVE FOUND-DATE-WK  TO CYC-ASSIGNED-DATE.
           MOVE FOUND-CHANGE-WK TO CYC-CHANGE-DATA.
           WRITE CYCLE-FIELDS.
           IF FOUND-CYCLE-WK >= 1 AND FOUND-CYCLE-WK <= 20
               ADD 1 TO CYCLE-COUNT(FOUND-CYCLE-WK)
