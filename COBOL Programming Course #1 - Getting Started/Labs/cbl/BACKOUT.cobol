           MOVE HIST-ACCT-NO TO TRAN-ACCT-NO.
           IF HIST-DEBIT
               MOVE 'C' TO TRAN-TYPE
               MOVE 'RVPY' TO TRAN-CODE
           ELSE
               MOVE 'D' TO TRAN-TYPE
               MOVE 'RVCH' TO TRAN-CODE
           END-IF.
           MOVE HIST-AMOUNT      TO TRAN-AMOUNT.
           MOVE WS-CURRENT-YEAR  TO TRAN-DATE-YR.
