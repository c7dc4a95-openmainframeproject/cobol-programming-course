           MOVE WS-CURRENT-MONTH TO TRAN-DATE-MO.
           MOVE WS-CURRENT-DAY   TO TRAN-DATE-DAY.
           MOVE 'PURCHASE'       TO TRAN-COMMENT.
           MOVE 'PRCH'           TO TRAN-CODE.
           WRITE TRAN-FIELDS.
           ADD 1 TO TRANS-GENERATED.
           ADD TRAN-AMOUNT TO GEN-TOTAL-OUT.
