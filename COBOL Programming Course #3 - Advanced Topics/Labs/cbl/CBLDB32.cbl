                MOVE WS-CURRENT-MONTH TO TRAN-DATE-MO.
                MOVE WS-CURRENT-DAY   TO TRAN-DATE-DAY.
                MOVE 'PHONE PAYMENT'  TO TRAN-COMMENT.
                MOVE 'PYMT'           TO TRAN-CODE.
                MOVE PAY-OPER-ID      TO TRAN-OPER-ID.
                EXEC CICS WRITEQ TD
                     QUEUE('TRNQ')
