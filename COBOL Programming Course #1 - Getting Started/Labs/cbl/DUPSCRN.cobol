      *
      *    Nothing is dropped: every item leaves on exactly one of
      *    the two files, and the counts prove it.
      *
      *    The two halves of a payment transfer (XFOT and XFIN) are
      *    PAYXFER's own output, each one reference-stamped and
      *    already proven against the log of transfers made: they
      *    pass to DUPOUT unscreened and do not join the seen table,
      *    so a transfer can neither be pended itself nor pend a
      *    real item behind it.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
                   MOVE TRAN-ACCT-NO TO GROUP-ACCT-NO
                   MOVE ZERO TO SEEN-COUNT
               END-IF
               IF TRAN-PAYMENT-TRANSFER
                   ADD 1 TO ITEMS-PASSED
                   WRITE TRAN-OUT-REC FROM TRAN-FIELDS
               ELSE
                   PERFORM JUDGE-ONE-ITEM
               END-IF
               PERFORM READ-ITEM
           END-PERFORM.
      *
