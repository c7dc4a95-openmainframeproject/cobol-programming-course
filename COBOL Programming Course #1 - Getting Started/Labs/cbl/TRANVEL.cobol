      *    same sequence POSTACCT requires), so one account's items
      *    are always adjacent and can be judged as a group before
      *    any of them is written anywhere.
      *
      *    The two halves of a payment transfer (XFOT and XFIN,
      *    PAYXFER's pair) are not new money on either account: they
      *    pass straight to TRANOUT, outside the account's group and
      *    its thresholds, so a hold can never post one half of a
      *    pair without the other.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
                   PERFORM JUDGE-AND-RELEASE-GROUP
                   PERFORM START-NEW-GROUP
               END-IF
               IF TRAN-PAYMENT-TRANSFER
                   WRITE TRAN-OUT-FIELDS FROM TRAN-FIELDS
                   ADD 1 TO ITEMS-PASSED
               ELSE
                   PERFORM TAKE-ITEM-INTO-GROUP
               END-IF
               PERFORM READ-TRAN
           END-PERFORM.
           PERFORM JUDGE-AND-RELEASE-GROUP.
