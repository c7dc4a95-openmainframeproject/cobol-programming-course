           05  PRD-OL-FEE         PIC 9(5)V99.
           05  PRD-DM-FEE         PIC 9(5)V99.
           05  PRD-MAX-LIMIT      PIC 9(7)V99.
      *    PRD-EARN-RATE -- rewards points earned per dollar of
      *    purchases (RWDEARN); zero means the product earns none.
           05  PRD-EARN-RATE      PIC 9V99.
      *    PRD-DEFAULT-INDEX/PRD-DEFAULT-MARGIN -- the index and
      *    margin a variable-rate account sold under the product is
      *    priced at unless its own pricing record (PRCFLDS) names
      *    others; PRCMNT takes them for a 'V' card keyed without
      *    them.  A blank index means the product is sold fixed.
           05  PRD-DEFAULT-INDEX  PIC X(4).
           05  PRD-DEFAULT-MARGIN PIC 9V999.
      *    PRD-CASH-RATE -- the rate cash advances under the product
      *    accrue at; PRCMNT takes it for a card keyed without a
      *    cash rate of its own.  Zero means the account's rate.
           05  PRD-CASH-RATE      PIC 9V999.
           05  FILLER             PIC X(14).
