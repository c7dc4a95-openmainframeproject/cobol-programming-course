      *-----------------------------------------------------------
      * SEGFLDS
      * Shared layout for one balance-segment record (SEGFILE): the
      * account's balance split by what it is for, so a cash
      * advance, a purchase, a fee and accrued interest stay told
      * apart after they post.  SEGFILE is kept in ascending
      * account sequence, one record per account on ACCTREC, and
      * every program that moves ACCT-BALANCE carries it forward
      * beside the master it writes: POSTACCT posts each
      * transaction to the segment its TRANCODE category names and
      * spreads payments across the segments, INTACCR accrues each
      * segment at its own rate and adds the interest to the
      * interest segment, CLOSEACC adds final interest there too,
      * and CHGOFF clears every segment when it writes the balance
      * off.  The five amounts always add up to ACCT-BALANCE;
      * SEGPROOF proves that every night.  An account a writer
      * finds with no segment record is given one carrying its
      * whole balance as purchases.  COPY this member into the
      * 01-level of any program that reads or writes SEGFILE.
      *
      * Cash advances (TRANCODE CADV, category C) and promotional
      * purchases (PPRC, category M) are the only charges that
      * fill segments 2 and 5.  Neither is raised in house:
      * PURCHBRG's captured purchases are all PRCH.  They arrive
      * coded on the submitted transaction batch TRANEDIT edits
      * ahead of POSTACCT (TRANIN), from the card processor's
      * settlement, which carries ATM and teller cash and the
      * purchases made under an offer.
      *
      *    SEG-ENTRY      one per segment, always in this order:
      *                     1 purchase   2 cash advance   3 fees
      *                     4 interest   5 promotional
      *    SEG-AMOUNT     the segment's share of ACCT-BALANCE; a
      *                   credit balance is carried as a negative
      *                   purchase segment.
      *    SEG-RATE       the segment's own rate, in INT-RATE's
      *                   terms.  Zero on segments 1-4 means the
      *                   account's rate.  Segment 5's rate holds
      *                   (zero is a 0% offer) through
      *                   SEG-PROMO-EXPIRY; after that date the
      *                   segment is priced at the account's rate.
      *                   Segment 2's rate, segment 5's rate and the
      *                   expiry are the account's PRICEF terms
      *                   (PRC-CASH-RATE, PRC-PROMO-RATE and
      *                   PRC-PROMO-EXPIRY, keyed through PRCMNT),
      *                   stamped here by POSTACCT every night and
      *                   by INTACCR as it prices the account.
      *                   Segments 1, 3 and 4 carry no rate of
      *                   their own.
      *    SEG-BASE-RATE  the account's rate as INTACCR last priced
      *                   it (catalog or INT-RATE, before any SCRA
      *                   cap), so POSTACCT ranks segments by the
      *                   rates they actually accrue at.
      *    SEG-MIN-STMT-DATE/SEG-MIN-APPLIED -- the statement whose
      *                   minimum payment POSTACCT is filling and
      *                   how much of that minimum payments have
      *                   covered so far; only payment above the
      *                   minimum is bound to go highest rate first.
      *-----------------------------------------------------------
           05  SEG-ACCT-NO        PIC X(8).
           05  SEG-ENTRY          OCCURS 5 TIMES.
               10  SEG-AMOUNT     PIC S9(7)V99 COMP-3.
               10  SEG-RATE       PIC 9V999.
           05  SEG-PROMO-EXPIRY   PIC 9(8).
           05  SEG-BASE-RATE      PIC 9V999.
           05  SEG-MIN-STMT-DATE  PIC 9(8).
           05  SEG-MIN-APPLIED    PIC S9(7)V99 COMP-3.
           05  FILLER             PIC X(2).
