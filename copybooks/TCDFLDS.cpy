      *-----------------------------------------------------------
      * TCDFLDS
      * Shared layout for one transaction-code table record
      * (TRANCODE): the four-byte code every transaction-producing
      * program stamps on TRAN-CODE, its description, the TRAN-TYPE
      * side it must post on, the GL account pair its money books
      * to (debit account, credit account), and the statement
      * category STMTPRT and ANNSTMT group it under.  The category
      * also names the balance segment (SEGFLDS) a charge posts to,
      * unless TCD-SEGMENT names one outright.  POSTACCT
      * books its GLFEED pairs code by code from this table, so
      * the ledger line a transaction lands on no longer depends
      * on how its comment happens to be spelled.  COPY this member
      * into the 01-level of any program that reads TRANCODE.
      *
      * Codes in use (side, category):
      *   PYMT  PAYMENT                 D  P
      *   AGPY  AGENCY PAYMENT          D  P
      *   CHRG  CHARGE                  C  O
      *   PRCH  PURCHASE                C  U
      *   OLFE  OVERLIMIT FEE           C  F
      *   DMFE  DORMANCY FEE            C  F
      *   NSFF  NSF FEE                 C  F
      *   NSFR  NSF REVERSAL            C  A
      *   INTR  INTEREST                C  I
      *   CRRF  CREDIT REFUND           C  A
      *   CLRF  CLOSURE REFUND          C  A
      *   ESCH  ESCHEATED               C  A
      *   RVPY  PAYMENT REVERSAL        C  A
      *   RVCH  CHARGE REVERSAL         D  A
      *   DSPC  DISPUTE CREDIT          D  A
      *   DSPR  DISPUTE REBILL          C  A
      *   SCRF  SCRA INTEREST REFUND    D  A
      *   RWRD  REWARDS CREDIT          D  A
      *   APAY  AUTOPAY PAYMENT         D  P
      *   FWAV  FEE WAIVER              D  A
      *   STLF  SETTLEMENT FORGIVE      D  A
      *   CADV  CASH ADVANCE            C  C
      *   PPRC  PROMOTIONAL PURCHASE    C  M
      *   XFOT  PAYMENT TRANSFER OUT    C  A
      *   XFIN  PAYMENT TRANSFER IN     D  P
      *
      * CADV and PPRC come only on the submitted batch TRANEDIT
      * edits (see SEGFLDS); no program here writes them.
      *
      * Statement categories: P payment, U purchase, F fee,
      * I interest, A adjustment, O other charge, C cash advance,
      * M promotional purchase.
      *
      * TCD-SEGMENT -- the balance segment the code posts to, by
      * SEGFLDS number ('1' purchase through '5' promotional).
      * Blank takes it from the category: U, O and a credit-side
      * A to purchases, C to cash, F to fees, I to interest, M to
      * promotional; a debit-side P or A is spread across the
      * segments the way a payment is.  FWAV is carried as '3' and
      * SCRF as '4', so a waiver comes off the fees it waived and a
      * refund off the interest it refunds.
      *
      * TCD-ACTIVITY -- 'N' marks a code that is not customer
      * activity: POSTACCT posts it without stamping the account's
      * LAST-ACTIVITY-DATE.  XFOT is carried 'N' -- taking back a
      * payment that was never the customer's must not make the
      * wrong account look active.  Blank is ordinary activity.
      *
      * TCD-REVERSAL -- 'P' marks a credit-side code that takes a
      * payment back off the account: RVPY (reversed), NSFR
      * (returned unpaid) and XFOT (transferred to another
      * account).  The programs that judge what a customer has
      * paid -- DUECHK, STLJUDGE, INTACCR's grace test, CLOSEACC,
      * APYDEBIT, PAYQUOTE, PAYXFER and AMLSCAN -- count a debit
      * under a payment-category (P) code, or under no code, as
      * paid, and net a credit under a 'P' reversal code against
      * it.  A new payment or reversal code is added here and
      * nowhere else.
      * XFOT books DR 11000000 / CR 28000000 and XFIN DR 28000000
      * / CR 11000000, so the clearing account nets to zero once
      * both halves of a transfer have posted.
      *-----------------------------------------------------------
           05  TCD-CODE           PIC X(4).
           05  TCD-DESC           PIC X(20).
           05  TCD-SIDE           PIC X(1).
               88  TCD-DEBIT-SIDE     VALUE 'D'.
               88  TCD-CREDIT-SIDE    VALUE 'C'.
           05  TCD-GL-DEBIT       PIC X(8).
           05  TCD-GL-CREDIT      PIC X(8).
           05  TCD-STMT-CATEGORY  PIC X(1).
               88  TCD-CAT-PAYMENT    VALUE 'P'.
               88  TCD-CAT-PURCHASE   VALUE 'U'.
               88  TCD-CAT-FEE        VALUE 'F'.
               88  TCD-CAT-INTEREST   VALUE 'I'.
               88  TCD-CAT-ADJUSTMENT VALUE 'A'.
               88  TCD-CAT-OTHER      VALUE 'O'.
               88  TCD-CAT-CASH       VALUE 'C'.
               88  TCD-CAT-PROMO      VALUE 'M'.
           05  TCD-SEGMENT        PIC X(1).
           05  TCD-ACTIVITY       PIC X(1).
               88  TCD-NO-ACTIVITY    VALUE 'N'.
           05  TCD-REVERSAL       PIC X(1).
               88  TCD-REVERSES-PAYMENT VALUE 'P'.
           05  FILLER             PIC X(35).
