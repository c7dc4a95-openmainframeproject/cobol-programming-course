      *-----------------------------------------------------------
      * LGLFLDS
      * Shared layout for one legal-status flag (LGLFILE): the
      * account, what kind of notice stands against it, the date
      * it took effect and the case or court reference it was
      * taken under.  A flag is IN FORCE on any date from its
      * effective date up to (not including) its lifted date --
      * zero while it has never been lifted.  LGLMNT maintains the
      * file; a lifted flag stays on it as the record of when the
      * restriction applied.  What each kind of flag stops:
      *
      *   D  deceased          -- all contact and collection, and
      *                           every fee and interest accrual
      *   B  bankruptcy        -- the same; the automatic stay
      *                           stops collection and the debt
      *                           stops growing
      *   C  cease-and-desist  -- contact and collection only;
      *                           the account still prices
      *
      * OUTREACH, OUTRESCL, AGPLACE, NSFPROC, CAMPSEL and COLQBLD
      * honor the contact flags; FEEASSES, NSFPROC, INTACCR and
      * CLOSEACC honor the charge flags.  Every action withheld
      * is appended to the suppression log (LGLSUPP, LSPFLDS) and
      * LGLRPT proves from it and TRACKF that contact stopped on
      * the effective date.
      * COPY this member into the 01-level of any program that
      * reads or writes LGLFILE.
      *-----------------------------------------------------------
           05  LGL-ACCT-NO        PIC X(8).
           05  LGL-FLAG-TYPE      PIC X(1).
               88  LGL-DECEASED       VALUE 'D'.
               88  LGL-BANKRUPT       VALUE 'B'.
               88  LGL-CEASE-DESIST   VALUE 'C'.
               88  LGL-BARS-CONTACT   VALUE 'D' 'B' 'C'.
               88  LGL-BARS-CHARGES   VALUE 'D' 'B'.
           05  LGL-EFF-DATE       PIC 9(8).
           05  LGL-REFERENCE      PIC X(20).
           05  LGL-ENTERED-DATE   PIC 9(8).
           05  LGL-LIFTED-DATE    PIC 9(8).
           05  FILLER             PIC X(27).
