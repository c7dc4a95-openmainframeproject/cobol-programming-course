      *   A001-A007  ACCTEDIT  (key, name, status, date, state,
      *                         limit, balance)
      *   P002 P003  POSTACCT  (bad type on TRANREC / on SUSPIN)
      *   P004 P005  POSTACCT  (code not on TRANCODE, code for the
      *                         other side)
      *   T001-T004  TRANEDIT  (type, amount, date, no account)
      *   T005       TRANEDIT  (out of sequence)
      *   T006 T007  TRANEDIT  (code not on TRANCODE, code for the
      *                         other side)
      *   R001 R002  REPXTRCT  (key, name)
      *   M001-M003  PROMENTR  (amount, due date, no account)
      *   V001 V002  RECOVPST  (no subledger record, bad type)
      *   B001 B002  NSFPROC   (amount unreadable, no matching
      *                         posted payment)
      *   D001-D003  DLVMNT    (channel, no account, no email)
      *   D004 D005  DLVMNT    (solicit election, card elects
      *                         nothing)
      *   Q001-Q003  DSPINTK   (reference, no account, duplicate)
      *   K001-K005  BDSINTK   (amount, no account, no such
      *                         history item, not a charge,
      *                         already open)
      *   F001-F003  FXLOAD    (unknown code, zero rate, stale)
      *   E001-E004  ACCTRNUM  (card keys, old missing, new clash,
      *                         card collides with another card)
      *   U001-U003  CUSTMNT   (action code, no account, customer
      *                         ID not on file)
      *   C001-C004  CLIMMNT   (action, ceiling missing or zero,
      *                         customer ID not on file, no
      *                         ceiling to remove)
      *   H001-H007  FEEWAIV   (action, operator not on
      *                         OPERAUTH, not a waivable fee, no
      *                         such posted fee, already waived,
      *                         nothing held to decline, decliner
      *                         lacks the authority)
      *   W001 W002  PRODASGN  (product not on catalog, no account)
      *   J001-J005  JOINTMNT  (action, name, no account, already
      *                         held, no holder to remove)
      *   L001-L007  LGLMNT    (action, flag type, date, no case
      *                         number, no account, already
      *                         flagged, no flag to lift)
      *   S001-S006  SCRAMNT   (action, date, no orders, no
      *                         account, already serving, no
      *                         period to release)
      *   G001-G004  RWDREDM   (points, no rewards account,
      *                         more than the balance, account
      *                         not active)
      *   Y001-Y007  APYMNT    (action, routing number, bank
      *                         account, pay option, no account,
      *                         already enrolled, no enrollment)
      *   Y008       APYRTN    (trace number not on ACHLOG)
      *   X001-X011  XREFSWP   (key not on ACCTREC: CUSTXREF,
      *                         CYCLEF, PRODXREF, DLVPREF, JOINTF,
      *                         PLANFILE, PROMFILE, HOTLIST,
      *                         AUTHFILE, CHGSUB, TRACKF)
      *   X021 X022  XREFSWP   (active account with no cycle, with
      *                         no customer ID)
      *   X031-X033  XREFSWP   (active plan on a closed account,
      *                         e-statements with no email, hot-
      *                         listed with open auth holds)
      *   O001-O007  PAYXFER   (operator not on OPERAUTH, request
      *                         unreadable, from-account not on
      *                         file, to-account not on file,
      *                         to-account cannot take money, no
      *                         such posted payment, already
      *                         transferred)
      *   O011-O017  OPTMNT    (action, date, channel, no account,
      *                         consent already in force, no
      *                         consent to revoke, revoked before
      *                         the consent date)
      *-----------------------------------------------------------
           05  EXCP-PROGRAM       PIC X(8).
           05  EXCP-RUN-DATE      PIC 9(8).
