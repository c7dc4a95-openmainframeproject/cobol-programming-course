      *-----------------------------------------------------------
      * RCGFLDS
      * Shared layout for one record of the inbound file receipt
      * registry (RCPTREG, ACCTG.PROD.RCPTREG): one file an intake
      * was handed, whether it took it or refused it.  FILERCPT
      * appends a record for every file judged and reads the
      * sender's accepted records back to catch duplicates and
      * gaps; RCPTRPT lists the morning's receipts from it.
      *
      *    RCG-SEQUENCE     the sender's receipt sequence number,
      *                     one more than the last accepted; zero
      *                     on a refused receipt.
      *    RCG-HASH-TOTAL   the intake's hash total (RCPFLDS).
      *    RCG-DATE-SOURCE  'F' file date taken from the file, 'R'
      *                     the date of receipt (RCPFLDS).
      *    RCG-DISPOSITION  'A' accepted, or the refusal: 'D'
      *                     duplicate, 'G' sequence gap, 'E' empty,
      *                     'U' unknown sender.
      *
      * COPY this member into the 01-level of any program that
      * reads or writes RCPTREG.
      *-----------------------------------------------------------
           05  RCG-SENDER         PIC X(8).
           05  RCG-FILE-DATE      PIC 9(8).
           05  RCG-SEQUENCE       PIC 9(6).
           05  RCG-RECORD-COUNT   PIC 9(9).
           05  RCG-HASH-TOTAL     PIC 9(15)V99.
           05  RCG-RECV-DATE      PIC 9(8).
           05  RCG-RECV-TIME      PIC 9(6).
           05  RCG-PROGRAM        PIC X(8).
           05  RCG-DATE-SOURCE    PIC X(1).
           05  RCG-DISPOSITION    PIC X(1).
               88  RCG-ACCEPTED       VALUE 'A'.
           05  FILLER             PIC X(8).
