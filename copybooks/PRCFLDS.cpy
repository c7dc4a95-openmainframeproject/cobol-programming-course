      *-----------------------------------------------------------
      * PRCFLDS
      * Shared layout for one account pricing record (PRICEF):
      * whether the account's INT-RATE is fixed or floats over an
      * index, and for a variable account the index code it floats
      * over (INDEXRT, per IXRFLDS), the margin added to the index,
      * and the floor and ceiling the sum is held between.  PRCMNT
      * maintains the file, one record per account, in the side-
      * file shape PRODXREF set; an account with no record here is
      * fixed-rate, as every account was before this file existed.
      *
      * RATEIDX sets a variable account's INT-RATE to index plus
      * margin, floor and ceiling applied, whenever the index has
      * moved since the value recorded here; REPRICE's board
      * changes leave variable accounts alone, and INTACCR accrues
      * them at INT-RATE rather than a catalog rate.
      *
      *    PRC-RATE-TYPE  'F' fixed -- INT-RATE changes only by
      *                   REPRICE or ACCTMNT;  'V' variable.
      *    PRC-CEILING    zero means no ceiling; PRC-FLOOR zero
      *                   means no floor.
      *    PRC-INDEX-DATE/PRC-INDEX-RATE  the effective date and
      *                   value of the index entry RATEIDX last
      *                   priced the account off; zero until the
      *                   first time it does.
      *    PRC-CASH-RATE  the rate the account's cash advances
      *                   (balance segment 2, SEGFLDS) accrue at;
      *                   zero means the account's own rate.
      *    PRC-PROMO-RATE/PRC-PROMO-EXPIRY  the promotional offer
      *                   the account's promotional balance
      *                   (segment 5) accrues at, and the last day
      *                   it holds (zero is a 0% offer); an expiry
      *                   of zero means no offer, and the segment
      *                   accrues at the account's rate.
      *                   POSTACCT and INTACCR stamp these three
      *                   onto the account's segment record, which
      *                   is where STMTPRT and PAYQUOTE read them.
      *-----------------------------------------------------------
           05  PRC-ACCT-NO        PIC X(8).
           05  PRC-RATE-TYPE      PIC X(1).
               88  PRC-FIXED          VALUE 'F'.
               88  PRC-VARIABLE       VALUE 'V'.
           05  PRC-INDEX-CODE     PIC X(4).
           05  PRC-MARGIN         PIC 9V999.
           05  PRC-FLOOR          PIC 9V999.
           05  PRC-CEILING        PIC 9V999.
           05  PRC-INDEX-DATE     PIC 9(8).
           05  PRC-INDEX-RATE     PIC 9V999.
           05  PRC-SET-DATE       PIC 9(8).
           05  PRC-CASH-RATE      PIC 9V999.
           05  PRC-PROMO-RATE     PIC 9V999.
           05  PRC-PROMO-EXPIRY   PIC 9(8).
           05  FILLER             PIC X(19).
