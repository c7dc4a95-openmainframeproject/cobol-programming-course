      *-----------------------------------------------------------
      * WRKFLDS
      * Shared layout for one account on the day's collector work
      * queue (WORKQ), written by COLQBLD: the collector the
      * account is assigned to, its place in that collector's
      * queue (rank 1 is called first), the priority score that
      * put it there and the parts the score was built from --
      * aging bucket (1 = 0-30 ... 5 = over 120, as AGERPT
      * buckets), amount over limit, RISKSCOR grade (blank when
      * unscored), broken promises and a delinquent payment plan
      * -- plus the name and phone the collector dials.
      * WRK-CARRIED is 'Y' when the collector had the account on
      * the last queue that held it.  COLRSLT reads the queue
      * back to count each collector's assigned accounts.  COPY
      * this member into the 01-level of any program that reads
      * or writes WORKQ.
      *-----------------------------------------------------------
           05  WRK-COLLECTOR-ID   PIC X(8).
           05  WRK-RANK           PIC 9(4).
           05  WRK-ACCT-NO        PIC X(8).
           05  WRK-SCORE          PIC 9(4).
           05  WRK-AGE-BUCKET     PIC 9(1).
           05  WRK-AMT-OVER       PIC S9(7)V99 COMP-3.
           05  WRK-GRADE          PIC X(1).
           05  WRK-BROKEN-COUNT   PIC 9(2).
           05  WRK-PLAN-FLAG      PIC X(1).
               88  WRK-PLAN-DELINQUENT VALUE 'Y'.
           05  WRK-CARRIED        PIC X(1).
               88  WRK-SAME-COLLECTOR  VALUE 'Y'.
           05  WRK-QUEUE-DATE     PIC 9(8).
           05  WRK-LAST-NAME      PIC X(20).
           05  WRK-PHONE          PIC X(12).
           05  FILLER             PIC X(5).
