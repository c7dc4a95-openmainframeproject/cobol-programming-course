      *-----------------------------------------------------------
      * LRTFLDS
      * Shared layout for one loss-rate control record (LOSSRATE),
      * kept by finance for the month-end allowance run ALLOWANC.
      * An 'R' record states the share of the balance in one aging
      * bucket (the BKTFLDS states, 1 current through 6 over 120)
      * and one RISKSCOR grade (A-E, or U for an account not yet
      * scored) expected to be lost; grade '*' is the bucket's rate
      * for any grade without its own record.  An 'F' record is a
      * grade's factor on the bucket loss rates ALLOWANC derives
      * from the roll-rate history (ROLLHIST) when it is told to
      * use them instead; a grade with no factor takes 1.00000.
      * Rates and factors carry five decimals: 0.02500 is 2.5%.
      * COPY this member into the 01-level of any program that
      * reads or writes LOSSRATE.
      *-----------------------------------------------------------
           05  LRT-REC-TYPE       PIC X(1).
               88  LRT-RATE-REC       VALUE 'R'.
               88  LRT-FACTOR-REC     VALUE 'F'.
           05  LRT-BUCKET         PIC 9(1).
           05  LRT-GRADE          PIC X(1).
               88  LRT-ANY-GRADE      VALUE '*'.
           05  LRT-RATE           PIC 9V9(5).
           05  LRT-SET-DATE       PIC 9(8).
           05  FILLER             PIC X(63).
