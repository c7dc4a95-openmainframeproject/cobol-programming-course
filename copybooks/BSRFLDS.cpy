      *-----------------------------------------------------------
      * BSRFLDS
      * Shared layout for one record of the credit bureau's score
      * return file (BURRTN's input): the bureau's answer for one
      * account on the quarterly request (BRQFLDS), in any order.
      *
      *    BSR-RESULT      'S' scored; 'N' the bureau holds no file
      *                    it could score for the customer.
      *    BSR-SCORE       the bureau score, 300-850, when scored.
      *    BSR-SCORE-DATE  the date the bureau scored the file.
      *
      * COPY this member into the 01-level of any program that
      * reads the return file.
      *-----------------------------------------------------------
           05  BSR-ACCT-NO        PIC X(8).
           05  BSR-RESULT         PIC X(1).
               88  BSR-SCORED         VALUE 'S'.
               88  BSR-NO-FILE        VALUE 'N'.
           05  BSR-SCORE          PIC 9(3).
           05  BSR-SCORE-DATE     PIC 9(8).
           05  FILLER             PIC X(60).
