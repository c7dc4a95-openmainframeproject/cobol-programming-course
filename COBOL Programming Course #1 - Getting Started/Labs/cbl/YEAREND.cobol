      *    adding machine.  The YTD file carries everyone who earned
      *    anything in the year -- including employees no longer on
      *    the master -- so the register is complete by construction.
      *    The employees' own W-2s and the SSA wage file come off the
      *    same YTD file in W2PRT.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
