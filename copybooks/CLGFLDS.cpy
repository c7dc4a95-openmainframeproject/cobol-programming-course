      *-----------------------------------------------------------
      * CLGFLDS
      * Shared layout for one record of the daily call log
      * (CALLLOG) the phone system delivers each night: one record
      * per call an agent handled, inbound or outbound, with the
      * account the caller was identified to (blank when the call
      * never got as far as an account).  ACCREVW counts each
      * operator's calls off it, and takes a call on an account as
      * contact activity on that account that day.  COPY this
      * member into the 01-level of any program that reads CALLLOG.
      *-----------------------------------------------------------
           05  CLG-OPERATOR       PIC X(8).
           05  CLG-CALL-DATE      PIC 9(8).
           05  CLG-CALL-TIME      PIC 9(6).
           05  CLG-ACCT-NO        PIC X(8).
           05  CLG-DIRECTION      PIC X(1).
               88  CLG-INBOUND        VALUE 'I'.
               88  CLG-OUTBOUND       VALUE 'O'.
           05  FILLER             PIC X(49).
