      *-----------------------------------------------------------
      * COLFLDS
      * Shared layout for one collector on the collector roster
      * (COLLROST): the collector's operator ID -- the same ID
      * OPERAUTH and the phone system's CALLLOG know them by --
      * the name printed on the queue and productivity reports,
      * and how many accounts the collector can work in a day.
      * COL-STATUS 'A' (or blank, for a record keyed before the
      * field was used) puts the collector in today's queue
      * build; 'O' (out -- leave, training, sick) takes them out
      * for the day without losing their accounts, which COLQBLD
      * holds for them while they are away.  A zero capacity is
      * the same as out.  Supervisors key the roster by hand.
      * COPY this member into the 01-level of any program that
      * reads or writes COLLROST.
      *-----------------------------------------------------------
           05  COL-COLLECTOR-ID   PIC X(8).
           05  COL-NAME           PIC X(25).
           05  COL-DAILY-CAPACITY PIC 9(4).
           05  COL-STATUS         PIC X(1).
               88  COL-WORKING        VALUE 'A' ' '.
               88  COL-OUT            VALUE 'O'.
           05  FILLER             PIC X(42).
