      *-----------------------------------------------------------
      * MEMFLDS
      * Shared layout for one dated account memo (MEMOFILE).  The
      * memo file is the account's running story: every entry is
      * appended, none is ever overwritten, so a placement, its
      * recall, a closure and a reinstatement all stay on file
      * beside whatever the agents have noted.  MEM-SOURCE is the
      * operator who keyed a note at MEMOONL or the program that
      * wrote the entry; MEM-TYPE says what the entry is.  An
      * agent's text that a program stamp displaced from COMMENTS
      * is kept here as a CMNT entry rather than lost.  Batch
      * writers OPEN EXTEND the file; the online side reaches it
      * through MEMQ/MEMQDRN.  COPY this member into the 01-level
      * of any program that reads or writes MEMOFILE.
      *-----------------------------------------------------------
           05  MEM-ACCT-NO        PIC X(8).
           05  MEM-DATE           PIC 9(8).
           05  MEM-TIME           PIC 9(6).
           05  MEM-SOURCE         PIC X(8).
           05  MEM-TYPE           PIC X(4).
               88  MEM-AGENT-NOTE     VALUE 'NOTE'.
               88  MEM-PLACEMENT      VALUE 'PLAC'.
               88  MEM-RECALL         VALUE 'RECL'.
               88  MEM-CLOSURE        VALUE 'CLOS'.
               88  MEM-REINSTATEMENT  VALUE 'REIN'.
               88  MEM-DISPLACED-TEXT VALUE 'CMNT'.
           05  MEM-TEXT           PIC X(56).
           05  FILLER             PIC X(10).
