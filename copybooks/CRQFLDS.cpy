      *-----------------------------------------------------------
      * CRQFLDS
      * Shared layout for one replacement-card request (CARDREQ).
      * HOTLOAD appends one every time it lifts a hot-list
      * listing: the plastic that was reported lost or stolen is
      * dead, and the lift is the signal that the customer needs
      * a new one.  CARDISS consumes the requests on its next
      * run; a request it cannot honor yet (the account's mail is
      * coming back, or the account is suspended) is written to
      * CARDHOLD, and the job copies CARDHOLD back over CARDREQ
      * once the run ends clean, so the held requests wait at the
      * front of the next run's file.  COPY this member into the
      * 01-level of any program that reads or writes CARDREQ or
      * CARDHOLD.
      *-----------------------------------------------------------
           05  CRQ-ACCT-NO        PIC X(8).
           05  CRQ-REASON         PIC X(1).
               88  CRQ-HOT-LIFT       VALUE 'H'.
           05  CRQ-REQUEST-DATE   PIC 9(8).
           05  CRQ-HOT-REASON     PIC X(20).
           05  FILLER             PIC X(43).
