      *-----------------------------------------------------------
      * AVRFLDS
      * Shared layout for one record of the address vendor's
      * return file (SKIPRTN's input), 160 bytes: the vendor's
      * answer for one account sent on the outbound extract
      * (AVXFLDS), in any order.
      *
      *    AVR-SERVICE     the service the account was sent for,
      *                    'S' skip-trace or 'N' NCOA.
      *    AVR-MATCH-CODE  the vendor's own code for how the
      *                    answer was found (which source, which
      *                    match rule); SKIPRTN counts results by
      *                    it and does not interpret it.
      *    AVR-CONFIDENCE  the vendor's confidence in the new
      *                    address, 000-100.
      *    AVR-NEW-ADDR    the address found, in CLIENT-ADDR's
      *                    exact shape with the full state name;
      *                    spaces when the vendor found nothing.
      *    AVR-MOVE-DATE   the date the customer moved, when the
      *                    vendor knows it; zero when not.
      *
      * COPY this member into the 01-level of any program that
      * reads the return file.
      *-----------------------------------------------------------
           05  AVR-ACCT-NO        PIC X(8).
           05  AVR-SERVICE        PIC X(1).
               88  AVR-SKIP-TRACE     VALUE 'S'.
               88  AVR-NCOA           VALUE 'N'.
           05  AVR-MATCH-CODE     PIC X(2).
           05  AVR-CONFIDENCE     PIC 9(3).
           05  AVR-NEW-ADDR.
               10  AVR-STREET         PIC X(25).
               10  AVR-CITY           PIC X(20).
               10  AVR-STATE          PIC X(15).
               10  AVR-ZIP            PIC X(5).
           05  AVR-MOVE-DATE      PIC 9(8).
           05  FILLER             PIC X(73).
