      *-----------------------------------------------------------
      * RSLFLDS
      * Shared layout for one collector call result (COLLRSLT):
      * who worked which account, on what date, by what channel
      * ('P' phone, the default; 'E' email), and what came of
      * it.  The result codes:
      *
      *   NA  no answer            LM  left a message
      *   WN  wrong number         CT  reached, no promise
      *   PT  promise taken        RF  reached, refused to pay
      *
      * CT, PT and RF are contacts.  A PT result carries the
      * amount promised and the date it is due; the promise
      * itself is still taken through PROMENTR or PROMONL, which
      * is what PROMMTCH judges -- the figures here are the
      * collector's own account of the call.  COLRSLT edits the
      * file, appends each good result to TRACKF and reports each
      * collector's day.  COPY this member into the 01-level of
      * any program that reads or writes COLLRSLT.
      *-----------------------------------------------------------
           05  RSL-COLLECTOR-ID   PIC X(8).
           05  RSL-ACCT-NO        PIC X(8).
           05  RSL-CALL-DATE      PIC 9(8).
           05  RSL-CHANNEL        PIC X(1).
           05  RSL-RESULT         PIC X(2).
               88  RSL-VALID-RESULT   VALUE 'NA' 'LM' 'WN'
                                            'CT' 'PT' 'RF'.
               88  RSL-CONTACTED      VALUE 'CT' 'PT' 'RF'.
               88  RSL-PROMISE-TAKEN  VALUE 'PT'.
           05  RSL-PROM-AMOUNT    PIC 9(7)V99.
           05  RSL-PROM-DUE-DATE  PIC 9(8).
           05  FILLER             PIC X(36).
