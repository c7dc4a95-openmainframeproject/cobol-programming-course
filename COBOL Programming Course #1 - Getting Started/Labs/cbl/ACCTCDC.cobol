      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ACCTCDC.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    ACCTCDC writes the data warehouse its nightly account
      *    delta, so the warehouse no longer takes the whole master
      *    and diffs it itself.  PRVACCT is the master the last
      *    delta was taken against (NITEWRAP keeps a copy of it,
      *    with its control record, once each delta is written);
      *    ACCTREC is tonight's.  The two are matched in account
      *    sequence and compared field by field across ACCTFLDS:
      *
      *      - an account on both whose fields differ is an update
      *        ('U'): one detail record per changed field, carrying
      *        the field name and its before and after values;
      *      - an account only on tonight's master is an insert
      *        ('I') and one only on the prior master a delete
      *        ('D'); each carries every field, with the after
      *        (insert) or before (delete) value left blank;
      *      - an account ACCTRNUM renumbered is a key change
      *        ('K'), not a delete and an insert: RENUMXRF is read
      *        for the changes made since the prior master was
      *        written, and an old number that left the master
      *        paired with its new number that arrived gives an
      *        ACCT-NO detail record, before the old number and
      *        after the new, plus a record for any other field
      *        that changed with it.  Every 'K' record carries both
      *        numbers.  Key changes are written where the second
      *        number of the pair is reached, so they may fall out
      *        of account sequence.
      *
      *    Values are written as display text: amounts signed with
      *    two decimals, the rate with three, dates as YYYYMMDD.
      *    An unchanged account writes nothing.  A field later
      *    carved from ACCT-EXPANSION is added to COMPARE-ACCOUNTS
      *    beside ACCT-EMPLOYEE-FLAG.
      *
      *    DELTAOUT opens with a header ('H') naming both masters
      *    -- the program that wrote each, its run date and the
      *    record count from its CTLFLDS control record -- and ends
      *    with a trailer ('T') carrying the records read from each
      *    master, the accounts inserted, updated, deleted,
      *    renumbered and unchanged, and the detail records
      *    written.  Unchanged + updated + deleted + renumbered is
      *    the prior count and unchanged + updated + inserted +
      *    renumbered tonight's, so the warehouse can prove it
      *    applied the whole delta.  Both masters are proved
      *    against their control records before anything is
      *    written (the REPRICE handshake); a mismatch ends the
      *    step 16 with DELTAOUT unopened.  An empty prior control
      *    record -- the first run, against an empty PRVACCT --
      *    is tolerated with a warning, and the whole master then
      *    arrives as inserts.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIOR-ACCT   ASSIGN TO PRVACCT.
           SELECT PRIOR-CTL    ASSIGN TO PRVCTL.
           SELECT ACCT-REC     ASSIGN TO ACCTREC.
           SELECT CTL-IN       ASSIGN TO CTLIN.
           SELECT XREF-IN      ASSIGN TO RENUMXRF.
           SELECT DELTA-OUT    ASSIGN TO DELTAOUT.
           SELECT RUN-LOG      ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRIOR-ACCT RECORDING MODE F.
       01  PRIOR-ACCT-REC.
           05  PRV-ACCT-NO        PIC X(8).
           05  FILLER             PIC X(392).
      *
       FD  PRIOR-CTL RECORDING MODE F.
       01  PRIOR-CTL-FIELDS.
           COPY CTLFLDS REPLACING LEADING ==CTL-== BY ==CTLP-==.
      *
       FD  ACCT-REC RECORDING MODE F.
       01  CURRENT-ACCT-REC.
           05  CUR-ACCT-NO        PIC X(8).
           05  FILLER             PIC X(392).
      *
       FD  CTL-IN RECORDING MODE F.
       01  CTL-IN-FIELDS.
           COPY CTLFLDS REPLACING LEADING ==CTL-== BY ==CTLI-==.
      *
      *    XREF-IN -- the cumulative old-to-new cross-reference
      *    ACCTRNUM and PORTCONV append to.
       FD  XREF-IN RECORDING MODE F.
       01  XREF-REC.
           05  XRF-OLD-ACCT       PIC X(8).
           05  XRF-NEW-ACCT       PIC X(8).
           05  XRF-CHANGE-DATE    PIC 9(8).
           05  FILLER             PIC X(56).
      *
      *    DELTA-OUT -- the warehouse delta.  Header, detail and
      *    trailer share the record area, told apart by the first
      *    byte (the CBUREXT two-layouts-one-FD shape).
       FD  DELTA-OUT RECORDING MODE F.
       01  DELTA-DETAIL.
           05  DLT-RECORD-TYPE    PIC X(01).
           05  DLT-ACTION         PIC X(01).
               88  DLT-INSERT         VALUE 'I'.
               88  DLT-UPDATE         VALUE 'U'.
               88  DLT-DELETE         VALUE 'D'.
               88  DLT-KEY-CHANGE     VALUE 'K'.
           05  DLT-ACCT-NO        PIC X(08).
           05  DLT-PRIOR-ACCT-NO  PIC X(08).
           05  DLT-FIELD-NAME     PIC X(18).
           05  DLT-BEFORE         PIC X(50).
           05  DLT-AFTER          PIC X(50).
           05  FILLER             PIC X(14).
       01  DELTA-HEADER.
           05  DLH-RECORD-TYPE    PIC X(01).
           05  DLH-RUN-DATE       PIC 9(08).
           05  DLH-PRIOR-PROGRAM  PIC X(08).
           05  DLH-PRIOR-RUN-DATE PIC 9(08).
           05  DLH-PRIOR-COUNT    PIC 9(07).
           05  DLH-CURR-PROGRAM   PIC X(08).
           05  DLH-CURR-RUN-DATE  PIC 9(08).
           05  DLH-CURR-COUNT     PIC 9(07).
           05  FILLER             PIC X(95).
       01  DELTA-TRAILER.
           05  DLT-T-RECORD-TYPE  PIC X(01).
           05  DLT-T-PRIOR-READ   PIC 9(07).
           05  DLT-T-CURR-READ    PIC 9(07).
           05  DLT-T-INSERTS      PIC 9(07).
           05  DLT-T-UPDATES      PIC 9(07).
           05  DLT-T-DELETES      PIC 9(07).
           05  DLT-T-KEY-CHANGES  PIC 9(07).
           05  DLT-T-UNCHANGED    PIC 9(07).
           05  DLT-T-DETAILS      PIC 9(09).
           05  FILLER             PIC X(91).
      *
      *    RUN-LOG -- one LOGFLDS record appended per run; see
      *    JOBSTATS for the daily operations summary printed off it.
       FD  RUN-LOG RECORDING MODE F.
       01  LOG-FIELDS.
           COPY LOGFLDS.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  PRIOR-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-PRIOR      VALUE 'Y'.
           05  CURR-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-CURRENT    VALUE 'Y'.
           05  XREF-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-XREF       VALUE 'Y'.
           05  XREF-FOUND-FLAG    PIC X VALUE 'N'.
               88  XREF-FOUND         VALUE 'Y'.
           05  ALL-FIELDS-FLAG    PIC X VALUE 'N'.
               88  ALL-FIELDS-WANTED  VALUE 'Y'.
           05  PRIOR-CTL-FLAG     PIC X VALUE 'N'.
               88  PRIOR-CTL-EMPTY    VALUE 'Y'.
           05  CURR-CTL-FLAG      PIC X VALUE 'N'.
               88  CURR-CTL-EMPTY     VALUE 'Y'.
      *
       01  DELTA-COUNTS.
           05  PRIOR-READ         PIC S9(7) COMP-3 VALUE ZERO.
           05  CURRENT-READ       PIC S9(7) COMP-3 VALUE ZERO.
           05  ACCTS-INSERTED     PIC S9(7) COMP-3 VALUE ZERO.
           05  ACCTS-UPDATED      PIC S9(7) COMP-3 VALUE ZERO.
           05  ACCTS-DELETED      PIC S9(7) COMP-3 VALUE ZERO.
           05  ACCTS-RENUMBERED   PIC S9(7) COMP-3 VALUE ZERO.
           05  ACCTS-UNCHANGED    PIC S9(7) COMP-3 VALUE ZERO.
           05  DETAILS-WRITTEN    PIC S9(9) COMP-3 VALUE ZERO.
           05  FIELDS-CHANGED     PIC S9(3) COMP-3 VALUE ZERO.
           05  XREF-LOADED        PIC S9(5) COMP-3 VALUE ZERO.
           05  PRIOR-TIE          PIC S9(7) COMP-3 VALUE ZERO.
           05  CURRENT-TIE        PIC S9(7) COMP-3 VALUE ZERO.
      *
      *    PRIOR-FIELDS/CURRENT-FIELDS -- the two sides of one
      *    comparison, both in the ACCTFLDS layout; every field
      *    name is qualified by the side it belongs to.
       01  PRIOR-FIELDS.
           COPY ACCTFLDS.
       01  CURRENT-FIELDS.
           COPY ACCTFLDS.
      *
      *    XREF-TABLE -- the renumberings made since the prior
      *    master was written.  The first side of a pair to be
      *    reached is held here until the second arrives; a side
      *    still held at end of file had no partner and goes out
      *    as a plain delete or insert.  The same bounded-table-
      *    with-a-warning treatment REPRICE gives its rate
      *    changes; a renumbering past the limit also arrives as a
      *    delete and an insert.
       01  XREF-CTL.
           05  XREF-COUNT         PIC S9(4) COMP VALUE 0.
           05  XREF-MAX           PIC S9(4) COMP VALUE 500.
           05  XREF-CAPACITY-FLAG PIC X VALUE 'N'.
               88  XREF-TABLE-FULL    VALUE 'Y'.
       01  XREF-TABLE.
           05  XREF-ENTRY OCCURS 500 TIMES INDEXED BY XR-IDX.
               10  XRT-OLD-ACCT   PIC X(8).
               10  XRT-NEW-ACCT   PIC X(8).
               10  XRT-HELD-SIDE  PIC X(1).
                   88  XRT-NOTHING-HELD   VALUE ' '.
                   88  XRT-PRIOR-HELD     VALUE 'P'.
                   88  XRT-CURRENT-HELD   VALUE 'C'.
                   88  XRT-PAIRED         VALUE 'K'.
               10  XRT-HELD-REC   PIC X(400).
      *
       01  DELTA-WORK.
           05  FIELD-NAME-WK      PIC X(18) VALUE SPACES.
           05  BEFORE-WK          PIC X(50) VALUE SPACES.
           05  AFTER-WK           PIC X(50) VALUE SPACES.
           05  ACTION-WK          PIC X(01) VALUE SPACE.
           05  DELTA-ACCT-WK      PIC X(08) VALUE SPACES.
           05  DELTA-PRIOR-WK     PIC X(08) VALUE SPACES.
           05  AMOUNT-EDIT        PIC -9(7).99.
           05  RATE-EDIT          PIC -9.999.
      *
       01  VERIFY-TOTALS.
           05 VFY-RECORD-COUNT  PIC S9(7) COMP-3 VALUE ZERO.
           05 VFY-BALANCE-SUM   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 VFY-LIMIT-SUM     PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  CTL-SIGNED-WORK.
           05 CTL-BALANCE-WK    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 CTL-LIMIT-WK      PIC S9(11)V99 COMP-3 VALUE ZERO.
      *    CTLQ-SAVED-FIELDS/CTLS-SAVED-FIELDS -- each control
      *    record's contents, copied out before its file is closed;
      *    a record area is not to be trusted after the CLOSE.
       01  CTLQ-SAVED-FIELDS.
           COPY CTLFLDS REPLACING LEADING ==CTL-== BY ==CTLQ-==.
       01  CTLS-SAVED-FIELDS.
           COPY CTLFLDS REPLACING LEADING ==CTL-== BY ==CTLS-==.
      *
       01  RUN-LOG-WORK.
           05  LOG-START-STAMP.
               10  LOG-START-DATE     PIC 9(8).
               10  LOG-START-TIME-WK  PIC 9(6).
               10  FILLER             PIC X(7).
           05  LOG-END-STAMP.
               10  LOG-END-DATE       PIC 9(8).
               10  LOG-END-TIME-WK    PIC 9(6).
               10  FILLER             PIC X(7).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO LOG-START-STAMP.
           PERFORM VERIFY-PRIOR-CONTROL.
           PERFORM VERIFY-CURRENT-CONTROL.
           PERFORM LOAD-RENUMBERINGS.
           OPEN INPUT  PRIOR-ACCT.
           OPEN INPUT  ACCT-REC.
           OPEN OUTPUT DELTA-OUT.
           PERFORM WRITE-DELTA-HEADER.
           PERFORM READ-PRIOR.
           PERFORM READ-CURRENT.
      *
       COMPARE-MASTERS.
           PERFORM UNTIL NO-MORE-PRIOR AND NO-MORE-CURRENT
               EVALUATE TRUE
                   WHEN NO-MORE-CURRENT
                       PERFORM PRIOR-ONLY
                       PERFORM READ-PRIOR
                   WHEN NO-MORE-PRIOR
                       PERFORM CURRENT-ONLY
                       PERFORM READ-CURRENT
                   WHEN PRV-ACCT-NO < CUR-ACCT-NO
                       PERFORM PRIOR-ONLY
                       PERFORM READ-PRIOR
                   WHEN PRV-ACCT-NO > CUR-ACCT-NO
                       PERFORM CURRENT-ONLY
                       PERFORM READ-CURRENT
                   WHEN OTHER
                       PERFORM ON-BOTH-MASTERS
                       PERFORM READ-PRIOR
                       PERFORM READ-CURRENT
               END-EVALUATE
           END-PERFORM.
           PERFORM RELEASE-UNPAIRED
               VARYING XR-IDX FROM 1 BY 1
               UNTIL XR-IDX > XREF-COUNT.
           PERFORM WRITE-DELTA-TRAILER.
      *
       CLOSE-STOP.
           DISPLAY 'ACCTCDC: PRIOR RECORDS READ   = ' PRIOR-READ.
           DISPLAY 'ACCTCDC: CURRENT RECORDS READ = ' CURRENT-READ.
           DISPLAY 'ACCTCDC: ACCOUNTS INSERTED    = ' ACCTS-INSERTED.
           DISPLAY 'ACCTCDC: ACCOUNTS UPDATED     = ' ACCTS-UPDATED.
           DISPLAY 'ACCTCDC: ACCOUNTS DELETED     = ' ACCTS-DELETED.
           DISPLAY 'ACCTCDC: ACCOUNTS RENUMBERED  = '
                   ACCTS-RENUMBERED.
           DISPLAY 'ACCTCDC: ACCOUNTS UNCHANGED   = '
                   ACCTS-UNCHANGED.
           DISPLAY 'ACCTCDC: DETAIL RECORDS       = '
                   DETAILS-WRITTEN.
           DISPLAY 'ACCTCDC: RENUMBERINGS LOADED  = ' XREF-LOADED.
           IF XREF-TABLE-FULL
               DISPLAY 'ACCTCDC: WARNING - RENUMBERING TABLE FULL; '
                       'LATER RENUMBERINGS SENT AS DELETE/INSERT'
           END-IF.
           COMPUTE PRIOR-TIE = ACCTS-UNCHANGED + ACCTS-UPDATED
                             + ACCTS-DELETED + ACCTS-RENUMBERED.
           COMPUTE CURRENT-TIE = ACCTS-UNCHANGED + ACCTS-UPDATED
                               + ACCTS-INSERTED + ACCTS-RENUMBERED.
           IF PRIOR-TIE NOT = PRIOR-READ
               OR CURRENT-TIE NOT = CURRENT-READ
               DISPLAY 'ACCTCDC: DELTA COUNTS DO NOT TIE TO THE '
                       'MASTERS -- DO NOT SEND DELTAOUT'
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE PRIOR-ACCT.
           CLOSE ACCT-REC.
           CLOSE DELTA-OUT.
           PERFORM WRITE-RUN-LOG.
           GOBACK.
      *
      *    PRIOR-ONLY -- an account that has left the master: the
      *    old side of a renumbering, or a delete.
       PRIOR-ONLY.
           MOVE PRIOR-ACCT-REC TO PRIOR-FIELDS.
           MOVE 'N' TO XREF-FOUND-FLAG.
           PERFORM VARYING XR-IDX FROM 1 BY 1
               UNTIL XR-IDX > XREF-COUNT OR XREF-FOUND
               IF XRT-OLD-ACCT(XR-IDX) = PRV-ACCT-NO
                   AND (XRT-NOTHING-HELD(XR-IDX)
                        OR XRT-CURRENT-HELD(XR-IDX))
                   SET XREF-FOUND TO TRUE
                   IF XRT-CURRENT-HELD(XR-IDX)
                       MOVE XRT-HELD-REC(XR-IDX) TO CURRENT-FIELDS
                       SET XRT-PAIRED(XR-IDX) TO TRUE
                       PERFORM WRITE-KEY-CHANGE
                   ELSE
                       MOVE PRIOR-ACCT-REC TO XRT-HELD-REC(XR-IDX)
                       SET XRT-PRIOR-HELD(XR-IDX) TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT XREF-FOUND
               PERFORM WRITE-DELETE
           END-IF.
      *
      *    CURRENT-ONLY -- an account new to the master: the new
      *    side of a renumbering, or an insert.
       CURRENT-ONLY.
           MOVE CURRENT-ACCT-REC TO CURRENT-FIELDS.
           MOVE 'N' TO XREF-FOUND-FLAG.
           PERFORM VARYING XR-IDX FROM 1 BY 1
               UNTIL XR-IDX > XREF-COUNT OR XREF-FOUND
               IF XRT-NEW-ACCT(XR-IDX) = CUR-ACCT-NO
                   AND (XRT-NOTHING-HELD(XR-IDX)
                        OR XRT-PRIOR-HELD(XR-IDX))
                   SET XREF-FOUND TO TRUE
                   IF XRT-PRIOR-HELD(XR-IDX)
                       MOVE XRT-HELD-REC(XR-IDX) TO PRIOR-FIELDS
                       SET XRT-PAIRED(XR-IDX) TO TRUE
                       PERFORM WRITE-KEY-CHANGE
                   ELSE
                       MOVE CURRENT-ACCT-REC TO XRT-HELD-REC(XR-IDX)
                       SET XRT-CURRENT-HELD(XR-IDX) TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT XREF-FOUND
               PERFORM WRITE-INSERT
           END-IF.
      *
       ON-BOTH-MASTERS.
           MOVE PRIOR-ACCT-REC   TO PRIOR-FIELDS.
           MOVE CURRENT-ACCT-REC TO CURRENT-FIELDS.
           MOVE 'U' TO ACTION-WK.
           MOVE 'N' TO ALL-FIELDS-FLAG.
           MOVE CUR-ACCT-NO TO DELTA-ACCT-WK.
           MOVE SPACES      TO DELTA-PRIOR-WK.
           PERFORM COMPARE-ACCOUNTS.
           IF FIELDS-CHANGED > ZERO
               ADD 1 TO ACCTS-UPDATED
           ELSE
               ADD 1 TO ACCTS-UNCHANGED
           END-IF.
      *
      *    RELEASE-UNPAIRED -- a renumbering only one side of which
      *    was found goes out as what it looked like.
       RELEASE-UNPAIRED.
           IF XRT-PRIOR-HELD(XR-IDX)
               MOVE XRT-HELD-REC(XR-IDX) TO PRIOR-FIELDS
               PERFORM WRITE-DELETE
           END-IF.
           IF XRT-CURRENT-HELD(XR-IDX)
               MOVE XRT-HELD-REC(XR-IDX) TO CURRENT-FIELDS
               PERFORM WRITE-INSERT
           END-IF.
      *
      *    WRITE-INSERT/WRITE-DELETE -- every field goes out; the
      *    missing side is copied across so the comparisons run
      *    against valid data, and WRITE-FIELD-CHANGE blanks it.
       WRITE-INSERT.
           MOVE CURRENT-FIELDS TO PRIOR-FIELDS.
           MOVE 'I' TO ACTION-WK.
           MOVE 'Y' TO ALL-FIELDS-FLAG.
           MOVE ACCT-NO OF CURRENT-FIELDS TO DELTA-ACCT-WK.
           MOVE SPACES TO DELTA-PRIOR-WK.
           PERFORM COMPARE-ACCOUNTS.
           ADD 1 TO ACCTS-INSERTED.
      *
       WRITE-DELETE.
           MOVE PRIOR-FIELDS TO CURRENT-FIELDS.
           MOVE 'D' TO ACTION-WK.
           MOVE 'Y' TO ALL-FIELDS-FLAG.
           MOVE ACCT-NO OF PRIOR-FIELDS TO DELTA-ACCT-WK.
           MOVE SPACES TO DELTA-PRIOR-WK.
           PERFORM COMPARE-ACCOUNTS.
           ADD 1 TO ACCTS-DELETED.
      *
       WRITE-KEY-CHANGE.
           MOVE 'K' TO ACTION-WK.
           MOVE 'N' TO ALL-FIELDS-FLAG.
           MOVE ACCT-NO OF CURRENT-FIELDS TO DELTA-ACCT-WK.
           MOVE ACCT-NO OF PRIOR-FIELDS   TO DELTA-PRIOR-WK.
           PERFORM COMPARE-ACCOUNTS.
           ADD 1 TO ACCTS-RENUMBERED.
      *
      *    COMPARE-ACCOUNTS -- one test per ACCTFLDS field, in
      *    layout order; a field that differs (or every field, for
      *    an insert or delete) goes out through WRITE-FIELD-CHANGE.
       COMPARE-ACCOUNTS.
           MOVE ZERO TO FIELDS-CHANGED.
           IF ALL-FIELDS-WANTED
               OR ACCT-NO OF PRIOR-FIELDS
                  NOT = ACCT-NO OF CURRENT-FIELDS
               MOVE 'ACCT-NO' TO FIELD-NAME-WK
               MOVE ACCT-NO OF PRIOR-FIELDS   TO BEFORE-WK
               MOVE ACCT-NO OF CURRENT-FIELDS TO AFTER-WK
               PERFORM WRITE-FIELD-CHANGE
           END-IF.
           IF ALL-FIELDS-WANTED
               OR ACCT-LIMIT OF PRIOR-FIELDS
                  NOT = ACCT-LIMIT OF CURRENT-FIELDS
               MOVE 'ACCT-LIMIT' TO FIELD-NAME-WK
               MOVE ACCT-LIMIT OF PRIOR-FIELDS TO AMOUNT-EDIT
               MOVE AMOUNT-EDIT TO BEFORE-WK
               MOVE ACCT-LIMIT OF CURRENT-FIELDS TO AMOUNT-EDIT
               MOVE AMOUNT-EDIT TO AFTER-WK
               PERFORM WRITE-FIELD-CHANGE
           END-IF.
           IF ALL-FIELDS-WANTED
               OR ACCT-BALANCE OF PRIOR-FIELDS
                  NOT = ACCT-BALANCE OF CURRENT-FIELDS
               MOVE 'ACCT-BALANCE' TO FIELD-NAME-WK
               MOVE ACCT-BALANCE OF PRIOR-FIELDS TO AMOUNT-EDIT
               MOVE AMOUNT-EDIT TO BEFORE-WK
               MOVE ACCT-BALANCE OF CURRENT-FIELDS TO AMOUNT-EDIT
               MOVE AMOUNT-EDIT TO AFTER-WK
               PERFORM WRITE-FIELD-CHANGE
           END-IF.
           IF ALL-FIELDS-WANTED
               OR LAST-NAME OF PRIOR-FIELDS
                  NOT = LAST-NAME OF CURRENT-FIELDS
               MOVE 'LAST-NAME' TO FIELD-NAME-WK
               MOVE LAST-NAME OF PRIOR-FIELDS   TO BEFORE-WK
               MOVE LAST-NAME OF CURRENT-FIELDS TO AFTER-WK
               PERFORM WRITE-FIELD-CHANGE
           END-IF.
           IF ALL-FIELDS-WANTED
               OR FIRST-NAME OF PRIOR-FIELDS
                  NOT = FIRST-NAME OF CURRENT-FIELDS
               MOVE 'FIRST-NAME' TO FIELD-NAME-WK
               MOVE FIRST-NAME OF PRIOR-FIELDS   TO BEFORE-WK
               MOVE FIRST-NAME OF CURRENT-FIELDS TO AFTER-WK
               PERFORM WRITE-FIELD-CHANGE
           END-IF.
           IF ALL-FIELDS-WANTED
               OR STREET-ADDR OF PRIOR-FIELDS
                  NOT = STREET-ADDR OF CURRENT-FIELDS
               MOVE 'STREET-ADDR' TO FIELD-NAME-WK
               MOVE STREET-ADDR OF PRIOR-FIELDS   TO BEFORE-WK
               MOVE STREET-ADDR OF CURRENT-FIELDS TO AFTER-WK
               PERFORM WRITE-FIELD-CHANGE
           END-IF.
           IF ALL-FIELDS-WANTED
               OR CITY-COUNTY OF PRIOR-FIELDS
                  NOT = CITY-COUNTY OF CURRENT-FIELDS
               MOVE 'CITY-COUNTY' TO FIELD-NAME-WK
               MOVE CITY-COUNTY OF PRIOR-FIELDS   TO BEFORE-WK
               MOVE CITY-COUNTY OF CURRENT-FIELDS TO AFTER-WK
               PERFORM WRITE-FIELD-CHANGE
           END-IF.
           IF ALL-FIELDS-WANTED
               OR USA-STATE OF PRIOR-FIELDS
                  NOT = USA-STATE OF CURRENT-FIELDS
               MOVE 'USA-STATE' TO FIELD-NAME-WK
               MOVE USA-STATE OF PRIOR-FIELDS   TO BEFORE-WK
               MOVE USA-STATE OF CURRENT-FIELDS TO AFTER-WK
               PERFORM WRITE-FIELD-CHANGE
           END-IF.
           IF ALL-FIELDS-WANTED
               OR ZIP-CODE OF PRIOR-FIELDS
                  NOT = ZIP-CODE OF CURRENT-FIELDS
               MOVE 'ZIP-CODE' TO FIELD-NAME-WK
               MOVE ZIP-CODE OF PRIOR-FIELDS   TO BEFORE-WK
               MOVE ZIP-CODE OF CURRENT-FIELDS TO AFTER-WK
               PERFORM WRITE-FIELD-CHANGE
           END-IF.
           IF ALL-FIELDS-WANTED
               OR ACCOUNT-STATUS OF PRIOR-FIELDS
                  NOT = ACCOUNT-STATUS OF CURRENT-FIELDS
               MOVE 'ACCOUNT-STATUS' TO FIELD-NAME-WK
               MOVE ACCOUNT-STATUS OF PRIOR-FIELDS   TO BEFORE-WK
               MOVE ACCOUNT-STATUS OF CURRENT-FIELDS TO AFTER-WK
               PERFORM WRITE-FIELD-CHANGE
           END-IF.
           IF ALL-FIELDS-WANTED
               OR DATE-OPENED OF PRIOR-FIELDS
                  NOT = DATE-OPENED OF CURRENT-FIELDS
               MOVE 'DATE-OPENED' TO FIELD-NAME-WK
               MOVE DATE-OPENED OF PRIOR-FIELDS   TO BEFORE-WK
               MOVE DATE-OPENED OF CURRENT-FIELDS TO AFTER-WK
               PERFORM WRITE-FIELD-CHANGE
           END-IF.
           IF ALL-FIELDS-WANTED
               OR RESERVED OF PRIOR-FIELDS
                  NOT = RESERVED OF CURRENT-FIELDS
               MOVE 'RESERVED' TO FIELD-NAME-WK
               MOVE RESERVED OF PRIOR-FIELDS   TO BEFORE-WK
               MOVE RESERVED OF CURRENT-FIELDS TO AFTER-WK
               PERFORM WRITE-FIELD-CHANGE
           END-IF.
           IF ALL-FIELDS-WANTED
               OR COMMENTS OF PRIOR-FIELDS
                  NOT = COMMENTS OF CURRENT-FIELDS
               MOVE 'COMMENTS' TO FIELD-NAME-WK
               MOVE COMMENTS OF PRIOR-FIELDS   TO BEFORE-WK
               MOVE COMMENTS OF CURRENT-FIELDS TO AFTER-WK
               PERFORM WRITE-FIELD-CHANGE
           END-IF.
           IF ALL-FIELDS-WANTED
               OR INT-RATE OF PRIOR-FIELDS
                  NOT = INT-RATE OF CURRENT-FIELDS
               MOVE 'INT-RATE' TO FIELD-NAME-WK
               MOVE INT-RATE OF PRIOR-FIELDS TO RATE-EDIT
               MOVE RATE-EDIT TO BEFORE-WK
               MOVE INT-RATE OF CURRENT-FIELDS TO RATE-EDIT
               MOVE RATE-EDIT TO AFTER-WK
               PERFORM WRITE-FIELD-CHANGE
           END-IF.
           IF ALL-FIELDS-WANTED
               OR CURRENCY-CODE OF PRIOR-FIELDS
                  NOT = CURRENCY-CODE OF CURRENT-FIELDS
               MOVE 'CURRENCY-CODE' TO FIELD-NAME-WK
               MOVE CURRENCY-CODE OF PRIOR-FIELDS   TO BEFORE-WK
               MOVE CURRENCY-CODE OF CURRENT-FIELDS TO AFTER-WK
               PERFORM WRITE-FIELD-CHANGE
           END-IF.
           IF ALL-FIELDS-WANTED
               OR LAST-ACTIVITY-DATE OF PRIOR-FIELDS
                  NOT = LAST-ACTIVITY-DATE OF CURRENT-FIELDS
               MOVE 'LAST-ACTIVITY-DATE' TO FIELD-NAME-WK
               MOVE LAST-ACTIVITY-DATE OF PRIOR-FIELDS
                   TO BEFORE-WK
               MOVE LAST-ACTIVITY-DATE OF CURRENT-FIELDS
                   TO AFTER-WK
               PERFORM WRITE-FIELD-CHANGE
           END-IF.
           IF ALL-FIELDS-WANTED
               OR PHONE-NUMBER OF PRIOR-FIELDS
                  NOT = PHONE-NUMBER OF CURRENT-FIELDS
               MOVE 'PHONE-NUMBER' TO FIELD-NAME-WK
               MOVE PHONE-NUMBER OF PRIOR-FIELDS   TO BEFORE-WK
               MOVE PHONE-NUMBER OF CURRENT-FIELDS TO AFTER-WK
               PERFORM WRITE-FIELD-CHANGE
           END-IF.
           IF ALL-FIELDS-WANTED
               OR EMAIL-ADDRESS OF PRIOR-FIELDS
                  NOT = EMAIL-ADDRESS OF CURRENT-FIELDS
               MOVE 'EMAIL-ADDRESS' TO FIELD-NAME-WK
               MOVE EMAIL-ADDRESS OF PRIOR-FIELDS   TO BEFORE-WK
               MOVE EMAIL-ADDRESS OF CURRENT-FIELDS TO AFTER-WK
               PERFORM WRITE-FIELD-CHANGE
           END-IF.
           IF ALL-FIELDS-WANTED
               OR ACCT-REC-VERSION OF PRIOR-FIELDS
                  NOT = ACCT-REC-VERSION OF CURRENT-FIELDS
               MOVE 'ACCT-REC-VERSION' TO FIELD-NAME-WK
               MOVE ACCT-REC-VERSION OF PRIOR-FIELDS   TO BEFORE-WK
               MOVE ACCT-REC-VERSION OF CURRENT-FIELDS TO AFTER-WK
               PERFORM WRITE-FIELD-CHANGE
           END-IF.
           IF ALL-FIELDS-WANTED
               OR ACCT-EMPLOYEE-FLAG OF PRIOR-FIELDS
                  NOT = ACCT-EMPLOYEE-FLAG OF CURRENT-FIELDS
               MOVE 'ACCT-EMPLOYEE-FLAG' TO FIELD-NAME-WK
               MOVE ACCT-EMPLOYEE-FLAG OF PRIOR-FIELDS
                   TO BEFORE-WK
               MOVE ACCT-EMPLOYEE-FLAG OF CURRENT-FIELDS
                   TO AFTER-WK
               PERFORM WRITE-FIELD-CHANGE
           END-IF.
      *
       WRITE-FIELD-CHANGE.
           MOVE SPACES          TO DELTA-DETAIL.
           MOVE 'D'             TO DLT-RECORD-TYPE.
           MOVE ACTION-WK       TO DLT-ACTION.
           MOVE DELTA-ACCT-WK   TO DLT-ACCT-NO.
           MOVE DELTA-PRIOR-WK  TO DLT-PRIOR-ACCT-NO.
           MOVE FIELD-NAME-WK   TO DLT-FIELD-NAME.
           MOVE BEFORE-WK       TO DLT-BEFORE.
           MOVE AFTER-WK        TO DLT-AFTER.
           IF DLT-INSERT
               MOVE SPACES TO DLT-BEFORE
           END-IF.
           IF DLT-DELETE
               MOVE SPACES TO DLT-AFTER
           END-IF.
           WRITE DELTA-DETAIL.
           ADD 1 TO DETAILS-WRITTEN.
           ADD 1 TO FIELDS-CHANGED.
           MOVE SPACES TO BEFORE-WK.
           MOVE SPACES TO AFTER-WK.
      *
       WRITE-DELTA-HEADER.
           MOVE SPACES             TO DELTA-HEADER.
           MOVE 'H'                TO DLH-RECORD-TYPE.
           MOVE LOG-START-DATE     TO DLH-RUN-DATE.
           MOVE CTLQ-PROGRAM       TO DLH-PRIOR-PROGRAM.
           MOVE CTLQ-RUN-DATE      TO DLH-PRIOR-RUN-DATE.
           MOVE CTLQ-RECORD-COUNT  TO DLH-PRIOR-COUNT.
           MOVE CTLS-PROGRAM       TO DLH-CURR-PROGRAM.
           MOVE CTLS-RUN-DATE      TO DLH-CURR-RUN-DATE.
           MOVE CTLS-RECORD-COUNT  TO DLH-CURR-COUNT.
           WRITE DELTA-HEADER.
      *
       WRITE-DELTA-TRAILER.
           MOVE SPACES            TO DELTA-TRAILER.
           MOVE 'T'               TO DLT-T-RECORD-TYPE.
           MOVE PRIOR-READ        TO DLT-T-PRIOR-READ.
           MOVE CURRENT-READ      TO DLT-T-CURR-READ.
           MOVE ACCTS-INSERTED    TO DLT-T-INSERTS.
           MOVE ACCTS-UPDATED     TO DLT-T-UPDATES.
           MOVE ACCTS-DELETED     TO DLT-T-DELETES.
           MOVE ACCTS-RENUMBERED  TO DLT-T-KEY-CHANGES.
           MOVE ACCTS-UNCHANGED   TO DLT-T-UNCHANGED.
           MOVE DETAILS-WRITTEN   TO DLT-T-DETAILS.
           WRITE DELTA-TRAILER.
      *
      *    LOAD-RENUMBERINGS -- only the changes made on or after
      *    the day the prior master was written can pair; older
      *    ones were already sent.
       LOAD-RENUMBERINGS.
           OPEN INPUT XREF-IN.
           PERFORM READ-XREF.
           PERFORM UNTIL NO-MORE-XREF
               EVALUATE TRUE
                   WHEN XRF-CHANGE-DATE NOT NUMERIC
                       CONTINUE
                   WHEN XRF-CHANGE-DATE < CTLQ-RUN-DATE
                       CONTINUE
                   WHEN XREF-COUNT >= XREF-MAX
                       SET XREF-TABLE-FULL TO TRUE
                   WHEN OTHER
                       ADD 1 TO XREF-COUNT
                       ADD 1 TO XREF-LOADED
                       MOVE XRF-OLD-ACCT TO XRT-OLD-ACCT(XREF-COUNT)
                       MOVE XRF-NEW-ACCT TO XRT-NEW-ACCT(XREF-COUNT)
                       MOVE SPACE TO XRT-HELD-SIDE(XREF-COUNT)
               END-EVALUATE
               PERFORM READ-XREF
           END-PERFORM.
           CLOSE XREF-IN.
      *
      *    VERIFY-PRIOR-CONTROL/VERIFY-CURRENT-CONTROL -- recompute
      *    record count and the balance/limit sums over each master
      *    actually handed to this step and compare them to the
      *    control record its producer wrote; a mismatch fails the
      *    step before anything is written.
       VERIFY-PRIOR-CONTROL.
           MOVE 'N' TO PRIOR-CTL-FLAG.
           OPEN INPUT PRIOR-CTL.
           READ PRIOR-CTL
               AT END SET PRIOR-CTL-EMPTY TO TRUE
           END-READ.
           IF PRIOR-CTL-EMPTY
               MOVE SPACES TO CTLQ-SAVED-FIELDS
               MOVE ZERO   TO CTLQ-RUN-DATE
               MOVE ZERO   TO CTLQ-RECORD-COUNT
           ELSE
               MOVE PRIOR-CTL-FIELDS TO CTLQ-SAVED-FIELDS
           END-IF.
           CLOSE PRIOR-CTL.
           IF PRIOR-CTL-EMPTY
               DISPLAY 'ACCTCDC: PRVCTL IS EMPTY -- PRIOR MASTER '
                       'NOT VERIFIED'
           ELSE
               INITIALIZE VERIFY-TOTALS
               OPEN INPUT PRIOR-ACCT
               PERFORM READ-PRIOR
               PERFORM UNTIL NO-MORE-PRIOR
                   MOVE PRIOR-ACCT-REC TO PRIOR-FIELDS
                   ADD 1 TO VFY-RECORD-COUNT
                   ADD ACCT-BALANCE OF PRIOR-FIELDS
                       TO VFY-BALANCE-SUM
                   ADD ACCT-LIMIT OF PRIOR-FIELDS
                       TO VFY-LIMIT-SUM
                   PERFORM READ-PRIOR
               END-PERFORM
               CLOSE PRIOR-ACCT
               MOVE 'N'  TO PRIOR-EOF-FLAG
               MOVE ZERO TO PRIOR-READ
               MOVE CTLQ-BALANCE-TOTAL TO CTL-BALANCE-WK
               IF CTLQ-BALANCE-SIGN = '-'
                   COMPUTE CTL-BALANCE-WK = ZERO - CTL-BALANCE-WK
               END-IF
               MOVE CTLQ-LIMIT-TOTAL TO CTL-LIMIT-WK
               IF CTLQ-LIMIT-SIGN = '-'
                   COMPUTE CTL-LIMIT-WK = ZERO - CTL-LIMIT-WK
               END-IF
               IF VFY-RECORD-COUNT NOT = CTLQ-RECORD-COUNT
                   OR VFY-BALANCE-SUM NOT = CTL-BALANCE-WK
                   OR VFY-LIMIT-SUM NOT = CTL-LIMIT-WK
                   DISPLAY 'ACCTCDC: PRVACCT DOES NOT MATCH ITS '
                           'CONTROL RECORD FROM ' CTLQ-PROGRAM
                   DISPLAY 'ACCTCDC: CONTROL COUNT = '
                           CTLQ-RECORD-COUNT
                   DISPLAY 'ACCTCDC: ACTUAL COUNT  = '
                           VFY-RECORD-COUNT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
       VERIFY-CURRENT-CONTROL.
           MOVE 'N' TO CURR-CTL-FLAG.
           OPEN INPUT CTL-IN.
           READ CTL-IN
               AT END SET CURR-CTL-EMPTY TO TRUE
           END-READ.
           IF CURR-CTL-EMPTY
               MOVE SPACES TO CTLS-SAVED-FIELDS
               MOVE ZERO   TO CTLS-RUN-DATE
               MOVE ZERO   TO CTLS-RECORD-COUNT
           ELSE
               MOVE CTL-IN-FIELDS TO CTLS-SAVED-FIELDS
           END-IF.
           CLOSE CTL-IN.
           IF CURR-CTL-EMPTY
               DISPLAY 'ACCTCDC: CTLIN IS EMPTY -- TONIGHT''S MASTER '
                       'NOT VERIFIED'
           ELSE
               INITIALIZE VERIFY-TOTALS
               OPEN INPUT ACCT-REC
               PERFORM READ-CURRENT
               PERFORM UNTIL NO-MORE-CURRENT
                   MOVE CURRENT-ACCT-REC TO CURRENT-FIELDS
                   ADD 1 TO VFY-RECORD-COUNT
                   ADD ACCT-BALANCE OF CURRENT-FIELDS
                       TO VFY-BALANCE-SUM
                   ADD ACCT-LIMIT OF CURRENT-FIELDS
                       TO VFY-LIMIT-SUM
                   PERFORM READ-CURRENT
               END-PERFORM
               CLOSE ACCT-REC
               MOVE 'N'  TO CURR-EOF-FLAG
               MOVE ZERO TO CURRENT-READ
               MOVE CTLS-BALANCE-TOTAL TO CTL-BALANCE-WK
               IF CTLS-BALANCE-SIGN = '-'
                   COMPUTE CTL-BALANCE-WK = ZERO - CTL-BALANCE-WK
               END-IF
               MOVE CTLS-LIMIT-TOTAL TO CTL-LIMIT-WK
               IF CTLS-LIMIT-SIGN = '-'
                   COMPUTE CTL-LIMIT-WK = ZERO - CTL-LIMIT-WK
               END-IF
               IF VFY-RECORD-COUNT NOT = CTLS-RECORD-COUNT
                   OR VFY-BALANCE-SUM NOT = CTL-BALANCE-WK
                   OR VFY-LIMIT-SUM NOT = CTL-LIMIT-WK
                   DISPLAY 'ACCTCDC: ACCTREC DOES NOT MATCH ITS '
                           'CONTROL RECORD FROM ' CTLS-PROGRAM
                   DISPLAY 'ACCTCDC: CONTROL COUNT = '
                           CTLS-RECORD-COUNT
                   DISPLAY 'ACCTCDC: ACTUAL COUNT  = '
                           VFY-RECORD-COUNT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
       READ-PRIOR.
           READ PRIOR-ACCT
               AT END SET NO-MORE-PRIOR TO TRUE
           END-READ.
           IF NOT NO-MORE-PRIOR
               ADD 1 TO PRIOR-READ
           END-IF.
      *
       READ-CURRENT.
           READ ACCT-REC
               AT END SET NO-MORE-CURRENT TO TRUE
           END-READ.
           IF NOT NO-MORE-CURRENT
               ADD 1 TO CURRENT-READ
           END-IF.
      *
       READ-XREF.
           READ XREF-IN
               AT END SET NO-MORE-XREF TO TRUE
           END-READ.
      *
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO LOG-END-STAMP.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES            TO LOG-FIELDS.
           MOVE 'ACCTCDC'         TO LOG-PROGRAM.
           MOVE LOG-START-DATE    TO LOG-RUN-DATE.
           MOVE LOG-START-TIME-WK TO LOG-START-TIME.
           MOVE LOG-END-TIME-WK   TO LOG-END-TIME.
           MOVE CURRENT-READ      TO LOG-RECS-IN.
           MOVE DETAILS-WRITTEN   TO LOG-RECS-OUT.
           MOVE '+'               TO LOG-KEY-TOTAL-SIGN.
           MOVE ZERO              TO LOG-KEY-TOTAL.
           MOVE RETURN-CODE       TO LOG-RETURN-CODE.
           WRITE LOG-FIELDS.
           CLOSE RUN-LOG.
