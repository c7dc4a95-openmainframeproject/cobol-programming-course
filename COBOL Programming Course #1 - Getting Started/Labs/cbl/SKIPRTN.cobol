      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SKIPRTN.
       AUTHOR.        Otto B. Mailer.
      *--------------------
      *    SKIPRTN reads the address vendor's return file -- its
      *    answer to SKIPEXT's skip-trace and NCOA extract, one
      *    record per account in any order (AVRFLDS) -- and turns
      *    what the vendor is sure of into address changes.  The
      *    returns are sorted into account order and matched to
      *    ACCTREC.  For each:
      *
      *      - no address found: counted as no hit, nothing to do;
      *      - confidence at or above the minimum on PARMCARD
      *        (bytes 1-3; 090 when missing or zero), a complete
      *        address with a recognized state, and different from
      *        the one on file: an ACCTMNT 'CA' card is cut onto
      *        SKIPMNT carrying the whole new address.  The change
      *        rides ACCTMNT's audited road like every other address
      *        change -- never pasted into the master here -- and
      *        ACCTMNT's 'CA' is what clears the bad-address flag;
      *      - the same address we already hold: counted unchanged,
      *        unless the account is flagged bad -- the vendor
      *        vouching for an address the post office returned is
      *        listed for review;
      *      - anything else is listed for review and never guessed
      *        at: a confidence under the minimum, an incomplete
      *        address or an unrecognized state, an account not on
      *        file or closed or sold, or a second return for an
      *        account already answered (the first stands).
      *
      *    City, state and street compare case-folded, so a vendor
      *    that returns upper case does not change every address on
      *    the book.  Every return is counted under the vendor's
      *    match code -- returned, applied, reviewed, unchanged, no
      *    hit -- and the table is printed after the review listing,
      *    so what each kind of match is worth to us can be judged
      *    against what the vendor bills for it.  Codes beyond the
      *    table's 50 are counted together under ALL OTHER.  SKIPMNT
      *    is in account order, ready for ACCTMNT's MNTIN.  The run
      *    logs to RUNLOG for JOBSTATS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-IN     ASSIGN TO AVRETURN.
           SELECT RETURN-SORT   ASSIGN TO RTNWORK.
           SELECT RETURN-SORTED ASSIGN TO RTNSORT.
           SELECT ACCT-REC      ASSIGN TO ACCTREC.
           SELECT MAINT-OUT     ASSIGN TO SKIPMNT.
           SELECT PARM-CARD     ASSIGN TO PARMCARD.
           SELECT PRINT-LINE    ASSIGN TO SKIPRPT.
           SELECT RUN-LOG       ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  RETURN-IN RECORDING MODE F.
       01  RETURN-IN-REC          PIC X(160).
      *
       SD  RETURN-SORT.
       01  RETURN-SORT-REC.
           05  SRT-R-ACCT-NO      PIC X(8).
           05  FILLER             PIC X(152).
      *
       FD  RETURN-SORTED RECORDING MODE F.
       01  RETURN-FIELDS.
           COPY AVRFLDS.
      *
       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
      *
      *    MAINT-OUT -- generated ACCTMNT transactions in MNTIN's
      *    exact layout: field code 'CA' and the new address block
      *    in the value field.
       FD  MAINT-OUT RECORDING MODE F.
       01  MNT-REC.
           05  MNT-ACCT-NO        PIC X(8).
           05  MNT-FIELD-CODE     PIC X(2).
           05  MNT-NEW-VALUE      PIC X(65).
           05  MNT-VALUE-ADDR REDEFINES MNT-NEW-VALUE.
               10  MNT-STREET     PIC X(25).
               10  MNT-CITY       PIC X(20).
               10  MNT-STATE      PIC X(15).
               10  MNT-ZIP        PIC X(5).
           05  FILLER             PIC X(5).
      *
       FD  PARM-CARD RECORDING MODE F.
       01  PARM-REC.
           05  PARM-MIN-CONFIDENCE PIC 9(3).
           05  FILLER             PIC X(77).
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC              PIC X(80).
      *
       FD  RUN-LOG RECORDING MODE F.
       01  LOG-FIELDS.
           COPY LOGFLDS.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  LASTREC            PIC X VALUE SPACE.
           05  RETURN-EOF-FLAG    PIC X VALUE 'N'.
               88  NO-MORE-RETURNS    VALUE 'Y'.
           05  ACCT-FOUND-FLAG    PIC X VALUE 'N'.
               88  ACCT-IS-FOUND      VALUE 'Y'.
           05  STATE-FOUND-SWITCH PIC X VALUE 'N'.
               88  STATE-IS-FOUND     VALUE 'Y'.
           05  CODE-FOUND-FLAG    PIC X VALUE 'N'.
               88  CODE-IS-FOUND      VALUE 'Y'.
           05  CODE-CAPACITY-FLAG PIC X VALUE 'N'.
               88  CODE-TABLE-FULL    VALUE 'Y'.
      *
      *    OUTCOME-WK -- what became of the return in hand: A card
      *    cut, R listed for review, U unchanged, N no hit.
           05  OUTCOME-WK         PIC X VALUE SPACE.
               88  OUTCOME-APPLIED    VALUE 'A'.
               88  OUTCOME-REVIEW     VALUE 'R'.
               88  OUTCOME-UNCHANGED  VALUE 'U'.
               88  OUTCOME-NO-HIT     VALUE 'N'.
      *
       01  RETURN-COUNTS.
           05  RETURNS-READ       PIC S9(7) COMP-3 VALUE ZERO.
           05  CARDS-CUT          PIC S9(7) COMP-3 VALUE ZERO.
           05  RETURNS-REVIEWED   PIC S9(7) COMP-3 VALUE ZERO.
           05  RETURNS-UNCHANGED  PIC S9(7) COMP-3 VALUE ZERO.
           05  RETURNS-NO-HIT     PIC S9(7) COMP-3 VALUE ZERO.
      *
       01  MATCH-WORK.
           05  MIN-CONFIDENCE     PIC 9(3) VALUE 090.
           05  PREV-RETURN-ACCT   PIC X(8) VALUE SPACES.
           05  REVIEW-REASON-WK   PIC X(25) VALUE SPACES.
           05  CMP-OLD-ADDR       PIC X(65).
           05  CMP-NEW-ADDR       PIC X(65).
           05  CMP-NEW-STATE      PIC X(15).
      *
      *    CODE-TABLE -- one entry per vendor match code seen, in
      *    order of first appearance; the last slot, beyond
      *    CODE-MAX, collects every code that would not fit.
       01  CODE-CTL.
           05  CODE-COUNT         PIC S9(4) COMP VALUE 0.
           05  CODE-MAX           PIC S9(4) COMP VALUE 50.
           05  CODE-OTHER-SLOT    PIC S9(4) COMP VALUE 51.
           05  CODE-SLOT          PIC S9(4) COMP VALUE 0.
           05  CODE-SUB           PIC S9(4) COMP VALUE 0.
       01  CODE-TABLE.
           05  CODE-ENTRY OCCURS 51 TIMES INDEXED BY CD-IDX.
               10  CDT-CODE       PIC X(2).
               10  CDT-RETURNED   PIC S9(7) COMP-3.
               10  CDT-APPLIED    PIC S9(7) COMP-3.
               10  CDT-REVIEWED   PIC S9(7) COMP-3.
               10  CDT-UNCHANGED  PIC S9(7) COMP-3.
               10  CDT-NO-HIT     PIC S9(7) COMP-3.
      *
      *    VALID-STATE-TABLE -- the 50 USA state names a returned
      *    state is checked against; see STATETBL.
       01  VALID-STATE-TABLE.
           COPY STATETBL.
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
      *
       01  HEADER-1.
           05  FILLER         PIC X(36) VALUE
               'Address Vendor Returns -- For Review'.
           05  FILLER         PIC X(44) VALUE SPACES.
       01  HEADER-2.
           05  FILLER         PIC X(10) VALUE 'Account'.
           05  FILLER         PIC X(03) VALUE 'Sv'.
           05  FILLER         PIC X(04) VALUE 'Cd'.
           05  FILLER         PIC X(05) VALUE 'Conf'.
           05  FILLER         PIC X(26) VALUE 'Street returned'.
           05  FILLER         PIC X(07) VALUE 'ZIP'.
           05  FILLER         PIC X(25) VALUE 'Reason'.
       01  REVIEW-LINE.
           05  RVL-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RVL-SERVICE-O      PIC X(1).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RVL-CODE-O         PIC X(2).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RVL-CONFIDENCE-O   PIC X(3).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RVL-STREET-O       PIC X(25).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  RVL-ZIP-O          PIC X(5).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RVL-REASON-O       PIC X(25).
       01  CODE-HEADER-1.
           05  FILLER         PIC X(29) VALUE
               'Results by Vendor Match Code'.
           05  FILLER         PIC X(51) VALUE SPACES.
       01  CODE-HEADER-2.
           05  FILLER         PIC X(10) VALUE 'Code'.
           05  FILLER         PIC X(10) VALUE '  Returned'.
           05  FILLER         PIC X(10) VALUE '   Applied'.
           05  FILLER         PIC X(10) VALUE '  Reviewed'.
           05  FILLER         PIC X(10) VALUE ' Unchanged'.
           05  FILLER         PIC X(10) VALUE '    No hit'.
           05  FILLER         PIC X(10) VALUE '  Applied%'.
           05  FILLER         PIC X(10) VALUE SPACES.
       01  CODE-LINE.
           05  CDL-CODE-O         PIC X(9).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  CDL-RETURNED-O     PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  CDL-APPLIED-O      PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  CDL-REVIEWED-O     PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  CDL-UNCHANGED-O    PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  CDL-NO-HIT-O       PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  CDL-APPLIED-PCT-O  PIC ZZ9.9.
           05  FILLER             PIC X(11) VALUE SPACES.
       01  BLANK-LINE             PIC X(80) VALUE SPACES.
       01  PCT-WORK               PIC S9(3)V9 COMP-3 VALUE ZERO.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO LOG-START-STAMP.
           OPEN INPUT PARM-CARD.
           READ PARM-CARD
               AT END MOVE ZERO TO PARM-MIN-CONFIDENCE
           END-READ.
           IF PARM-MIN-CONFIDENCE NUMERIC
               AND PARM-MIN-CONFIDENCE > ZERO
               MOVE PARM-MIN-CONFIDENCE TO MIN-CONFIDENCE
           ELSE
               DISPLAY 'SKIPRTN: NO MINIMUM CONFIDENCE ON PARMCARD -- '
                       'USING 090'
           END-IF.
           CLOSE PARM-CARD.
           PERFORM INIT-STATE-TABLE.
           PERFORM VARYING CODE-SUB FROM 1 BY 1
               UNTIL CODE-SUB > CODE-OTHER-SLOT
               MOVE SPACES TO CDT-CODE(CODE-SUB)
               MOVE ZERO TO CDT-RETURNED(CODE-SUB)
                            CDT-APPLIED(CODE-SUB)
                            CDT-REVIEWED(CODE-SUB)
                            CDT-UNCHANGED(CODE-SUB)
                            CDT-NO-HIT(CODE-SUB)
           END-PERFORM.
           SORT RETURN-SORT
               ON ASCENDING KEY SRT-R-ACCT-NO
               USING RETURN-IN
               GIVING RETURN-SORTED.
           OPEN INPUT  RETURN-SORTED.
           OPEN INPUT  ACCT-REC.
           OPEN OUTPUT MAINT-OUT.
           OPEN OUTPUT PRINT-LINE.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
           PERFORM READ-RECORD.
      *
       MATCH-RETURNS.
           PERFORM READ-RETURN
           PERFORM UNTIL NO-MORE-RETURNS
               PERFORM FIND-ACCOUNT
               PERFORM JUDGE-ONE-RETURN
               PERFORM TALLY-MATCH-CODE
               MOVE AVR-ACCT-NO TO PREV-RETURN-ACCT
               PERFORM READ-RETURN
           END-PERFORM.
      *
       CLOSE-STOP.
           PERFORM PRINT-CODE-TABLE.
           DISPLAY 'SKIPRTN: RETURNS READ     = ' RETURNS-READ.
           DISPLAY 'SKIPRTN: CA CARDS CUT     = ' CARDS-CUT.
           DISPLAY 'SKIPRTN: FOR REVIEW       = ' RETURNS-REVIEWED.
           DISPLAY 'SKIPRTN: ADDRESS UNCHANGED = ' RETURNS-UNCHANGED.
           DISPLAY 'SKIPRTN: NO HIT           = ' RETURNS-NO-HIT.
           DISPLAY 'SKIPRTN: MINIMUM CONFIDENCE = ' MIN-CONFIDENCE.
           IF CODE-TABLE-FULL
               DISPLAY 'SKIPRTN: MATCH CODE TABLE FILLED AT 50 -- '
                       'THE REST ARE COUNTED AS ALL OTHER'
           END-IF.
           CLOSE RETURN-SORTED.
           CLOSE ACCT-REC.
           CLOSE MAINT-OUT.
           CLOSE PRINT-LINE.
           PERFORM WRITE-RUN-LOG.
           GOBACK.
      *
       READ-RECORD.
           READ ACCT-REC
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       READ-RETURN.
           READ RETURN-SORTED
               AT END SET NO-MORE-RETURNS TO TRUE
           END-READ.
           IF NOT NO-MORE-RETURNS
               ADD 1 TO RETURNS-READ
           END-IF.
      *
      *    FIND-ACCOUNT -- both files are in account order, so the
      *    master is only ever read forward.
       FIND-ACCOUNT.
           PERFORM READ-RECORD
               UNTIL LASTREC = 'Y' OR ACCT-NO NOT < AVR-ACCT-NO.
           MOVE 'N' TO ACCT-FOUND-FLAG.
           IF LASTREC NOT = 'Y' AND ACCT-NO = AVR-ACCT-NO
               SET ACCT-IS-FOUND TO TRUE
           END-IF.
      *
       JUDGE-ONE-RETURN.
           MOVE FUNCTION UPPER-CASE(CLIENT-ADDR)  TO CMP-OLD-ADDR.
           MOVE FUNCTION UPPER-CASE(AVR-NEW-ADDR) TO CMP-NEW-ADDR.
           MOVE CMP-NEW-ADDR(46:15) TO CMP-NEW-STATE.
           PERFORM VALIDATE-STATE.
           EVALUATE TRUE
               WHEN AVR-ACCT-NO = PREV-RETURN-ACCT
                   MOVE 'DUPLICATE RETURN' TO REVIEW-REASON-WK
                   SET OUTCOME-REVIEW TO TRUE
               WHEN NOT ACCT-IS-FOUND
                   MOVE 'ACCOUNT NOT ON FILE' TO REVIEW-REASON-WK
                   SET OUTCOME-REVIEW TO TRUE
               WHEN AVR-NEW-ADDR = SPACES
                   SET OUTCOME-NO-HIT TO TRUE
               WHEN ACCOUNT-CLOSED OR ACCOUNT-TRANSFERRED
                   MOVE 'ACCOUNT CLOSED OR SOLD' TO REVIEW-REASON-WK
                   SET OUTCOME-REVIEW TO TRUE
               WHEN AVR-CONFIDENCE NOT NUMERIC
                   OR AVR-CONFIDENCE < MIN-CONFIDENCE
                   MOVE 'LOW CONFIDENCE' TO REVIEW-REASON-WK
                   SET OUTCOME-REVIEW TO TRUE
               WHEN AVR-STREET = SPACES OR AVR-CITY = SPACES
                   OR AVR-ZIP = SPACES
                   MOVE 'ADDRESS INCOMPLETE' TO REVIEW-REASON-WK
                   SET OUTCOME-REVIEW TO TRUE
               WHEN NOT STATE-IS-FOUND
                   MOVE 'STATE NOT RECOGNIZED' TO REVIEW-REASON-WK
                   SET OUTCOME-REVIEW TO TRUE
               WHEN CMP-NEW-ADDR = CMP-OLD-ADDR AND ADDRESS-BAD
                   MOVE 'RETURNED ADDRESS VOUCHED' TO REVIEW-REASON-WK
                   SET OUTCOME-REVIEW TO TRUE
               WHEN CMP-NEW-ADDR = CMP-OLD-ADDR
                   SET OUTCOME-UNCHANGED TO TRUE
               WHEN OTHER
                   SET OUTCOME-APPLIED TO TRUE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN OUTCOME-APPLIED
                   ADD 1 TO CARDS-CUT
                   PERFORM WRITE-CORRECTION-CARD
               WHEN OUTCOME-REVIEW
                   ADD 1 TO RETURNS-REVIEWED
                   PERFORM WRITE-REVIEW-LINE
               WHEN OUTCOME-UNCHANGED
                   ADD 1 TO RETURNS-UNCHANGED
               WHEN OUTCOME-NO-HIT
                   ADD 1 TO RETURNS-NO-HIT
           END-EVALUATE.
      *
      *    VALIDATE-STATE -- the returned state, folded, must be one
      *    of the 50 names INIT-STATE-TABLE loaded.
       VALIDATE-STATE.
           MOVE 'N' TO STATE-FOUND-SWITCH.
           PERFORM VARYING VS-IDX FROM 1 BY 1
               UNTIL VS-IDX > 50 OR STATE-IS-FOUND
               IF VS-NAME (VS-IDX) = CMP-NEW-STATE
                   SET STATE-IS-FOUND TO TRUE
               END-IF
           END-PERFORM.
      *
      *    WRITE-CORRECTION-CARD -- the vendor's whole address block
      *    with the state as the table spells it, in MNTIN's 'CA'
      *    shape, so ACCTMNT applies it under its own audit.
       WRITE-CORRECTION-CARD.
           MOVE SPACES        TO MNT-REC.
           MOVE AVR-ACCT-NO   TO MNT-ACCT-NO.
           MOVE 'CA'          TO MNT-FIELD-CODE.
           MOVE AVR-STREET    TO MNT-STREET.
           MOVE AVR-CITY      TO MNT-CITY.
           MOVE CMP-NEW-STATE TO MNT-STATE.
           MOVE AVR-ZIP       TO MNT-ZIP.
           WRITE MNT-REC.
      *
       WRITE-REVIEW-LINE.
           MOVE AVR-ACCT-NO      TO RVL-ACCT-NO-O.
           MOVE AVR-SERVICE      TO RVL-SERVICE-O.
           MOVE AVR-MATCH-CODE   TO RVL-CODE-O.
           MOVE AVR-CONFIDENCE   TO RVL-CONFIDENCE-O.
           MOVE AVR-STREET       TO RVL-STREET-O.
           MOVE AVR-ZIP          TO RVL-ZIP-O.
           MOVE REVIEW-REASON-WK TO RVL-REASON-O.
           WRITE PRINT-REC FROM REVIEW-LINE.
      *
      *    TALLY-MATCH-CODE -- counts the return, and what became
      *    of it, under the vendor's code.
       TALLY-MATCH-CODE.
           MOVE 'N' TO CODE-FOUND-FLAG.
           PERFORM VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > CODE-COUNT OR CODE-IS-FOUND
               IF CDT-CODE(CD-IDX) = AVR-MATCH-CODE
                   SET CODE-IS-FOUND TO TRUE
                   SET CODE-SLOT TO CD-IDX
               END-IF
           END-PERFORM.
           IF NOT CODE-IS-FOUND
               IF CODE-COUNT < CODE-MAX
                   ADD 1 TO CODE-COUNT
                   MOVE CODE-COUNT TO CODE-SLOT
                   MOVE AVR-MATCH-CODE TO CDT-CODE(CODE-SLOT)
               ELSE
                   SET CODE-TABLE-FULL TO TRUE
                   MOVE CODE-OTHER-SLOT TO CODE-SLOT
               END-IF
           END-IF.
           ADD 1 TO CDT-RETURNED(CODE-SLOT).
           EVALUATE TRUE
               WHEN OUTCOME-APPLIED
                   ADD 1 TO CDT-APPLIED(CODE-SLOT)
               WHEN OUTCOME-REVIEW
                   ADD 1 TO CDT-REVIEWED(CODE-SLOT)
               WHEN OUTCOME-UNCHANGED
                   ADD 1 TO CDT-UNCHANGED(CODE-SLOT)
               WHEN OUTCOME-NO-HIT
                   ADD 1 TO CDT-NO-HIT(CODE-SLOT)
           END-EVALUATE.
      *
      *    PRINT-CODE-TABLE -- one line per code, the overflow line
      *    when it was used, and the run's totals.
       PRINT-CODE-TABLE.
           WRITE PRINT-REC FROM BLANK-LINE.
           WRITE PRINT-REC FROM CODE-HEADER-1.
           WRITE PRINT-REC FROM CODE-HEADER-2.
           PERFORM VARYING CODE-SUB FROM 1 BY 1
               UNTIL CODE-SUB > CODE-COUNT
               MOVE CDT-CODE(CODE-SUB) TO CDL-CODE-O
               PERFORM WRITE-CODE-LINE
           END-PERFORM.
           IF CODE-TABLE-FULL
               MOVE CODE-OTHER-SLOT TO CODE-SUB
               MOVE 'ALL OTHER' TO CDL-CODE-O
               PERFORM WRITE-CODE-LINE
           END-IF.
           MOVE 'TOTAL'           TO CDL-CODE-O.
           MOVE RETURNS-READ      TO CDL-RETURNED-O.
           MOVE CARDS-CUT         TO CDL-APPLIED-O.
           MOVE RETURNS-REVIEWED  TO CDL-REVIEWED-O.
           MOVE RETURNS-UNCHANGED TO CDL-UNCHANGED-O.
           MOVE RETURNS-NO-HIT    TO CDL-NO-HIT-O.
           MOVE ZERO TO PCT-WORK.
           IF RETURNS-READ > ZERO
               COMPUTE PCT-WORK ROUNDED =
                   CARDS-CUT * 100 / RETURNS-READ
           END-IF.
           MOVE PCT-WORK          TO CDL-APPLIED-PCT-O.
           WRITE PRINT-REC FROM CODE-LINE.
      *
       WRITE-CODE-LINE.
           MOVE CDT-RETURNED(CODE-SUB)  TO CDL-RETURNED-O.
           MOVE CDT-APPLIED(CODE-SUB)   TO CDL-APPLIED-O.
           MOVE CDT-REVIEWED(CODE-SUB)  TO CDL-REVIEWED-O.
           MOVE CDT-UNCHANGED(CODE-SUB) TO CDL-UNCHANGED-O.
           MOVE CDT-NO-HIT(CODE-SUB)    TO CDL-NO-HIT-O.
           MOVE ZERO TO PCT-WORK.
           IF CDT-RETURNED(CODE-SUB) > ZERO
               COMPUTE PCT-WORK ROUNDED =
                   CDT-APPLIED(CODE-SUB) * 100
                   / CDT-RETURNED(CODE-SUB)
           END-IF.
           MOVE PCT-WORK                TO CDL-APPLIED-PCT-O.
           WRITE PRINT-REC FROM CODE-LINE.
      *
      *    WRITE-RUN-LOG -- appends this run's vital signs to the
      *    shared RUNLOG for JOBSTATS.
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO LOG-END-STAMP.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES            TO LOG-FIELDS.
           MOVE 'SKIPRTN ' TO LOG-PROGRAM.
           MOVE LOG-START-DATE    TO LOG-RUN-DATE.
           MOVE LOG-START-TIME-WK TO LOG-START-TIME.
           MOVE LOG-END-TIME-WK   TO LOG-END-TIME.
           MOVE RETURNS-READ      TO LOG-RECS-IN.
           MOVE CARDS-CUT         TO LOG-RECS-OUT.
           MOVE '+'               TO LOG-KEY-TOTAL-SIGN.
           MOVE ZERO              TO LOG-KEY-TOTAL.
           MOVE RETURN-CODE       TO LOG-RETURN-CODE.
           WRITE LOG-FIELDS.
           CLOSE RUN-LOG.
      *
      *    INIT-STATE-TABLE -- loads the 50 recognized USA state
      *    names once at startup, as ACCTEDIT does.
       INIT-STATE-TABLE.
           MOVE 'ALABAMA'        TO VS-NAME (1).
           MOVE 'ALASKA'         TO VS-NAME (2).
           MOVE 'ARIZONA'        TO VS-NAME (3).
           MOVE 'ARKANSAS'       TO VS-NAME (4).
           MOVE 'CALIFORNIA'     TO VS-NAME (5).
           MOVE 'COLORADO'       TO VS-NAME (6).
           MOVE 'CONNECTICUT'    TO VS-NAME (7).
           MOVE 'DELAWARE'       TO VS-NAME (8).
           MOVE 'FLORIDA'        TO VS-NAME (9).
           MOVE 'GEORGIA'        TO VS-NAME (10).
           MOVE 'HAWAII'         TO VS-NAME (11).
           MOVE 'IDAHO'          TO VS-NAME (12).
           MOVE 'ILLINOIS'       TO VS-NAME (13).
           MOVE 'INDIANA'        TO VS-NAME (14).
           MOVE 'IOWA'           TO VS-NAME (15).
           MOVE 'KANSAS'         TO VS-NAME (16).
           MOVE 'KENTUCKY'       TO VS-NAME (17).
           MOVE 'LOUISIANA'      TO VS-NAME (18).
           MOVE 'MAINE'          TO VS-NAME (19).
           MOVE 'MARYLAND'       TO VS-NAME (20).
           MOVE 'MASSACHUSETTS'  TO VS-NAME (21).
           MOVE 'MICHIGAN'       TO VS-NAME (22).
           MOVE 'MINNESOTA'      TO VS-NAME (23).
           MOVE 'MISSISSIPPI'    TO VS-NAME (24).
           MOVE 'MISSOURI'       TO VS-NAME (25).
           MOVE 'MONTANA'        TO VS-NAME (26).
           MOVE 'NEBRASKA'       TO VS-NAME (27).
           MOVE 'NEVADA'         TO VS-NAME (28).
           MOVE 'NEW HAMPSHIRE'  TO VS-NAME (29).
           MOVE 'NEW JERSEY'     TO VS-NAME (30).
           MOVE 'NEW MEXICO'     TO VS-NAME (31).
           MOVE 'NEW YORK'       TO VS-NAME (32).
           MOVE 'NORTH CAROLINA' TO VS-NAME (33).
           MOVE 'NORTH DAKOTA'   TO VS-NAME (34).
           MOVE 'OHIO'           TO VS-NAME (35).
           MOVE 'OKLAHOMA'       TO VS-NAME (36).
           MOVE 'OREGON'         TO VS-NAME (37).
           MOVE 'PENNSYLVANIA'   TO VS-NAME (38).
           MOVE 'RHODE ISLAND'   TO VS-NAME (39).
           MOVE 'SOUTH CAROLINA' TO VS-NAME (40).
           MOVE 'SOUTH DAKOTA'   TO VS-NAME (41).
           MOVE 'TENNESSEE'      TO VS-NAME (42).
           MOVE 'TEXAS'          TO VS-NAME (43).
           MOVE 'UTAH'           TO VS-NAME (44).
           MOVE 'VERMONT'        TO VS-NAME (45).
           MOVE 'VIRGINIA'       TO VS-NAME (46).
           MOVE 'WASHINGTON'     TO VS-NAME (47).
           MOVE 'WEST VIRGINIA'  TO VS-NAME (48).
           MOVE 'WISCONSIN'      TO VS-NAME (49).
           MOVE 'WYOMING'        TO VS-NAME (50).
