      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CAMPSEL.
       AUTHOR.        Otto B. Mailer.
      *--------------------
      *    CAMPSEL is the marketing campaign selection: every
      *    mailing list marketing used to ask for by hand -- and
      *    get off a copy of CBL0016's label run, each copy
      *    forgetting a different suppression -- comes off this one
      *    program, driven by the criteria cards on CAMPCTL:
      *
      *      ID  the campaign ID (bytes 3-10) and its description
      *          (11-40), stamped on every record shipped;
      *      ST  a state (USA-STATE, bytes 3-17);
      *      ZP  a ZIP range, low (3-7) through high (8-12);
      *      PR  a PRODCAT product code (3-6) -- an account with
      *          no PRODXREF assignment is product 'STD ';
      *      GR  a RISKSCOR grade band, best grade (byte 3)
      *          through worst (byte 4), and 'Y' in byte 5 to take
      *          accounts not yet scored as well;
      *      UT  a utilization band, low percent (3-5) through
      *          high (6-8), balance over limit off the master;
      *      MB  months on book, least (3-6) through most (7-10),
      *          counted from DATE-OPENED; a blank most is no upper
      *          bound.
      *
      *    Several ST, ZP or PR cards widen that criterion -- any
      *    one of them will do; the criteria then narrow each
      *    other, and a criterion with no card does not narrow at
      *    all.  A card that cannot be read, or a product not on
      *    PRODCAT, refuses the whole run RC 8: a campaign mailed
      *    on half-read criteria is money spent on the wrong list.
      *
      *    An account the criteria select must then pass the
      *    suppressions, applied here and nowhere else, in this
      *    order -- the first rule that fits removes it and is the
      *    one charged with it on the count report:
      *
      *       1  bad address (RESERVED 'B', RETMAIL's flag)
      *       2  suspended        3  charged off
      *       4  transferred      5  closed
      *       6  hot-listed (HOTLIST, in force)
      *       7  in collections (AGPLACE's PLACED stamp)
      *       8  on an active hardship plan (PLANFILE)
      *       9  a legal-status flag in force (LGLFILE) that bars
      *          contact -- each mailing withheld is logged to
      *          LGLSUPP like any other contact withheld
      *      10  do-not-solicit (DLVPREF's DLV-SOLICIT 'N')
      *
      *    Accounts that survive go to CAMPOUT, the mail vendor's
      *    fixed-width file; CAMPRPT echoes the criteria and shows
      *    how many accounts the criteria took and how many each
      *    suppression removed.  A suppression table that fills
      *    ends the run RC 8, since the excess was not suppressed.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMP-CTL    ASSIGN TO CAMPCTL.
           SELECT ACCT-REC    ASSIGN TO ACCTREC.
           SELECT PROD-CAT    ASSIGN TO PRODCAT.
           SELECT PROD-XREF   ASSIGN TO PRODXREF.
           SELECT SCORE-FILE  ASSIGN TO SCOREF.
           SELECT HOT-LIST    ASSIGN TO HOTLIST.
           SELECT PLAN-FILE   ASSIGN TO PLANFILE.
           SELECT LEGAL-FILE  ASSIGN TO LGLFILE.
           SELECT DLV-PREF    ASSIGN TO DLVPREF.
           SELECT VENDOR-OUT  ASSIGN TO CAMPOUT.
           SELECT PRINT-LINE  ASSIGN TO CAMPRPT.
           SELECT SUPP-FILE   ASSIGN TO LGLSUPP.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *
      *    CAMP-CTL -- one criteria card per record; the card type
      *    in bytes 1-2 says how the rest is laid out.
       FD  CAMP-CTL RECORDING MODE F.
       01  CTL-CARD.
           05  CTL-CARD-TYPE      PIC X(2).
           05  CTL-CARD-DATA      PIC X(78).
       01  CTL-ID-CARD.
           05  FILLER             PIC X(2).
           05  CTL-CAMPAIGN-ID    PIC X(8).
           05  CTL-CAMPAIGN-DESC  PIC X(30).
           05  FILLER             PIC X(40).
       01  CTL-ST-CARD.
           05  FILLER             PIC X(2).
           05  CTL-STATE          PIC X(15).
           05  FILLER             PIC X(63).
       01  CTL-ZP-CARD.
           05  FILLER             PIC X(2).
           05  CTL-ZIP-LOW        PIC X(5).
           05  CTL-ZIP-HIGH       PIC X(5).
           05  FILLER             PIC X(68).
       01  CTL-PR-CARD.
           05  FILLER             PIC X(2).
           05  CTL-PRODUCT        PIC X(4).
           05  FILLER             PIC X(74).
       01  CTL-GR-CARD.
           05  FILLER             PIC X(2).
           05  CTL-GRADE-BEST     PIC X(1).
           05  CTL-GRADE-WORST    PIC X(1).
           05  CTL-TAKE-UNSCORED  PIC X(1).
           05  FILLER             PIC X(75).
       01  CTL-UT-CARD.
           05  FILLER             PIC X(2).
           05  CTL-UTIL-LOW       PIC 9(3).
           05  CTL-UTIL-HIGH      PIC 9(3).
           05  FILLER             PIC X(72).
       01  CTL-MB-CARD.
           05  FILLER             PIC X(2).
           05  CTL-MOB-LEAST      PIC 9(4).
           05  CTL-MOB-MOST       PIC 9(4).
           05  CTL-MOB-MOST-X REDEFINES CTL-MOB-MOST PIC X(4).
           05  FILLER             PIC X(70).
      *
       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
      *
       FD  PROD-CAT RECORDING MODE F.
       01  PROD-FIELDS.
           COPY PRDFLDS.
      *
       FD  PROD-XREF RECORDING MODE F.
       01  PXR-FIELDS.
           COPY PXRFLDS.
      *
       FD  SCORE-FILE RECORDING MODE F.
       01  SCORE-FIELDS.
           COPY SCRFLDS.
      *
       FD  HOT-LIST RECORDING MODE F.
       01  HOT-FIELDS.
           COPY HOTFLDS.
      *
       FD  PLAN-FILE RECORDING MODE F.
       01  PLAN-FIELDS.
           COPY PLNFLDS.
      *
       FD  LEGAL-FILE RECORDING MODE F.
       01  LEGAL-FIELDS.
           COPY LGLFLDS.
      *
       FD  DLV-PREF RECORDING MODE F.
       01  PREF-FIELDS.
           COPY DLVFLDS.
      *
      *    VENDOR-OUT -- one record per account mailed, laid out to
      *    the mail vendor's input spec: plain fixed-width
      *    pictures, the campaign ID first so one vendor file can
      *    carry several campaigns.
       FD  VENDOR-OUT RECORDING MODE F.
       01  VENDOR-FIELDS.
           05  CMV-CAMPAIGN-ID    PIC X(08).
           05  CMV-ACCT-NO        PIC X(08).
           05  CMV-LAST-NAME      PIC X(20).
           05  CMV-FIRST-NAME     PIC X(15).
           05  CMV-ADDR-LINE      PIC X(25).
           05  CMV-CITY           PIC X(20).
           05  CMV-STATE          PIC X(15).
           05  CMV-ZIP            PIC X(05).
           05  CMV-PRODUCT        PIC X(04).
           05  CMV-GRADE          PIC X(01).
           05  FILLER             PIC X(09).
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC              PIC X(80).
      *
       FD  SUPP-FILE RECORDING MODE F.
       01  SUPP-FIELDS.
           COPY LSPFLDS.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  ACCT-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-ACCTS      VALUE 'Y'.
           05  CTL-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-CTL        VALUE 'Y'.
           05  SIDE-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-SIDE       VALUE 'Y'.
           05  CRITERIA-FLAG      PIC X VALUE 'Y'.
               88  CRITERIA-GOOD      VALUE 'Y'.
           05  CARD-GOOD-FLAG     PIC X VALUE 'Y'.
               88  CARD-IS-GOOD       VALUE 'Y'.
           05  SELECT-FLAG        PIC X VALUE 'N'.
               88  ACCOUNT-SELECTED   VALUE 'Y'.
           05  MATCH-FLAG         PIC X VALUE 'N'.
               88  MATCH-FOUND        VALUE 'Y'.
           05  SCORED-FLAG        PIC X VALUE 'N'.
               88  ACCOUNT-SCORED     VALUE 'Y'.
           05  FULL-TABLE-FLAG    PIC X VALUE 'N'.
               88  SUPPRESSION-SHORT  VALUE 'Y'.
      *
      *    CRITERIA -- what the CAMPCTL cards asked for.  A HAVE-
      *    switch left 'N' means no card of that kind came in.
       01  CRITERIA.
           05  CAMPAIGN-ID        PIC X(8)  VALUE SPACES.
           05  CAMPAIGN-DESC      PIC X(30) VALUE SPACES.
           05  HAVE-GRADE         PIC X VALUE 'N'.
           05  GRADE-BEST         PIC X(1) VALUE 'A'.
           05  GRADE-WORST        PIC X(1) VALUE 'E'.
           05  TAKE-UNSCORED      PIC X(1) VALUE 'N'.
           05  HAVE-UTIL          PIC X VALUE 'N'.
           05  UTIL-LOW           PIC 9(3) VALUE ZERO.
           05  UTIL-HIGH          PIC 9(3) VALUE ZERO.
           05  HAVE-MOB           PIC X VALUE 'N'.
           05  MOB-LEAST          PIC 9(4) VALUE ZERO.
           05  MOB-MOST           PIC 9(4) VALUE 9999.
       01  CRIT-CTL.
           05  STATE-COUNT        PIC S9(4) COMP VALUE 0.
           05  ZIP-COUNT          PIC S9(4) COMP VALUE 0.
           05  PRODUCT-COUNT      PIC S9(4) COMP VALUE 0.
           05  CRIT-MAX           PIC S9(4) COMP VALUE 50.
       01  STATE-TABLE.
           05  STATE-ENTRY OCCURS 50 TIMES INDEXED BY ST-IDX.
               10  STT-STATE      PIC X(15).
       01  ZIP-TABLE.
           05  ZIP-ENTRY OCCURS 50 TIMES INDEXED BY ZP-IDX.
               10  ZPT-LOW        PIC X(5).
               10  ZPT-HIGH       PIC X(5).
       01  PRODUCT-TABLE.
           05  PRODUCT-ENTRY OCCURS 50 TIMES INDEXED BY PR-IDX.
               10  PRT-PRODUCT    PIC X(4).
      *
      *    CATALOG-TABLE -- the PRODCAT codes, so a PR card naming
      *    no product is caught before anything ships.
       01  CATALOG-CTL.
           05  CATALOG-COUNT      PIC S9(4) COMP VALUE 0.
           05  CATALOG-MAX        PIC S9(4) COMP VALUE 200.
       01  CATALOG-TABLE.
           05  CATALOG-ENTRY OCCURS 200 TIMES INDEXED BY CT-IDX.
               10  CTT-PRODUCT    PIC X(4).
      *
      *    The side files, each loaded once into a bounded table --
      *    the same bounded-table-with-a-warning treatment STMTEXT
      *    gives its delivery elections.
       01  SIDE-CTL.
           05  XREF-COUNT         PIC S9(4) COMP VALUE 0.
           05  XREF-MAX           PIC S9(4) COMP VALUE 5000.
           05  SCORE-COUNT        PIC S9(4) COMP VALUE 0.
           05  SCORE-MAX          PIC S9(4) COMP VALUE 5000.
           05  HOT-COUNT          PIC S9(4) COMP VALUE 0.
           05  HOT-MAX            PIC S9(4) COMP VALUE 2000.
           05  PLAN-COUNT         PIC S9(4) COMP VALUE 0.
           05  PLAN-MAX           PIC S9(4) COMP VALUE 2000.
           05  LEGAL-COUNT        PIC S9(4) COMP VALUE 0.
           05  LEGAL-MAX          PIC S9(4) COMP VALUE 1000.
           05  NOSOL-COUNT        PIC S9(4) COMP VALUE 0.
           05  NOSOL-MAX          PIC S9(4) COMP VALUE 5000.
       01  XREF-TABLE.
           05  XREF-ENTRY OCCURS 5000 TIMES INDEXED BY XR-IDX.
               10  XRT-ACCT-NO    PIC X(8).
               10  XRT-PRODUCT    PIC X(4).
       01  SCORE-TABLE.
           05  SCORE-ENTRY OCCURS 5000 TIMES INDEXED BY SC-IDX.
               10  SCT-ACCT-NO    PIC X(8).
               10  SCT-GRADE      PIC X(1).
       01  HOT-TABLE.
           05  HOT-ENTRY OCCURS 2000 TIMES INDEXED BY HT-IDX.
               10  HTT-ACCT-NO    PIC X(8).
       01  PLAN-TABLE.
           05  PLAN-ENTRY OCCURS 2000 TIMES INDEXED BY PL-IDX.
               10  PLT-ACCT-NO    PIC X(8).
       01  LEGAL-TABLE.
           05  LEGAL-ENTRY OCCURS 1000 TIMES INDEXED BY LG-IDX.
               10  LGT-ACCT-NO    PIC X(8).
               10  LGT-FLAG-TYPE  PIC X(1).
               10  LGT-EFF-DATE   PIC 9(8).
               10  LGT-REFERENCE  PIC X(20).
       01  NOSOL-TABLE.
           05  NOSOL-ENTRY OCCURS 5000 TIMES INDEXED BY NS-IDX.
               10  NST-ACCT-NO    PIC X(8).
      *
      *    ACCOUNT-WORK -- what the criteria judge this account on.
       01  ACCOUNT-WORK.
           05  ACCT-PRODUCT       PIC X(4).
           05  ACCT-GRADE         PIC X(1).
           05  UTIL-PCT           PIC S9(5) COMP-3 VALUE ZERO.
           05  MONTHS-ON-BOOK     PIC S9(5) COMP-3 VALUE ZERO.
       01  SUPPRESS-RULE          PIC S9(4) COMP VALUE 0.
      *
      *    RULE-TABLE -- the ten suppressions, in the order they
      *    are applied, with the count each removed.
       01  RULE-NAMES-INIT.
           05  FILLER PIC X(30) VALUE 'Bad address'.
           05  FILLER PIC X(30) VALUE 'Account suspended'.
           05  FILLER PIC X(30) VALUE 'Account charged off'.
           05  FILLER PIC X(30) VALUE 'Account transferred'.
           05  FILLER PIC X(30) VALUE 'Account closed'.
           05  FILLER PIC X(30) VALUE 'Hot-listed'.
           05  FILLER PIC X(30) VALUE 'In collections (placed)'.
           05  FILLER PIC X(30) VALUE 'On a hardship plan'.
           05  FILLER PIC X(30) VALUE 'Legal-status flag'.
           05  FILLER PIC X(30) VALUE 'Do not solicit'.
       01  RULE-NAMES REDEFINES RULE-NAMES-INIT.
           05  RULE-NAME OCCURS 10 TIMES PIC X(30).
       01  RULE-COUNTS.
           05  RULE-COUNT OCCURS 10 TIMES INDEXED BY RL-IDX
                                  PIC S9(7) COMP-3.
      *
       01  CAMPAIGN-COUNTS.
           05  CARDS-READ         PIC S9(7) COMP-3 VALUE ZERO.
           05  ACCOUNTS-READ      PIC S9(7) COMP-3 VALUE ZERO.
           05  ACCOUNTS-SELECTED  PIC S9(7) COMP-3 VALUE ZERO.
           05  ACCOUNTS-SUPPRESSED PIC S9(7) COMP-3 VALUE ZERO.
           05  ACCOUNTS-MAILED    PIC S9(7) COMP-3 VALUE ZERO.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(20) VALUE 'Campaign Selection  '.
           05  HDR-CAMPAIGN-O PIC X(8).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  HDR-DESC-O     PIC X(30).
           05  FILLER         PIC X(20) VALUE SPACES.
      *
       01  CARD-LINE.
           05  FILLER         PIC X(10) VALUE 'Criteria: '.
           05  CDL-CARD-O     PIC X(40).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CDL-NOTE-O     PIC X(28).
      *
       01  COUNT-LINE.
           05  CNL-LABEL-O    PIC X(40).
           05  CNL-COUNT-O    PIC ZZZ,ZZ9.
           05  FILLER         PIC X(33) VALUE SPACES.
      *
       01  RULE-LINE.
           05  FILLER         PIC X(04) VALUE SPACES.
           05  RLL-NUMBER-O   PIC Z9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RLL-NAME-O     PIC X(32).
           05  RLL-COUNT-O    PIC ZZZ,ZZ9.
           05  FILLER         PIC X(33) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           PERFORM VARYING RL-IDX FROM 1 BY 1 UNTIL RL-IDX > 10
               MOVE ZERO TO RULE-COUNT(RL-IDX)
           END-PERFORM.
           OPEN OUTPUT PRINT-LINE.
           PERFORM LOAD-CATALOG.
           PERFORM READ-CRITERIA.
           MOVE CAMPAIGN-ID   TO HDR-CAMPAIGN-O.
           MOVE CAMPAIGN-DESC TO HDR-DESC-O.
           WRITE PRINT-REC FROM HEADER-1.
           PERFORM ECHO-CRITERIA.
           IF NOT CRITERIA-GOOD
               DISPLAY 'CAMPSEL: CRITERIA REFUSED -- NOTHING SELECTED'
               MOVE SPACES TO PRINT-REC
               MOVE 'CRITERIA REFUSED -- NOTHING SELECTED'
                   TO PRINT-REC
               WRITE PRINT-REC
               MOVE 8 TO RETURN-CODE
               CLOSE PRINT-LINE
               GOBACK
           END-IF.
           PERFORM LOAD-PRODUCT-XREF.
           PERFORM LOAD-SCORES.
           PERFORM LOAD-HOT-LIST.
           PERFORM LOAD-PLANS.
           PERFORM LOAD-LEGAL-FLAGS.
           PERFORM LOAD-NO-SOLICIT.
           OPEN INPUT  ACCT-REC.
           OPEN OUTPUT VENDOR-OUT.
           OPEN EXTEND SUPP-FILE.
      *
       SELECT-ACCOUNTS.
           PERFORM READ-ACCT
           PERFORM UNTIL NO-MORE-ACCTS
               ADD 1 TO ACCOUNTS-READ
               PERFORM APPLY-CRITERIA
               IF ACCOUNT-SELECTED
                   ADD 1 TO ACCOUNTS-SELECTED
                   PERFORM APPLY-SUPPRESSIONS
                   IF SUPPRESS-RULE = ZERO
                       PERFORM WRITE-VENDOR-RECORD
                   ELSE
                       ADD 1 TO ACCOUNTS-SUPPRESSED
                       ADD 1 TO RULE-COUNT(SUPPRESS-RULE)
                   END-IF
               END-IF
               PERFORM READ-ACCT
           END-PERFORM.
           PERFORM WRITE-COUNT-REPORT.
      *
       CLOSE-STOP.
           DISPLAY 'CAMPSEL: CAMPAIGN           = ' CAMPAIGN-ID.
           DISPLAY 'CAMPSEL: ACCOUNTS READ      = ' ACCOUNTS-READ.
           DISPLAY 'CAMPSEL: SELECTED BY CRITERIA = '
                   ACCOUNTS-SELECTED.
           DISPLAY 'CAMPSEL: SUPPRESSED         = '
                   ACCOUNTS-SUPPRESSED.
           DISPLAY 'CAMPSEL: MAILED             = ' ACCOUNTS-MAILED.
           IF SUPPRESSION-SHORT
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE ACCT-REC.
           CLOSE VENDOR-OUT.
           CLOSE SUPP-FILE.
           CLOSE PRINT-LINE.
           GOBACK.
      *
       LOAD-CATALOG.
           MOVE 'N' TO SIDE-EOF-FLAG.
           OPEN INPUT PROD-CAT.
           PERFORM READ-CATALOG
           PERFORM UNTIL NO-MORE-SIDE
               IF CATALOG-COUNT < CATALOG-MAX
                   ADD 1 TO CATALOG-COUNT
                   MOVE PRD-PRODUCT-CODE TO CTT-PRODUCT(CATALOG-COUNT)
               END-IF
               PERFORM READ-CATALOG
           END-PERFORM.
           CLOSE PROD-CAT.
      *
       READ-CATALOG.
           READ PROD-CAT
               AT END SET NO-MORE-SIDE TO TRUE
           END-READ.
      *
      *    READ-CRITERIA -- every card is checked as it is taken;
      *    one bad card spoils the run, but the rest are still read
      *    so the listing shows them all.
       READ-CRITERIA.
           OPEN INPUT CAMP-CTL.
           PERFORM READ-CTL
           PERFORM UNTIL NO-MORE-CTL
               ADD 1 TO CARDS-READ
               PERFORM TAKE-ONE-CARD
               PERFORM READ-CTL
           END-PERFORM.
           CLOSE CAMP-CTL.
           IF CAMPAIGN-ID = SPACES
               MOVE 'N' TO CRITERIA-FLAG
               DISPLAY 'CAMPSEL: NO ID CARD -- CAMPAIGN UNNAMED'
           END-IF.
      *
       READ-CTL.
           READ CAMP-CTL
               AT END SET NO-MORE-CTL TO TRUE
           END-READ.
      *
       TAKE-ONE-CARD.
           MOVE 'Y' TO CARD-GOOD-FLAG.
           EVALUATE CTL-CARD-TYPE
               WHEN 'ID'
                   MOVE CTL-CAMPAIGN-ID   TO CAMPAIGN-ID
                   MOVE CTL-CAMPAIGN-DESC TO CAMPAIGN-DESC
               WHEN 'ST'
                   IF CTL-STATE = SPACES OR STATE-COUNT >= CRIT-MAX
                       MOVE 'N' TO CARD-GOOD-FLAG
                   ELSE
                       ADD 1 TO STATE-COUNT
                       MOVE CTL-STATE TO STT-STATE(STATE-COUNT)
                   END-IF
               WHEN 'ZP'
                   IF CTL-ZIP-LOW NOT NUMERIC
                       OR CTL-ZIP-HIGH NOT NUMERIC
                       OR CTL-ZIP-LOW > CTL-ZIP-HIGH
                       OR ZIP-COUNT >= CRIT-MAX
                       MOVE 'N' TO CARD-GOOD-FLAG
                   ELSE
                       ADD 1 TO ZIP-COUNT
                       MOVE CTL-ZIP-LOW  TO ZPT-LOW(ZIP-COUNT)
                       MOVE CTL-ZIP-HIGH TO ZPT-HIGH(ZIP-COUNT)
                   END-IF
               WHEN 'PR'
                   PERFORM CHECK-CATALOG
                   IF NOT MATCH-FOUND OR PRODUCT-COUNT >= CRIT-MAX
                       MOVE 'N' TO CARD-GOOD-FLAG
                   ELSE
                       ADD 1 TO PRODUCT-COUNT
                       MOVE CTL-PRODUCT TO PRT-PRODUCT(PRODUCT-COUNT)
                   END-IF
               WHEN 'GR'
                   IF CTL-GRADE-BEST < 'A' OR CTL-GRADE-BEST > 'E'
                       OR CTL-GRADE-WORST < 'A'
                       OR CTL-GRADE-WORST > 'E'
                       OR CTL-GRADE-BEST > CTL-GRADE-WORST
                       MOVE 'N' TO CARD-GOOD-FLAG
                   ELSE
                       MOVE 'Y' TO HAVE-GRADE
                       MOVE CTL-GRADE-BEST  TO GRADE-BEST
                       MOVE CTL-GRADE-WORST TO GRADE-WORST
                       MOVE CTL-TAKE-UNSCORED TO TAKE-UNSCORED
                   END-IF
               WHEN 'UT'
                   IF CTL-UTIL-LOW NOT NUMERIC
                       OR CTL-UTIL-HIGH NOT NUMERIC
                       OR CTL-UTIL-LOW > CTL-UTIL-HIGH
                       MOVE 'N' TO CARD-GOOD-FLAG
                   ELSE
                       MOVE 'Y' TO HAVE-UTIL
                       MOVE CTL-UTIL-LOW  TO UTIL-LOW
                       MOVE CTL-UTIL-HIGH TO UTIL-HIGH
                   END-IF
               WHEN 'MB'
                   IF CTL-MOB-MOST-X = SPACES
                       MOVE 9999 TO CTL-MOB-MOST
                   END-IF
                   IF CTL-MOB-LEAST NOT NUMERIC
                       OR CTL-MOB-MOST NOT NUMERIC
                       OR CTL-MOB-LEAST > CTL-MOB-MOST
                       MOVE 'N' TO CARD-GOOD-FLAG
                   ELSE
                       MOVE 'Y' TO HAVE-MOB
                       MOVE CTL-MOB-LEAST TO MOB-LEAST
                       MOVE CTL-MOB-MOST  TO MOB-MOST
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO CARD-GOOD-FLAG
           END-EVALUATE.
           IF NOT CARD-IS-GOOD
               MOVE 'N' TO CRITERIA-FLAG
               DISPLAY 'CAMPSEL: CRITERIA CARD REFUSED -- '
                       CTL-CARD(1:40)
           END-IF.
      *
       CHECK-CATALOG.
           MOVE 'N' TO MATCH-FLAG.
           IF CTL-PRODUCT = 'STD '
               SET MATCH-FOUND TO TRUE
           END-IF.
           PERFORM VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > CATALOG-COUNT OR MATCH-FOUND
               IF CTT-PRODUCT(CT-IDX) = CTL-PRODUCT
                   SET MATCH-FOUND TO TRUE
               END-IF
           END-PERFORM.
      *
      *    ECHO-CRITERIA -- the criteria as understood, so the
      *    listing shows marketing what the list was cut against.
       ECHO-CRITERIA.
           PERFORM VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > STATE-COUNT
               MOVE SPACES TO CDL-CARD-O CDL-NOTE-O
               STRING 'STATE ' STT-STATE(ST-IDX)
                   DELIMITED BY SIZE INTO CDL-CARD-O
               END-STRING
               WRITE PRINT-REC FROM CARD-LINE
           END-PERFORM.
           PERFORM VARYING ZP-IDX FROM 1 BY 1
               UNTIL ZP-IDX > ZIP-COUNT
               MOVE SPACES TO CDL-CARD-O CDL-NOTE-O
               STRING 'ZIP ' ZPT-LOW(ZP-IDX) ' THRU '
                   ZPT-HIGH(ZP-IDX)
                   DELIMITED BY SIZE INTO CDL-CARD-O
               END-STRING
               WRITE PRINT-REC FROM CARD-LINE
           END-PERFORM.
           PERFORM VARYING PR-IDX FROM 1 BY 1
               UNTIL PR-IDX > PRODUCT-COUNT
               MOVE SPACES TO CDL-CARD-O CDL-NOTE-O
               STRING 'PRODUCT ' PRT-PRODUCT(PR-IDX)
                   DELIMITED BY SIZE INTO CDL-CARD-O
               END-STRING
               WRITE PRINT-REC FROM CARD-LINE
           END-PERFORM.
           IF HAVE-GRADE = 'Y'
               MOVE SPACES TO CDL-CARD-O CDL-NOTE-O
               STRING 'GRADE ' GRADE-BEST ' THRU ' GRADE-WORST
                   DELIMITED BY SIZE INTO CDL-CARD-O
               END-STRING
               IF TAKE-UNSCORED = 'Y'
                   MOVE 'UNSCORED ACCOUNTS TAKEN' TO CDL-NOTE-O
               END-IF
               WRITE PRINT-REC FROM CARD-LINE
           END-IF.
           IF HAVE-UTIL = 'Y'
               MOVE SPACES TO CDL-CARD-O CDL-NOTE-O
               STRING 'UTILIZATION ' UTIL-LOW '% THRU ' UTIL-HIGH
                   '%' DELIMITED BY SIZE INTO CDL-CARD-O
               END-STRING
               WRITE PRINT-REC FROM CARD-LINE
           END-IF.
           IF HAVE-MOB = 'Y'
               MOVE SPACES TO CDL-CARD-O CDL-NOTE-O
               STRING 'MONTHS ON BOOK ' MOB-LEAST ' THRU ' MOB-MOST
                   DELIMITED BY SIZE INTO CDL-CARD-O
               END-STRING
               WRITE PRINT-REC FROM CARD-LINE
           END-IF.
      *
       LOAD-PRODUCT-XREF.
           MOVE 'N' TO SIDE-EOF-FLAG.
           OPEN INPUT PROD-XREF.
           PERFORM READ-XREF
           PERFORM UNTIL NO-MORE-SIDE
               IF XREF-COUNT < XREF-MAX
                   ADD 1 TO XREF-COUNT
                   MOVE PXR-ACCT-NO      TO XRT-ACCT-NO(XREF-COUNT)
                   MOVE PXR-PRODUCT-CODE TO XRT-PRODUCT(XREF-COUNT)
               ELSE
                   IF PRODUCT-COUNT > ZERO
                       DISPLAY 'CAMPSEL: PRODUCT TABLE FILLED AT '
                               '5000 -- LATER ACCOUNTS READ AS STD'
                   END-IF
                   SET NO-MORE-SIDE TO TRUE
               END-IF
               IF NOT NO-MORE-SIDE
                   PERFORM READ-XREF
               END-IF
           END-PERFORM.
           CLOSE PROD-XREF.
      *
       READ-XREF.
           READ PROD-XREF
               AT END SET NO-MORE-SIDE TO TRUE
           END-READ.
      *
       LOAD-SCORES.
           MOVE 'N' TO SIDE-EOF-FLAG.
           OPEN INPUT SCORE-FILE.
           PERFORM READ-SCORE
           PERFORM UNTIL NO-MORE-SIDE
               IF SCORE-COUNT < SCORE-MAX
                   ADD 1 TO SCORE-COUNT
                   MOVE SCR-ACCT-NO TO SCT-ACCT-NO(SCORE-COUNT)
                   MOVE SCR-GRADE   TO SCT-GRADE(SCORE-COUNT)
               ELSE
                   IF HAVE-GRADE = 'Y'
                       DISPLAY 'CAMPSEL: SCORE TABLE FILLED AT '
                               '5000 -- LATER ACCOUNTS READ UNSCORED'
                   END-IF
                   SET NO-MORE-SIDE TO TRUE
               END-IF
               IF NOT NO-MORE-SIDE
                   PERFORM READ-SCORE
               END-IF
           END-PERFORM.
           CLOSE SCORE-FILE.
      *
       READ-SCORE.
           READ SCORE-FILE
               AT END SET NO-MORE-SIDE TO TRUE
           END-READ.
      *
       LOAD-HOT-LIST.
           MOVE 'N' TO SIDE-EOF-FLAG.
           OPEN INPUT HOT-LIST.
           PERFORM READ-HOT
           PERFORM UNTIL NO-MORE-SIDE
               IF HOT-IN-FORCE
                   IF HOT-COUNT < HOT-MAX
                       ADD 1 TO HOT-COUNT
                       MOVE HOT-ACCT-NO TO HTT-ACCT-NO(HOT-COUNT)
                   ELSE
                       SET SUPPRESSION-SHORT TO TRUE
                   END-IF
               END-IF
               PERFORM READ-HOT
           END-PERFORM.
           CLOSE HOT-LIST.
           IF HOT-COUNT >= HOT-MAX
               DISPLAY 'CAMPSEL: HOT-LIST TABLE FILLED AT 2000 -- '
                       'EXCESS LISTINGS NOT SUPPRESSED'
           END-IF.
      *
       READ-HOT.
           READ HOT-LIST
               AT END SET NO-MORE-SIDE TO TRUE
           END-READ.
      *
       LOAD-PLANS.
           MOVE 'N' TO SIDE-EOF-FLAG.
           OPEN INPUT PLAN-FILE.
           PERFORM READ-PLAN
           PERFORM UNTIL NO-MORE-SIDE
               IF PLAN-ACTIVE
                   IF PLAN-COUNT < PLAN-MAX
                       ADD 1 TO PLAN-COUNT
                       MOVE PLN-ACCT-NO TO PLT-ACCT-NO(PLAN-COUNT)
                   ELSE
                       SET SUPPRESSION-SHORT TO TRUE
                   END-IF
               END-IF
               PERFORM READ-PLAN
           END-PERFORM.
           CLOSE PLAN-FILE.
           IF PLAN-COUNT >= PLAN-MAX
               DISPLAY 'CAMPSEL: PLAN TABLE FILLED AT 2000 -- '
                       'EXCESS PLANS NOT SUPPRESSED'
           END-IF.
      *
       READ-PLAN.
           READ PLAN-FILE
               AT END SET NO-MORE-SIDE TO TRUE
           END-READ.
      *
      *    LOAD-LEGAL-FLAGS -- the contact-barring flags in force
      *    today: effective on or before today, not lifted by today.
       LOAD-LEGAL-FLAGS.
           MOVE 'N' TO SIDE-EOF-FLAG.
           OPEN INPUT LEGAL-FILE.
           PERFORM READ-LEGAL
           PERFORM UNTIL NO-MORE-SIDE
               IF LGL-BARS-CONTACT
                   AND LGL-EFF-DATE NOT > CURRENT-DATE-NUM
                   AND (LGL-LIFTED-DATE = ZERO
                        OR LGL-LIFTED-DATE > CURRENT-DATE-NUM)
                   IF LEGAL-COUNT < LEGAL-MAX
                       ADD 1 TO LEGAL-COUNT
                       MOVE LGL-ACCT-NO   TO LGT-ACCT-NO(LEGAL-COUNT)
                       MOVE LGL-FLAG-TYPE TO LGT-FLAG-TYPE(LEGAL-COUNT)
                       MOVE LGL-EFF-DATE  TO LGT-EFF-DATE(LEGAL-COUNT)
                       MOVE LGL-REFERENCE TO LGT-REFERENCE(LEGAL-COUNT)
                   ELSE
                       SET SUPPRESSION-SHORT TO TRUE
                   END-IF
               END-IF
               PERFORM READ-LEGAL
           END-PERFORM.
           CLOSE LEGAL-FILE.
           IF LEGAL-COUNT >= LEGAL-MAX
               DISPLAY 'CAMPSEL: LEGAL TABLE FILLED AT 1000 -- '
                       'EXCESS FLAGS NOT HONORED'
           END-IF.
      *
       READ-LEGAL.
           READ LEGAL-FILE
               AT END SET NO-MORE-SIDE TO TRUE
           END-READ.
      *
       LOAD-NO-SOLICIT.
           MOVE 'N' TO SIDE-EOF-FLAG.
           OPEN INPUT DLV-PREF.
           PERFORM READ-PREF
           PERFORM UNTIL NO-MORE-SIDE
               IF DLV-NO-SOLICIT
                   IF NOSOL-COUNT < NOSOL-MAX
                       ADD 1 TO NOSOL-COUNT
                       MOVE DLV-ACCT-NO TO NST-ACCT-NO(NOSOL-COUNT)
                   ELSE
                       SET SUPPRESSION-SHORT TO TRUE
                   END-IF
               END-IF
               PERFORM READ-PREF
           END-PERFORM.
           CLOSE DLV-PREF.
           IF NOSOL-COUNT >= NOSOL-MAX
               DISPLAY 'CAMPSEL: NO-SOLICIT TABLE FILLED AT 5000 -- '
                       'EXCESS ELECTIONS NOT HONORED'
           END-IF.
      *
       READ-PREF.
           READ DLV-PREF
               AT END SET NO-MORE-SIDE TO TRUE
           END-READ.
      *
       READ-ACCT.
           READ ACCT-REC
               AT END SET NO-MORE-ACCTS TO TRUE
           END-READ.
      *
      *    APPLY-CRITERIA -- each criterion with a card must hold;
      *    the first that fails ends the look.
       APPLY-CRITERIA.
           MOVE 'Y' TO SELECT-FLAG.
           IF STATE-COUNT > ZERO
               MOVE 'N' TO MATCH-FLAG
               PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > STATE-COUNT OR MATCH-FOUND
                   IF STT-STATE(ST-IDX) = USA-STATE
                       SET MATCH-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT MATCH-FOUND
                   MOVE 'N' TO SELECT-FLAG
               END-IF
           END-IF.
           IF ACCOUNT-SELECTED AND ZIP-COUNT > ZERO
               MOVE 'N' TO MATCH-FLAG
               PERFORM VARYING ZP-IDX FROM 1 BY 1
                   UNTIL ZP-IDX > ZIP-COUNT OR MATCH-FOUND
                   IF ZIP-CODE NOT < ZPT-LOW(ZP-IDX)
                       AND ZIP-CODE NOT > ZPT-HIGH(ZP-IDX)
                       SET MATCH-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT MATCH-FOUND
                   MOVE 'N' TO SELECT-FLAG
               END-IF
           END-IF.
           PERFORM FIND-ACCOUNT-PRODUCT.
           IF ACCOUNT-SELECTED AND PRODUCT-COUNT > ZERO
               MOVE 'N' TO MATCH-FLAG
               PERFORM VARYING PR-IDX FROM 1 BY 1
                   UNTIL PR-IDX > PRODUCT-COUNT OR MATCH-FOUND
                   IF PRT-PRODUCT(PR-IDX) = ACCT-PRODUCT
                       SET MATCH-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT MATCH-FOUND
                   MOVE 'N' TO SELECT-FLAG
               END-IF
           END-IF.
           PERFORM FIND-ACCOUNT-GRADE.
           IF ACCOUNT-SELECTED AND HAVE-GRADE = 'Y'
               IF ACCOUNT-SCORED
                   IF ACCT-GRADE < GRADE-BEST
                       OR ACCT-GRADE > GRADE-WORST
                       MOVE 'N' TO SELECT-FLAG
                   END-IF
               ELSE
                   IF TAKE-UNSCORED NOT = 'Y'
                       MOVE 'N' TO SELECT-FLAG
                   END-IF
               END-IF
           END-IF.
           IF ACCOUNT-SELECTED AND HAVE-UTIL = 'Y'
               PERFORM FIGURE-UTILIZATION
               IF UTIL-PCT < UTIL-LOW OR UTIL-PCT > UTIL-HIGH
                   MOVE 'N' TO SELECT-FLAG
               END-IF
           END-IF.
           IF ACCOUNT-SELECTED AND HAVE-MOB = 'Y'
               PERFORM FIGURE-MONTHS-ON-BOOK
               IF MONTHS-ON-BOOK < MOB-LEAST
                   OR MONTHS-ON-BOOK > MOB-MOST
                   MOVE 'N' TO SELECT-FLAG
               END-IF
           END-IF.
      *
       FIND-ACCOUNT-PRODUCT.
           MOVE 'STD ' TO ACCT-PRODUCT.
           MOVE 'N' TO MATCH-FLAG.
           PERFORM VARYING XR-IDX FROM 1 BY 1
               UNTIL XR-IDX > XREF-COUNT OR MATCH-FOUND
               IF XRT-ACCT-NO(XR-IDX) = ACCT-NO
                   MOVE XRT-PRODUCT(XR-IDX) TO ACCT-PRODUCT
                   SET MATCH-FOUND TO TRUE
               END-IF
           END-PERFORM.
      *
       FIND-ACCOUNT-GRADE.
           MOVE SPACE TO ACCT-GRADE.
           MOVE 'N' TO SCORED-FLAG.
           PERFORM VARYING SC-IDX FROM 1 BY 1
               UNTIL SC-IDX > SCORE-COUNT OR ACCOUNT-SCORED
               IF SCT-ACCT-NO(SC-IDX) = ACCT-NO
                   MOVE SCT-GRADE(SC-IDX) TO ACCT-GRADE
                   SET ACCOUNT-SCORED TO TRUE
               END-IF
           END-PERFORM.
      *
      *    FIGURE-UTILIZATION -- whole percent of the limit in use;
      *    a credit balance is none, and an account with no limit
      *    reads 999, outside any band but the widest.
       FIGURE-UTILIZATION.
           EVALUATE TRUE
               WHEN ACCT-LIMIT NOT > ZERO
                   MOVE 999 TO UTIL-PCT
               WHEN ACCT-BALANCE NOT > ZERO
                   MOVE ZERO TO UTIL-PCT
               WHEN OTHER
                   COMPUTE UTIL-PCT =
                       ACCT-BALANCE * 100 / ACCT-LIMIT
                   IF UTIL-PCT > 999
                       MOVE 999 TO UTIL-PCT
                   END-IF
           END-EVALUATE.
      *
      *    FIGURE-MONTHS-ON-BOOK -- whole months since DATE-OPENED;
      *    an account with no readable open date cannot show it
      *    qualifies and reads -1.
       FIGURE-MONTHS-ON-BOOK.
           IF DATE-OPENED NOT NUMERIC
               MOVE -1 TO MONTHS-ON-BOOK
           ELSE
               COMPUTE MONTHS-ON-BOOK =
                   (WS-CURRENT-YEAR - DATE-OPENED-YR) * 12
                   + WS-CURRENT-MONTH - DATE-OPENED-MO
               IF WS-CURRENT-DAY < DATE-OPENED-DAY
                   SUBTRACT 1 FROM MONTHS-ON-BOOK
               END-IF
           END-IF.
      *
      *    APPLY-SUPPRESSIONS -- the first rule that fits, in the
      *    order the prologue gives; zero means the account mails.
       APPLY-SUPPRESSIONS.
           MOVE ZERO TO SUPPRESS-RULE.
           EVALUATE TRUE
               WHEN ADDRESS-BAD
                   MOVE 1 TO SUPPRESS-RULE
               WHEN ACCOUNT-SUSPENDED
                   MOVE 2 TO SUPPRESS-RULE
               WHEN ACCOUNT-CHARGEDOFF
                   MOVE 3 TO SUPPRESS-RULE
               WHEN ACCOUNT-TRANSFERRED
                   MOVE 4 TO SUPPRESS-RULE
               WHEN ACCOUNT-CLOSED
                   MOVE 5 TO SUPPRESS-RULE
           END-EVALUATE.
           IF SUPPRESS-RULE = ZERO
               MOVE 'N' TO MATCH-FLAG
               PERFORM VARYING HT-IDX FROM 1 BY 1
                   UNTIL HT-IDX > HOT-COUNT OR MATCH-FOUND
                   IF HTT-ACCT-NO(HT-IDX) = ACCT-NO
                       SET MATCH-FOUND TO TRUE
                       MOVE 6 TO SUPPRESS-RULE
                   END-IF
               END-PERFORM
           END-IF.
           IF SUPPRESS-RULE = ZERO AND COMMENTS(1:7) = 'PLACED '
               MOVE 7 TO SUPPRESS-RULE
           END-IF.
           IF SUPPRESS-RULE = ZERO
               MOVE 'N' TO MATCH-FLAG
               PERFORM VARYING PL-IDX FROM 1 BY 1
                   UNTIL PL-IDX > PLAN-COUNT OR MATCH-FOUND
                   IF PLT-ACCT-NO(PL-IDX) = ACCT-NO
                       SET MATCH-FOUND TO TRUE
                       MOVE 8 TO SUPPRESS-RULE
                   END-IF
               END-PERFORM
           END-IF.
           IF SUPPRESS-RULE = ZERO
               MOVE 'N' TO MATCH-FLAG
               PERFORM VARYING LG-IDX FROM 1 BY 1
                   UNTIL LG-IDX > LEGAL-COUNT OR MATCH-FOUND
                   IF LGT-ACCT-NO(LG-IDX) = ACCT-NO
                       SET MATCH-FOUND TO TRUE
                       MOVE 9 TO SUPPRESS-RULE
                       PERFORM WRITE-SUPPRESSION
                   END-IF
               END-PERFORM
           END-IF.
           IF SUPPRESS-RULE = ZERO
               MOVE 'N' TO MATCH-FLAG
               PERFORM VARYING NS-IDX FROM 1 BY 1
                   UNTIL NS-IDX > NOSOL-COUNT OR MATCH-FOUND
                   IF NST-ACCT-NO(NS-IDX) = ACCT-NO
                       SET MATCH-FOUND TO TRUE
                       MOVE 10 TO SUPPRESS-RULE
                   END-IF
               END-PERFORM
           END-IF.
      *
      *    WRITE-SUPPRESSION -- the withheld mailing onto the shared
      *    legal suppression log, with the flag that withheld it.
       WRITE-SUPPRESSION.
           MOVE SPACES                TO SUPP-FIELDS.
           MOVE 'CAMPSEL'             TO LSP-PROGRAM.
           MOVE CURRENT-DATE-NUM      TO LSP-RUN-DATE.
           MOVE ACCT-NO               TO LSP-ACCT-NO.
           MOVE LGT-FLAG-TYPE(LG-IDX) TO LSP-FLAG-TYPE.
           MOVE LGT-EFF-DATE(LG-IDX)  TO LSP-EFF-DATE.
           MOVE LGT-REFERENCE(LG-IDX) TO LSP-REFERENCE.
           MOVE 'CAMPAIGN MAILING'    TO LSP-ACTION.
           MOVE ZERO                  TO LSP-AMOUNT.
           WRITE SUPP-FIELDS.
      *
       WRITE-VENDOR-RECORD.
           MOVE SPACES        TO VENDOR-FIELDS.
           MOVE CAMPAIGN-ID   TO CMV-CAMPAIGN-ID.
           MOVE ACCT-NO       TO CMV-ACCT-NO.
           MOVE LAST-NAME     TO CMV-LAST-NAME.
           MOVE FIRST-NAME    TO CMV-FIRST-NAME.
           MOVE STREET-ADDR   TO CMV-ADDR-LINE.
           MOVE CITY-COUNTY   TO CMV-CITY.
           MOVE USA-STATE     TO CMV-STATE.
           MOVE ZIP-CODE      TO CMV-ZIP.
           MOVE ACCT-PRODUCT  TO CMV-PRODUCT.
           MOVE ACCT-GRADE    TO CMV-GRADE.
           WRITE VENDOR-FIELDS.
           ADD 1 TO ACCOUNTS-MAILED.
      *
       WRITE-COUNT-REPORT.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'Accounts read' TO CNL-LABEL-O.
           MOVE ACCOUNTS-READ   TO CNL-COUNT-O.
           WRITE PRINT-REC FROM COUNT-LINE.
           MOVE 'Selected by the criteria' TO CNL-LABEL-O.
           MOVE ACCOUNTS-SELECTED TO CNL-COUNT-O.
           WRITE PRINT-REC FROM COUNT-LINE.
           MOVE 'Removed by suppression:' TO CNL-LABEL-O.
           MOVE ACCOUNTS-SUPPRESSED TO CNL-COUNT-O.
           WRITE PRINT-REC FROM COUNT-LINE.
           PERFORM VARYING RL-IDX FROM 1 BY 1 UNTIL RL-IDX > 10
               SET RLL-NUMBER-O TO RL-IDX
               MOVE RULE-NAME(RL-IDX)  TO RLL-NAME-O
               MOVE RULE-COUNT(RL-IDX) TO RLL-COUNT-O
               WRITE PRINT-REC FROM RULE-LINE
           END-PERFORM.
           MOVE 'Mailed to the vendor' TO CNL-LABEL-O.
           MOVE ACCOUNTS-MAILED TO CNL-COUNT-O.
           WRITE PRINT-REC FROM COUNT-LINE.
           IF SUPPRESSION-SHORT
               MOVE SPACES TO PRINT-REC
               MOVE 'SUPPRESSION TABLE FULL -- LIST NOT SAFE TO MAIL'
                   TO PRINT-REC
               WRITE PRINT-REC
           END-IF.
      *
