      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PRCMNT.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    PRCMNT maintains the account pricing records (PRCFLDS)
      *    that say whether an account's INT-RATE is fixed or floats
      *    over an index.  PRCIN carries one card per account: the
      *    rate type ('F' fixed, 'V' variable) and, for a variable
      *    account, the index code, margin, floor and ceiling.  A
      *    'V' card keyed with the index left blank takes the index
      *    and margin the account's product carries on PRODCAT
      *    (through its PRODXREF assignment), which is how a new
      *    account sold under a variable-rate product is priced
      *    without anyone working the margin out by hand.  Each card
      *    is edited before it touches the file, the PRODASGN
      *    gatekeeper shape: the account must exist on ACCTVSAM, the
      *    index must be one INDEXRT publishes, the margin, floor
      *    and ceiling must be numeric, and a ceiling (when there is
      *    one) may not sit below the floor.  The existing PRICEF is
      *    carried forward to PRICEOUT with replacements applied in
      *    place (an account has one pricing record), new records
      *    appended, and rejects listed on EXCPRINT and appended to
      *    the shared EXCPFILE with a reason code EXCPSUM can trend.
      *    A record PRCMNT writes or replaces carries no index date,
      *    so the next RATEIDX run prices it whether or not the
      *    index has moved.
      *
      *    A card of either type also carries the account's cash-
      *    advance rate and its promotional offer (rate and expiry),
      *    the rates its cash and promotional balance segments
      *    accrue at.  A cash rate left blank takes the one the
      *    account's product carries on PRODCAT (none, where the
      *    product states none); a promotional rate and expiry both
      *    left blank leave the offer already on file standing.  A
      *    cash rate, promotional rate or expiry that is keyed must
      *    be numeric, and an expiry keyed must not already be past
      *    (zero withdraws the offer).
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRC-IN      ASSIGN TO PRCIN.
           SELECT PRICE-IN    ASSIGN TO PRICEF.
           SELECT PRICE-OUT   ASSIGN TO PRICEOUT.
           SELECT PROD-CAT    ASSIGN TO PRODCAT.
           SELECT PROD-XREF   ASSIGN TO PRODXREF.
           SELECT INDEX-RATE  ASSIGN TO INDEXRT.
           SELECT ACCT-VSAM   ASSIGN TO ACCTVSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO
               FILE STATUS IS VSAM-STATUS.
           SELECT EXCEPT-LINE ASSIGN TO EXCPRINT.
           SELECT EXCP-FILE   ASSIGN TO EXCPFILE.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRC-IN RECORDING MODE F.
       01  PRC-CARD.
           05  PCD-ACCT-NO        PIC X(8).
           05  PCD-RATE-TYPE      PIC X(1).
           05  PCD-INDEX-CODE     PIC X(4).
           05  PCD-MARGIN         PIC 9V999.
           05  PCD-FLOOR          PIC 9V999.
           05  PCD-CEILING        PIC 9V999.
           05  PCD-CASH-RATE      PIC 9V999.
           05  PCD-CASH-RATE-X REDEFINES PCD-CASH-RATE
                                  PIC X(4).
           05  PCD-PROMO-RATE     PIC 9V999.
           05  PCD-PROMO-RATE-X REDEFINES PCD-PROMO-RATE
                                  PIC X(4).
           05  PCD-PROMO-EXPIRY   PIC 9(8).
           05  PCD-PROMO-EXPIRY-X REDEFINES PCD-PROMO-EXPIRY
                                  PIC X(8).
           05  FILLER             PIC X(39).
      *
       FD  PRICE-IN RECORDING MODE F.
       01  PRICE-IN-FIELDS.
           COPY PRCFLDS REPLACING LEADING ==PRC-== BY ==PRI-==.
      *
       FD  PRICE-OUT RECORDING MODE F.
       01  PRICE-FIELDS.
           COPY PRCFLDS.
      *
       FD  PROD-CAT RECORDING MODE F.
       01  PROD-FIELDS.
           COPY PRDFLDS.
      *
       FD  PROD-XREF RECORDING MODE F.
       01  XREF-FIELDS.
           COPY PXRFLDS.
      *
       FD  INDEX-RATE RECORDING MODE F.
       01  INDEX-FIELDS.
           COPY IXRFLDS.
      *
       FD  ACCT-VSAM RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
      *
       FD  EXCEPT-LINE RECORDING MODE F.
       01  EXCEPT-REC.
           05  EXC-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  EXC-RATE-TYPE-O    PIC X(1).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  EXC-INDEX-O        PIC X(4).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  EXC-REASON-O       PIC X(30).
           05  FILLER             PIC X(31) VALUE SPACES.
      *
      *    EXCP-FILE -- the shared cumulative exception repository
      *    (EXCFLDS); every reject listed on EXCPRINT is also
      *    appended here with a reason code EXCPSUM can trend.
       FD  EXCP-FILE RECORDING MODE F.
       01  EXCP-FIELDS.
           COPY EXCFLDS.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  CARD-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-CARDS      VALUE 'Y'.
           05  PRICE-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-PRICES     VALUE 'Y'.
           05  CAT-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-CAT        VALUE 'Y'.
           05  XREF-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-XREF       VALUE 'Y'.
           05  INDEX-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-INDEX      VALUE 'Y'.
           05  CARD-VALID-SWITCH  PIC X VALUE 'Y'.
               88  CARD-IS-VALID      VALUE 'Y'.
           05  INDEX-KNOWN-FLAG   PIC X VALUE 'N'.
               88  INDEX-PUBLISHED    VALUE 'Y'.
           05  DEFAULT-FOUND-FLAG PIC X VALUE 'N'.
               88  PRODUCT-DEFAULT-FOUND VALUE 'Y'.
           05  CARD-CAPACITY-FLAG PIC X VALUE 'N'.
               88  CARD-TABLE-FULL    VALUE 'Y'.
           05  XREF-CAPACITY-FLAG PIC X VALUE 'N'.
               88  XREF-TABLE-FULL    VALUE 'Y'.
           05  LATER-CARD-FLAG    PIC X VALUE 'N'.
               88  LATER-CARD-FOUND   VALUE 'Y'.
      *
       01  VSAM-STATUS             PIC X(2) VALUE '00'.
           88  VSAM-OK                 VALUE '00'.
           88  VSAM-NOT-FOUND          VALUE '23'.
      *
       01  PRICE-COUNTS.
           05  CARDS-READ         PIC S9(7) COMP-3 VALUE ZERO.
           05  PRICES-CHANGED     PIC S9(7) COMP-3 VALUE ZERO.
           05  PRICES-ADDED       PIC S9(7) COMP-3 VALUE ZERO.
           05  PRICES-CARRIED     PIC S9(7) COMP-3 VALUE ZERO.
           05  DEFAULTS-TAKEN     PIC S9(7) COMP-3 VALUE ZERO.
           05  CARDS-REJECTED     PIC S9(7) COMP-3 VALUE ZERO.
      *
      *    CARD-TABLE -- the edited cards, index and margin already
      *    resolved, gathered up front for the one pass over PRICEF.
       01  CARD-CTL.
           05  CARD-COUNT         PIC S9(4) COMP VALUE 0.
           05  CARD-MAX           PIC S9(4) COMP VALUE 200.
       01  CARD-TABLE.
           05  CARD-ENTRY OCCURS 200 TIMES
                   INDEXED BY CD-IDX LATER-IDX.
               10  CDT-ACCT-NO    PIC X(8).
               10  CDT-RATE-TYPE  PIC X(1).
               10  CDT-INDEX-CODE PIC X(4).
               10  CDT-MARGIN     PIC 9V999.
               10  CDT-FLOOR      PIC 9V999.
               10  CDT-CEILING    PIC 9V999.
               10  CDT-CASH-RATE  PIC 9V999.
               10  CDT-PROMO-KEYED PIC X(1).
               10  CDT-PROMO-RATE PIC 9V999.
               10  CDT-PROMO-EXPIRY PIC 9(8).
               10  CDT-MATCHED    PIC X(1).
      *
      *    CAT-TABLE -- each product's default index, margin and
      *    cash-advance rate.
       01  CAT-CTL.
           05  CAT-COUNT          PIC S9(4) COMP VALUE 0.
           05  CAT-MAX            PIC S9(4) COMP VALUE 50.
       01  CAT-TABLE.
           05  CAT-ENTRY OCCURS 50 TIMES INDEXED BY CT-IDX.
               10  CTT-CODE       PIC X(4).
               10  CTT-INDEX      PIC X(4).
               10  CTT-MARGIN     PIC 9V999.
               10  CTT-CASH-RATE  PIC 9V999.
      *
      *    XREF-TABLE -- the account-to-product assignments.
       01  XREF-CTL.
           05  XREF-COUNT         PIC S9(4) COMP VALUE 0.
           05  XREF-MAX           PIC S9(4) COMP VALUE 5000.
       01  XREF-TABLE.
           05  XREF-ENTRY OCCURS 5000 TIMES INDEXED BY XR-IDX.
               10  XRT-ACCT-NO    PIC X(8).
               10  XRT-PRODUCT    PIC X(4).
      *
      *    INDEX-TABLE -- the index codes INDEXRT publishes.
       01  INDEX-CTL.
           05  INDEX-COUNT        PIC S9(4) COMP VALUE 0.
           05  INDEX-MAX          PIC S9(4) COMP VALUE 50.
       01  INDEX-TABLE.
           05  INDEX-ENTRY OCCURS 50 TIMES INDEXED BY IX-IDX.
               10  IXT-CODE       PIC X(4).
      *
       01  CARD-INDEX-WK           PIC X(4) VALUE SPACES.
       01  CARD-MARGIN-WK          PIC 9V999 VALUE ZERO.
       01  CARD-CASH-RATE-WK       PIC 9V999 VALUE ZERO.
       01  EXCP-CODE-WK            PIC X(4) VALUE SPACES.
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM        PIC 9(8) VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(31) VALUE
               'Account Pricing Edit Listing'.
           05  FILLER         PIC X(49) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           PERFORM LOAD-CATALOG-DEFAULTS.
           PERFORM LOAD-PRODUCT-XREF.
           PERFORM LOAD-INDEX-CODES.
           OPEN INPUT  PRC-IN.
           OPEN INPUT  ACCT-VSAM.
           OPEN OUTPUT EXCEPT-LINE.
           OPEN EXTEND EXCP-FILE.
           WRITE EXCEPT-REC FROM HEADER-1.
           PERFORM GATHER-CARDS.
           PERFORM CARRY-PRICES-FORWARD.
           PERFORM APPEND-NEW-PRICES.
      *
       CLOSE-STOP.
           DISPLAY 'PRCMNT: CARDS READ       = ' CARDS-READ.
           DISPLAY 'PRCMNT: PRICES CHANGED   = ' PRICES-CHANGED.
           DISPLAY 'PRCMNT: PRICES ADDED     = ' PRICES-ADDED.
           DISPLAY 'PRCMNT: PRICES CARRIED   = ' PRICES-CARRIED.
           DISPLAY 'PRCMNT: PRODUCT DEFAULTS = ' DEFAULTS-TAKEN.
           DISPLAY 'PRCMNT: CARDS REJECTED   = ' CARDS-REJECTED.
           IF CARD-TABLE-FULL
               DISPLAY 'PRCMNT: CARD TABLE FILLED AT 200 -- '
                       'EXCESS CARDS NOT APPLIED'
           END-IF.
           IF XREF-TABLE-FULL
               DISPLAY 'PRCMNT: PRODUCT XREF TABLE FILLED AT 5000 '
                       '-- SOME PRODUCT DEFAULTS NOT FOUND'
           END-IF.
           CLOSE PRC-IN.
           CLOSE ACCT-VSAM.
           CLOSE EXCEPT-LINE.
           CLOSE EXCP-FILE.
           GOBACK.
      *
       LOAD-CATALOG-DEFAULTS.
           OPEN INPUT PROD-CAT.
           PERFORM READ-CATALOG
           PERFORM UNTIL NO-MORE-CAT
               IF PRD-PRODUCT-CODE NOT = SPACES
                   AND CAT-COUNT < CAT-MAX
                   ADD 1 TO CAT-COUNT
                   MOVE PRD-PRODUCT-CODE  TO CTT-CODE(CAT-COUNT)
                   MOVE PRD-DEFAULT-INDEX TO CTT-INDEX(CAT-COUNT)
                   IF PRD-DEFAULT-MARGIN NUMERIC
                       MOVE PRD-DEFAULT-MARGIN
                           TO CTT-MARGIN(CAT-COUNT)
                   ELSE
                       MOVE ZERO TO CTT-MARGIN(CAT-COUNT)
                   END-IF
                   IF PRD-CASH-RATE NUMERIC
                       MOVE PRD-CASH-RATE
                           TO CTT-CASH-RATE(CAT-COUNT)
                   ELSE
                       MOVE ZERO TO CTT-CASH-RATE(CAT-COUNT)
                   END-IF
               END-IF
               PERFORM READ-CATALOG
           END-PERFORM.
           CLOSE PROD-CAT.
      *
       READ-CATALOG.
           READ PROD-CAT
               AT END SET NO-MORE-CAT TO TRUE
           END-READ.
      *
       LOAD-PRODUCT-XREF.
           OPEN INPUT PROD-XREF.
           PERFORM READ-XREF
           PERFORM UNTIL NO-MORE-XREF
               IF XREF-COUNT < XREF-MAX
                   ADD 1 TO XREF-COUNT
                   MOVE PXR-ACCT-NO      TO XRT-ACCT-NO(XREF-COUNT)
                   MOVE PXR-PRODUCT-CODE TO XRT-PRODUCT(XREF-COUNT)
               ELSE
                   SET XREF-TABLE-FULL TO TRUE
               END-IF
               PERFORM READ-XREF
           END-PERFORM.
           CLOSE PROD-XREF.
      *
       READ-XREF.
           READ PROD-XREF
               AT END SET NO-MORE-XREF TO TRUE
           END-READ.
      *
      *    LOAD-INDEX-CODES -- each code INDEXRT carries, once.
       LOAD-INDEX-CODES.
           OPEN INPUT INDEX-RATE.
           PERFORM READ-INDEX
           PERFORM UNTIL NO-MORE-INDEX
               MOVE IXR-INDEX-CODE TO CARD-INDEX-WK
               PERFORM FIND-INDEX-CODE
               IF NOT INDEX-PUBLISHED
                   AND IXR-INDEX-CODE NOT = SPACES
                   AND INDEX-COUNT < INDEX-MAX
                   ADD 1 TO INDEX-COUNT
                   MOVE IXR-INDEX-CODE TO IXT-CODE(INDEX-COUNT)
               END-IF
               PERFORM READ-INDEX
           END-PERFORM.
           CLOSE INDEX-RATE.
      *
       READ-INDEX.
           READ INDEX-RATE
               AT END SET NO-MORE-INDEX TO TRUE
           END-READ.
      *
       FIND-INDEX-CODE.
           MOVE 'N' TO INDEX-KNOWN-FLAG.
           PERFORM VARYING IX-IDX FROM 1 BY 1
               UNTIL IX-IDX > INDEX-COUNT OR INDEX-PUBLISHED
               IF IXT-CODE(IX-IDX) = CARD-INDEX-WK
                   SET INDEX-PUBLISHED TO TRUE
               END-IF
           END-PERFORM.
      *
       GATHER-CARDS.
           PERFORM READ-CARD
           PERFORM UNTIL NO-MORE-CARDS
               ADD 1 TO CARDS-READ
               PERFORM VALIDATE-CARD
               IF CARD-IS-VALID
                   IF CARD-COUNT < CARD-MAX
                       PERFORM ADD-CARD-ENTRY
                   ELSE
                       SET CARD-TABLE-FULL TO TRUE
                   END-IF
               END-IF
               PERFORM READ-CARD
           END-PERFORM.
      *
       READ-CARD.
           READ PRC-IN
               AT END SET NO-MORE-CARDS TO TRUE
           END-READ.
      *
       ADD-CARD-ENTRY.
           ADD 1 TO CARD-COUNT.
           MOVE PCD-ACCT-NO    TO CDT-ACCT-NO(CARD-COUNT).
           MOVE PCD-RATE-TYPE  TO CDT-RATE-TYPE(CARD-COUNT).
           MOVE 'N'            TO CDT-MATCHED(CARD-COUNT).
           IF PCD-RATE-TYPE = 'V'
               MOVE CARD-INDEX-WK  TO CDT-INDEX-CODE(CARD-COUNT)
               MOVE CARD-MARGIN-WK TO CDT-MARGIN(CARD-COUNT)
               MOVE PCD-FLOOR      TO CDT-FLOOR(CARD-COUNT)
               MOVE PCD-CEILING    TO CDT-CEILING(CARD-COUNT)
           ELSE
               MOVE SPACES TO CDT-INDEX-CODE(CARD-COUNT)
               MOVE ZERO   TO CDT-MARGIN(CARD-COUNT)
               MOVE ZERO   TO CDT-FLOOR(CARD-COUNT)
               MOVE ZERO   TO CDT-CEILING(CARD-COUNT)
           END-IF.
           MOVE CARD-CASH-RATE-WK TO CDT-CASH-RATE(CARD-COUNT).
           IF PCD-PROMO-RATE-X = SPACES
               AND PCD-PROMO-EXPIRY-X = SPACES
               MOVE 'N'  TO CDT-PROMO-KEYED(CARD-COUNT)
               MOVE ZERO TO CDT-PROMO-RATE(CARD-COUNT)
               MOVE ZERO TO CDT-PROMO-EXPIRY(CARD-COUNT)
           ELSE
               MOVE 'Y'  TO CDT-PROMO-KEYED(CARD-COUNT)
               MOVE PCD-PROMO-RATE   TO CDT-PROMO-RATE(CARD-COUNT)
               MOVE PCD-PROMO-EXPIRY TO CDT-PROMO-EXPIRY(CARD-COUNT)
           END-IF.
      *
      *    A CARD IS REJECTED WHEN ITS RATE TYPE IS NOT 'F' OR 'V'
      *    OR ITS ACCOUNT IS NOT ON ACCTVSAM; A VARIABLE CARD ALSO
      *    WHEN NO INDEX CAN BE FOUND FOR IT, THE INDEX IS NOT ONE
      *    INDEXRT PUBLISHES, OR ITS MARGIN, FLOOR OR CEILING ARE
      *    NOT NUMBERS OR ARE OUT OF ORDER; ANY CARD WHEN A CASH
      *    RATE, PROMOTIONAL RATE OR EXPIRY KEYED IS NOT A NUMBER,
      *    OR THE EXPIRY IS ALREADY PAST.
       VALIDATE-CARD.
           MOVE 'Y' TO CARD-VALID-SWITCH.
           MOVE PCD-INDEX-CODE TO CARD-INDEX-WK.
           MOVE ZERO           TO CARD-MARGIN-WK.
           MOVE ZERO           TO CARD-CASH-RATE-WK.
           IF PCD-RATE-TYPE NOT = 'F' AND PCD-RATE-TYPE NOT = 'V'
               MOVE 'RATE TYPE NOT F OR V' TO EXC-REASON-O
               MOVE 'I001' TO EXCP-CODE-WK
               PERFORM REJECT-CARD
           ELSE
               PERFORM CHECK-ACCOUNT-EXISTS
           END-IF.
           IF CARD-IS-VALID AND PCD-RATE-TYPE = 'V'
               PERFORM VALIDATE-VARIABLE-TERMS
           END-IF.
           IF CARD-IS-VALID
               PERFORM VALIDATE-SEGMENT-TERMS
           END-IF.
      *
       CHECK-ACCOUNT-EXISTS.
           MOVE PCD-ACCT-NO TO ACCT-NO.
           READ ACCT-VSAM
               INVALID KEY CONTINUE
           END-READ.
           IF NOT VSAM-OK
               MOVE 'NO MATCHING ACCOUNT ON FILE' TO EXC-REASON-O
               MOVE 'I002' TO EXCP-CODE-WK
               PERFORM REJECT-CARD
           END-IF.
      *
      *    VALIDATE-VARIABLE-TERMS -- an index left blank takes the
      *    product's default index and margin; a keyed index must
      *    come with its own margin.
       VALIDATE-VARIABLE-TERMS.
           IF PCD-INDEX-CODE = SPACES
               PERFORM FIND-PRODUCT-DEFAULT
           ELSE
               IF PCD-MARGIN NUMERIC
                   MOVE PCD-MARGIN TO CARD-MARGIN-WK
               ELSE
                   MOVE 'MARGIN NOT NUMERIC' TO EXC-REASON-O
                   MOVE 'I004' TO EXCP-CODE-WK
                   PERFORM REJECT-CARD
               END-IF
           END-IF.
           IF CARD-IS-VALID
               PERFORM FIND-INDEX-CODE
               IF NOT INDEX-PUBLISHED
                   MOVE 'INDEX NOT ON INDEXRT' TO EXC-REASON-O
                   MOVE 'I005' TO EXCP-CODE-WK
                   PERFORM REJECT-CARD
               END-IF
           END-IF.
           IF CARD-IS-VALID
               IF PCD-FLOOR NOT NUMERIC OR PCD-CEILING NOT NUMERIC
                   MOVE 'FLOOR OR CEILING NOT NUMERIC'
                       TO EXC-REASON-O
                   MOVE 'I006' TO EXCP-CODE-WK
                   PERFORM REJECT-CARD
               ELSE
                   IF PCD-CEILING NOT = ZERO
                       AND PCD-CEILING < PCD-FLOOR
                       MOVE 'CEILING BELOW FLOOR' TO EXC-REASON-O
                       MOVE 'I007' TO EXCP-CODE-WK
                       PERFORM REJECT-CARD
                   END-IF
               END-IF
           END-IF.
      *
      *    FIND-PRODUCT-DEFAULT -- the account's product off
      *    PRODXREF, then that product's default index off PRODCAT.
       FIND-PRODUCT-DEFAULT.
           MOVE 'N' TO DEFAULT-FOUND-FLAG.
           PERFORM VARYING XR-IDX FROM 1 BY 1
               UNTIL XR-IDX > XREF-COUNT OR PRODUCT-DEFAULT-FOUND
               IF XRT-ACCT-NO(XR-IDX) = PCD-ACCT-NO
                   PERFORM VARYING CT-IDX FROM 1 BY 1
                       UNTIL CT-IDX > CAT-COUNT
                          OR PRODUCT-DEFAULT-FOUND
                       IF CTT-CODE(CT-IDX) = XRT-PRODUCT(XR-IDX)
                           AND CTT-INDEX(CT-IDX) NOT = SPACES
                           SET PRODUCT-DEFAULT-FOUND TO TRUE
                           MOVE CTT-INDEX(CT-IDX)  TO CARD-INDEX-WK
                           MOVE CTT-MARGIN(CT-IDX) TO CARD-MARGIN-WK
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF PRODUCT-DEFAULT-FOUND
               ADD 1 TO DEFAULTS-TAKEN
           ELSE
               MOVE 'NO INDEX AND NO PRODUCT DEFAULT' TO EXC-REASON-O
               MOVE 'I003' TO EXCP-CODE-WK
               PERFORM REJECT-CARD
           END-IF.
      *
      *    VALIDATE-SEGMENT-TERMS -- the cash rate, keyed or the
      *    product's, and the promotional offer when one is keyed.
       VALIDATE-SEGMENT-TERMS.
           IF PCD-CASH-RATE-X = SPACES
               PERFORM FIND-PRODUCT-CASH-RATE
           ELSE
               IF PCD-CASH-RATE NUMERIC
                   MOVE PCD-CASH-RATE TO CARD-CASH-RATE-WK
               ELSE
                   MOVE 'CASH RATE NOT NUMERIC' TO EXC-REASON-O
                   MOVE 'I008' TO EXCP-CODE-WK
                   PERFORM REJECT-CARD
               END-IF
           END-IF.
           IF CARD-IS-VALID
               AND (PCD-PROMO-RATE-X NOT = SPACES
                    OR PCD-PROMO-EXPIRY-X NOT = SPACES)
               IF PCD-PROMO-RATE NOT NUMERIC
                   OR PCD-PROMO-EXPIRY NOT NUMERIC
                   MOVE 'PROMO RATE OR EXPIRY NOT NUMERIC'
                       TO EXC-REASON-O
                   MOVE 'I009' TO EXCP-CODE-WK
                   PERFORM REJECT-CARD
               ELSE
                   IF PCD-PROMO-EXPIRY NOT = ZERO
                       AND PCD-PROMO-EXPIRY < CURRENT-DATE-NUM
                       MOVE 'PROMO EXPIRY ALREADY PAST'
                           TO EXC-REASON-O
                       MOVE 'I010' TO EXCP-CODE-WK
                       PERFORM REJECT-CARD
                   END-IF
               END-IF
           END-IF.
      *
      *    FIND-PRODUCT-CASH-RATE -- the cash rate the account's
      *    product carries; zero for an account with no product,
      *    or a product that states none.
       FIND-PRODUCT-CASH-RATE.
           MOVE 'N' TO DEFAULT-FOUND-FLAG.
           PERFORM VARYING XR-IDX FROM 1 BY 1
               UNTIL XR-IDX > XREF-COUNT OR PRODUCT-DEFAULT-FOUND
               IF XRT-ACCT-NO(XR-IDX) = PCD-ACCT-NO
                   PERFORM VARYING CT-IDX FROM 1 BY 1
                       UNTIL CT-IDX > CAT-COUNT
                          OR PRODUCT-DEFAULT-FOUND
                       IF CTT-CODE(CT-IDX) = XRT-PRODUCT(XR-IDX)
                           SET PRODUCT-DEFAULT-FOUND TO TRUE
                           MOVE CTT-CASH-RATE(CT-IDX)
                               TO CARD-CASH-RATE-WK
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
      *
       CARRY-PRICES-FORWARD.
           OPEN INPUT  PRICE-IN.
           OPEN OUTPUT PRICE-OUT.
           PERFORM READ-PRICE
           PERFORM UNTIL NO-MORE-PRICES
               PERFORM MATCH-CARD-TO-PRICE
               ADD 1 TO PRICES-CARRIED
               WRITE PRICE-FIELDS FROM PRICE-IN-FIELDS
               PERFORM READ-PRICE
           END-PERFORM.
           CLOSE PRICE-IN.
      *
       READ-PRICE.
           READ PRICE-IN
               AT END SET NO-MORE-PRICES TO TRUE
           END-READ.
      *
      *    MATCH-CARD-TO-PRICE -- a card for an account already on
      *    file replaces its terms in place (two cards for it, the
      *    later keyed wins); the index date is cleared so RATEIDX
      *    prices the new terms on its next run.  A card keyed
      *    without a promotional offer leaves the one on file.
       MATCH-CARD-TO-PRICE.
           PERFORM VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > CARD-COUNT
               IF CDT-ACCT-NO(CD-IDX) = PRI-ACCT-NO
                   AND CDT-MATCHED(CD-IDX) = 'N'
                   MOVE 'Y' TO CDT-MATCHED(CD-IDX)
                   ADD 1 TO PRICES-CHANGED
                   MOVE CDT-RATE-TYPE(CD-IDX)  TO PRI-RATE-TYPE
                   MOVE CDT-INDEX-CODE(CD-IDX) TO PRI-INDEX-CODE
                   MOVE CDT-MARGIN(CD-IDX)     TO PRI-MARGIN
                   MOVE CDT-FLOOR(CD-IDX)      TO PRI-FLOOR
                   MOVE CDT-CEILING(CD-IDX)    TO PRI-CEILING
                   MOVE CDT-CASH-RATE(CD-IDX)  TO PRI-CASH-RATE
                   IF CDT-PROMO-KEYED(CD-IDX) = 'Y'
                       MOVE CDT-PROMO-RATE(CD-IDX)
                           TO PRI-PROMO-RATE
                       MOVE CDT-PROMO-EXPIRY(CD-IDX)
                           TO PRI-PROMO-EXPIRY
                   END-IF
                   MOVE ZERO                   TO PRI-INDEX-DATE
                   MOVE ZERO                   TO PRI-INDEX-RATE
                   MOVE CURRENT-DATE-NUM       TO PRI-SET-DATE
               END-IF
           END-PERFORM.
      *
       APPEND-NEW-PRICES.
           PERFORM VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > CARD-COUNT
               IF CDT-MATCHED(CD-IDX) = 'N'
                   PERFORM FIND-LATER-CARD
               END-IF
               IF CDT-MATCHED(CD-IDX) = 'N'
                   ADD 1 TO PRICES-ADDED
                   MOVE SPACES                 TO PRICE-FIELDS
                   MOVE CDT-ACCT-NO(CD-IDX)    TO PRC-ACCT-NO
                   MOVE CDT-RATE-TYPE(CD-IDX)  TO PRC-RATE-TYPE
                   MOVE CDT-INDEX-CODE(CD-IDX) TO PRC-INDEX-CODE
                   MOVE CDT-MARGIN(CD-IDX)     TO PRC-MARGIN
                   MOVE CDT-FLOOR(CD-IDX)      TO PRC-FLOOR
                   MOVE CDT-CEILING(CD-IDX)    TO PRC-CEILING
                   MOVE CDT-CASH-RATE(CD-IDX)  TO PRC-CASH-RATE
                   MOVE CDT-PROMO-RATE(CD-IDX) TO PRC-PROMO-RATE
                   MOVE CDT-PROMO-EXPIRY(CD-IDX)
                                               TO PRC-PROMO-EXPIRY
                   MOVE ZERO                   TO PRC-INDEX-DATE
                   MOVE ZERO                   TO PRC-INDEX-RATE
                   MOVE CURRENT-DATE-NUM       TO PRC-SET-DATE
                   WRITE PRICE-FIELDS
               END-IF
           END-PERFORM.
           CLOSE PRICE-OUT.
      *
      *    FIND-LATER-CARD -- an account new to the file gets one
      *    record, from the last card keyed for it, as one on file
      *    does; an earlier card it supersedes is passed over.
       FIND-LATER-CARD.
           MOVE 'N' TO LATER-CARD-FLAG.
           PERFORM VARYING LATER-IDX FROM CD-IDX BY 1
               UNTIL LATER-IDX > CARD-COUNT OR LATER-CARD-FOUND
               IF LATER-IDX > CD-IDX
                   AND CDT-ACCT-NO(LATER-IDX) = CDT-ACCT-NO(CD-IDX)
                   SET LATER-CARD-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF LATER-CARD-FOUND
               MOVE 'Y' TO CDT-MATCHED(CD-IDX)
           END-IF.
      *
       REJECT-CARD.
           MOVE 'N' TO CARD-VALID-SWITCH.
           ADD 1 TO CARDS-REJECTED.
           MOVE PCD-ACCT-NO      TO EXC-ACCT-NO-O.
           MOVE PCD-RATE-TYPE    TO EXC-RATE-TYPE-O.
           MOVE PCD-INDEX-CODE   TO EXC-INDEX-O.
           WRITE EXCEPT-REC.
           MOVE SPACES           TO EXCP-FIELDS.
           MOVE 'PRCMNT'         TO EXCP-PROGRAM.
           MOVE CURRENT-DATE-NUM TO EXCP-RUN-DATE.
           MOVE PCD-ACCT-NO      TO EXCP-KEY.
           MOVE EXCP-CODE-WK     TO EXCP-REASON-CODE.
           MOVE PRC-CARD         TO EXCP-RECORD-IMAGE.
           WRITE EXCP-FIELDS.
