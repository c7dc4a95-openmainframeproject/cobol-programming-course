      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    W2PRT.
       AUTHOR.        Otto B. Mathwiz.
      *--------------------
      *    W2PRT is the year-end W-2 run.  It matches the year-to-
      *    date file PAYSTB01 accumulates (YTDIN, the same file
      *    YEAREND's register prints) against the employee master
      *    (EMPREC, both ascending EMP-NO) and produces, for every
      *    employee paid anything in the year -- terminated
      *    employees included:
      *
      *      - one W-2 form image on W2FORM: box 1 wages and box 2
      *        federal tax withheld from the YTD gross and tax, box
      *        3 social security wages (gross, capped at the wage
      *        base on the control deck), box 5 Medicare wages
      *        (gross).  The payroll withholds one tax figure -- the
      *        figure QTRTAX carries to the 941 -- so boxes 4 and 6
      *        print zero;
      *      - one RW employee record on the EFW2 submission file
      *        for the Social Security Administration, between the
      *        RA submitter and RE employer records and ahead of the
      *        RT totals and RF final records.
      *
      *    The SSN and mailing address come off EMPREC (EMPMAINT's
      *    'I' transaction); an employee without them, or a YTD
      *    record whose employee is not on the master at all, gets
      *    no W-2 and is listed on W2RPT.
      *
      *    Nothing is released unproven.  The W-2s are assembled in
      *    storage first, and PAYDTL and PAYHIST for the tax year
      *    are totalled by calendar quarter -- the same two sides
      *    QTRTAX proves one against the other for each 941.  Each
      *    quarter's details must equal its run registers, and the
      *    four quarters together must equal the W-2 totals for
      *    wages and for tax.  Any disagreement prints on W2RPT,
      *    neither W2FORM nor EFW2 is written, and the step ends
      *    with return code 8; an employee missing from the W-2s
      *    shows up as exactly that kind of disagreement.
      *
      *    W2CTL carries the filing's fixed facts, one card each by
      *    the type in column 1: 'Y' the tax year, employer EIN,
      *    BSO user ID and social security wage base; 'N' the
      *    employer name; 'A' the employer's mailing address; 'C'
      *    the contact name, phone and e-mail for the RA and RE
      *    records.  Without a good Y, N and A card nothing is
      *    produced and the step ends with return code 8.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-CARD    ASSIGN TO W2CTL.
           SELECT YTD-IN      ASSIGN TO YTDIN.
           SELECT EMP-REC     ASSIGN TO EMPREC.
           SELECT PAY-DTL     ASSIGN TO PAYDTL.
           SELECT PAY-HIST    ASSIGN TO PAYHIST.
           SELECT FORM-LINE   ASSIGN TO W2FORM.
           SELECT EFW2-FILE   ASSIGN TO EFW2.
           SELECT PRINT-LINE  ASSIGN TO W2RPT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *
      *    CTL-CARD -- one card per type; see the prologue.
       FD  CTL-CARD RECORDING MODE F.
       01  CTL-REC.
           05  CTL-TYPE           PIC X(1).
               88  CTL-YEAR-CARD      VALUE 'Y'.
               88  CTL-NAME-CARD      VALUE 'N'.
               88  CTL-ADDRESS-CARD   VALUE 'A'.
               88  CTL-CONTACT-CARD   VALUE 'C'.
           05  CTL-DATA           PIC X(79).
       01  CTL-YEAR-REC.
           05  FILLER             PIC X(1).
           05  CTY-TAX-YEAR       PIC 9(4).
           05  CTY-EIN            PIC 9(9).
           05  CTY-USER-ID        PIC X(8).
           05  CTY-SS-WAGE-BASE   PIC 9(7)V99.
           05  FILLER             PIC X(49).
       01  CTL-NAME-REC.
           05  FILLER             PIC X(1).
           05  CTN-EMPLOYER-NAME  PIC X(57).
           05  FILLER             PIC X(22).
       01  CTL-ADDRESS-REC.
           05  FILLER             PIC X(1).
           05  CTA-ADDRESS        PIC X(22).
           05  CTA-CITY           PIC X(22).
           05  CTA-STATE          PIC X(2).
           05  CTA-ZIP            PIC X(5).
           05  FILLER             PIC X(28).
       01  CTL-CONTACT-REC.
           05  FILLER             PIC X(1).
           05  CTC-NAME           PIC X(27).
           05  CTC-PHONE          PIC X(15).
           05  CTC-EMAIL          PIC X(37).
      *
       FD  YTD-IN RECORDING MODE F.
       01  YTD-IN-REC.
           05  YTI-EMP-NO         PIC X(6).
           05  YTI-GROSS          PIC S9(7)V99 COMP-3.
           05  YTI-TAX            PIC S9(7)V99 COMP-3.
           05  YTI-NET            PIC S9(7)V99 COMP-3.
           05  FILLER             PIC X(19).
      *
       FD  EMP-REC RECORDING MODE F.
       01  EMP-FIELDS.
           COPY EMPFLDS.
      *
       FD  PAY-DTL RECORDING MODE F.
       01  PAY-DTL-REC.
           05  PDT-EMP-NO         PIC X(6).
           05  PDT-EMP-NAME       PIC X(25).
           05  PDT-RUN-DATE       PIC 9(8).
           05  PDT-GROSS          PIC S9(7)V99 COMP-3.
           05  PDT-TAX            PIC S9(7)V99 COMP-3.
           05  PDT-NET            PIC S9(7)V99 COMP-3.
           05  FILLER             PIC X(26).
      *
       FD  PAY-HIST RECORDING MODE F.
       01  PAY-HIST-REC.
           05  PHR-RUN-DATE       PIC 9(8).
           05  PHR-EMP-COUNT      PIC 9(5).
           05  PHR-GROSS          PIC S9(9)V99 COMP-3.
           05  PHR-TAX            PIC S9(9)V99 COMP-3.
           05  PHR-NET            PIC S9(9)V99 COMP-3.
           05  FILLER             PIC X(49).
      *
       FD  FORM-LINE RECORDING MODE F.
       01  FORM-REC               PIC X(80).
      *
       FD  EFW2-FILE RECORDING MODE F.
       01  EFW2-REC               PIC X(512).
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  W2R-LABEL-O        PIC X(14).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  W2R-DTL-WAGES-O    PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  W2R-DTL-TAX-O      PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  W2R-REG-WAGES-O    PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  W2R-REG-TAX-O      PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
      *    W2R-EXCEPTION-LINE -- an employee who gets no W-2.
       01  W2R-EXCEPTION-LINE.
           05  W2X-EMP-NO-O       PIC X(6).
           05  FILLER             PIC X(02).
           05  W2X-NAME-O         PIC X(25).
           05  FILLER             PIC X(02).
           05  W2X-GROSS-O        PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(02).
           05  W2X-REASON-O       PIC X(29).
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  CTL-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-CTL        VALUE 'Y'.
           05  YTD-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-YTD        VALUE 'Y'.
           05  EMP-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-EMPLOYEES  VALUE 'Y'.
           05  DTL-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-DETAIL     VALUE 'Y'.
           05  HIST-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-HIST       VALUE 'Y'.
           05  YEAR-CARD-FLAG     PIC X VALUE 'N'.
               88  YEAR-CARD-GOOD     VALUE 'Y'.
           05  NAME-CARD-FLAG     PIC X VALUE 'N'.
               88  NAME-CARD-GOOD     VALUE 'Y'.
           05  ADDRESS-CARD-FLAG  PIC X VALUE 'N'.
               88  ADDRESS-CARD-GOOD  VALUE 'Y'.
           05  PROOF-FLAG         PIC X VALUE 'Y'.
               88  FILING-PROVEN      VALUE 'Y'.
           05  W2-CAPACITY-FLAG   PIC X VALUE 'N'.
               88  W2-TABLE-FULL      VALUE 'Y'.
      *
      *    FILING-FACTS -- the control deck, held for the run.
       01  FILING-FACTS.
           05  TAX-YEAR           PIC 9(4) VALUE ZERO.
           05  EMPLOYER-EIN       PIC 9(9) VALUE ZERO.
           05  EMPLOYER-EIN-X REDEFINES EMPLOYER-EIN.
               10  EIN-PREFIX     PIC X(2).
               10  EIN-SERIAL     PIC X(7).
           05  BSO-USER-ID        PIC X(8) VALUE SPACES.
           05  SS-WAGE-BASE       PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  EMPLOYER-NAME      PIC X(57) VALUE SPACES.
           05  EMPLOYER-ADDRESS   PIC X(22) VALUE SPACES.
           05  EMPLOYER-CITY      PIC X(22) VALUE SPACES.
           05  EMPLOYER-STATE     PIC X(2) VALUE SPACES.
           05  EMPLOYER-ZIP       PIC X(5) VALUE SPACES.
           05  CONTACT-NAME       PIC X(27) VALUE SPACES.
           05  CONTACT-PHONE      PIC X(15) VALUE SPACES.
           05  CONTACT-EMAIL      PIC X(40) VALUE SPACES.
      *
       01  W2-COUNTS.
           05  YTD-READ           PIC S9(5) COMP-3 VALUE ZERO.
           05  W2-ISSUED          PIC S9(5) COMP-3 VALUE ZERO.
           05  W2-WITHHELD        PIC S9(5) COMP-3 VALUE ZERO.
           05  DETAILS-IN-YEAR    PIC S9(7) COMP-3 VALUE ZERO.
           05  RUNS-IN-YEAR       PIC S9(5) COMP-3 VALUE ZERO.
      *
      *    W2-TABLE -- the year's W-2s, assembled before anything is
      *    released.
       01  W2-CTL.
           05  W2-COUNT           PIC S9(4) COMP VALUE 0.
           05  W2-MAX             PIC S9(4) COMP VALUE 200.
       01  W2-TABLE.
           05  W2-ENTRY OCCURS 200 TIMES INDEXED BY W2-IDX.
               10  W2T-EMP-NO     PIC X(6).
               10  W2T-NAME       PIC X(25).
               10  W2T-SSN        PIC X(9).
               10  W2T-ADDRESS    PIC X(22).
               10  W2T-CITY       PIC X(22).
               10  W2T-STATE      PIC X(2).
               10  W2T-ZIP        PIC X(5).
               10  W2T-WAGES      PIC S9(7)V99 COMP-3.
               10  W2T-TAX        PIC S9(7)V99 COMP-3.
               10  W2T-SS-WAGES   PIC S9(7)V99 COMP-3.
      *
      *    QUARTER-TABLE -- the tax year's PAYDTL and PAYHIST by
      *    calendar quarter, QTRTAX's two sides four times over.
       01  QUARTER-TABLE.
           05  QUARTER-ENTRY OCCURS 4 TIMES INDEXED BY QT-IDX.
               10  QTT-DTL-WAGES  PIC S9(11)V99 COMP-3.
               10  QTT-DTL-TAX    PIC S9(11)V99 COMP-3.
               10  QTT-REG-WAGES  PIC S9(11)V99 COMP-3.
               10  QTT-REG-TAX    PIC S9(11)V99 COMP-3.
       01  QUARTER-WORK.
           05  RUN-YEAR           PIC 9(4) VALUE ZERO.
           05  RUN-MONTH          PIC 9(2) VALUE ZERO.
           05  RUN-QUARTER        PIC 9(1) VALUE ZERO.
           05  QUARTER-LABEL      PIC X(14) VALUE SPACES.
      *
       01  YEAR-TOTALS.
           05  DTL-WAGES-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  DTL-TAX-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  REG-WAGES-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  REG-TAX-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  W2-WAGES-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  W2-TAX-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  W2-SS-WAGES-TOTAL  PIC S9(11)V99 COMP-3 VALUE ZERO.
      *
      *    NAME-WORK -- EMP-NAME split into the first, middle and
      *    last names the RW record wants: "LAST, FIRST MIDDLE" when
      *    the name carries a comma, otherwise "FIRST MIDDLE LAST"
      *    with the last word taken as the surname.
       01  NAME-WORK.
           05  NAME-BEFORE-COMMA  PIC X(25) VALUE SPACES.
           05  NAME-AFTER-COMMA   PIC X(25) VALUE SPACES.
           05  NAME-PART-COUNT    PIC S9(4) COMP VALUE 0.
           05  NAME-LEAD-SPACES   PIC S9(4) COMP VALUE 0.
           05  NAME-WORD-1        PIC X(25) VALUE SPACES.
           05  NAME-WORD-2        PIC X(25) VALUE SPACES.
           05  NAME-WORD-3        PIC X(25) VALUE SPACES.
           05  NAME-WORD-4        PIC X(25) VALUE SPACES.
           05  NAME-WORD-COUNT    PIC S9(4) COMP VALUE 0.
           05  FIRST-NAME         PIC X(15) VALUE SPACES.
           05  MIDDLE-NAME        PIC X(15) VALUE SPACES.
           05  LAST-NAME          PIC X(20) VALUE SPACES.
      *
      *    SSN-EDITED/EIN-EDITED -- the numbers as the form prints
      *    them.
       01  SSN-EDITED.
           05  SSE-AREA           PIC X(3).
           05  FILLER             PIC X(1) VALUE '-'.
           05  SSE-GROUP          PIC X(2).
           05  FILLER             PIC X(1) VALUE '-'.
           05  SSE-SERIAL         PIC X(4).
       01  EIN-EDITED.
           05  EIE-PREFIX         PIC X(2).
           05  FILLER             PIC X(1) VALUE '-'.
           05  EIE-SERIAL         PIC X(7).
       01  CITY-LINE-WK           PIC X(26) VALUE SPACES.
       01  W2X-REASON-WK          PIC X(29) VALUE SPACES.
       01  W2X-NAME-WK            PIC X(25) VALUE SPACES.
      *
      *    W2-FORM-LINE -- the form image: recipient and employer
      *    details down the left, numbered boxes down the right.
       01  W2-FORM-LINE.
           05  W2F-LEFT-LABEL     PIC X(14).
           05  W2F-LEFT-VALUE     PIC X(26).
           05  W2F-BOX-LABEL      PIC X(26).
           05  W2F-BOX-AMOUNT     PIC $$$,$$$,$$9.99.
           05  W2F-BOX-BLANK REDEFINES W2F-BOX-AMOUNT
                                  PIC X(14).
       01  W2-FORM-TITLE.
           05  FILLER             PIC X(40) VALUE
               'Form W-2  Wage and Tax Statement'.
           05  FILLER             PIC X(10) VALUE 'Tax year '.
           05  W2T-YEAR-O         PIC 9(4).
           05  FILLER             PIC X(26) VALUE SPACES.
       01  W2-FORM-RULE           PIC X(80) VALUE ALL '-'.
      *
      *    EFW2 records, built here and written whole -- the
      *    external-feed discipline of APYDEBIT's NACHA records.
      *    Money is unsigned zoned cents; unused money fields are
      *    zeros and unused text fields blanks, as the SSA
      *    specification requires.
       01  EFW2-RA.
           05  FILLER             PIC X(2) VALUE 'RA'.
           05  RA-EIN             PIC 9(9).
           05  RA-USER-ID         PIC X(8).
           05  FILLER             PIC X(4) VALUE SPACES.
           05  FILLER             PIC X(5) VALUE SPACES.
           05  FILLER             PIC X(1) VALUE '0'.
           05  FILLER             PIC X(6) VALUE SPACES.
           05  FILLER             PIC X(2) VALUE '98'.
           05  RA-COMPANY-NAME    PIC X(57).
           05  FILLER             PIC X(22) VALUE SPACES.
           05  RA-COMPANY-ADDRESS PIC X(22).
           05  RA-COMPANY-CITY    PIC X(22).
           05  RA-COMPANY-STATE   PIC X(2).
           05  RA-COMPANY-ZIP     PIC X(5).
           05  FILLER             PIC X(4) VALUE SPACES.
           05  FILLER             PIC X(5) VALUE SPACES.
           05  FILLER             PIC X(23) VALUE SPACES.
           05  FILLER             PIC X(15) VALUE SPACES.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  RA-SUBMITTER-NAME  PIC X(57).
           05  FILLER             PIC X(22) VALUE SPACES.
           05  RA-SUBMITTER-ADDRESS PIC X(22).
           05  RA-SUBMITTER-CITY  PIC X(22).
           05  RA-SUBMITTER-STATE PIC X(2).
           05  RA-SUBMITTER-ZIP   PIC X(5).
           05  FILLER             PIC X(4) VALUE SPACES.
           05  FILLER             PIC X(5) VALUE SPACES.
           05  FILLER             PIC X(23) VALUE SPACES.
           05  FILLER             PIC X(15) VALUE SPACES.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  RA-CONTACT-NAME    PIC X(27).
           05  RA-CONTACT-PHONE   PIC X(15).
           05  FILLER             PIC X(5) VALUE SPACES.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  RA-CONTACT-EMAIL   PIC X(40).
           05  FILLER             PIC X(3) VALUE SPACES.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  FILLER             PIC X(1) VALUE 'L'.
           05  FILLER             PIC X(12) VALUE SPACES.
      *
       01  EFW2-RE.
           05  FILLER             PIC X(2) VALUE 'RE'.
           05  RE-TAX-YEAR        PIC 9(4).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  RE-EIN             PIC 9(9).
           05  FILLER             PIC X(9) VALUE SPACES.
           05  FILLER             PIC X(1) VALUE '0'.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  FILLER             PIC X(9) VALUE SPACES.
           05  RE-EMPLOYER-NAME   PIC X(57).
           05  FILLER             PIC X(22) VALUE SPACES.
           05  RE-EMPLOYER-ADDRESS PIC X(22).
           05  RE-EMPLOYER-CITY   PIC X(22).
           05  RE-EMPLOYER-STATE  PIC X(2).
           05  RE-EMPLOYER-ZIP    PIC X(5).
           05  FILLER             PIC X(4) VALUE SPACES.
           05  FILLER             PIC X(1) VALUE 'N'.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  FILLER             PIC X(23) VALUE SPACES.
           05  FILLER             PIC X(15) VALUE SPACES.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FILLER             PIC X(1) VALUE 'R'.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  FILLER             PIC X(1) VALUE '0'.
           05  RE-CONTACT-NAME    PIC X(27).
           05  RE-CONTACT-PHONE   PIC X(15).
           05  FILLER             PIC X(5) VALUE SPACES.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  RE-CONTACT-EMAIL   PIC X(40).
           05  FILLER             PIC X(194) VALUE SPACES.
      *
       01  EFW2-RW.
           05  FILLER             PIC X(2) VALUE 'RW'.
           05  RW-SSN             PIC X(9).
           05  RW-FIRST-NAME      PIC X(15).
           05  RW-MIDDLE-NAME     PIC X(15).
           05  RW-LAST-NAME       PIC X(20).
           05  FILLER             PIC X(4) VALUE SPACES.
           05  FILLER             PIC X(22) VALUE SPACES.
           05  RW-ADDRESS         PIC X(22).
           05  RW-CITY            PIC X(22).
           05  RW-STATE           PIC X(2).
           05  RW-ZIP             PIC X(5).
           05  FILLER             PIC X(4) VALUE SPACES.
           05  FILLER             PIC X(5) VALUE SPACES.
           05  FILLER             PIC X(23) VALUE SPACES.
           05  FILLER             PIC X(15) VALUE SPACES.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  RW-WAGES           PIC 9(9)V99.
           05  RW-FED-TAX         PIC 9(9)V99.
           05  RW-SS-WAGES        PIC 9(9)V99.
           05  RW-SS-TAX          PIC 9(9)V99 VALUE ZERO.
           05  RW-MEDICARE-WAGES  PIC 9(9)V99.
           05  RW-MEDICARE-TAX    PIC 9(9)V99 VALUE ZERO.
           05  RW-SS-TIPS         PIC 9(9)V99 VALUE ZERO.
           05  FILLER             PIC X(11) VALUE SPACES.
           05  RW-OTHER-AMOUNTS   PIC X(187) VALUE ALL '0'.
           05  FILLER             PIC X(24) VALUE SPACES.
           05  FILLER             PIC X(1) VALUE '0'.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  FILLER             PIC X(1) VALUE '0'.
           05  FILLER             PIC X(1) VALUE '0'.
           05  FILLER             PIC X(22) VALUE SPACES.
      *
       01  EFW2-RT.
           05  FILLER             PIC X(2) VALUE 'RT'.
           05  RT-RW-COUNT        PIC 9(7).
           05  RT-WAGES           PIC 9(13)V99.
           05  RT-FED-TAX         PIC 9(13)V99.
           05  RT-SS-WAGES        PIC 9(13)V99.
           05  RT-SS-TAX          PIC 9(13)V99 VALUE ZERO.
           05  RT-MEDICARE-WAGES  PIC 9(13)V99.
           05  RT-MEDICARE-TAX    PIC 9(13)V99 VALUE ZERO.
           05  RT-SS-TIPS         PIC 9(13)V99 VALUE ZERO.
           05  FILLER             PIC X(15) VALUE SPACES.
           05  RT-OTHER-AMOUNTS   PIC X(195) VALUE ALL '0'.
           05  FILLER             PIC X(188) VALUE SPACES.
      *
       01  EFW2-RF.
           05  FILLER             PIC X(2) VALUE 'RF'.
           05  FILLER             PIC X(5) VALUE SPACES.
           05  RF-RW-COUNT        PIC 9(9).
           05  FILLER             PIC X(496) VALUE SPACES.
      *
       01  HEADER-1.
           05  FILLER          PIC X(33) VALUE
               'W-2 Year-End Proof for Tax Year '.
           05  HDR-YEAR-O      PIC 9(4).
           05  FILLER          PIC X(43) VALUE SPACES.
       01  HEADER-2.
           05  FILLER          PIC X(16) VALUE 'Quarter'.
           05  FILLER          PIC X(16) VALUE ' Detail Wages'.
           05  FILLER          PIC X(16) VALUE '   Detail Tax'.
           05  FILLER          PIC X(16) VALUE 'Register Wages'.
           05  FILLER          PIC X(16) VALUE ' Register Tax'.
       01  RESULT-LINE.
           05  RESULT-TEXT-O   PIC X(80).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           PERFORM READ-CONTROL-DECK.
           IF NOT YEAR-CARD-GOOD
               OR NOT NAME-CARD-GOOD
               OR NOT ADDRESS-CARD-GOOD
               DISPLAY 'W2PRT: W2CTL Y, N OR A CARD MISSING OR BAD -- '
                       'RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT PRINT-LINE.
           MOVE TAX-YEAR TO HDR-YEAR-O.
           WRITE PRINT-REC FROM HEADER-1.
      *
       ASSEMBLE-THE-YEAR.
           PERFORM BUILD-THE-W2S.
           PERFORM TAKE-PAY-DETAIL.
           PERFORM TAKE-RUN-HISTORY.
           PERFORM PROVE-THE-YEAR.
           IF FILING-PROVEN
               PERFORM RELEASE-THE-FILING
           END-IF.
      *
       CLOSE-STOP.
           DISPLAY 'W2PRT: YTD RECORDS READ   = ' YTD-READ.
           DISPLAY 'W2PRT: W-2S ASSEMBLED     = ' W2-ISSUED.
           DISPLAY 'W2PRT: EMPLOYEES WITHOUT  = ' W2-WITHHELD.
           DISPLAY 'W2PRT: PAY RUNS IN YEAR   = ' RUNS-IN-YEAR.
           IF FILING-PROVEN
               DISPLAY 'W2PRT: W2FORM AND EFW2 RELEASED'
           ELSE
               DISPLAY 'W2PRT: W-2S DO NOT TIE TO THE QUARTERS -- '
                       'NOTHING RELEASED'
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE PRINT-LINE.
           GOBACK.
      *
       READ-CONTROL-DECK.
           OPEN INPUT CTL-CARD.
           PERFORM READ-CONTROL-CARD
           PERFORM UNTIL NO-MORE-CTL
               EVALUATE TRUE
                   WHEN CTL-YEAR-CARD
                       IF CTY-TAX-YEAR NUMERIC
                           AND CTY-EIN NUMERIC
                           AND CTY-TAX-YEAR > ZERO
                           AND CTY-EIN > ZERO
                           SET YEAR-CARD-GOOD TO TRUE
                           MOVE CTY-TAX-YEAR TO TAX-YEAR
                           MOVE CTY-EIN      TO EMPLOYER-EIN
                           MOVE CTY-USER-ID  TO BSO-USER-ID
                           IF CTY-SS-WAGE-BASE NUMERIC
                               MOVE CTY-SS-WAGE-BASE TO SS-WAGE-BASE
                           END-IF
                       END-IF
                   WHEN CTL-NAME-CARD
                       IF CTN-EMPLOYER-NAME NOT = SPACES
                           SET NAME-CARD-GOOD TO TRUE
                           MOVE CTN-EMPLOYER-NAME TO EMPLOYER-NAME
                       END-IF
                   WHEN CTL-ADDRESS-CARD
                       IF CTA-ADDRESS NOT = SPACES
                           AND CTA-CITY NOT = SPACES
                           SET ADDRESS-CARD-GOOD TO TRUE
                           MOVE CTA-ADDRESS TO EMPLOYER-ADDRESS
                           MOVE CTA-CITY    TO EMPLOYER-CITY
                           MOVE CTA-STATE   TO EMPLOYER-STATE
                           MOVE CTA-ZIP     TO EMPLOYER-ZIP
                       END-IF
                   WHEN CTL-CONTACT-CARD
                       MOVE CTC-NAME  TO CONTACT-NAME
                       MOVE CTC-PHONE TO CONTACT-PHONE
                       MOVE CTC-EMAIL TO CONTACT-EMAIL
               END-EVALUATE
               PERFORM READ-CONTROL-CARD
           END-PERFORM.
           CLOSE CTL-CARD.
      *
       READ-CONTROL-CARD.
           READ CTL-CARD
               AT END SET NO-MORE-CTL TO TRUE
           END-READ.
      *
      *    BUILD-THE-W2S -- YTDIN matched against EMPREC, both in
      *    ascending EMP-NO; a master with no YTD record earned
      *    nothing and gets no form.
       BUILD-THE-W2S.
           OPEN INPUT YTD-IN.
           OPEN INPUT EMP-REC.
           PERFORM READ-EMPLOYEE.
           PERFORM READ-YTD
           PERFORM UNTIL NO-MORE-YTD
               PERFORM UNTIL NO-MORE-EMPLOYEES
                   OR EMP-NO >= YTI-EMP-NO
                   PERFORM READ-EMPLOYEE
               END-PERFORM
               IF YTI-GROSS NOT = ZERO OR YTI-TAX NOT = ZERO
                   IF NO-MORE-EMPLOYEES OR EMP-NO NOT = YTI-EMP-NO
                       MOVE SPACES TO W2X-NAME-WK
                       MOVE 'NOT ON EMPLOYEE MASTER' TO W2X-REASON-WK
                       PERFORM WITHHOLD-THE-W2
                   ELSE
                       MOVE EMP-NAME TO W2X-NAME-WK
                       IF EMP-SSN NOT NUMERIC
                           OR EMP-ADDRESS = SPACES
                           MOVE 'NO SSN OR ADDRESS ON MASTER'
                               TO W2X-REASON-WK
                           PERFORM WITHHOLD-THE-W2
                       ELSE
                           PERFORM ADD-THE-W2
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-YTD
           END-PERFORM.
           CLOSE YTD-IN.
           CLOSE EMP-REC.
      *
       READ-YTD.
           READ YTD-IN
               AT END SET NO-MORE-YTD TO TRUE
           END-READ.
           IF NOT NO-MORE-YTD
               ADD 1 TO YTD-READ
           END-IF.
      *
       READ-EMPLOYEE.
           READ EMP-REC
               AT END SET NO-MORE-EMPLOYEES TO TRUE
           END-READ.
      *
       ADD-THE-W2.
           IF W2-COUNT < W2-MAX
               ADD 1 TO W2-COUNT
               ADD 1 TO W2-ISSUED
               SET W2-IDX TO W2-COUNT
               MOVE YTI-EMP-NO  TO W2T-EMP-NO(W2-IDX)
               MOVE EMP-NAME    TO W2T-NAME(W2-IDX)
               MOVE EMP-SSN     TO W2T-SSN(W2-IDX)
               MOVE EMP-ADDRESS TO W2T-ADDRESS(W2-IDX)
               MOVE EMP-CITY    TO W2T-CITY(W2-IDX)
               MOVE EMP-STATE   TO W2T-STATE(W2-IDX)
               MOVE EMP-ZIP     TO W2T-ZIP(W2-IDX)
               MOVE YTI-GROSS   TO W2T-WAGES(W2-IDX)
               MOVE YTI-TAX     TO W2T-TAX(W2-IDX)
               MOVE YTI-GROSS   TO W2T-SS-WAGES(W2-IDX)
               IF SS-WAGE-BASE > ZERO
                   AND YTI-GROSS > SS-WAGE-BASE
                   MOVE SS-WAGE-BASE TO W2T-SS-WAGES(W2-IDX)
               END-IF
               ADD YTI-GROSS TO W2-WAGES-TOTAL
               ADD YTI-TAX   TO W2-TAX-TOTAL
               ADD W2T-SS-WAGES(W2-IDX) TO W2-SS-WAGES-TOTAL
           ELSE
               SET W2-TABLE-FULL TO TRUE
               MOVE 'W-2 TABLE FULL AT 200' TO W2X-REASON-WK
               PERFORM WITHHOLD-THE-W2
           END-IF.
      *
      *    WITHHOLD-THE-W2 -- W2X-REASON-WK is set by the caller.
       WITHHOLD-THE-W2.
           ADD 1 TO W2-WITHHELD.
           MOVE SPACES        TO W2R-EXCEPTION-LINE.
           MOVE YTI-EMP-NO    TO W2X-EMP-NO-O.
           MOVE W2X-NAME-WK   TO W2X-NAME-O.
           MOVE YTI-GROSS     TO W2X-GROSS-O.
           MOVE W2X-REASON-WK TO W2X-REASON-O.
           WRITE W2R-EXCEPTION-LINE.
      *
      *    TAKE-PAY-DETAIL/TAKE-RUN-HISTORY -- the tax year's pay
      *    history into calendar quarters by run date.
       TAKE-PAY-DETAIL.
           PERFORM VARYING QT-IDX FROM 1 BY 1 UNTIL QT-IDX > 4
               MOVE ZERO TO QTT-DTL-WAGES(QT-IDX)
               MOVE ZERO TO QTT-DTL-TAX(QT-IDX)
               MOVE ZERO TO QTT-REG-WAGES(QT-IDX)
               MOVE ZERO TO QTT-REG-TAX(QT-IDX)
           END-PERFORM.
           OPEN INPUT PAY-DTL.
           PERFORM READ-DETAIL
           PERFORM UNTIL NO-MORE-DETAIL
               MOVE PDT-RUN-DATE(1:4) TO RUN-YEAR
               IF RUN-YEAR = TAX-YEAR
                   MOVE PDT-RUN-DATE(5:2) TO RUN-MONTH
                   PERFORM FIND-RUN-QUARTER
                   ADD 1 TO DETAILS-IN-YEAR
                   ADD PDT-GROSS TO QTT-DTL-WAGES(RUN-QUARTER)
                   ADD PDT-TAX   TO QTT-DTL-TAX(RUN-QUARTER)
               END-IF
               PERFORM READ-DETAIL
           END-PERFORM.
           CLOSE PAY-DTL.
      *
       READ-DETAIL.
           READ PAY-DTL
               AT END SET NO-MORE-DETAIL TO TRUE
           END-READ.
      *
       TAKE-RUN-HISTORY.
           OPEN INPUT PAY-HIST.
           PERFORM READ-HISTORY
           PERFORM UNTIL NO-MORE-HIST
               MOVE PHR-RUN-DATE(1:4) TO RUN-YEAR
               IF RUN-YEAR = TAX-YEAR
                   MOVE PHR-RUN-DATE(5:2) TO RUN-MONTH
                   PERFORM FIND-RUN-QUARTER
                   ADD 1 TO RUNS-IN-YEAR
                   ADD PHR-GROSS TO QTT-REG-WAGES(RUN-QUARTER)
                   ADD PHR-TAX   TO QTT-REG-TAX(RUN-QUARTER)
               END-IF
               PERFORM READ-HISTORY
           END-PERFORM.
           CLOSE PAY-HIST.
      *
       READ-HISTORY.
           READ PAY-HIST
               AT END SET NO-MORE-HIST TO TRUE
           END-READ.
      *
       FIND-RUN-QUARTER.
           EVALUATE RUN-MONTH
               WHEN 1 THRU 3   MOVE 1 TO RUN-QUARTER
               WHEN 4 THRU 6   MOVE 2 TO RUN-QUARTER
               WHEN 7 THRU 9   MOVE 3 TO RUN-QUARTER
               WHEN OTHER      MOVE 4 TO RUN-QUARTER
           END-EVALUATE.
      *
      *    PROVE-THE-YEAR -- each quarter's details against its
      *    registers, then the four quarters against the W-2s.
       PROVE-THE-YEAR.
           WRITE PRINT-REC FROM HEADER-2.
           PERFORM VARYING QT-IDX FROM 1 BY 1 UNTIL QT-IDX > 4
               MOVE SPACES TO PRINT-REC
               SET RUN-QUARTER TO QT-IDX
               MOVE SPACES TO QUARTER-LABEL
               STRING 'QUARTER ' RUN-QUARTER
                   DELIMITED BY SIZE INTO QUARTER-LABEL
               END-STRING
               MOVE QUARTER-LABEL          TO W2R-LABEL-O
               MOVE QTT-DTL-WAGES(QT-IDX)  TO W2R-DTL-WAGES-O
               MOVE QTT-DTL-TAX(QT-IDX)    TO W2R-DTL-TAX-O
               MOVE QTT-REG-WAGES(QT-IDX)  TO W2R-REG-WAGES-O
               MOVE QTT-REG-TAX(QT-IDX)    TO W2R-REG-TAX-O
               WRITE PRINT-REC
               ADD QTT-DTL-WAGES(QT-IDX) TO DTL-WAGES-TOTAL
               ADD QTT-DTL-TAX(QT-IDX)   TO DTL-TAX-TOTAL
               ADD QTT-REG-WAGES(QT-IDX) TO REG-WAGES-TOTAL
               ADD QTT-REG-TAX(QT-IDX)   TO REG-TAX-TOTAL
               IF QTT-DTL-WAGES(QT-IDX) NOT = QTT-REG-WAGES(QT-IDX)
                   OR QTT-DTL-TAX(QT-IDX) NOT = QTT-REG-TAX(QT-IDX)
                   MOVE 'N' TO PROOF-FLAG
                   MOVE SPACES TO RESULT-LINE
                   STRING '  ' QUARTER-LABEL DELIMITED BY SIZE
                       ' DETAILS DO NOT MATCH THE RUN REGISTERS'
                       DELIMITED BY SIZE INTO RESULT-TEXT-O
                   END-STRING
                   WRITE PRINT-REC FROM RESULT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO PRINT-REC.
           MOVE 'YEAR'          TO W2R-LABEL-O.
           MOVE DTL-WAGES-TOTAL TO W2R-DTL-WAGES-O.
           MOVE DTL-TAX-TOTAL   TO W2R-DTL-TAX-O.
           MOVE REG-WAGES-TOTAL TO W2R-REG-WAGES-O.
           MOVE REG-TAX-TOTAL   TO W2R-REG-TAX-O.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           MOVE 'W-2 TOTALS'    TO W2R-LABEL-O.
           MOVE W2-WAGES-TOTAL  TO W2R-DTL-WAGES-O.
           MOVE W2-TAX-TOTAL    TO W2R-DTL-TAX-O.
           WRITE PRINT-REC.
           IF W2-WAGES-TOTAL NOT = DTL-WAGES-TOTAL
               OR W2-TAX-TOTAL NOT = DTL-TAX-TOTAL
               MOVE 'N' TO PROOF-FLAG
               MOVE 'W-2 TOTALS DO NOT EQUAL THE FOUR QUARTERS'
                   TO RESULT-TEXT-O
               WRITE PRINT-REC FROM RESULT-LINE
           END-IF.
           IF W2-TABLE-FULL
               MOVE 'N' TO PROOF-FLAG
           END-IF.
           IF FILING-PROVEN
               MOVE 'PROVEN -- W2FORM AND EFW2 RELEASED'
                   TO RESULT-TEXT-O
           ELSE
               MOVE 'NOT PROVEN -- NOTHING RELEASED' TO RESULT-TEXT-O
           END-IF.
           WRITE PRINT-REC FROM RESULT-LINE.
      *
      *    RELEASE-THE-FILING -- the forms and the EFW2 file, only
      *    once the year has proven.
       RELEASE-THE-FILING.
           OPEN OUTPUT FORM-LINE.
           OPEN OUTPUT EFW2-FILE.
           PERFORM WRITE-SUBMITTER-RECORDS.
           PERFORM VARYING W2-IDX FROM 1 BY 1
               UNTIL W2-IDX > W2-COUNT
               PERFORM PRINT-ONE-FORM
               PERFORM WRITE-EMPLOYEE-RECORD
           END-PERFORM.
           PERFORM WRITE-TOTAL-RECORDS.
           CLOSE FORM-LINE.
           CLOSE EFW2-FILE.
      *
       WRITE-SUBMITTER-RECORDS.
           MOVE EMPLOYER-EIN     TO RA-EIN.
           MOVE BSO-USER-ID      TO RA-USER-ID.
           MOVE EMPLOYER-NAME    TO RA-COMPANY-NAME.
           MOVE EMPLOYER-ADDRESS TO RA-COMPANY-ADDRESS.
           MOVE EMPLOYER-CITY    TO RA-COMPANY-CITY.
           MOVE EMPLOYER-STATE   TO RA-COMPANY-STATE.
           MOVE EMPLOYER-ZIP     TO RA-COMPANY-ZIP.
           MOVE EMPLOYER-NAME    TO RA-SUBMITTER-NAME.
           MOVE EMPLOYER-ADDRESS TO RA-SUBMITTER-ADDRESS.
           MOVE EMPLOYER-CITY    TO RA-SUBMITTER-CITY.
           MOVE EMPLOYER-STATE   TO RA-SUBMITTER-STATE.
           MOVE EMPLOYER-ZIP     TO RA-SUBMITTER-ZIP.
           MOVE CONTACT-NAME     TO RA-CONTACT-NAME.
           MOVE CONTACT-PHONE    TO RA-CONTACT-PHONE.
           MOVE CONTACT-EMAIL    TO RA-CONTACT-EMAIL.
           WRITE EFW2-REC FROM EFW2-RA.
           MOVE TAX-YEAR         TO RE-TAX-YEAR.
           MOVE EMPLOYER-EIN     TO RE-EIN.
           MOVE EMPLOYER-NAME    TO RE-EMPLOYER-NAME.
           MOVE EMPLOYER-ADDRESS TO RE-EMPLOYER-ADDRESS.
           MOVE EMPLOYER-CITY    TO RE-EMPLOYER-CITY.
           MOVE EMPLOYER-STATE   TO RE-EMPLOYER-STATE.
           MOVE EMPLOYER-ZIP     TO RE-EMPLOYER-ZIP.
           MOVE CONTACT-NAME     TO RE-CONTACT-NAME.
           MOVE CONTACT-PHONE    TO RE-CONTACT-PHONE.
           MOVE CONTACT-EMAIL    TO RE-CONTACT-EMAIL.
           WRITE EFW2-REC FROM EFW2-RE.
      *
       PRINT-ONE-FORM.
           MOVE W2T-SSN(W2-IDX)(1:3) TO SSE-AREA.
           MOVE W2T-SSN(W2-IDX)(4:2) TO SSE-GROUP.
           MOVE W2T-SSN(W2-IDX)(6:4) TO SSE-SERIAL.
           MOVE EIN-PREFIX TO EIE-PREFIX.
           MOVE EIN-SERIAL TO EIE-SERIAL.
           MOVE TAX-YEAR TO W2T-YEAR-O.
           WRITE FORM-REC FROM W2-FORM-RULE.
           WRITE FORM-REC FROM W2-FORM-TITLE.
           MOVE 'a Employee SSN'           TO W2F-LEFT-LABEL.
           MOVE SSN-EDITED                 TO W2F-LEFT-VALUE.
           MOVE '1 Wages, tips, other comp' TO W2F-BOX-LABEL.
           MOVE W2T-WAGES(W2-IDX)          TO W2F-BOX-AMOUNT.
           WRITE FORM-REC FROM W2-FORM-LINE.
           MOVE 'b Employer EIN'           TO W2F-LEFT-LABEL.
           MOVE EIN-EDITED                 TO W2F-LEFT-VALUE.
           MOVE '2 Federal tax withheld'   TO W2F-BOX-LABEL.
           MOVE W2T-TAX(W2-IDX)            TO W2F-BOX-AMOUNT.
           WRITE FORM-REC FROM W2-FORM-LINE.
           MOVE 'c Employer'               TO W2F-LEFT-LABEL.
           MOVE EMPLOYER-NAME              TO W2F-LEFT-VALUE.
           MOVE '3 Social security wages'  TO W2F-BOX-LABEL.
           MOVE W2T-SS-WAGES(W2-IDX)       TO W2F-BOX-AMOUNT.
           WRITE FORM-REC FROM W2-FORM-LINE.
           MOVE SPACES                     TO W2F-LEFT-LABEL.
           MOVE EMPLOYER-ADDRESS           TO W2F-LEFT-VALUE.
           MOVE '4 Social security tax'    TO W2F-BOX-LABEL.
           MOVE ZERO                       TO W2F-BOX-AMOUNT.
           WRITE FORM-REC FROM W2-FORM-LINE.
           MOVE SPACES TO CITY-LINE-WK.
           STRING EMPLOYER-CITY DELIMITED BY '  '
                  ' ' EMPLOYER-STATE ' ' EMPLOYER-ZIP
                  DELIMITED BY SIZE INTO CITY-LINE-WK
           END-STRING.
           MOVE SPACES                     TO W2F-LEFT-LABEL.
           MOVE CITY-LINE-WK               TO W2F-LEFT-VALUE.
           MOVE '5 Medicare wages and tips' TO W2F-BOX-LABEL.
           MOVE W2T-WAGES(W2-IDX)          TO W2F-BOX-AMOUNT.
           WRITE FORM-REC FROM W2-FORM-LINE.
           MOVE 'd Control no'             TO W2F-LEFT-LABEL.
           MOVE W2T-EMP-NO(W2-IDX)         TO W2F-LEFT-VALUE.
           MOVE '6 Medicare tax withheld'  TO W2F-BOX-LABEL.
           MOVE ZERO                       TO W2F-BOX-AMOUNT.
           WRITE FORM-REC FROM W2-FORM-LINE.
           MOVE 'e Employee'               TO W2F-LEFT-LABEL.
           MOVE W2T-NAME(W2-IDX)           TO W2F-LEFT-VALUE.
           MOVE SPACES                     TO W2F-BOX-LABEL.
           MOVE SPACES                     TO W2F-BOX-BLANK.
           WRITE FORM-REC FROM W2-FORM-LINE.
           MOVE 'f Address'                TO W2F-LEFT-LABEL.
           MOVE W2T-ADDRESS(W2-IDX)        TO W2F-LEFT-VALUE.
           WRITE FORM-REC FROM W2-FORM-LINE.
           MOVE SPACES TO CITY-LINE-WK.
           STRING W2T-CITY(W2-IDX) DELIMITED BY '  '
                  ' ' W2T-STATE(W2-IDX) ' ' W2T-ZIP(W2-IDX)
                  DELIMITED BY SIZE INTO CITY-LINE-WK
           END-STRING.
           MOVE SPACES                     TO W2F-LEFT-LABEL.
           MOVE CITY-LINE-WK               TO W2F-LEFT-VALUE.
           WRITE FORM-REC FROM W2-FORM-LINE.
      *
       WRITE-EMPLOYEE-RECORD.
           PERFORM SPLIT-EMPLOYEE-NAME.
           MOVE W2T-SSN(W2-IDX)      TO RW-SSN.
           MOVE FIRST-NAME           TO RW-FIRST-NAME.
           MOVE MIDDLE-NAME          TO RW-MIDDLE-NAME.
           MOVE LAST-NAME            TO RW-LAST-NAME.
           MOVE W2T-ADDRESS(W2-IDX)  TO RW-ADDRESS.
           MOVE W2T-CITY(W2-IDX)     TO RW-CITY.
           MOVE W2T-STATE(W2-IDX)    TO RW-STATE.
           MOVE W2T-ZIP(W2-IDX)      TO RW-ZIP.
           MOVE W2T-WAGES(W2-IDX)    TO RW-WAGES.
           MOVE W2T-TAX(W2-IDX)      TO RW-FED-TAX.
           MOVE W2T-SS-WAGES(W2-IDX) TO RW-SS-WAGES.
           MOVE W2T-WAGES(W2-IDX)    TO RW-MEDICARE-WAGES.
           WRITE EFW2-REC FROM EFW2-RW.
      *
       SPLIT-EMPLOYEE-NAME.
           MOVE SPACES TO FIRST-NAME.
           MOVE SPACES TO MIDDLE-NAME.
           MOVE SPACES TO LAST-NAME.
           MOVE SPACES TO NAME-BEFORE-COMMA.
           MOVE SPACES TO NAME-AFTER-COMMA.
           MOVE ZERO   TO NAME-PART-COUNT.
           UNSTRING W2T-NAME(W2-IDX) DELIMITED BY ','
               INTO NAME-BEFORE-COMMA NAME-AFTER-COMMA
               TALLYING IN NAME-PART-COUNT
           END-UNSTRING.
           IF NAME-PART-COUNT > 1
               MOVE NAME-BEFORE-COMMA TO LAST-NAME
               MOVE ZERO TO NAME-LEAD-SPACES
               INSPECT NAME-AFTER-COMMA
                   TALLYING NAME-LEAD-SPACES FOR LEADING SPACE
               IF NAME-LEAD-SPACES < 25
                   MOVE NAME-AFTER-COMMA(NAME-LEAD-SPACES + 1:)
                       TO NAME-BEFORE-COMMA
               END-IF
               PERFORM SPLIT-NAME-WORDS
               MOVE NAME-WORD-1 TO FIRST-NAME
               MOVE NAME-WORD-2 TO MIDDLE-NAME
           ELSE
               MOVE W2T-NAME(W2-IDX) TO NAME-BEFORE-COMMA
               PERFORM SPLIT-NAME-WORDS
               EVALUATE NAME-WORD-COUNT
                   WHEN 1
                       MOVE NAME-WORD-1 TO LAST-NAME
                   WHEN 2
                       MOVE NAME-WORD-1 TO FIRST-NAME
                       MOVE NAME-WORD-2 TO LAST-NAME
                   WHEN 3
                       MOVE NAME-WORD-1 TO FIRST-NAME
                       MOVE NAME-WORD-2 TO MIDDLE-NAME
                       MOVE NAME-WORD-3 TO LAST-NAME
                   WHEN OTHER
                       MOVE NAME-WORD-1 TO FIRST-NAME
                       MOVE NAME-WORD-2 TO MIDDLE-NAME
                       MOVE NAME-WORD-4 TO LAST-NAME
               END-EVALUATE
           END-IF.
      *
      *    SPLIT-NAME-WORDS -- NAME-BEFORE-COMMA, left-justified,
      *    into words; trailing blanks count as no word.
       SPLIT-NAME-WORDS.
           MOVE SPACES TO NAME-WORD-1.
           MOVE SPACES TO NAME-WORD-2.
           MOVE SPACES TO NAME-WORD-3.
           MOVE SPACES TO NAME-WORD-4.
           UNSTRING NAME-BEFORE-COMMA DELIMITED BY ALL SPACE
               INTO NAME-WORD-1 NAME-WORD-2 NAME-WORD-3 NAME-WORD-4
           END-UNSTRING.
           MOVE ZERO TO NAME-WORD-COUNT.
           IF NAME-WORD-1 NOT = SPACES
               ADD 1 TO NAME-WORD-COUNT
           END-IF.
           IF NAME-WORD-2 NOT = SPACES
               ADD 1 TO NAME-WORD-COUNT
           END-IF.
           IF NAME-WORD-3 NOT = SPACES
               ADD 1 TO NAME-WORD-COUNT
           END-IF.
           IF NAME-WORD-4 NOT = SPACES
               ADD 1 TO NAME-WORD-COUNT
           END-IF.
      *
       WRITE-TOTAL-RECORDS.
           MOVE W2-COUNT          TO RT-RW-COUNT.
           MOVE W2-WAGES-TOTAL    TO RT-WAGES.
           MOVE W2-TAX-TOTAL      TO RT-FED-TAX.
           MOVE W2-SS-WAGES-TOTAL TO RT-SS-WAGES.
           MOVE W2-WAGES-TOTAL    TO RT-MEDICARE-WAGES.
           WRITE EFW2-REC FROM EFW2-RT.
           MOVE W2-COUNT          TO RF-RW-COUNT.
           WRITE EFW2-REC FROM EFW2-RF.
