      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    DRVAULT.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    DRVAULT is the disaster-recovery manifest of the carried
      *    files: the list, taken at the end of every night, of
      *    which generation of each file belongs to that night and
      *    what it held, so a set restored from the off-site vault
      *    can be proved one consistent night before anything is
      *    resumed from it.  PARMCARD byte 1 chooses the mode.
      *
      *    M -- MAKE THE MANIFEST (last step of NITEWRAP).  Every
      *    carried file is read and, for each, one manifest detail
      *    written: the file, the generation (the catalogued name of
      *    the GDG's current generation, off the IDCAMS LISTCAT on
      *    CATLIST; a fixed dataset is named as it stands), the
      *    record count and the key money total.  ACCTREC's figures
      *    come from its CTLFLDS control record, which is proved
      *    against a recount first; every other file is recounted,
      *    since no per-file control record exists for it and
      *    RUNLOG's totals are per program run, not per file -- the
      *    night's TRANHIST alone is appended by several writers.
      *    RUNLOG instead stamps the manifest header with the night
      *    it describes: how many runs logged since the control
      *    record's run date, the highest return code among them,
      *    and the last program to log.  A master that does not
      *    match its control record is written to the manifest all
      *    the same, flagged, and the step ends with RETURN-CODE 8:
      *    that night's set is not one to vault as good.
      *
      *    V -- VERIFY A RESTORED SET (DRVERIFY, at the recovery
      *    site).  MANIFEST is the vaulted manifest, the file DDs
      *    point at the restored datasets, and CATLIST at a LISTCAT
      *    of the restored catalog (or DUMMY, when generation names
      *    are not to be compared).  Every file is recounted the
      *    same way and compared to its manifest detail: count,
      *    money total and, where both are known, generation.  The
      *    restored ACCTREC is proved against the restored control
      *    record as well.  VAULTRPT lists each file; the step ends
      *    0 -- SAFE TO RESUME -- only when every file agrees, the
      *    manifest is complete to its trailer, and the night it
      *    describes was itself in proof.  Anything else ends it 8.
      *
      *    The carried files, in manifest order, and the money each
      *    is totalled on (none is a count only):
      *
      *        ACCTREC   ACCT-BALANCE          CTLREC    none
      *        TRANHIST  HIST-AMOUNT           SUSPENSE  SUSP-AMOUNT
      *        SEGFILE   the five segments     CARDMSTR  none
      *        GLBAL     GL balances           RCVBAL    GL balance
      *        CUSTXREF  none                  CYCLEF    none
      *        PLANFILE  installment amount    HOTLIST   none
      *        AUTHFILE  hold amount           PROMFILE  promised
      *        STMTDUE   statement balance     PRICEF    none
      *
      *    The run logs to RUNLOG for JOBSTATS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC     ASSIGN TO ACCTREC.
           SELECT CTL-IN       ASSIGN TO CTLIN.
           SELECT HIST-IN      ASSIGN TO TRANHIST.
           SELECT SUSP-IN      ASSIGN TO SUSPENSE.
           SELECT SEG-IN       ASSIGN TO SEGFILE.
           SELECT CARD-IN      ASSIGN TO CARDMSTR.
           SELECT GLBAL-IN     ASSIGN TO GLBAL.
           SELECT RCVBAL-IN    ASSIGN TO RCVBAL.
           SELECT CUS-IN       ASSIGN TO CUSTXREF.
           SELECT CYC-IN       ASSIGN TO CYCLEF.
           SELECT PLN-IN       ASSIGN TO PLANFILE.
           SELECT HOT-IN       ASSIGN TO HOTLIST.
           SELECT AUT-IN       ASSIGN TO AUTHFILE.
           SELECT PRM-IN       ASSIGN TO PROMFILE.
           SELECT DUE-IN       ASSIGN TO STMTDUE.
           SELECT PRC-IN       ASSIGN TO PRICEF.
           SELECT CAT-LIST     ASSIGN TO CATLIST.
           SELECT MANIFEST     ASSIGN TO MANIFEST.
           SELECT PARM-CARD    ASSIGN TO PARMCARD.
           SELECT PRINT-LINE   ASSIGN TO VAULTRPT.
           SELECT RUN-LOG      ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
      *
      *    CTL-IN -- the control record describing ACCTREC, which is
      *    itself one of the carried files.
       FD  CTL-IN RECORDING MODE F.
       01  CTL-IN-FIELDS.
           COPY CTLFLDS REPLACING LEADING ==CTL-== BY ==CTLI-==.
      *
       FD  HIST-IN RECORDING MODE F.
       01  HIST-FIELDS.
           COPY HISTFLDS.
      *
      *    SUSP-IN -- POSTACCT's suspense file; only the amount is
      *    wanted here.
       FD  SUSP-IN RECORDING MODE F.
       01  SUSP-FIELDS.
           05  SUSP-ACCT-NO       PIC X(8).
           05  SUSP-TYPE          PIC X(1).
           05  SUSP-AMOUNT        PIC S9(7)V99 COMP-3.
           05  FILLER             PIC X(66).
      *
       FD  SEG-IN RECORDING MODE F.
       01  SEGMENT-FIELDS.
           COPY SEGFLDS.
      *
       FD  CARD-IN RECORDING MODE F.
       01  CARD-FIELDS.
           COPY CRDFLDS.
      *
      *    GLBAL-IN/RCVBAL-IN -- GLPROOF's and RCVRECON's carried
      *    balances, in their own layouts.
       FD  GLBAL-IN RECORDING MODE F.
       01  GLBAL-IN-REC.
           05  GBI-ACCOUNT        PIC X(8).
           05  GBI-BALANCE        PIC S9(11)V99 COMP-3.
           05  FILLER             PIC X(65).
      *
       FD  RCVBAL-IN RECORDING MODE F.
       01  RCVBAL-IN-REC.
           05  RBI-RUN-DATE       PIC 9(8).
           05  RBI-GL-BALANCE     PIC S9(11)V99 COMP-3.
           05  FILLER             PIC X(65).
      *
       FD  CUS-IN RECORDING MODE F.
       01  CUS-IN-REC             PIC X(80).
       FD  CYC-IN RECORDING MODE F.
       01  CYC-IN-REC             PIC X(80).
       FD  PLN-IN RECORDING MODE F.
       01  PLN-FIELDS.
           COPY PLNFLDS.
       FD  HOT-IN RECORDING MODE F.
       01  HOT-IN-REC             PIC X(80).
       FD  AUT-IN RECORDING MODE F.
       01  AUT-FIELDS.
           COPY AUTFLDS.
       FD  PRM-IN RECORDING MODE F.
       01  PRM-FIELDS.
           COPY PRMFLDS.
       FD  DUE-IN RECORDING MODE F.
       01  DUE-FIELDS.
           COPY DUEFLDS.
       FD  PRC-IN RECORDING MODE F.
       01  PRC-IN-REC             PIC X(80).
      *
      *    CAT-LIST -- IDCAMS LISTCAT LEVEL(...) NAME output; each
      *    catalogued generation appears on a NONVSAM line, in
      *    ascending name order, so the last one seen for a GDG
      *    base is its current generation.
       FD  CAT-LIST RECORDING MODE V
           RECORD VARYING IN SIZE FROM 1 TO 121 CHARACTERS
               DEPENDING ON CAT-REC-LENGTH.
       01  CAT-REC                PIC X(121).
      *
      *    MANIFEST -- one header, one detail per carried file, one
      *    trailer; written in M mode, read back in V mode.
       FD  MANIFEST RECORDING MODE F.
       01  MANIFEST-HEADER.
           05  MFH-RECORD-TYPE    PIC X(1).
               88  MANIFEST-IS-HEADER VALUE 'H'.
           05  MFH-MADE-DATE      PIC 9(8).
           05  MFH-MADE-TIME      PIC 9(6).
           05  MFH-CTL-PROGRAM    PIC X(8).
           05  MFH-CTL-RUN-DATE   PIC 9(8).
           05  MFH-CTL-COUNT      PIC 9(7).
           05  MFH-LOG-RUNS       PIC 9(5).
           05  MFH-LOG-HIGH-RC    PIC 9(4).
           05  MFH-LOG-LAST-PGM   PIC X(8).
           05  FILLER             PIC X(25).
       01  MANIFEST-DETAIL.
           05  MFD-RECORD-TYPE    PIC X(1).
               88  MANIFEST-IS-DETAIL VALUE 'D'.
           05  MFD-FILE           PIC X(8).
           05  MFD-SOURCE         PIC X(1).
               88  MFD-FROM-CONTROL   VALUE 'C'.
               88  MFD-RECOUNTED      VALUE 'R'.
           05  MFD-GENERATION     PIC X(44).
           05  MFD-RECORD-COUNT   PIC 9(9).
           05  MFD-TOTAL-SIGN     PIC X(1).
           05  MFD-TOTAL          PIC 9(11)V99.
           05  FILLER             PIC X(3).
       01  MANIFEST-TRAILER.
           05  MFT-RECORD-TYPE    PIC X(1).
               88  MANIFEST-IS-TRAILER VALUE 'T'.
           05  MFT-FILE-COUNT     PIC 9(3).
           05  MFT-RECORD-TOTAL   PIC 9(11).
           05  MFT-EXCEPTIONS     PIC 9(3).
           05  FILLER             PIC X(62).
      *
       FD  PARM-CARD RECORDING MODE F.
       01  PARM-REC.
           05  PARM-MODE          PIC X(1).
               88  MAKE-MANIFEST      VALUE 'M'.
               88  VERIFY-RESTORE     VALUE 'V'.
           05  FILLER             PIC X(79).
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  PRV-FILE-O         PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  PRV-COUNT-O        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  PRV-TOTAL-O        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  PRV-NOTE-O         PIC X(37).
       01  GENERATION-REC.
           05  FILLER             PIC X(10).
           05  PRV-GEN-LABEL-O    PIC X(10).
           05  PRV-GENERATION-O   PIC X(44).
           05  FILLER             PIC X(16).
       01  SUMMARY-REC.
           05  SUM-LABEL-O        PIC X(44).
           05  SUM-COUNT-O        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(25).
      *
      *    RUN-LOG -- read in M mode for the night's runs, then one
      *    LOGFLDS record appended for this run; see JOBSTATS.
       FD  RUN-LOG RECORDING MODE F.
       01  LOG-FIELDS.
           COPY LOGFLDS.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  FILE-EOF-FLAG      PIC X VALUE 'N'.
               88  AT-FILE-END        VALUE 'Y'.
           05  CTL-EMPTY-FLAG     PIC X VALUE 'N'.
               88  CTL-IN-EMPTY       VALUE 'Y'.
           05  CTL-PROOF-FLAG     PIC X VALUE 'Y'.
               88  MASTER-IN-PROOF    VALUE 'Y'.
           05  TRAILER-SEEN-FLAG  PIC X VALUE 'N'.
               88  TRAILER-SEEN       VALUE 'Y'.
           05  FILE-FOUND-FLAG    PIC X VALUE 'N'.
               88  FILE-FOUND         VALUE 'Y'.
      *
       77  CAT-REC-LENGTH         PIC 9(4) COMP VALUE ZERO.
      *
      *    FILE-NAME-TABLE -- the carried files in manifest order:
      *    DD name, dataset name (the GDG base for a G entry) and
      *    kind, G a generation data group or F a fixed dataset.
       01  FILE-NAME-VALUES.
           05  FILLER  PIC X(35) VALUE
               'ACCTREC ACCTG.PROD.ACCTREC        G'.
           05  FILLER  PIC X(35) VALUE
               'CTLIN   ACCTG.PROD.CTLREC         G'.
           05  FILLER  PIC X(35) VALUE
               'TRANHISTACCTG.PROD.TRANHIST       G'.
           05  FILLER  PIC X(35) VALUE
               'SUSPENSEACCTG.PROD.SUSPENSE       G'.
           05  FILLER  PIC X(35) VALUE
               'SEGFILE ACCTG.PROD.SEGFILE        G'.
           05  FILLER  PIC X(35) VALUE
               'CARDMSTRACCTG.PROD.CARDMSTR       G'.
           05  FILLER  PIC X(35) VALUE
               'GLBAL   ACCTG.PROD.GLBAL          G'.
           05  FILLER  PIC X(35) VALUE
               'RCVBAL  ACCTG.PROD.RCVBAL         G'.
           05  FILLER  PIC X(35) VALUE
               'CUSTXREFACCTG.PROD.CUSTXREF       F'.
           05  FILLER  PIC X(35) VALUE
               'CYCLEF  ACCTG.PROD.CYCLEF         F'.
           05  FILLER  PIC X(35) VALUE
               'PLANFILEACCTG.PROD.PLANFILE       F'.
           05  FILLER  PIC X(35) VALUE
               'HOTLIST ACCTG.PROD.HOTLIST        F'.
           05  FILLER  PIC X(35) VALUE
               'AUTHFILEACCTG.PROD.AUTHFILE       F'.
           05  FILLER  PIC X(35) VALUE
               'PROMFILEACCTG.PROD.PROMFILE       F'.
           05  FILLER  PIC X(35) VALUE
               'STMTDUE ACCTG.PROD.STMTDUE        F'.
           05  FILLER  PIC X(35) VALUE
               'PRICEF  ACCTG.PROD.PRICEF         F'.
       01  FILE-NAME-TABLE REDEFINES FILE-NAME-VALUES.
           05  FILE-NAME-ENTRY OCCURS 16 TIMES.
               10  FNT-DD         PIC X(8).
               10  FNT-DSN        PIC X(26).
               10  FNT-KIND       PIC X(1).
                   88  FNT-IS-GDG         VALUE 'G'.
      *
      *    FILE-COUNT-TABLE -- what this run found for each file,
      *    beside what the manifest says (V mode only).
       01  FILE-CTL.
           05  FILE-MAX           PIC S9(4) COMP VALUE +16.
           05  FILE-SUB           PIC S9(4) COMP VALUE ZERO.
       01  FILE-COUNT-TABLE.
           05  FILE-COUNT-ENTRY OCCURS 16 TIMES.
               10  FCT-SOURCE         PIC X(1).
               10  FCT-GENERATION     PIC X(44).
               10  FCT-COUNT          PIC S9(9) COMP-3.
               10  FCT-TOTAL          PIC S9(11)V99 COMP-3.
               10  FCT-NOTE           PIC X(37).
               10  FCT-MAN-FOUND      PIC X(1).
                   88  FCT-ON-MANIFEST    VALUE 'Y'.
               10  FCT-MAN-GENERATION PIC X(44).
               10  FCT-MAN-COUNT      PIC S9(9) COMP-3.
               10  FCT-MAN-TOTAL      PIC S9(11)V99 COMP-3.
      *
       01  VAULT-COUNTS.
           05  FILES-COUNTED      PIC S9(5) COMP-3 VALUE ZERO.
           05  RECORDS-COUNTED    PIC S9(11) COMP-3 VALUE ZERO.
           05  EXCEPTIONS-FOUND   PIC S9(5) COMP-3 VALUE ZERO.
           05  DETAILS-READ       PIC S9(5) COMP-3 VALUE ZERO.
           05  LOG-RUNS-TONIGHT   PIC S9(5) COMP-3 VALUE ZERO.
           05  LOG-HIGH-RC        PIC S9(4) COMP-3 VALUE ZERO.
           05  LOG-LAST-PGM       PIC X(8) VALUE SPACES.
      *
       01  VAULT-WORK.
           05  SEG-SUB            PIC S9(4) COMP VALUE ZERO.
           05  DSN-LENGTH         PIC S9(4) COMP VALUE ZERO.
           05  CAT-POS            PIC S9(4) COMP VALUE ZERO.
           05  CAT-LINE           PIC X(121) VALUE SPACES.
           05  CAT-DSN            PIC X(44) VALUE SPACES.
           05  MAN-TOTAL-WK       PIC S9(11)V99 COMP-3 VALUE ZERO.
      *
       01  VERIFY-TOTALS.
           05 VFY-RECORD-COUNT  PIC S9(7) COMP-3 VALUE ZERO.
           05 VFY-BALANCE-SUM   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 VFY-LIMIT-SUM     PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  CTL-SIGNED-WORK.
           05 CTL-BALANCE-WK    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 CTL-LIMIT-WK      PIC S9(11)V99 COMP-3 VALUE ZERO.
      *    CTLS-SAVED-FIELDS -- the control record's contents,
      *    copied out before its file is closed; a record area is
      *    not to be trusted after the CLOSE.
       01  CTLS-SAVED-FIELDS.
           COPY CTLFLDS REPLACING LEADING ==CTL-== BY ==CTLS-==.
      *    MFHS-SAVED-HEADER -- the vaulted manifest's header, kept
      *    for the verify report.
       01  MFHS-SAVED-HEADER      PIC X(80) VALUE SPACES.
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
           05  FILLER         PIC X(40) VALUE
               'Disaster Recovery Vault Manifest'.
           05  HDR-MODE-O     PIC X(40) VALUE SPACES.
       01  HEADER-2.
           05  FILLER         PIC X(10) VALUE 'FILE'.
           05  FILLER         PIC X(13) VALUE '    RECORDS'.
           05  FILLER         PIC X(20) VALUE '         MONEY TOTAL'.
           05  FILLER         PIC X(37) VALUE 'NOTE'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO LOG-START-STAMP.
           OPEN INPUT PARM-CARD.
           READ PARM-CARD
               AT END MOVE SPACES TO PARM-REC
           END-READ.
           CLOSE PARM-CARD.
           IF NOT MAKE-MANIFEST AND NOT VERIFY-RESTORE
               DISPLAY 'DRVAULT: PARMCARD MUST CARRY M (MAKE) OR '
                       'V (VERIFY) -- NOTHING DONE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-LINE.
           IF MAKE-MANIFEST
               MOVE 'MADE AT END OF NIGHT' TO HDR-MODE-O
           ELSE
               MOVE 'RESTORED SET VERIFIED' TO HDR-MODE-O
           END-IF.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
           PERFORM CLEAR-FILE-TABLE.
           PERFORM LOAD-GENERATIONS.
      *
       COUNT-CARRIED-FILES.
           PERFORM PROVE-MASTER-CONTROL.
           PERFORM COUNT-CTLREC.
           PERFORM COUNT-TRANHIST.
           PERFORM COUNT-SUSPENSE.
           PERFORM COUNT-SEGFILE.
           PERFORM COUNT-CARDMSTR.
           PERFORM COUNT-GLBAL.
           PERFORM COUNT-RCVBAL.
           PERFORM COUNT-CUSTXREF.
           PERFORM COUNT-CYCLEF.
           PERFORM COUNT-PLANFILE.
           PERFORM COUNT-HOTLIST.
           PERFORM COUNT-AUTHFILE.
           PERFORM COUNT-PROMFILE.
           PERFORM COUNT-STMTDUE.
           PERFORM COUNT-PRICEF.
           IF MAKE-MANIFEST
               PERFORM SCAN-RUN-LOG
               PERFORM WRITE-MANIFEST
           ELSE
               PERFORM LOAD-MANIFEST
               PERFORM COMPARE-TO-MANIFEST
           END-IF.
      *
       CLOSE-STOP.
           DISPLAY 'DRVAULT: FILES COUNTED     = ' FILES-COUNTED.
           DISPLAY 'DRVAULT: RECORDS COUNTED   = ' RECORDS-COUNTED.
           DISPLAY 'DRVAULT: EXCEPTIONS        = ' EXCEPTIONS-FOUND.
           IF MAKE-MANIFEST
               IF EXCEPTIONS-FOUND > ZERO
                   DISPLAY 'DRVAULT: TONIGHT''S SET IS NOT IN PROOF '
                           '-- SEE VAULTRPT BEFORE VAULTING IT'
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               IF EXCEPTIONS-FOUND > ZERO
                   DISPLAY 'DRVAULT: RESTORED SET IS NOT SAFE TO '
                           'RESUME FROM -- SEE VAULTRPT'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY 'DRVAULT: RESTORED SET MATCHES ITS '
                           'MANIFEST -- SAFE TO RESUME'
               END-IF
           END-IF.
           CLOSE PRINT-LINE.
           PERFORM WRITE-RUN-LOG.
           GOBACK.
      *
      *    CLEAR-FILE-TABLE -- nothing found yet for any file; a
      *    fixed dataset's generation is its own name.
       CLEAR-FILE-TABLE.
           PERFORM VARYING FILE-SUB FROM 1 BY 1
                   UNTIL FILE-SUB > FILE-MAX
               MOVE 'R'    TO FCT-SOURCE(FILE-SUB)
               MOVE SPACES TO FCT-GENERATION(FILE-SUB)
               IF NOT FNT-IS-GDG(FILE-SUB)
                   MOVE FNT-DSN(FILE-SUB) TO FCT-GENERATION(FILE-SUB)
               END-IF
               MOVE ZERO   TO FCT-COUNT(FILE-SUB)
               MOVE ZERO   TO FCT-TOTAL(FILE-SUB)
               MOVE SPACES TO FCT-NOTE(FILE-SUB)
               MOVE 'N'    TO FCT-MAN-FOUND(FILE-SUB)
               MOVE SPACES TO FCT-MAN-GENERATION(FILE-SUB)
               MOVE ZERO   TO FCT-MAN-COUNT(FILE-SUB)
               MOVE ZERO   TO FCT-MAN-TOTAL(FILE-SUB)
           END-PERFORM.
      *
      *    LOAD-GENERATIONS -- every NONVSAM line of the LISTCAT is
      *    matched against the GDG bases; a generation of a base is
      *    the base's name followed by .GnnnnVnn, and the later
      *    (higher) one replaces the earlier.  An empty CATLIST
      *    leaves the GDG generations blank.
       LOAD-GENERATIONS.
           OPEN INPUT CAT-LIST.
           MOVE 'N' TO FILE-EOF-FLAG.
           PERFORM UNTIL AT-FILE-END
               MOVE SPACES TO CAT-LINE
               READ CAT-LIST INTO CAT-LINE
                   AT END SET AT-FILE-END TO TRUE
               END-READ
               IF NOT AT-FILE-END
                   PERFORM TAKE-ONE-CATALOG-LINE
               END-IF
           END-PERFORM.
           CLOSE CAT-LIST.
      *
       TAKE-ONE-CATALOG-LINE.
           MOVE ZERO TO CAT-POS.
           INSPECT CAT-LINE TALLYING CAT-POS
               FOR CHARACTERS BEFORE INITIAL 'NONVSAM'.
           IF CAT-POS < 114
               MOVE ZERO TO CAT-POS
               INSPECT CAT-LINE TALLYING CAT-POS
                   FOR CHARACTERS BEFORE INITIAL 'ACCTG.'
               IF CAT-POS < 115
                   MOVE SPACES TO CAT-DSN
                   UNSTRING CAT-LINE(CAT-POS + 1:)
                       DELIMITED BY SPACE INTO CAT-DSN
                   PERFORM VARYING FILE-SUB FROM 1 BY 1
                           UNTIL FILE-SUB > FILE-MAX
                       IF FNT-IS-GDG(FILE-SUB)
                           PERFORM MATCH-ONE-GENERATION
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
      *
       MATCH-ONE-GENERATION.
           MOVE ZERO TO DSN-LENGTH.
           INSPECT FNT-DSN(FILE-SUB) TALLYING DSN-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF CAT-DSN(1:DSN-LENGTH) = FNT-DSN(FILE-SUB)(1:DSN-LENGTH)
               AND CAT-DSN(DSN-LENGTH + 1:2) = '.G'
               MOVE CAT-DSN TO FCT-GENERATION(FILE-SUB)
           END-IF.
      *
      *    PROVE-MASTER-CONTROL -- ACCTREC is recounted and proved
      *    against its control record, the VERIFY-MASTER-CONTROL
      *    arithmetic; in proof, the manifest takes the control
      *    record's figures.  Out of proof, the recount stands and
      *    the file is flagged instead of the step being stopped --
      *    saying so is this run's whole purpose.
       PROVE-MASTER-CONTROL.
           MOVE 1 TO FILE-SUB.
           MOVE 'N' TO CTL-EMPTY-FLAG.
           MOVE 'Y' TO CTL-PROOF-FLAG.
           OPEN INPUT CTL-IN.
           READ CTL-IN
               AT END SET CTL-IN-EMPTY TO TRUE
           END-READ.
           IF CTL-IN-EMPTY
               MOVE SPACES TO CTLS-SAVED-FIELDS
               MOVE ZERO   TO CTLS-RUN-DATE
               MOVE ZERO   TO CTLS-RECORD-COUNT
           ELSE
               MOVE CTL-IN-FIELDS TO CTLS-SAVED-FIELDS
           END-IF.
           CLOSE CTL-IN.
           INITIALIZE VERIFY-TOTALS.
           OPEN INPUT ACCT-REC.
           MOVE 'N' TO FILE-EOF-FLAG.
           PERFORM UNTIL AT-FILE-END
               READ ACCT-REC
                   AT END SET AT-FILE-END TO TRUE
               END-READ
               IF NOT AT-FILE-END
                   ADD 1            TO VFY-RECORD-COUNT
                   ADD ACCT-BALANCE TO VFY-BALANCE-SUM
                   ADD ACCT-LIMIT   TO VFY-LIMIT-SUM
               END-IF
           END-PERFORM.
           CLOSE ACCT-REC.
           MOVE VFY-RECORD-COUNT TO FCT-COUNT(FILE-SUB).
           MOVE VFY-BALANCE-SUM  TO FCT-TOTAL(FILE-SUB).
           IF CTL-IN-EMPTY
               DISPLAY 'DRVAULT: CTLIN IS EMPTY -- MASTER NOT VERIFIED'
               MOVE 'NO CONTROL RECORD -- RECOUNTED'
                   TO FCT-NOTE(FILE-SUB)
           ELSE
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
                   MOVE 'N' TO CTL-PROOF-FLAG
                   ADD 1 TO EXCEPTIONS-FOUND
                   DISPLAY 'DRVAULT: ACCTREC DOES NOT MATCH ITS '
                           'CONTROL RECORD FROM ' CTLS-PROGRAM
                   DISPLAY 'DRVAULT: CONTROL COUNT = '
                           CTLS-RECORD-COUNT
                   DISPLAY 'DRVAULT: ACTUAL COUNT  = '
                           VFY-RECORD-COUNT
                   MOVE 'DOES NOT MATCH ITS CONTROL RECORD'
                       TO FCT-NOTE(FILE-SUB)
               ELSE
                   MOVE 'C' TO FCT-SOURCE(FILE-SUB)
                   MOVE CTLS-RECORD-COUNT TO FCT-COUNT(FILE-SUB)
                   MOVE CTL-BALANCE-WK    TO FCT-TOTAL(FILE-SUB)
                   MOVE 'IN PROOF WITH ITS CONTROL RECORD'
                       TO FCT-NOTE(FILE-SUB)
               END-IF
           END-IF.
           PERFORM TALLY-ONE-FILE.
      *
      *    COUNT-xxx -- one recount per carried file: records, and
      *    the file's money where it has any.
       COUNT-CTLREC.
           MOVE 2 TO FILE-SUB.
           OPEN INPUT CTL-IN.
           MOVE 'N' TO FILE-EOF-FLAG.
           PERFORM UNTIL AT-FILE-END
               READ CTL-IN
                   AT END SET AT-FILE-END TO TRUE
                   NOT AT END ADD 1 TO FCT-COUNT(FILE-SUB)
               END-READ
           END-PERFORM.
           CLOSE CTL-IN.
           PERFORM TALLY-ONE-FILE.
      *
       COUNT-TRANHIST.
           MOVE 3 TO FILE-SUB.
           OPEN INPUT HIST-IN.
           MOVE 'N' TO FILE-EOF-FLAG.
           PERFORM UNTIL AT-FILE-END
               READ HIST-IN
                   AT END SET AT-FILE-END TO TRUE
                   NOT AT END
                       ADD 1 TO FCT-COUNT(FILE-SUB)
                       ADD HIST-AMOUNT TO FCT-TOTAL(FILE-SUB)
               END-READ
           END-PERFORM.
           CLOSE HIST-IN.
           PERFORM TALLY-ONE-FILE.
      *
       COUNT-SUSPENSE.
           MOVE 4 TO FILE-SUB.
           OPEN INPUT SUSP-IN.
           MOVE 'N' TO FILE-EOF-FLAG.
           PERFORM UNTIL AT-FILE-END
               READ SUSP-IN
                   AT END SET AT-FILE-END TO TRUE
                   NOT AT END
                       ADD 1 TO FCT-COUNT(FILE-SUB)
                       ADD SUSP-AMOUNT TO FCT-TOTAL(FILE-SUB)
               END-READ
           END-PERFORM.
           CLOSE SUSP-IN.
           PERFORM TALLY-ONE-FILE.
      *
       COUNT-SEGFILE.
           MOVE 5 TO FILE-SUB.
           OPEN INPUT SEG-IN.
           MOVE 'N' TO FILE-EOF-FLAG.
           PERFORM UNTIL AT-FILE-END
               READ SEG-IN
                   AT END SET AT-FILE-END TO TRUE
                   NOT AT END
                       ADD 1 TO FCT-COUNT(FILE-SUB)
                       PERFORM VARYING SEG-SUB FROM 1 BY 1
                               UNTIL SEG-SUB > 5
                           ADD SEG-AMOUNT(SEG-SUB)
                               TO FCT-TOTAL(FILE-SUB)
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE SEG-IN.
           PERFORM TALLY-ONE-FILE.
      *
       COUNT-CARDMSTR.
           MOVE 6 TO FILE-SUB.
           OPEN INPUT CARD-IN.
           MOVE 'N' TO FILE-EOF-FLAG.
           PERFORM UNTIL AT-FILE-END
               READ CARD-IN
                   AT END SET AT-FILE-END TO TRUE
                   NOT AT END ADD 1 TO FCT-COUNT(FILE-SUB)
               END-READ
           END-PERFORM.
           CLOSE CARD-IN.
           PERFORM TALLY-ONE-FILE.
      *
       COUNT-GLBAL.
           MOVE 7 TO FILE-SUB.
           OPEN INPUT GLBAL-IN.
           MOVE 'N' TO FILE-EOF-FLAG.
           PERFORM UNTIL AT-FILE-END
               READ GLBAL-IN
                   AT END SET AT-FILE-END TO TRUE
                   NOT AT END
                       ADD 1 TO FCT-COUNT(FILE-SUB)
                       ADD GBI-BALANCE TO FCT-TOTAL(FILE-SUB)
               END-READ
           END-PERFORM.
           CLOSE GLBAL-IN.
           PERFORM TALLY-ONE-FILE.
      *
       COUNT-RCVBAL.
           MOVE 8 TO FILE-SUB.
           OPEN INPUT RCVBAL-IN.
           MOVE 'N' TO FILE-EOF-FLAG.
           PERFORM UNTIL AT-FILE-END
               READ RCVBAL-IN
                   AT END SET AT-FILE-END TO TRUE
                   NOT AT END
                       ADD 1 TO FCT-COUNT(FILE-SUB)
                       ADD RBI-GL-BALANCE TO FCT-TOTAL(FILE-SUB)
               END-READ
           END-PERFORM.
           CLOSE RCVBAL-IN.
           PERFORM TALLY-ONE-FILE.
      *
       COUNT-CUSTXREF.
           MOVE 9 TO FILE-SUB.
           OPEN INPUT CUS-IN.
           MOVE 'N' TO FILE-EOF-FLAG.
           PERFORM UNTIL AT-FILE-END
               READ CUS-IN
                   AT END SET AT-FILE-END TO TRUE
                   NOT AT END ADD 1 TO FCT-COUNT(FILE-SUB)
               END-READ
           END-PERFORM.
           CLOSE CUS-IN.
           PERFORM TALLY-ONE-FILE.
      *
       COUNT-CYCLEF.
           MOVE 10 TO FILE-SUB.
           OPEN INPUT CYC-IN.
           MOVE 'N' TO FILE-EOF-FLAG.
           PERFORM UNTIL AT-FILE-END
               READ CYC-IN
                   AT END SET AT-FILE-END TO TRUE
                   NOT AT END ADD 1 TO FCT-COUNT(FILE-SUB)
               END-READ
           END-PERFORM.
           CLOSE CYC-IN.
           PERFORM TALLY-ONE-FILE.
      *
       COUNT-PLANFILE.
           MOVE 11 TO FILE-SUB.
           OPEN INPUT PLN-IN.
           MOVE 'N' TO FILE-EOF-FLAG.
           PERFORM UNTIL AT-FILE-END
               READ PLN-IN
                   AT END SET AT-FILE-END TO TRUE
                   NOT AT END
                       ADD 1 TO FCT-COUNT(FILE-SUB)
                       ADD PLN-INSTALL-AMT TO FCT-TOTAL(FILE-SUB)
               END-READ
           END-PERFORM.
           CLOSE PLN-IN.
           PERFORM TALLY-ONE-FILE.
      *
       COUNT-HOTLIST.
           MOVE 12 TO FILE-SUB.
           OPEN INPUT HOT-IN.
           MOVE 'N' TO FILE-EOF-FLAG.
           PERFORM UNTIL AT-FILE-END
               READ HOT-IN
                   AT END SET AT-FILE-END TO TRUE
                   NOT AT END ADD 1 TO FCT-COUNT(FILE-SUB)
               END-READ
           END-PERFORM.
           CLOSE HOT-IN.
           PERFORM TALLY-ONE-FILE.
      *
       COUNT-AUTHFILE.
           MOVE 13 TO FILE-SUB.
           OPEN INPUT AUT-IN.
           MOVE 'N' TO FILE-EOF-FLAG.
           PERFORM UNTIL AT-FILE-END
               READ AUT-IN
                   AT END SET AT-FILE-END TO TRUE
                   NOT AT END
                       ADD 1 TO FCT-COUNT(FILE-SUB)
                       ADD AUT-AMOUNT TO FCT-TOTAL(FILE-SUB)
               END-READ
           END-PERFORM.
           CLOSE AUT-IN.
           PERFORM TALLY-ONE-FILE.
      *
       COUNT-PROMFILE.
           MOVE 14 TO FILE-SUB.
           OPEN INPUT PRM-IN.
           MOVE 'N' TO FILE-EOF-FLAG.
           PERFORM UNTIL AT-FILE-END
               READ PRM-IN
                   AT END SET AT-FILE-END TO TRUE
                   NOT AT END
                       ADD 1 TO FCT-COUNT(FILE-SUB)
                       ADD PRM-AMOUNT TO FCT-TOTAL(FILE-SUB)
               END-READ
           END-PERFORM.
           CLOSE PRM-IN.
           PERFORM TALLY-ONE-FILE.
      *
       COUNT-STMTDUE.
           MOVE 15 TO FILE-SUB.
           OPEN INPUT DUE-IN.
           MOVE 'N' TO FILE-EOF-FLAG.
           PERFORM UNTIL AT-FILE-END
               READ DUE-IN
                   AT END SET AT-FILE-END TO TRUE
                   NOT AT END
                       ADD 1 TO FCT-COUNT(FILE-SUB)
                       ADD DUE-STMT-BALANCE TO FCT-TOTAL(FILE-SUB)
               END-READ
           END-PERFORM.
           CLOSE DUE-IN.
           PERFORM TALLY-ONE-FILE.
      *
       COUNT-PRICEF.
           MOVE 16 TO FILE-SUB.
           OPEN INPUT PRC-IN.
           MOVE 'N' TO FILE-EOF-FLAG.
           PERFORM UNTIL AT-FILE-END
               READ PRC-IN
                   AT END SET AT-FILE-END TO TRUE
                   NOT AT END ADD 1 TO FCT-COUNT(FILE-SUB)
               END-READ
           END-PERFORM.
           CLOSE PRC-IN.
           PERFORM TALLY-ONE-FILE.
      *
       TALLY-ONE-FILE.
           ADD 1 TO FILES-COUNTED.
           ADD FCT-COUNT(FILE-SUB) TO RECORDS-COUNTED.
      *
      *    SCAN-RUN-LOG -- the night the manifest describes: every
      *    run logged on or after the control record's run date
      *    (today's date when there is no control record).
       SCAN-RUN-LOG.
           IF CTL-IN-EMPTY
               MOVE LOG-START-DATE TO CTLS-RUN-DATE
           END-IF.
           OPEN INPUT RUN-LOG.
           MOVE 'N' TO FILE-EOF-FLAG.
           PERFORM UNTIL AT-FILE-END
               READ RUN-LOG
                   AT END SET AT-FILE-END TO TRUE
               END-READ
               IF NOT AT-FILE-END
                   AND LOG-RUN-DATE NOT < CTLS-RUN-DATE
                   ADD 1 TO LOG-RUNS-TONIGHT
                   MOVE LOG-PROGRAM TO LOG-LAST-PGM
                   IF LOG-RETURN-CODE > LOG-HIGH-RC
                       MOVE LOG-RETURN-CODE TO LOG-HIGH-RC
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE RUN-LOG.
      *
      *    WRITE-MANIFEST -- header, one detail per file, trailer;
      *    each file is listed on VAULTRPT as it is written.
       WRITE-MANIFEST.
           OPEN OUTPUT MANIFEST.
           MOVE SPACES            TO MANIFEST-HEADER.
           MOVE 'H'               TO MFH-RECORD-TYPE.
           MOVE LOG-START-DATE    TO MFH-MADE-DATE.
           MOVE LOG-START-TIME-WK TO MFH-MADE-TIME.
           MOVE CTLS-PROGRAM      TO MFH-CTL-PROGRAM.
           MOVE CTLS-RUN-DATE     TO MFH-CTL-RUN-DATE.
           MOVE CTLS-RECORD-COUNT TO MFH-CTL-COUNT.
           MOVE LOG-RUNS-TONIGHT  TO MFH-LOG-RUNS.
           MOVE LOG-HIGH-RC       TO MFH-LOG-HIGH-RC.
           MOVE LOG-LAST-PGM      TO MFH-LOG-LAST-PGM.
           WRITE MANIFEST-HEADER.
           PERFORM VARYING FILE-SUB FROM 1 BY 1
                   UNTIL FILE-SUB > FILE-MAX
               MOVE SPACES TO MANIFEST-DETAIL
               MOVE 'D'    TO MFD-RECORD-TYPE
               MOVE FNT-DD(FILE-SUB)         TO MFD-FILE
               MOVE FCT-SOURCE(FILE-SUB)     TO MFD-SOURCE
               MOVE FCT-GENERATION(FILE-SUB) TO MFD-GENERATION
               MOVE FCT-COUNT(FILE-SUB)      TO MFD-RECORD-COUNT
               IF FCT-TOTAL(FILE-SUB) < ZERO
                   MOVE '-' TO MFD-TOTAL-SIGN
                   COMPUTE MFD-TOTAL = ZERO - FCT-TOTAL(FILE-SUB)
               ELSE
                   MOVE '+' TO MFD-TOTAL-SIGN
                   MOVE FCT-TOTAL(FILE-SUB) TO MFD-TOTAL
               END-IF
               WRITE MANIFEST-DETAIL
               IF FCT-NOTE(FILE-SUB) = SPACES
                   MOVE 'RECOUNTED' TO FCT-NOTE(FILE-SUB)
               END-IF
               PERFORM LIST-ONE-FILE
           END-PERFORM.
           MOVE SPACES           TO MANIFEST-TRAILER.
           MOVE 'T'              TO MFT-RECORD-TYPE.
           MOVE FILES-COUNTED    TO MFT-FILE-COUNT.
           MOVE RECORDS-COUNTED  TO MFT-RECORD-TOTAL.
           MOVE EXCEPTIONS-FOUND TO MFT-EXCEPTIONS.
           WRITE MANIFEST-TRAILER.
           CLOSE MANIFEST.
           PERFORM WRITE-SUMMARY.
           IF LOG-HIGH-RC > 8
               DISPLAY 'DRVAULT: A RUN TONIGHT ENDED '
                       LOG-HIGH-RC ' -- CHECK THE NIGHT BEFORE '
                       'VAULTING'
           END-IF.
      *
      *    LOAD-MANIFEST -- the vaulted manifest's details are set
      *    beside the recounts; a detail for a file this program
      *    does not carry, a missing trailer, or a trailer that
      *    says the night was out of proof is an exception.
       LOAD-MANIFEST.
           OPEN INPUT MANIFEST.
           MOVE 'N' TO FILE-EOF-FLAG.
           PERFORM UNTIL AT-FILE-END
               READ MANIFEST
                   AT END SET AT-FILE-END TO TRUE
               END-READ
               IF NOT AT-FILE-END
                   EVALUATE TRUE
                       WHEN MANIFEST-IS-HEADER
                           MOVE MANIFEST-HEADER TO MFHS-SAVED-HEADER
                       WHEN MANIFEST-IS-DETAIL
                           ADD 1 TO DETAILS-READ
                           PERFORM TAKE-ONE-DETAIL
                       WHEN MANIFEST-IS-TRAILER
                           SET TRAILER-SEEN TO TRUE
                           PERFORM CHECK-MANIFEST-TRAILER
                   END-EVALUATE
               END-IF
           END-PERFORM.
           CLOSE MANIFEST.
           IF NOT TRAILER-SEEN
               ADD 1 TO EXCEPTIONS-FOUND
               DISPLAY 'DRVAULT: MANIFEST HAS NO TRAILER -- IT IS '
                       'INCOMPLETE'
           END-IF.
      *
       TAKE-ONE-DETAIL.
           MOVE 'N' TO FILE-FOUND-FLAG.
           PERFORM VARYING FILE-SUB FROM 1 BY 1
                   UNTIL FILE-SUB > FILE-MAX OR FILE-FOUND
               IF FNT-DD(FILE-SUB) = MFD-FILE
                   SET FILE-FOUND TO TRUE
                   MOVE 'Y' TO FCT-MAN-FOUND(FILE-SUB)
                   MOVE MFD-GENERATION   TO FCT-MAN-GENERATION(FILE-SUB)
                   MOVE MFD-RECORD-COUNT TO FCT-MAN-COUNT(FILE-SUB)
                   MOVE MFD-TOTAL        TO MAN-TOTAL-WK
                   IF MFD-TOTAL-SIGN = '-'
                       COMPUTE MAN-TOTAL-WK = ZERO - MAN-TOTAL-WK
                   END-IF
                   MOVE MAN-TOTAL-WK     TO FCT-MAN-TOTAL(FILE-SUB)
               END-IF
           END-PERFORM.
           IF NOT FILE-FOUND
               ADD 1 TO EXCEPTIONS-FOUND
               MOVE SPACES     TO PRINT-REC
               MOVE MFD-FILE   TO PRV-FILE-O
               MOVE MFD-RECORD-COUNT TO PRV-COUNT-O
               MOVE 'ON MANIFEST, NOT RECOUNTED HERE' TO PRV-NOTE-O
               WRITE PRINT-REC
           END-IF.
      *
       CHECK-MANIFEST-TRAILER.
           IF MFT-FILE-COUNT NOT = DETAILS-READ
               ADD 1 TO EXCEPTIONS-FOUND
               DISPLAY 'DRVAULT: MANIFEST TRAILER COUNTS '
                       MFT-FILE-COUNT ' FILES, DETAILS READ '
                       DETAILS-READ
           END-IF.
           IF MFT-EXCEPTIONS > ZERO
               ADD 1 TO EXCEPTIONS-FOUND
               DISPLAY 'DRVAULT: THE NIGHT THIS MANIFEST DESCRIBES '
                       'WAS NOT IN PROOF WHEN IT WAS VAULTED'
           END-IF.
      *
      *    COMPARE-TO-MANIFEST -- each restored file against its
      *    detail; generations are compared only when both sides
      *    name one.
       COMPARE-TO-MANIFEST.
           PERFORM VARYING FILE-SUB FROM 1 BY 1
                   UNTIL FILE-SUB > FILE-MAX
               EVALUATE TRUE
                   WHEN NOT FCT-ON-MANIFEST(FILE-SUB)
                       ADD 1 TO EXCEPTIONS-FOUND
                       MOVE 'NOT ON THE MANIFEST'
                           TO FCT-NOTE(FILE-SUB)
                   WHEN FCT-COUNT(FILE-SUB)
                           NOT = FCT-MAN-COUNT(FILE-SUB)
                       ADD 1 TO EXCEPTIONS-FOUND
                       MOVE 'RECORD COUNT DIFFERS FROM MANIFEST'
                           TO FCT-NOTE(FILE-SUB)
                   WHEN FCT-TOTAL(FILE-SUB)
                           NOT = FCT-MAN-TOTAL(FILE-SUB)
                       ADD 1 TO EXCEPTIONS-FOUND
                       MOVE 'MONEY TOTAL DIFFERS FROM MANIFEST'
                           TO FCT-NOTE(FILE-SUB)
                   WHEN FCT-GENERATION(FILE-SUB) NOT = SPACES
                       AND FCT-MAN-GENERATION(FILE-SUB) NOT = SPACES
                       AND FCT-GENERATION(FILE-SUB)
                           NOT = FCT-MAN-GENERATION(FILE-SUB)
                       ADD 1 TO EXCEPTIONS-FOUND
                       MOVE 'GENERATION DIFFERS FROM MANIFEST'
                           TO FCT-NOTE(FILE-SUB)
                   WHEN FILE-SUB = 1 AND NOT MASTER-IN-PROOF
                       CONTINUE
                   WHEN OTHER
                       MOVE 'AGREES WITH MANIFEST'
                           TO FCT-NOTE(FILE-SUB)
               END-EVALUATE
               PERFORM LIST-ONE-FILE
               IF FCT-MAN-GENERATION(FILE-SUB) NOT = SPACES
                   MOVE SPACES TO GENERATION-REC
                   MOVE 'VAULTED' TO PRV-GEN-LABEL-O
                   MOVE FCT-MAN-GENERATION(FILE-SUB)
                       TO PRV-GENERATION-O
                   WRITE GENERATION-REC
               END-IF
           END-PERFORM.
           PERFORM WRITE-SUMMARY.
      *
       LIST-ONE-FILE.
           MOVE SPACES              TO PRINT-REC.
           MOVE FNT-DD(FILE-SUB)    TO PRV-FILE-O.
           MOVE FCT-COUNT(FILE-SUB) TO PRV-COUNT-O.
           MOVE FCT-TOTAL(FILE-SUB) TO PRV-TOTAL-O.
           MOVE FCT-NOTE(FILE-SUB)  TO PRV-NOTE-O.
           WRITE PRINT-REC.
           IF FCT-GENERATION(FILE-SUB) NOT = SPACES
               MOVE SPACES TO GENERATION-REC
               IF MAKE-MANIFEST
                   MOVE 'VAULTED' TO PRV-GEN-LABEL-O
               ELSE
                   MOVE 'RESTORED' TO PRV-GEN-LABEL-O
               END-IF
               MOVE FCT-GENERATION(FILE-SUB) TO PRV-GENERATION-O
               WRITE GENERATION-REC
           END-IF.
      *
       WRITE-SUMMARY.
           MOVE SPACES TO SUMMARY-REC.
           MOVE 'FILES COUNTED' TO SUM-LABEL-O.
           MOVE FILES-COUNTED TO SUM-COUNT-O.
           WRITE SUMMARY-REC.
           MOVE SPACES TO SUMMARY-REC.
           MOVE 'RECORDS COUNTED' TO SUM-LABEL-O.
           MOVE RECORDS-COUNTED TO SUM-COUNT-O.
           WRITE SUMMARY-REC.
           MOVE SPACES TO SUMMARY-REC.
           MOVE 'EXCEPTIONS' TO SUM-LABEL-O.
           MOVE EXCEPTIONS-FOUND TO SUM-COUNT-O.
           WRITE SUMMARY-REC.
           MOVE SPACES TO SUMMARY-REC.
           IF MAKE-MANIFEST
               MOVE 'RUNS LOGGED FOR THE NIGHT' TO SUM-LABEL-O
               MOVE LOG-RUNS-TONIGHT TO SUM-COUNT-O
               WRITE SUMMARY-REC
               MOVE SPACES TO SUMMARY-REC
               MOVE 'HIGHEST RETURN CODE OF THE NIGHT' TO SUM-LABEL-O
               MOVE LOG-HIGH-RC TO SUM-COUNT-O
           ELSE
               IF EXCEPTIONS-FOUND > ZERO
                   MOVE 'NOT SAFE TO RESUME FROM THIS SET'
                       TO SUM-LABEL-O
               ELSE
                   MOVE 'SAFE TO RESUME FROM THIS SET'
                       TO SUM-LABEL-O
               END-IF
           END-IF.
           WRITE SUMMARY-REC.
      *
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO LOG-END-STAMP.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES            TO LOG-FIELDS.
           MOVE 'DRVAULT' TO LOG-PROGRAM.
           MOVE LOG-START-DATE    TO LOG-RUN-DATE.
           MOVE LOG-START-TIME-WK TO LOG-START-TIME.
           MOVE LOG-END-TIME-WK   TO LOG-END-TIME.
           MOVE RECORDS-COUNTED   TO LOG-RECS-IN.
           MOVE FILES-COUNTED     TO LOG-RECS-OUT.
           MOVE '+'               TO LOG-KEY-TOTAL-SIGN.
           MOVE ZERO              TO LOG-KEY-TOTAL.
           MOVE RETURN-CODE       TO LOG-RETURN-CODE.
           WRITE LOG-FIELDS.
           CLOSE RUN-LOG.
