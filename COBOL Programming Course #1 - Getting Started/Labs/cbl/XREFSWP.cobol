      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    XREFSWP.
       AUTHOR.        Otto B. Scrubber.
      *--------------------
      *    XREFSWP is the referential-integrity sweep of the side
      *    files keyed by ACCT-NO.  Each maintainer cleans up only
      *    its own file, and only when it happens to run, so keys
      *    for purged accounts and links that never were drifted
      *    apart unseen.  The sweep sorts every side file by account
      *    (the appended ones are in entry order, CUSTXREF in
      *    customer order) and merges all of them against ACCTREC
      *    in one pass:
      *
      *      - ORPHANS: a key on a side file with no account on the
      *        master, reported once per key per file (X001-X011,
      *        one code per file so each trends on its own).
      *      - MISSING LINKS: an active account with no CYCLEF
      *        cycle (X021) or no CUSTXREF customer (X022).
      *      - CONTRADICTIONS: an active hardship plan on a closed
      *        or transferred account (X031), an e-statement
      *        election with no EMAIL-ADDRESS on the master (X032),
      *        and a hot-listed account still carrying open
      *        authorization holds (X033).
      *
      *    Every finding is listed on SWEEPRPT and appended to the
      *    shared EXCPFILE under its own reason code so EXCPSUM
      *    trends them; the record image is the side record at
      *    fault, or the master for a missing link.  Any finding
      *    ends the step with RETURN-CODE 4.  Nothing is corrected
      *    here: each file's own maintainer does that.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC     ASSIGN TO ACCTREC.
           SELECT CUS-IN       ASSIGN TO CUSTXREF.
           SELECT CYC-IN       ASSIGN TO CYCLEF.
           SELECT PXR-IN       ASSIGN TO PRODXREF.
           SELECT DLV-IN       ASSIGN TO DLVPREF.
           SELECT JNT-IN       ASSIGN TO JOINTF.
           SELECT PLN-IN       ASSIGN TO PLANFILE.
           SELECT PRM-IN       ASSIGN TO PROMFILE.
           SELECT HOT-IN       ASSIGN TO HOTLIST.
           SELECT AUT-IN       ASSIGN TO AUTHFILE.
           SELECT CHG-IN       ASSIGN TO CHGSUB.
           SELECT TRACK-IN     ASSIGN TO TRACKF.
           SELECT SWP-SORT     ASSIGN TO SWPWORK.
           SELECT CUS-SORTED   ASSIGN TO CUSSRTD.
           SELECT CYC-SORTED   ASSIGN TO CYCSRTD.
           SELECT PXR-SORTED   ASSIGN TO PXRSRTD.
           SELECT DLV-SORTED   ASSIGN TO DLVSRTD.
           SELECT JNT-SORTED   ASSIGN TO JNTSRTD.
           SELECT PLN-SORTED   ASSIGN TO PLNSRTD.
           SELECT PRM-SORTED   ASSIGN TO PRMSRTD.
           SELECT HOT-SORTED   ASSIGN TO HOTSRTD.
           SELECT AUT-SORTED   ASSIGN TO AUTSRTD.
           SELECT CHG-SORTED   ASSIGN TO CHGSRTD.
           SELECT TRACK-SORTED ASSIGN TO TRKSRTD.
           SELECT EXCP-FILE    ASSIGN TO EXCPFILE.
           SELECT PRINT-LINE   ASSIGN TO SWEEPRPT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
      *
      *    The side files as they stand, each sorted by account
      *    into its xxxSRTD counterpart before the merge.
       FD  CUS-IN RECORDING MODE F.
       01  CUS-IN-REC             PIC X(80).
       FD  CYC-IN RECORDING MODE F.
       01  CYC-IN-REC             PIC X(80).
       FD  PXR-IN RECORDING MODE F.
       01  PXR-IN-REC             PIC X(80).
       FD  DLV-IN RECORDING MODE F.
       01  DLV-IN-REC             PIC X(80).
       FD  JNT-IN RECORDING MODE F.
       01  JNT-IN-REC             PIC X(80).
       FD  PLN-IN RECORDING MODE F.
       01  PLN-IN-REC             PIC X(80).
       FD  PRM-IN RECORDING MODE F.
       01  PRM-IN-REC             PIC X(80).
       FD  HOT-IN RECORDING MODE F.
       01  HOT-IN-REC             PIC X(80).
       FD  AUT-IN RECORDING MODE F.
       01  AUT-IN-REC             PIC X(80).
       FD  CHG-IN RECORDING MODE F.
       01  CHG-IN-REC             PIC X(80).
       FD  TRACK-IN RECORDING MODE F.
       01  TRACK-IN-REC           PIC X(80).
      *
      *    SWP-SORT -- one work file serves every sort; the account
      *    leads every side record but CUSTXREF's, which carries it
      *    second, after the customer ID.
       SD  SWP-SORT.
       01  SWP-SORT-REC.
           05  SWP-ACCT-NO        PIC X(8).
           05  FILLER             PIC X(72).
       01  SWP-SORT-XREF.
           05  FILLER             PIC X(8).
           05  SWP-X-ACCT-NO      PIC X(8).
           05  FILLER             PIC X(64).
      *
       FD  CUS-SORTED RECORDING MODE F.
       01  CUS-FIELDS.
           COPY CUSFLDS.
       FD  CYC-SORTED RECORDING MODE F.
       01  CYC-FIELDS.
           COPY CYCFLDS.
       FD  PXR-SORTED RECORDING MODE F.
       01  PXR-FIELDS.
           COPY PXRFLDS.
       FD  DLV-SORTED RECORDING MODE F.
       01  DLV-FIELDS.
           COPY DLVFLDS.
       FD  JNT-SORTED RECORDING MODE F.
       01  JNT-FIELDS.
           COPY JNTFLDS.
       FD  PLN-SORTED RECORDING MODE F.
       01  PLN-FIELDS.
           COPY PLNFLDS.
       FD  PRM-SORTED RECORDING MODE F.
       01  PRM-FIELDS.
           COPY PRMFLDS.
       FD  HOT-SORTED RECORDING MODE F.
       01  HOT-FIELDS.
           COPY HOTFLDS.
       FD  AUT-SORTED RECORDING MODE F.
       01  AUT-FIELDS.
           COPY AUTFLDS.
       FD  CHG-SORTED RECORDING MODE F.
       01  CHG-FIELDS.
           COPY CHGFLDS.
       FD  TRACK-SORTED RECORDING MODE F.
       01  TRACK-REC.
           05  ATT-ACCT-NO        PIC X(8).
           05  ATT-DATE           PIC 9(8).
           05  ATT-CHANNEL        PIC X(1).
           05  ATT-RESULT         PIC X(2).
           05  FILLER             PIC X(61).
      *
      *    EXCP-FILE -- the shared cumulative exception repository
      *    (EXCFLDS); every finding is appended here.
       FD  EXCP-FILE RECORDING MODE F.
       01  EXCP-FIELDS.
           COPY EXCFLDS.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  SWP-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02).
           05  SWP-FILE-O         PIC X(8).
           05  FILLER             PIC X(02).
           05  SWP-CODE-O         PIC X(4).
           05  FILLER             PIC X(02).
           05  SWP-TEXT-O         PIC X(54).
       01  SUMMARY-REC.
           05  SUM-LABEL-O        PIC X(44).
           05  SUM-COUNT-O        PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(27).
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  MASTER-EOF-FLAG    PIC X VALUE 'N'.
               88  NO-MORE-MASTER     VALUE 'Y'.
           05  HAS-CYCLE-FLAG     PIC X VALUE 'N'.
               88  HAS-CYCLE          VALUE 'Y'.
           05  HAS-CUSTOMER-FLAG  PIC X VALUE 'N'.
               88  HAS-CUSTOMER       VALUE 'Y'.
           05  OPEN-PLAN-FLAG     PIC X VALUE 'N'.
               88  HAS-OPEN-PLAN      VALUE 'Y'.
           05  EMAIL-ELECTED-FLAG PIC X VALUE 'N'.
               88  EMAIL-ELECTED      VALUE 'Y'.
           05  HOT-LISTED-FLAG    PIC X VALUE 'N'.
               88  HOT-LISTED         VALUE 'Y'.
      *
       01  SWEEP-COUNTS.
           05  MASTERS-READ       PIC S9(7) COMP-3 VALUE ZERO.
           05  ORPHANS-FOUND      PIC S9(7) COMP-3 VALUE ZERO.
           05  LINKS-MISSING      PIC S9(7) COMP-3 VALUE ZERO.
           05  CONTRADICTIONS     PIC S9(7) COMP-3 VALUE ZERO.
           05  OPEN-AUTH-COUNT    PIC S9(5) COMP-3 VALUE ZERO.
      *
      *    SIDE-TABLE -- one entry per side file, in the order the
      *    files are numbered in READ-SIDE: the current key (HIGH-
      *    VALUES at end of file), the current record, the last key
      *    reported as an orphan, and the file's orphan code.
       01  SIDE-CTL.
           05  SIDE-COUNT         PIC S9(4) COMP VALUE 11.
       01  SIDE-TABLE.
           05  SIDE-ENTRY OCCURS 11 TIMES INDEXED BY SD-IDX.
               10  SDT-FILE       PIC X(8).
               10  SDT-ORPHAN-CODE PIC X(4).
               10  SDT-KEY        PIC X(8).
               10  SDT-LAST-ORPHAN PIC X(8).
               10  SDT-IMAGE      PIC X(80).
               10  SDT-RECS-READ  PIC S9(7) COMP-3.
               10  SDT-ORPHANS    PIC S9(7) COMP-3.
      *
       01  SWEEP-WORK.
           05  SWEEP-KEY          PIC X(8) VALUE SPACES.
           05  FINDING-KEY        PIC X(8) VALUE SPACES.
           05  FINDING-FILE       PIC X(8) VALUE SPACES.
           05  FINDING-CODE       PIC X(4) VALUE SPACES.
           05  FINDING-TEXT       PIC X(54) VALUE SPACES.
           05  FINDING-IMAGE      PIC X(100) VALUE SPACES.
           05  PLAN-IMAGE         PIC X(80) VALUE SPACES.
           05  DLV-IMAGE          PIC X(80) VALUE SPACES.
           05  HOT-IMAGE          PIC X(80) VALUE SPACES.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(40) VALUE
               'Side-File Referential Integrity Sweep'.
           05  FILLER         PIC X(40) VALUE SPACES.
       01  HEADER-2.
           05  FILLER         PIC X(10) VALUE 'ACCOUNT'.
           05  FILLER         PIC X(10) VALUE 'FILE'.
           05  FILLER         PIC X(06) VALUE 'CODE'.
           05  FILLER         PIC X(54) VALUE 'FINDING'.
       01  BLANK-LINE         PIC X(80) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           PERFORM LOAD-SIDE-TABLE.
           PERFORM SORT-SIDE-FILES.
           OPEN INPUT  ACCT-REC.
           OPEN INPUT  CUS-SORTED CYC-SORTED PXR-SORTED DLV-SORTED
                       JNT-SORTED PLN-SORTED PRM-SORTED HOT-SORTED
                       AUT-SORTED CHG-SORTED TRACK-SORTED.
           OPEN EXTEND EXCP-FILE.
           OPEN OUTPUT PRINT-LINE.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
           PERFORM VARYING SD-IDX FROM 1 BY 1
               UNTIL SD-IDX > SIDE-COUNT
               PERFORM READ-SIDE
           END-PERFORM.
           PERFORM READ-MASTER.
      *
       SWEEP-MASTER.
           PERFORM UNTIL NO-MORE-MASTER
               PERFORM SWEEP-ONE-ACCOUNT
               PERFORM READ-MASTER
           END-PERFORM.
           MOVE HIGH-VALUES TO SWEEP-KEY.
           PERFORM DRAIN-ORPHANS.
      *
       CLOSE-STOP.
           PERFORM WRITE-SUMMARY.
           DISPLAY 'XREFSWP: MASTERS READ     = ' MASTERS-READ.
           DISPLAY 'XREFSWP: ORPHAN KEYS      = ' ORPHANS-FOUND.
           DISPLAY 'XREFSWP: MISSING LINKS    = ' LINKS-MISSING.
           DISPLAY 'XREFSWP: CONTRADICTIONS   = ' CONTRADICTIONS.
           IF ORPHANS-FOUND > ZERO OR LINKS-MISSING > ZERO
               OR CONTRADICTIONS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE ACCT-REC.
           CLOSE CUS-SORTED CYC-SORTED PXR-SORTED DLV-SORTED
                 JNT-SORTED PLN-SORTED PRM-SORTED HOT-SORTED
                 AUT-SORTED CHG-SORTED TRACK-SORTED.
           CLOSE EXCP-FILE.
           CLOSE PRINT-LINE.
           GOBACK.
      *
      *    LOAD-SIDE-TABLE -- each file's name and orphan code.
       LOAD-SIDE-TABLE.
           MOVE 'CUSTXREF' TO SDT-FILE(1).
           MOVE 'X001'     TO SDT-ORPHAN-CODE(1).
           MOVE 'CYCLEF  ' TO SDT-FILE(2).
           MOVE 'X002'     TO SDT-ORPHAN-CODE(2).
           MOVE 'PRODXREF' TO SDT-FILE(3).
           MOVE 'X003'     TO SDT-ORPHAN-CODE(3).
           MOVE 'DLVPREF ' TO SDT-FILE(4).
           MOVE 'X004'     TO SDT-ORPHAN-CODE(4).
           MOVE 'JOINTF  ' TO SDT-FILE(5).
           MOVE 'X005'     TO SDT-ORPHAN-CODE(5).
           MOVE 'PLANFILE' TO SDT-FILE(6).
           MOVE 'X006'     TO SDT-ORPHAN-CODE(6).
           MOVE 'PROMFILE' TO SDT-FILE(7).
           MOVE 'X007'     TO SDT-ORPHAN-CODE(7).
           MOVE 'HOTLIST ' TO SDT-FILE(8).
           MOVE 'X008'     TO SDT-ORPHAN-CODE(8).
           MOVE 'AUTHFILE' TO SDT-FILE(9).
           MOVE 'X009'     TO SDT-ORPHAN-CODE(9).
           MOVE 'CHGSUB  ' TO SDT-FILE(10).
           MOVE 'X010'     TO SDT-ORPHAN-CODE(10).
           MOVE 'TRACKF  ' TO SDT-FILE(11).
           MOVE 'X011'     TO SDT-ORPHAN-CODE(11).
           PERFORM VARYING SD-IDX FROM 1 BY 1
               UNTIL SD-IDX > SIDE-COUNT
               MOVE SPACES TO SDT-KEY(SD-IDX)
               MOVE SPACES TO SDT-LAST-ORPHAN(SD-IDX)
               MOVE SPACES TO SDT-IMAGE(SD-IDX)
               MOVE ZERO   TO SDT-RECS-READ(SD-IDX)
               MOVE ZERO   TO SDT-ORPHANS(SD-IDX)
           END-PERFORM.
      *
       SORT-SIDE-FILES.
           SORT SWP-SORT ON ASCENDING KEY SWP-X-ACCT-NO
               USING CUS-IN GIVING CUS-SORTED.
           SORT SWP-SORT ON ASCENDING KEY SWP-ACCT-NO
               USING CYC-IN GIVING CYC-SORTED.
           SORT SWP-SORT ON ASCENDING KEY SWP-ACCT-NO
               USING PXR-IN GIVING PXR-SORTED.
           SORT SWP-SORT ON ASCENDING KEY SWP-ACCT-NO
               USING DLV-IN GIVING DLV-SORTED.
           SORT SWP-SORT ON ASCENDING KEY SWP-ACCT-NO
               USING JNT-IN GIVING JNT-SORTED.
           SORT SWP-SORT ON ASCENDING KEY SWP-ACCT-NO
               USING PLN-IN GIVING PLN-SORTED.
           SORT SWP-SORT ON ASCENDING KEY SWP-ACCT-NO
               USING PRM-IN GIVING PRM-SORTED.
           SORT SWP-SORT ON ASCENDING KEY SWP-ACCT-NO
               USING HOT-IN GIVING HOT-SORTED.
           SORT SWP-SORT ON ASCENDING KEY SWP-ACCT-NO
               USING AUT-IN GIVING AUT-SORTED.
           SORT SWP-SORT ON ASCENDING KEY SWP-ACCT-NO
               USING CHG-IN GIVING CHG-SORTED.
           SORT SWP-SORT ON ASCENDING KEY SWP-ACCT-NO
               USING TRACK-IN GIVING TRACK-SORTED.
      *
      *    SWEEP-ONE-ACCOUNT -- side keys below this account are
      *    orphans; the records on it are noted, then judged
      *    against the master.
       SWEEP-ONE-ACCOUNT.
           MOVE ACCT-NO TO SWEEP-KEY.
           PERFORM DRAIN-ORPHANS.
           MOVE 'N' TO HAS-CYCLE-FLAG HAS-CUSTOMER-FLAG
                       OPEN-PLAN-FLAG EMAIL-ELECTED-FLAG
                       HOT-LISTED-FLAG.
           MOVE ZERO TO OPEN-AUTH-COUNT.
           PERFORM VARYING SD-IDX FROM 1 BY 1
               UNTIL SD-IDX > SIDE-COUNT
               PERFORM UNTIL SDT-KEY(SD-IDX) NOT = ACCT-NO
                   PERFORM NOTE-SIDE-RECORD
                   PERFORM READ-SIDE
               END-PERFORM
           END-PERFORM.
           PERFORM JUDGE-ACCOUNT.
      *
      *    DRAIN-ORPHANS -- every side key below SWEEP-KEY has no
      *    account on the master; one finding per key per file.
       DRAIN-ORPHANS.
           PERFORM VARYING SD-IDX FROM 1 BY 1
               UNTIL SD-IDX > SIDE-COUNT
               PERFORM UNTIL SDT-KEY(SD-IDX) NOT < SWEEP-KEY
                   IF SDT-KEY(SD-IDX) NOT = SDT-LAST-ORPHAN(SD-IDX)
                       MOVE SDT-KEY(SD-IDX) TO SDT-LAST-ORPHAN(SD-IDX)
                       ADD 1 TO SDT-ORPHANS(SD-IDX)
                       ADD 1 TO ORPHANS-FOUND
                       MOVE SDT-KEY(SD-IDX)   TO FINDING-KEY
                       MOVE SDT-FILE(SD-IDX)  TO FINDING-FILE
                       MOVE SDT-ORPHAN-CODE(SD-IDX) TO FINDING-CODE
                       MOVE 'KEY NOT ON ACCTREC' TO FINDING-TEXT
                       MOVE SDT-IMAGE(SD-IDX) TO FINDING-IMAGE
                       PERFORM WRITE-FINDING
                   END-IF
                   PERFORM READ-SIDE
               END-PERFORM
           END-PERFORM.
      *
      *    NOTE-SIDE-RECORD -- what the current record of file
      *    SD-IDX says about the account.
       NOTE-SIDE-RECORD.
           EVALUATE SD-IDX
               WHEN 1
                   SET HAS-CUSTOMER TO TRUE
               WHEN 2
                   SET HAS-CYCLE TO TRUE
               WHEN 4
                   IF DELIVER-EMAIL
                       SET EMAIL-ELECTED TO TRUE
                       MOVE DLV-FIELDS TO DLV-IMAGE
                   END-IF
               WHEN 6
                   IF PLAN-ACTIVE
                       SET HAS-OPEN-PLAN TO TRUE
                       MOVE PLN-FIELDS TO PLAN-IMAGE
                   END-IF
               WHEN 8
                   IF HOT-IN-FORCE
                       SET HOT-LISTED TO TRUE
                       MOVE HOT-FIELDS TO HOT-IMAGE
                   END-IF
               WHEN 9
                   IF AUTH-OPEN
                       ADD 1 TO OPEN-AUTH-COUNT
                   END-IF
           END-EVALUATE.
      *
      *    JUDGE-ACCOUNT -- the mandatory links and the
      *    contradictions for the account in hand.
       JUDGE-ACCOUNT.
           MOVE ACCT-NO TO FINDING-KEY.
           IF ACCOUNT-ACTIVE AND NOT HAS-CYCLE
               ADD 1 TO LINKS-MISSING
               MOVE 'CYCLEF  ' TO FINDING-FILE
               MOVE 'X021'     TO FINDING-CODE
               MOVE 'ACTIVE ACCOUNT HAS NO STATEMENT CYCLE'
                   TO FINDING-TEXT
               MOVE ACCT-FIELDS(1:100) TO FINDING-IMAGE
               PERFORM WRITE-FINDING
           END-IF.
           IF ACCOUNT-ACTIVE AND NOT HAS-CUSTOMER
               ADD 1 TO LINKS-MISSING
               MOVE 'CUSTXREF' TO FINDING-FILE
               MOVE 'X022'     TO FINDING-CODE
               MOVE 'ACTIVE ACCOUNT HAS NO CUSTOMER ID'
                   TO FINDING-TEXT
               MOVE ACCT-FIELDS(1:100) TO FINDING-IMAGE
               PERFORM WRITE-FINDING
           END-IF.
           IF HAS-OPEN-PLAN
               AND (ACCOUNT-CLOSED OR ACCOUNT-TRANSFERRED)
               ADD 1 TO CONTRADICTIONS
               MOVE 'PLANFILE' TO FINDING-FILE
               MOVE 'X031'     TO FINDING-CODE
               MOVE 'ACTIVE PAYMENT PLAN ON A CLOSED ACCOUNT'
                   TO FINDING-TEXT
               MOVE PLAN-IMAGE TO FINDING-IMAGE
               PERFORM WRITE-FINDING
           END-IF.
           IF EMAIL-ELECTED AND EMAIL-ADDRESS = SPACES
               ADD 1 TO CONTRADICTIONS
               MOVE 'DLVPREF ' TO FINDING-FILE
               MOVE 'X032'     TO FINDING-CODE
               MOVE 'E-STATEMENTS ELECTED, NO EMAIL-ADDRESS'
                   TO FINDING-TEXT
               MOVE DLV-IMAGE TO FINDING-IMAGE
               PERFORM WRITE-FINDING
           END-IF.
           IF HOT-LISTED AND OPEN-AUTH-COUNT > ZERO
               ADD 1 TO CONTRADICTIONS
               MOVE 'HOTLIST ' TO FINDING-FILE
               MOVE 'X033'     TO FINDING-CODE
               MOVE 'HOT-LISTED ACCOUNT HAS OPEN AUTH HOLDS'
                   TO FINDING-TEXT
               MOVE HOT-IMAGE TO FINDING-IMAGE
               PERFORM WRITE-FINDING
           END-IF.
      *
      *    WRITE-FINDING -- one SWEEPRPT line and one EXCPFILE
      *    record.
       WRITE-FINDING.
           MOVE SPACES       TO PRINT-REC.
           MOVE FINDING-KEY  TO SWP-ACCT-NO-O.
           MOVE FINDING-FILE TO SWP-FILE-O.
           MOVE FINDING-CODE TO SWP-CODE-O.
           MOVE FINDING-TEXT TO SWP-TEXT-O.
           WRITE PRINT-REC.
           MOVE SPACES           TO EXCP-FIELDS.
           MOVE 'XREFSWP '       TO EXCP-PROGRAM.
           MOVE CURRENT-DATE-NUM TO EXCP-RUN-DATE.
           MOVE FINDING-KEY      TO EXCP-KEY.
           MOVE FINDING-CODE     TO EXCP-REASON-CODE.
           MOVE FINDING-IMAGE    TO EXCP-RECORD-IMAGE.
           WRITE EXCP-FIELDS.
           MOVE SPACES TO FINDING-IMAGE.
      *
      *    WRITE-SUMMARY -- records read and orphan keys per file,
      *    then the totals.
       WRITE-SUMMARY.
           WRITE PRINT-REC FROM BLANK-LINE.
           PERFORM VARYING SD-IDX FROM 1 BY 1
               UNTIL SD-IDX > SIDE-COUNT
               MOVE SPACES TO SUMMARY-REC
               STRING SDT-FILE(SD-IDX) DELIMITED BY SPACE
                      ' RECORDS READ' DELIMITED BY SIZE
                      INTO SUM-LABEL-O
               END-STRING
               MOVE SDT-RECS-READ(SD-IDX) TO SUM-COUNT-O
               WRITE SUMMARY-REC
               MOVE SPACES TO SUMMARY-REC
               STRING SDT-FILE(SD-IDX) DELIMITED BY SPACE
                      ' ORPHAN KEYS' DELIMITED BY SIZE
                      INTO SUM-LABEL-O
               END-STRING
               MOVE SDT-ORPHANS(SD-IDX) TO SUM-COUNT-O
               WRITE SUMMARY-REC
           END-PERFORM.
           MOVE SPACES TO SUMMARY-REC.
           MOVE 'ACCTREC RECORDS READ' TO SUM-LABEL-O.
           MOVE MASTERS-READ TO SUM-COUNT-O.
           WRITE SUMMARY-REC.
           MOVE 'ORPHAN KEYS, ALL FILES' TO SUM-LABEL-O.
           MOVE ORPHANS-FOUND TO SUM-COUNT-O.
           WRITE SUMMARY-REC.
           MOVE 'MISSING MANDATORY LINKS' TO SUM-LABEL-O.
           MOVE LINKS-MISSING TO SUM-COUNT-O.
           WRITE SUMMARY-REC.
           MOVE 'CONTRADICTIONS' TO SUM-LABEL-O.
           MOVE CONTRADICTIONS TO SUM-COUNT-O.
           WRITE SUMMARY-REC.
      *
       READ-MASTER.
           READ ACCT-REC
               AT END SET NO-MORE-MASTER TO TRUE
           END-READ.
           IF NOT NO-MORE-MASTER
               ADD 1 TO MASTERS-READ
           END-IF.
      *
      *    READ-SIDE -- the next record of side file SD-IDX, its
      *    account key set to HIGH-VALUES at end of file.
       READ-SIDE.
           MOVE HIGH-VALUES TO SDT-KEY(SD-IDX).
           EVALUATE SD-IDX
               WHEN 1
                   READ CUS-SORTED
                       AT END CONTINUE
                       NOT AT END
                           MOVE CUS-ACCT-NO TO SDT-KEY(SD-IDX)
                           MOVE CUS-FIELDS  TO SDT-IMAGE(SD-IDX)
                   END-READ
               WHEN 2
                   READ CYC-SORTED
                       AT END CONTINUE
                       NOT AT END
                           MOVE CYC-ACCT-NO TO SDT-KEY(SD-IDX)
                           MOVE CYC-FIELDS  TO SDT-IMAGE(SD-IDX)
                   END-READ
               WHEN 3
                   READ PXR-SORTED
                       AT END CONTINUE
                       NOT AT END
                           MOVE PXR-ACCT-NO TO SDT-KEY(SD-IDX)
                           MOVE PXR-FIELDS  TO SDT-IMAGE(SD-IDX)
                   END-READ
               WHEN 4
                   READ DLV-SORTED
                       AT END CONTINUE
                       NOT AT END
                           MOVE DLV-ACCT-NO TO SDT-KEY(SD-IDX)
                           MOVE DLV-FIELDS  TO SDT-IMAGE(SD-IDX)
                   END-READ
               WHEN 5
                   READ JNT-SORTED
                       AT END CONTINUE
                       NOT AT END
                           MOVE JNT-ACCT-NO TO SDT-KEY(SD-IDX)
                           MOVE JNT-FIELDS  TO SDT-IMAGE(SD-IDX)
                   END-READ
               WHEN 6
                   READ PLN-SORTED
                       AT END CONTINUE
                       NOT AT END
                           MOVE PLN-ACCT-NO TO SDT-KEY(SD-IDX)
                           MOVE PLN-FIELDS  TO SDT-IMAGE(SD-IDX)
                   END-READ
               WHEN 7
                   READ PRM-SORTED
                       AT END CONTINUE
                       NOT AT END
                           MOVE PRM-ACCT-NO TO SDT-KEY(SD-IDX)
                           MOVE PRM-FIELDS  TO SDT-IMAGE(SD-IDX)
                   END-READ
               WHEN 8
                   READ HOT-SORTED
                       AT END CONTINUE
                       NOT AT END
                           MOVE HOT-ACCT-NO TO SDT-KEY(SD-IDX)
                           MOVE HOT-FIELDS  TO SDT-IMAGE(SD-IDX)
                   END-READ
               WHEN 9
                   READ AUT-SORTED
                       AT END CONTINUE
                       NOT AT END
                           MOVE AUT-ACCT-NO TO SDT-KEY(SD-IDX)
                           MOVE AUT-FIELDS  TO SDT-IMAGE(SD-IDX)
                   END-READ
               WHEN 10
                   READ CHG-SORTED
                       AT END CONTINUE
                       NOT AT END
                           MOVE CHG-ACCT-NO TO SDT-KEY(SD-IDX)
                           MOVE CHG-FIELDS  TO SDT-IMAGE(SD-IDX)
                   END-READ
               WHEN 11
                   READ TRACK-SORTED
                       AT END CONTINUE
                       NOT AT END
                           MOVE ATT-ACCT-NO TO SDT-KEY(SD-IDX)
                           MOVE TRACK-REC   TO SDT-IMAGE(SD-IDX)
                   END-READ
           END-EVALUATE.
           IF SDT-KEY(SD-IDX) NOT = HIGH-VALUES
               ADD 1 TO SDT-RECS-READ(SD-IDX)
           END-IF.
