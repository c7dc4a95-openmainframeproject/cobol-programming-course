      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    OPTMNT.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    OPTMNT maintains the overlimit opt-in consent file
      *    (OPTFLDS).  Regulation allows an overlimit fee only on an
      *    account whose customer has opted in to having
      *    transactions authorized over the limit, and until now
      *    the consent was nowhere on file.  OPTIN carries one card
      *    per change -- action 'A' records the customer's opt-in
      *    (consent date, and the channel it was taken through: W
      *    web, P phone, M mail-in form, B branch) and 'R' records
      *    the customer's revocation as of the card's date.  Each
      *    card is edited before it touches the file, the LGLMNT
      *    shape: the account must exist on ACCTVSAM, the date must
      *    be a plausible date, and an opt-in must name its
      *    channel -- compliance cannot prove a consent nobody can
      *    say how it was given.  An account holds at most one
      *    unrevoked consent, and a revocation may not be dated
      *    before the consent it ends.
      *
      *    The carried file goes to OPTOUT with revocations stamped
      *    in place -- a revoked consent is never dropped, it is the
      *    record of when the customer's consent applied -- and
      *    validated opt-ins are appended; a customer who opts in
      *    again after revoking gets a new record.  Rejects go to
      *    EXCPRINT and the shared EXCPFILE with a reason code
      *    EXCPSUM can trend.  A revocation takes hold on its date:
      *    from that date FEEASSES charges no overlimit fee and
      *    PURCHAUT allows no tolerance over the limit; AUTHONL
      *    follows with OPTSTRT's next morning rebuild.
      *
      *    The cards are held in a 200-card table.  A valid card
      *    past it is not applied: it is written to OPTREST as it
      *    came and the step ends RC 4.  The file is still copied
      *    back with the cards that were applied, and OPTREST, not
      *    an empty file, becomes the next OPTIN -- so the cards
      *    left over are applied on the next run, none is applied
      *    twice, and a revocation is never lost.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPT-IN      ASSIGN TO OPTIN.
           SELECT CONSENT-IN  ASSIGN TO OPTFILE.
           SELECT CONSENT-OUT ASSIGN TO OPTOUT.
           SELECT ACCT-VSAM   ASSIGN TO ACCTVSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO
               FILE STATUS IS VSAM-STATUS.
           SELECT EXCEPT-LINE ASSIGN TO EXCPRINT.
           SELECT EXCP-FILE   ASSIGN TO EXCPFILE.
           SELECT OPT-REST    ASSIGN TO OPTREST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  OPT-IN RECORDING MODE F.
       01  OPT-CARD.
           05  OCD-ACTION         PIC X(1).
           05  OCD-ACCT-NO        PIC X(8).
           05  OCD-DATE.
               10  OCD-DATE-YR    PIC 9(4).
               10  OCD-DATE-MO    PIC 9(2).
               10  OCD-DATE-DAY   PIC 9(2).
           05  OCD-CHANNEL        PIC X(1).
           05  FILLER             PIC X(62).
      *
       FD  CONSENT-IN RECORDING MODE F.
       01  CONSENT-IN-FIELDS.
           COPY OPTFLDS REPLACING LEADING ==OPT-== BY ==OPI-==.
      *
       FD  CONSENT-OUT RECORDING MODE F.
       01  CONSENT-FIELDS.
           COPY OPTFLDS.
      *
       FD  ACCT-VSAM RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
      *
       FD  EXCEPT-LINE RECORDING MODE F.
       01  EXCEPT-REC.
           05  EXC-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  EXC-ACTION-O       PIC X(1).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  EXC-REASON-O       PIC X(30).
           05  FILLER             PIC X(37) VALUE SPACES.
      *
      *    EXCP-FILE -- the shared cumulative exception repository
      *    (EXCFLDS); every reject listed on EXCPRINT is also
      *    appended here with a reason code EXCPSUM can trend.
       FD  EXCP-FILE RECORDING MODE F.
       01  EXCP-FIELDS.
           COPY EXCFLDS.
      *
      *    OPT-REST -- the valid cards the table could not hold,
      *    in OPTIN's layout, for the next run.
       FD  OPT-REST RECORDING MODE F.
       01  OPT-REST-REC           PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  CARD-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-CARDS      VALUE 'Y'.
           05  CONSENT-EOF-FLAG   PIC X VALUE 'N'.
               88  NO-MORE-CONSENTS   VALUE 'Y'.
           05  CARD-VALID-SWITCH  PIC X VALUE 'Y'.
               88  CARD-IS-VALID      VALUE 'Y'.
           05  CARD-CAPACITY-FLAG PIC X VALUE 'N'.
               88  CARD-TABLE-FULL    VALUE 'Y'.
           05  REVOKE-THIS-FLAG   PIC X VALUE 'N'.
               88  REVOKE-THIS-ONE    VALUE 'Y'.
      *
       01  VSAM-STATUS             PIC X(2) VALUE '00'.
           88  VSAM-OK                 VALUE '00'.
           88  VSAM-NOT-FOUND          VALUE '23'.
      *
       01  MAINT-COUNTS.
           05  CARDS-READ         PIC S9(7) COMP-3 VALUE ZERO.
           05  CONSENTS-ADDED     PIC S9(7) COMP-3 VALUE ZERO.
           05  CONSENTS-REVOKED   PIC S9(7) COMP-3 VALUE ZERO.
           05  CONSENTS-CARRIED   PIC S9(7) COMP-3 VALUE ZERO.
           05  CARDS-REJECTED     PIC S9(7) COMP-3 VALUE ZERO.
           05  CARDS-HELD-OVER    PIC S9(7) COMP-3 VALUE ZERO.
      *
       01  CARD-CTL.
           05  CARD-COUNT         PIC S9(4) COMP VALUE 0.
           05  CARD-MAX           PIC S9(4) COMP VALUE 200.
       01  CARD-TABLE.
           05  CARD-ENTRY OCCURS 200 TIMES INDEXED BY CD-IDX
                                                  CD-IDX2.
               10  CDT-ACTION     PIC X(1).
               10  CDT-ACCT-NO    PIC X(8).
               10  CDT-DATE       PIC 9(8).
               10  CDT-CHANNEL    PIC X(1).
               10  CDT-MATCHED    PIC X(1).
      *
       01  REVOKE-DATE-WK          PIC 9(8) VALUE ZERO.
       01  EXCP-CODE-WK            PIC X(4) VALUE SPACES.
       01  EXC-KEY-WK              PIC X(8) VALUE SPACES.
       01  EXC-ACTION-WK           PIC X(1) VALUE SPACE.
       01  CARD-IMAGE-WK           PIC X(80) VALUE SPACES.
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM        PIC 9(8) VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(35) VALUE
               'Overlimit Consent Maintenance Edits'.
           05  FILLER         PIC X(45) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           OPEN INPUT  OPT-IN.
           OPEN INPUT  ACCT-VSAM.
           OPEN OUTPUT EXCEPT-LINE.
           OPEN EXTEND EXCP-FILE.
           OPEN OUTPUT OPT-REST.
           WRITE EXCEPT-REC FROM HEADER-1.
           PERFORM GATHER-CARDS.
           PERFORM CARRY-CONSENTS-FORWARD.
           PERFORM APPEND-NEW-CONSENTS.
           PERFORM REPORT-UNMATCHED-REVOKES.
      *
       CLOSE-STOP.
           DISPLAY 'OPTMNT: CARDS READ       = ' CARDS-READ.
           DISPLAY 'OPTMNT: CONSENTS ADDED   = ' CONSENTS-ADDED.
           DISPLAY 'OPTMNT: CONSENTS REVOKED = ' CONSENTS-REVOKED.
           DISPLAY 'OPTMNT: CONSENTS CARRIED = ' CONSENTS-CARRIED.
           DISPLAY 'OPTMNT: CARDS REJECTED   = ' CARDS-REJECTED.
           DISPLAY 'OPTMNT: CARDS HELD OVER  = ' CARDS-HELD-OVER.
           IF CARD-TABLE-FULL
               DISPLAY 'OPTMNT: CARD TABLE FILLED AT 200 -- '
                       'EXCESS CARDS HELD ON OPTREST FOR NEXT RUN'
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE OPT-IN.
           CLOSE ACCT-VSAM.
           CLOSE EXCEPT-LINE.
           CLOSE EXCP-FILE.
           CLOSE OPT-REST.
           GOBACK.
      *
       GATHER-CARDS.
           PERFORM READ-CARD
           PERFORM UNTIL NO-MORE-CARDS
               ADD 1 TO CARDS-READ
               PERFORM VALIDATE-CARD
               IF CARD-IS-VALID
                   IF CARD-COUNT < CARD-MAX
                       ADD 1 TO CARD-COUNT
                       MOVE OCD-ACTION    TO CDT-ACTION(CARD-COUNT)
                       MOVE OCD-ACCT-NO   TO CDT-ACCT-NO(CARD-COUNT)
                       MOVE OCD-DATE      TO CDT-DATE(CARD-COUNT)
                       MOVE OCD-CHANNEL   TO CDT-CHANNEL(CARD-COUNT)
                       MOVE 'N' TO CDT-MATCHED(CARD-COUNT)
                   ELSE
                       SET CARD-TABLE-FULL TO TRUE
                       WRITE OPT-REST-REC FROM OPT-CARD
                       ADD 1 TO CARDS-HELD-OVER
                   END-IF
               END-IF
               PERFORM READ-CARD
           END-PERFORM.
      *
       READ-CARD.
           READ OPT-IN
               AT END SET NO-MORE-CARDS TO TRUE
           END-READ.
      *
      *    A CARD IS REJECTED WHEN ITS ACTION IS NOT A OR R, ITS
      *    DATE IS NOT A PLAUSIBLE DATE, AN OPT-IN NAMES NO CHANNEL
      *    OF W, P, M OR B, OR ITS ACCOUNT IS NOT ON ACCTVSAM.
       VALIDATE-CARD.
           MOVE 'Y' TO CARD-VALID-SWITCH.
           MOVE OPT-CARD    TO CARD-IMAGE-WK.
           MOVE OCD-ACCT-NO TO EXC-KEY-WK.
           MOVE OCD-ACTION  TO EXC-ACTION-WK.
           EVALUATE TRUE
               WHEN OCD-ACTION NOT = 'A' AND OCD-ACTION NOT = 'R'
                   MOVE 'N' TO CARD-VALID-SWITCH
                   MOVE 'ACTION CODE NOT A OR R' TO EXC-REASON-O
                   MOVE 'O011' TO EXCP-CODE-WK
                   PERFORM WRITE-EXCEPTION
               WHEN OCD-DATE NOT NUMERIC
                   OR OCD-DATE-MO < 1 OR OCD-DATE-MO > 12
                   OR OCD-DATE-DAY < 1 OR OCD-DATE-DAY > 31
                   MOVE 'N' TO CARD-VALID-SWITCH
                   MOVE 'DATE MISSING OR NOT PLAUSIBLE'
                       TO EXC-REASON-O
                   MOVE 'O012' TO EXCP-CODE-WK
                   PERFORM WRITE-EXCEPTION
               WHEN OCD-ACTION = 'A'
                   AND OCD-CHANNEL NOT = 'W'
                   AND OCD-CHANNEL NOT = 'P'
                   AND OCD-CHANNEL NOT = 'M'
                   AND OCD-CHANNEL NOT = 'B'
                   MOVE 'N' TO CARD-VALID-SWITCH
                   MOVE 'CHANNEL NOT W, P, M OR B' TO EXC-REASON-O
                   MOVE 'O013' TO EXCP-CODE-WK
                   PERFORM WRITE-EXCEPTION
               WHEN OTHER
                   PERFORM CHECK-ACCOUNT-EXISTS
           END-EVALUATE.
      *
       CHECK-ACCOUNT-EXISTS.
           MOVE OCD-ACCT-NO TO ACCT-NO.
           READ ACCT-VSAM
               INVALID KEY CONTINUE
           END-READ.
           IF NOT VSAM-OK
               MOVE 'N' TO CARD-VALID-SWITCH
               MOVE 'NO MATCHING ACCOUNT ON FILE' TO EXC-REASON-O
               MOVE 'O014' TO EXCP-CODE-WK
               PERFORM WRITE-EXCEPTION
           END-IF.
      *
      *    CARRY-CONSENTS-FORWARD -- every consent goes to OPTOUT;
      *    an unrevoked consent a card names is marked matched
      *    either way, so the add pass can refuse a second consent,
      *    and a revocation card stamps it -- unless the card is
      *    dated before the consent, which is refused instead.
       CARRY-CONSENTS-FORWARD.
           OPEN INPUT  CONSENT-IN.
           OPEN OUTPUT CONSENT-OUT.
           PERFORM READ-CONSENT
           PERFORM UNTIL NO-MORE-CONSENTS
               PERFORM MATCH-CARDS-TO-CONSENT
               PERFORM READ-CONSENT
           END-PERFORM.
           CLOSE CONSENT-IN.
      *
       READ-CONSENT.
           READ CONSENT-IN
               AT END SET NO-MORE-CONSENTS TO TRUE
           END-READ.
      *
       MATCH-CARDS-TO-CONSENT.
           MOVE 'N' TO REVOKE-THIS-FLAG.
           IF OPI-REVOKED-DATE = ZERO
               PERFORM VARYING CD-IDX FROM 1 BY 1
                   UNTIL CD-IDX > CARD-COUNT
                   IF CDT-ACCT-NO(CD-IDX) = OPI-ACCT-NO
                       MOVE 'Y' TO CDT-MATCHED(CD-IDX)
                       IF CDT-ACTION(CD-IDX) = 'R'
                           IF CDT-DATE(CD-IDX) < OPI-CONSENT-DATE
                               PERFORM REJECT-EARLY-REVOKE
                           ELSE
                               SET REVOKE-THIS-ONE TO TRUE
                               MOVE CDT-DATE(CD-IDX)
                                   TO REVOKE-DATE-WK
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           MOVE CONSENT-IN-FIELDS TO CONSENT-FIELDS.
           IF REVOKE-THIS-ONE
               ADD 1 TO CONSENTS-REVOKED
               MOVE REVOKE-DATE-WK TO OPT-REVOKED-DATE
           ELSE
               ADD 1 TO CONSENTS-CARRIED
           END-IF.
           WRITE CONSENT-FIELDS.
      *
       REJECT-EARLY-REVOKE.
           MOVE CDT-ACCT-NO(CD-IDX) TO EXC-KEY-WK.
           MOVE 'R'                 TO EXC-ACTION-WK.
           PERFORM BUILD-CARD-IMAGE.
           MOVE 'REVOKED BEFORE THE CONSENT DATE' TO EXC-REASON-O.
           MOVE 'O017' TO EXCP-CODE-WK.
           PERFORM WRITE-EXCEPTION.
      *
      *    APPEND-NEW-CONSENTS -- an opt-in card whose account
      *    already holds an unrevoked consent is refused; so is a
      *    second opt-in for the same account in this run.
       APPEND-NEW-CONSENTS.
           PERFORM VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > CARD-COUNT
               IF CDT-ACTION(CD-IDX) = 'A'
                   IF CDT-MATCHED(CD-IDX) = 'Y'
                       MOVE CDT-ACCT-NO(CD-IDX) TO EXC-KEY-WK
                       MOVE 'A'                 TO EXC-ACTION-WK
                       PERFORM BUILD-CARD-IMAGE
                       MOVE 'CONSENT ALREADY IN FORCE'
                           TO EXC-REASON-O
                       MOVE 'O015' TO EXCP-CODE-WK
                       PERFORM WRITE-EXCEPTION
                   ELSE
                       ADD 1 TO CONSENTS-ADDED
                       MOVE SPACES TO CONSENT-FIELDS
                       MOVE CDT-ACCT-NO(CD-IDX)   TO OPT-ACCT-NO
                       MOVE CDT-DATE(CD-IDX)      TO OPT-CONSENT-DATE
                       MOVE CDT-CHANNEL(CD-IDX)   TO OPT-CHANNEL
                       MOVE ZERO                  TO OPT-REVOKED-DATE
                       MOVE CURRENT-DATE-NUM      TO OPT-ENTERED-DATE
                       WRITE CONSENT-FIELDS
                       MOVE 'Y' TO CDT-MATCHED(CD-IDX)
                       PERFORM VARYING CD-IDX2 FROM CD-IDX BY 1
                           UNTIL CD-IDX2 > CARD-COUNT
                           IF CDT-ACCT-NO(CD-IDX2) = CDT-ACCT-NO(CD-IDX)
                               AND CDT-ACTION(CD-IDX2) = 'A'
                               MOVE 'Y' TO CDT-MATCHED(CD-IDX2)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CONSENT-OUT.
      *
       REPORT-UNMATCHED-REVOKES.
           PERFORM VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > CARD-COUNT
               IF CDT-ACTION(CD-IDX) = 'R'
                   AND CDT-MATCHED(CD-IDX) NOT = 'Y'
                   MOVE CDT-ACCT-NO(CD-IDX) TO EXC-KEY-WK
                   MOVE 'R'                 TO EXC-ACTION-WK
                   PERFORM BUILD-CARD-IMAGE
                   MOVE 'NO CONSENT IN FORCE TO REVOKE'
                       TO EXC-REASON-O
                   MOVE 'O016' TO EXCP-CODE-WK
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-PERFORM.
      *
      *    BUILD-CARD-IMAGE -- the tabled card back in OPTIN shape
      *    for the exception record.
       BUILD-CARD-IMAGE.
           MOVE SPACES TO CARD-IMAGE-WK.
           MOVE CDT-ACTION(CD-IDX)  TO CARD-IMAGE-WK(1:1).
           MOVE CDT-ACCT-NO(CD-IDX) TO CARD-IMAGE-WK(2:8).
           MOVE CDT-DATE(CD-IDX)    TO CARD-IMAGE-WK(10:8).
           MOVE CDT-CHANNEL(CD-IDX) TO CARD-IMAGE-WK(18:1).
      *
       WRITE-EXCEPTION.
           ADD 1 TO CARDS-REJECTED.
           MOVE EXC-KEY-WK    TO EXC-ACCT-NO-O.
           MOVE EXC-ACTION-WK TO EXC-ACTION-O.
           WRITE EXCEPT-REC.
           MOVE SPACES           TO EXCP-FIELDS.
           MOVE 'OPTMNT'         TO EXCP-PROGRAM.
           MOVE CURRENT-DATE-NUM TO EXCP-RUN-DATE.
           MOVE EXC-KEY-WK       TO EXCP-KEY.
           MOVE EXCP-CODE-WK     TO EXCP-REASON-CODE.
           MOVE CARD-IMAGE-WK    TO EXCP-RECORD-IMAGE.
           WRITE EXCP-FIELDS.
