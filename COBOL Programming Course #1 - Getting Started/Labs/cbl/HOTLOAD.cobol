      *      - lifted records carry forward untouched, the audit
      *        of the episode.
      *
      *    Every lift also appends a replacement-card request to
      *    CARDREQ (CRQFLDS): the plastic that was reported is dead
      *    whether it turned up or not, so lifting the listing is
      *    what orders the customer a new card.  CARDISS issues it
      *    under the next card sequence number on its next run.
      *
      *    Outcomes list on HOTRPT and the run appends to RUNLOG.
      *--------------------
       ENVIRONMENT DIVISION.
           SELECT HOT-OUT     ASSIGN TO HOTOUT.
           SELECT PRINT-LINE  ASSIGN TO HOTRPT.
           SELECT RUN-LOG     ASSIGN TO RUNLOG.
           SELECT CARD-REQ    ASSIGN TO CARDREQ.
      *-------------
       DATA DIVISION.
      *-------------
       FD  RUN-LOG RECORDING MODE F.
       01  LOG-FIELDS.
           COPY LOGFLDS.
      *
      *    CARD-REQ -- the replacement-card requests (CRQFLDS) that
      *    CARDISS works; one appended per listing lifted.
       FD  CARD-REQ RECORDING MODE F.
       01  CARD-REQ-FIELDS.
           COPY CRQFLDS.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  ACCOUNTS-LISTED    PIC S9(7) COMP-3 VALUE ZERO.
           05  LISTINGS-LIFTED    PIC S9(7) COMP-3 VALUE ZERO.
           05  CARDS-DROPPED      PIC S9(7) COMP-3 VALUE ZERO.
           05  REPLACEMENTS-ORDERED PIC S9(7) COMP-3 VALUE ZERO.
      *
      *    CARD-TABLE -- the day's actions, held so lifts can be
      *    applied while the carried file streams through and adds
           OPEN INPUT  HOT-IN.
           OPEN OUTPUT HOT-OUT.
           OPEN OUTPUT PRINT-LINE.
           OPEN EXTEND CARD-REQ.
           WRITE PRINT-REC FROM HEADER-1.
      *
       MERGE-THE-LIST.
           DISPLAY 'HOTLOAD: ACCOUNTS LISTED  = ' ACCOUNTS-LISTED.
           DISPLAY 'HOTLOAD: LISTINGS LIFTED  = ' LISTINGS-LIFTED.
           DISPLAY 'HOTLOAD: CARDS DROPPED    = ' CARDS-DROPPED.
           DISPLAY 'HOTLOAD: NEW CARDS ORDERED = ' REPLACEMENTS-ORDERED.
           IF CARD-TABLE-FULL
               DISPLAY 'HOTLOAD: CARD TABLE FILLED AT 500 -- '
                       'EXCESS CARDS NOT APPLIED'
           CLOSE HOT-IN.
           CLOSE HOT-OUT.
           CLOSE PRINT-LINE.
           CLOSE CARD-REQ.
           PERFORM WRITE-RUN-LOG.
           GOBACK.
      *
           END-READ.
      *
      *    APPLY-LIFT-IF-ANY -- the first unused 'L' card for this
      *    in-force record lifts it with tonight's date and orders
      *    the replacement plastic.
       APPLY-LIFT-IF-ANY.
           PERFORM VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > CARD-COUNT OR NOT HTI-IN-FORCE
                   MOVE SPACES TO PRINT-REC
                   MOVE HTI-ACCT-NO TO HRP-ACCT-NO-O
                   MOVE 'L'         TO HRP-ACTION-O
                   MOVE 'LISTING LIFTED -- NEW CARD ORDERED'
                       TO HRP-OUTCOME-O
                   WRITE PRINT-REC
                   PERFORM ORDER-REPLACEMENT-CARD
               END-IF
           END-PERFORM.
      *
       ORDER-REPLACEMENT-CARD.
           MOVE SPACES           TO CARD-REQ-FIELDS.
           MOVE HTI-ACCT-NO      TO CRQ-ACCT-NO.
           SET CRQ-HOT-LIFT      TO TRUE.
           MOVE CURRENT-DATE-NUM TO CRQ-REQUEST-DATE.
           MOVE HTI-REASON       TO CRQ-HOT-REASON.
           WRITE CARD-REQ-FIELDS.
           ADD 1 TO REPLACEMENTS-ORDERED.
      *
      *    MARK-ADDS-ALREADY-LISTED -- an 'A' for an account still
      *    in force after the lifts is a duplicate report; the
