      *    plain picture, amounts as a sign byte plus unsigned
      *    digits.  ACCOUNT-STATUS is mapped to the bureau's account
      *    status codes: 11 current/active, 71 suspended-derogatory,
      *    13 closed, 97 charged off, 65 settled for less.
      *
      *    Active and suspended accounts report every cycle.  A
      *    closed account reports as closed for ONE final cycle: it
      *    co-signers legally must appear in bureau reporting.  The
      *    joint record enters the trailer's count and balance total
      *    like any other, so the file still proves against itself.
      *
      *    An account whose settlement offer STLJUDGE has marked
      *    settled on SETLFILE (STLFLDS) reports status 65 -- paid
      *    in settlement for less than the full balance -- in place
      *    of its open or closed status, from the night the offer
      *    settles through the cycle CLOSEACC's closure earns; the
      *    bureau must not read a forgiven remainder as a balance
      *    paid in full.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       FILE-CONTROL.
           SELECT ACCT-REC   ASSIGN TO ACCTREC.
           SELECT JOINT-IN   ASSIGN TO JOINTF.
           SELECT STL-IN     ASSIGN TO SETLFILE.
           SELECT BUREAU-REC ASSIGN TO BUREXTR.
           SELECT PARM-CARD  ASSIGN TO PARMCARD.
           SELECT REG-IN     ASSIGN TO REGIN.
       FD  JOINT-IN RECORDING MODE F.
       01  JOINT-FIELDS.
           COPY JNTFLDS.
      *
       FD  STL-IN RECORDING MODE F.
       01  STL-FIELDS.
           COPY STLFLDS.
      *
      *    BUREAU-REC -- the bureau's fixed-width input record; the
      *    trailer re-uses the same record area with BUR-RECORD-TYPE
           05  JNT-CAPACITY-FLAG  PIC X VALUE 'N'.
               88  JNT-TABLE-FULL     VALUE 'Y'.
           05  JNT-SLOT           PIC S9(4) COMP VALUE 0.
      *
      *    SETTLED-TABLE -- the accounts SETLFILE shows settled for
      *    less, loaded once the way the joint holders are.
       01  STL-CTL.
           05  STL-COUNT          PIC S9(4) COMP VALUE 0.
           05  STL-MAX            PIC S9(4) COMP VALUE 2000.
       01  SETTLED-TABLE.
           05  STL-ENTRY OCCURS 2000 TIMES INDEXED BY ST-IDX.
               10  STT-ACCT-NO    PIC X(8).
       01  SETTLED-LOOKUP-WORK.
           05  STL-FOUND-FLAG     PIC X VALUE 'N'.
               88  SETTLED-FOR-LESS   VALUE 'Y'.
           05  STL-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-STL        VALUE 'Y'.
           05  STL-CAPACITY-FLAG  PIC X VALUE 'N'.
               88  STL-TABLE-FULL     VALUE 'Y'.

      *
      *    CLOSURE-STAMP-VIEW -- COMMENTS as CLOSEACC stamps it.
           END-IF.
           PERFORM CHECK-SHIP-REGISTRY.
           PERFORM LOAD-JOINT-TABLE.
           PERFORM LOAD-SETTLED-TABLE.
           OPEN INPUT  ACCT-REC.
           OPEN OUTPUT BUREAU-REC.
      *
               DISPLAY 'CBUREXT: JOINT TABLE FILLED AT 2000 -- '
                       'SOME CO-SIGNERS NOT REPORTED'
           END-IF.
           IF STL-TABLE-FULL
               DISPLAY 'CBUREXT: SETTLED TABLE FILLED AT 2000 -- '
                       'SOME SETTLEMENTS NOT REPORTED AS SUCH'
           END-IF.
           CLOSE ACCT-REC.
           CLOSE BUREAU-REC.
           GOBACK.
               MOVE '+' TO BUR-BALANCE-SIGN
               MOVE ACCT-BALANCE TO BUR-BALANCE-AMT
           END-IF.
           PERFORM FIND-SETTLED-OFFER.
           EVALUATE TRUE
               WHEN SETTLED-FOR-LESS
                   MOVE '65' TO BUR-STATUS-CODE
               WHEN ACCOUNT-ACTIVE
                   MOVE '11' TO BUR-STATUS-CODE
               WHEN ACCOUNT-SUSPENDED
           READ JOINT-IN
               AT END SET NO-MORE-JNT TO TRUE
           END-READ.
      *
      *
       LOAD-SETTLED-TABLE.
           OPEN INPUT STL-IN.
           PERFORM READ-SETTLEMENT
           PERFORM UNTIL NO-MORE-STL
               IF SETTLEMENT-SETTLED
                   IF STL-COUNT < STL-MAX
                       ADD 1 TO STL-COUNT
                       MOVE STL-ACCT-NO TO STT-ACCT-NO(STL-COUNT)
                   ELSE
                       SET STL-TABLE-FULL TO TRUE
                   END-IF
               END-IF
               PERFORM READ-SETTLEMENT
           END-PERFORM.
           CLOSE STL-IN.
      *
       READ-SETTLEMENT.
           READ STL-IN
               AT END SET NO-MORE-STL TO TRUE
           END-READ.
      *
       FIND-SETTLED-OFFER.
           MOVE 'N' TO STL-FOUND-FLAG.
           PERFORM VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > STL-COUNT OR SETTLED-FOR-LESS
               IF STT-ACCT-NO(ST-IDX) = ACCT-NO
                   SET SETTLED-FOR-LESS TO TRUE
               END-IF
           END-PERFORM.
      *
       FIND-JOINT-HOLDER.
           MOVE 'N' TO JNT-FOUND-FLAG.
