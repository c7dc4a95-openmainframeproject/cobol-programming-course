      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    IVRLOAD
       AUTHOR.        Otto B. Relational
      *--------------------
      *    IVRLOAD refreshes the values IVRINQ verifies an IVR caller
      *    against.  The Z#####T mirror carries no ZIP code and no
      *    phone number, so they live on Z#####V, the IVR
      *    verification companion table keyed by ACCTNO: the ZIP
      *    code and the last four digits of the phone number, beside
      *    the failed-verification count and lockout IVRINQ keeps.
      *    Run nightly after the flat master is final, this step
      *    reads ACCTREC and, for every account, updates the row's
      *    ZIPCODE and PHONE4 -- or inserts the row, with no failures
      *    and no lock, for an account the table has not seen.  The
      *    failure count and the lock are never touched here: a
      *    caller locked out today stays locked out until an agent
      *    resets the lock through CBLDB33.
      *
      *    The phone's last four digits are taken from the right,
      *    past any dashes or trailing blanks; a number with fewer
      *    than four digits loads PHONE4 blank, which IVRINQ never
      *    accepts.  Commits are batched at COMMIT-POINT, the
      *    CBLDB21 discipline; the step is a refresh, so a failed
      *    run is simply run again from the top.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC
                  ASSIGN TO DA-S-ACCTREC.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTFLDS.

       WORKING-STORAGE SECTION.
      *****************************************************
      * SQL INCLUDE FOR SQLCA                             *
      *****************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.
      *****************************************************
      * DECLARATIONS FOR SQL ERROR HANDLING               *
      *****************************************************
       01 ERROR-MESSAGE.
           02 ERROR-LEN      PIC S9(4)  COMP VALUE +1320.
           02 ERROR-TEXT     PIC X(132) OCCURS 10 TIMES
                                        INDEXED BY ERROR-INDEX.
       77 ERROR-TEXT-LEN     PIC S9(9)  COMP VALUE +132.
       77 ERROR-TEXT-HBOUND  PIC S9(9)  COMP VALUE +10.
      * USER DEFINED ERROR MESSAGE
       01 UD-ERROR-MESSAGE   PIC X(80)  VALUE SPACES.
      *****************************************************
      * SQL DECLARATION FOR THE IVR VERIFICATION TABLE    *
      *****************************************************
                EXEC SQL DECLARE Z#####V TABLE
                        (ACCTNO     CHAR(8)  NOT NULL,
                         ZIPCODE    CHAR(5)  NOT NULL,
                         PHONE4     CHAR(4)  NOT NULL,
                         FAILCOUNT  SMALLINT NOT NULL,
                         LOCKED     CHAR(1)  NOT NULL,
                         LASTFAIL   CHAR(8)  NOT NULL)
                         END-EXEC.
      *****************************************************
      * STRUCTURE FOR DB2 HOST VARIABLES                  *
      *****************************************************
       01 DB-VERIFY-ROW.
          02 DBV-ACCT-NO        PIC X(8).
          02 DBV-ZIPCODE        PIC X(5).
          02 DBV-PHONE4         PIC X(4).
          02 DBV-FAILCOUNT      PIC S9(4) COMP.
          02 DBV-LOCKED         PIC X(1).
          02 DBV-LASTFAIL       PIC X(8).
      *****************************************************
      * THE LAST FOUR DIGITS OF THE PHONE NUMBER          *
      *****************************************************
       77 PHONE-POS             PIC S9(4) COMP VALUE ZERO.
       77 DIGITS-FOUND          PIC S9(4) COMP VALUE ZERO.
      *****************************************************
      * LOAD CONTROL FLAGS AND COUNTERS                   *
      *****************************************************
       01  FLAGS.
           05  MASTER-EOF-FLAG    PIC X VALUE 'N'.
               88  NO-MORE-MASTERS    VALUE 'Y'.
      *
       01  LOAD-COUNTS.
           05  MASTERS-READ       PIC S9(7) COMP-3 VALUE ZERO.
           05  ROWS-UPDATED       PIC S9(7) COMP-3 VALUE ZERO.
           05  ROWS-INSERTED      PIC S9(7) COMP-3 VALUE ZERO.
      *****************************************************
      * COMMIT-POINT CONTROL                              *
      *****************************************************
       01  COMMIT-CONTROL.
           05  COMMIT-INTERVAL    PIC S9(5) COMP VALUE +25.
           05  ROWS-SINCE-COMMIT  PIC S9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.
      *------------------

      *****************************************************
      * MAIN PROGRAM ROUTINE                              *
      *****************************************************
       PROG-START.
                OPEN INPUT ACCT-REC.
                PERFORM READ-MASTER.
                PERFORM REFRESH-ONE-MASTER
                     UNTIL NO-MORE-MASTERS.
                EXEC SQL COMMIT END-EXEC.
       PROG-END.
                DISPLAY 'IVRLOAD: MASTERS READ    = ' MASTERS-READ.
                DISPLAY 'IVRLOAD: ROWS UPDATED    = ' ROWS-UPDATED.
                DISPLAY 'IVRLOAD: ROWS INSERTED   = ' ROWS-INSERTED.
                CLOSE ACCT-REC.
                GOBACK.
      *****************************************************
      * UPDATE THE ACCOUNT'S VERIFICATION VALUES, OR      *
      * START ITS ROW IF IT HAS NONE                      *
      *****************************************************
       REFRESH-ONE-MASTER.
                MOVE ACCT-NO        TO DBV-ACCT-NO.
                MOVE ZIP-CODE       TO DBV-ZIPCODE.
                PERFORM PICK-PHONE-LAST-FOUR.
                EXEC SQL
                   UPDATE Z#####V
                      SET ZIPCODE = :DBV-ZIPCODE,
                          PHONE4  = :DBV-PHONE4
                    WHERE ACCTNO = :DBV-ACCT-NO
                END-EXEC.
                EVALUATE TRUE
                   WHEN SQLCODE = 0
                      ADD 1 TO ROWS-UPDATED
                   WHEN SQLCODE = 100
                      PERFORM INSERT-VERIFY-ROW
                   WHEN OTHER
                      MOVE 'UPDATE Z#####V' TO UD-ERROR-MESSAGE
                      PERFORM SQL-ERROR-HANDLING
                END-EVALUATE.
                PERFORM COMMIT-POINT.
                PERFORM READ-MASTER.
      *
       INSERT-VERIFY-ROW.
                MOVE ZERO   TO DBV-FAILCOUNT.
                MOVE 'N'    TO DBV-LOCKED.
                MOVE SPACES TO DBV-LASTFAIL.
                EXEC SQL
                   INSERT INTO Z#####V
                      (ACCTNO, ZIPCODE, PHONE4, FAILCOUNT, LOCKED,
                       LASTFAIL)
                   VALUES
                      (:DBV-ACCT-NO, :DBV-ZIPCODE, :DBV-PHONE4,
                       :DBV-FAILCOUNT, :DBV-LOCKED, :DBV-LASTFAIL)
                END-EXEC.
                IF SQLCODE NOT = 0
                   MOVE 'INSERT Z#####V' TO UD-ERROR-MESSAGE
                   PERFORM SQL-ERROR-HANDLING
                END-IF.
                ADD 1 TO ROWS-INSERTED.
      *
      *    RIGHT TO LEFT, SO DASHES AND TRAILING BLANKS DROP OUT;
      *    FEWER THAN FOUR DIGITS LEAVES PHONE4 BLANK
       PICK-PHONE-LAST-FOUR.
                MOVE SPACES TO DBV-PHONE4.
                MOVE ZERO   TO DIGITS-FOUND.
                PERFORM VARYING PHONE-POS FROM 12 BY -1
                    UNTIL PHONE-POS < 1 OR DIGITS-FOUND = 4
                   IF PHONE-NUMBER(PHONE-POS:1) IS NUMERIC
                      ADD 1 TO DIGITS-FOUND
                      MOVE PHONE-NUMBER(PHONE-POS:1)
                        TO DBV-PHONE4(5 - DIGITS-FOUND:1)
                   END-IF
                END-PERFORM.
                IF DIGITS-FOUND < 4
                   MOVE SPACES TO DBV-PHONE4
                END-IF.
      *****************************************************
      * COMMIT EVERY N ROWS SO A FAILED RUN HOLDS NO MORE *
      * THAN ONE BATCH OF LOCKS                           *
      *****************************************************
       COMMIT-POINT.
                ADD 1 TO ROWS-SINCE-COMMIT.
                IF ROWS-SINCE-COMMIT >= COMMIT-INTERVAL
                   EXEC SQL COMMIT END-EXEC
                   MOVE ZERO TO ROWS-SINCE-COMMIT
                END-IF.
      *****************************************************
      * SEQUENTIAL READ OF THE MASTER                     *
      *****************************************************
       READ-MASTER.
           READ ACCT-REC
               AT END SET NO-MORE-MASTERS TO TRUE
           END-READ.
           IF NOT NO-MORE-MASTERS
               ADD 1 TO MASTERS-READ
           END-IF.

       SQL-ERROR-HANDLING.
           DISPLAY 'ERROR AT ' FUNCTION TRIM(UD-ERROR-MESSAGE, TRAILING)
           CALL 'DSNTIAR' USING SQLCA ERROR-MESSAGE ERROR-TEXT-LEN.
           PERFORM VARYING ERROR-INDEX FROM 1 BY 1
                     UNTIL ERROR-INDEX > ERROR-TEXT-HBOUND
                        OR ERROR-TEXT(ERROR-INDEX) = SPACES
              DISPLAY FUNCTION TRIM(ERROR-TEXT(ERROR-INDEX), TRAILING)
           END-PERFORM
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 1000 TO RETURN-CODE
              STOP RUN
           END-IF
           .
