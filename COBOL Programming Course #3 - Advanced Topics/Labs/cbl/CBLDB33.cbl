      *    so the flat ACCTREC master catches up with the day's
      *    online work automatically and CBLDB24's reconciliation
      *    stops flagging legitimate changes as mismatches.
      *
      *    Field code I resets a caller's IVR access once the agent
      *    has verified them on the phone: IVRINQ locks an account
      *    out of self-service after repeated failed verifications,
      *    and only an agent lifts the lock.  The reset clears the
      *    failure count and lock on the Z#####V verification row
      *    and is audited to AUDQ like any other change; it takes no
      *    value and captures no SYNQ card, since the flat master
      *    carries nothing about the IVR.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
               88  UPD-PHONE          VALUE 'P'.
               88  UPD-EMAIL          VALUE 'E'.
               88  UPD-STATUS         VALUE 'S'.
               88  UPD-IVR-RESET      VALUE 'I'.
           05  UPD-NEW-VALUE      PIC X(40).
           05  FILLER             PIC X(30).
       77  UPDATE-LENGTH          PIC S9(4) COMP VALUE +80.
                         STATUS     CHAR(1)  NOT NULL)
                         END-EXEC.
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
      * SQL DECLARATION FOR VIEW ACCOUNTS                 *
      *****************************************************
                EXEC SQL DECLARE Z#####T TABLE
          02 DBC-EMAIL          PIC X(40).
          02 DBC-STATUS         PIC X(1).
       01 DB-MIRROR-ACCT-NO     PIC X(8).
       01 DB-IVR-ROW.
          02 DBV-FAILCOUNT      PIC S9(4) COMP.
          02 DBV-LOCKED         PIC X(1).
       01 IVR-FAILS-O           PIC Z9.
      *****************************************************
      * CURRENT DATE/TIME FOR THE AUDIT TIMESTAMP         *
      *****************************************************
                EXEC CICS RETURN END-EXEC.
      *
      * THE FIRST BYTE MUST BE 'U', THE ACCOUNT NOT BLANK, THE
      * FIELD CODE P, E, S OR I, AND A STATUS CHANGE MAY ONLY CARRY
      * 'A' OR 'S' -- AN AGENT CANNOT CLOSE AN ACCOUNT FROM HERE
       VALIDATE-UPDATE.
                MOVE 'Y' TO CARD-VALID-SWITCH.
                   MOVE 'N' TO CARD-VALID-SWITCH
                ELSE
                   IF NOT UPD-PHONE AND NOT UPD-EMAIL
                      AND NOT UPD-STATUS AND NOT UPD-IVR-RESET
                      MOVE 'N' TO CARD-VALID-SWITCH
                   ELSE
                      IF UPD-STATUS
                   MOVE 'SELECT Z#####T' TO UD-ERROR-MESSAGE
                   PERFORM SQL-ERROR-HANDLING
                END-IF.
                IF UPD-IVR-RESET
                   PERFORM RESET-IVR-ACCESS
                   EXEC CICS RETURN END-EXEC
                END-IF.
                EXEC SQL
                   SELECT PHONE, EMAIL, STATUS
                     INTO :DBC-PHONE, :DBC-EMAIL, :DBC-STATUS
                   MOVE 'INSERT Z#####C' TO UD-ERROR-MESSAGE
                   PERFORM SQL-ERROR-HANDLING
                END-IF.
      *
      *****************************************************
      * LIFT AN IVR LOCKOUT: THE ECHO SHOWS THE FAILURES  *
      * AND LOCK BEING CLEARED; AN ACCOUNT WITH NO        *
      * Z#####V ROW HAS NEVER FAILED AND IS ECHOED AS IS  *
      *****************************************************
       RESET-IVR-ACCESS.
                EXEC SQL
                   SELECT FAILCOUNT, LOCKED
                     INTO :DBV-FAILCOUNT, :DBV-LOCKED
                     FROM Z#####V
                    WHERE ACCTNO = :DBC-ACCT-NO
                END-EXEC.
                EVALUATE TRUE
                   WHEN SQLCODE = 100
                      MOVE ZERO TO DBV-FAILCOUNT
                      MOVE 'N'  TO DBV-LOCKED
                   WHEN SQLCODE NOT = 0
                      MOVE 'SELECT Z#####V' TO UD-ERROR-MESSAGE
                      PERFORM SQL-ERROR-HANDLING
                END-EVALUATE.
                MOVE SPACES      TO RESPONSE-LINE.
                MOVE UPD-ACCT-NO TO RSP-ACCT-NO-O.
                MOVE 'IVR'       TO RSP-FIELD-O.
                MOVE DBV-FAILCOUNT TO IVR-FAILS-O.
                IF DBV-LOCKED = 'Y'
                   STRING 'LOCKED, ' IVR-FAILS-O ' FAILURES'
                       DELIMITED BY SIZE INTO RSP-BEFORE-O
                ELSE
                   STRING 'OPEN, ' IVR-FAILS-O ' FAILURES'
                       DELIMITED BY SIZE INTO RSP-BEFORE-O
                END-IF.
                MOVE 'OPEN, NO FAILURES' TO RSP-AFTER-O.
                MOVE ZERO TO DBV-FAILCOUNT.
                MOVE 'N'  TO DBV-LOCKED.
                EXEC SQL
                   UPDATE Z#####V
                      SET FAILCOUNT = :DBV-FAILCOUNT,
                          LOCKED    = :DBV-LOCKED
                    WHERE ACCTNO = :DBC-ACCT-NO
                END-EXEC.
                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   MOVE 'UPDATE Z#####V' TO UD-ERROR-MESSAGE
                   PERFORM SQL-ERROR-HANDLING
                END-IF.
                PERFORM WRITE-AUDIT-RECORD.
                EXEC CICS SEND TEXT
                     FROM(RESPONSE-LINE)
                     LENGTH(RESPONSE-LENGTH)
                     ERASE
                END-EXEC.
      *
       WRITE-AUDIT-RECORD.
                MOVE WS-CURRENT-DATE-DATA TO AUD-TIMESTAMP.
                MOVE UPD-ACCT-NO          TO AUD-ACCT-NO.
                IF UPD-IVR-RESET
                   MOVE 'IVRRESET'        TO AUD-FUNCTION
                ELSE
                   MOVE 'CONTACT'         TO AUD-FUNCTION
                END-IF.
                MOVE 'APPLIED'            TO AUD-RESULT.
                MOVE SQLCODE              TO AUD-SQLCODE.
                EXEC CICS WRITEQ TD
       SEND-INVALID-UPDATE.
                MOVE SPACES      TO RESPONSE-LINE.
                MOVE '*INVALID*' TO RSP-ACCT-NO-O.
                MOVE 'NEED U, ACCOUNT, P/E/S/I AND VALUE'
                     TO RSP-BEFORE-O.
                EXEC CICS SEND TEXT
                     FROM(RESPONSE-LINE)
