      *    RENUMXRF, and this batch DB2 step applies the same pair
      *    to every mirror table that carries the key -- Z#####T,
      *    the Z#####H history (so the thread of the account's
      *    activity follows it), the Z#####C contact row, and the
      *    Z#####V IVR verification row (so a caller locked out of
      *    the IVR stays locked out under the new number).
      *    PARMCARD carries the change date to take; only RENUMXRF
      *    records stamped that date apply, so an old cumulative
      *    file does not re-run history.
      *
      *    The four updates for one pair are one unit of work:
      *    COMMIT only after all four succeed, and any SQL failure
      *    takes the CBLDB21 DSNTIAR treatment and stops before the
      *    mirror is left half-renumbered.  A pair whose old number
      *    updates no Z#####T row is reported -- either the mirror
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
      * HOST VARIABLES                                    *
      *****************************************************
       01 DB-RENUM-WORK.
                PERFORM READ-XREF.
      *
      *****************************************************
      * THE FOUR TABLES FOR ONE PAIR ARE ONE UNIT OF      *
      * WORK: COMMIT ONLY AFTER ALL FOUR TOOK             *
      *****************************************************
       RENUMBER-THE-MIRROR.
                EXEC SQL
                   END-IF
                   PERFORM RENUMBER-THE-HISTORY
                   PERFORM RENUMBER-THE-CONTACT
                   PERFORM RENUMBER-THE-IVR-ROW
                   ADD 1 TO PAIRS-APPLIED
                   EXEC SQL COMMIT END-EXEC
                END-IF.
                   MOVE 'UPDATE Z#####C' TO UD-ERROR-MESSAGE
                   PERFORM SQL-ERROR-HANDLING
                END-IF.
      *
       RENUMBER-THE-IVR-ROW.
                EXEC SQL
                   UPDATE Z#####V
                      SET ACCTNO = :DB-NEW-ACCT
                    WHERE ACCTNO = :DB-OLD-ACCT
                END-EXEC.
                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   MOVE 'UPDATE Z#####V' TO UD-ERROR-MESSAGE
                   PERFORM SQL-ERROR-HANDLING
                END-IF.
      *
      *    SQL-ERROR-HANDLING -- a failing statement ROLLS BACK the
      *    half-applied pair before the step stops, so the mirror is
