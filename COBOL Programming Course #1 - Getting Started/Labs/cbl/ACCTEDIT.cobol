      *    ACCTOUT; records that fail are listed on EXCPRINT with the
      *    reason instead, and are not copied anywhere -- nothing
      *    downstream should ever have to guard against a malformed
      *    master record.  Every record copied leaves stamped with
      *    the current record version (ACCT-REC-V2), whatever feed
      *    built it.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
           COPY ACCTFLDS.
      *
       FD  ACCT-OUT RECORDING MODE F.
       01  ACCT-OUT-FIELDS    PIC X(400).
      *
      *    EXCEPT-LINE lists any ACCTIN record that fails
      *    VALIDATE-ACCT-REC instead of copying it to ACCTOUT.
            PERFORM VALIDATE-ACCT-REC
            IF REC-IS-VALID
                ADD 1 TO RECS-ACCEPTED
                SET ACCT-REC-V2 TO TRUE
                WRITE ACCT-OUT-FIELDS FROM ACCT-FIELDS
                ADD 1            TO NEW-RECORD-COUNT
                ADD ACCT-BALANCE TO NEW-BALANCE-SUM
