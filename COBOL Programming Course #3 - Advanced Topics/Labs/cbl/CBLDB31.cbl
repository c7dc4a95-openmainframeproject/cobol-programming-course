      *    limit does; zero means the customary ten.  COMMIT-POINT
      *    and the SQL-ERROR-HANDLING/DISPLAY-SQLCODE-MEANING
      *    treatment are exactly as CBLDB21 established them.
      *
      *    PARM-OPERATOR names who asked for the listing, and a card
      *    without one is refused like a card without an account:
      *    an account whose history is listed is appended to the
      *    access log (ACCLOG, ALGFLDS) as a detail view from
      *    terminal BTCH, beside the online inquiries' records, for
      *    ACCREVW's overnight review.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
                  ASSIGN TO UT-S-REPORT.
           SELECT PARM-CARD
                  ASSIGN TO DA-S-PARMCARD.
           SELECT ACCESS-LOG
                  ASSIGN TO UT-S-ACCLOG.

       DATA DIVISION.
      *-------------
           05  HST-BALANCE-O      PIC $$,$$$,$$9.99-.
           05  FILLER             PIC X(46) VALUE SPACES.
      *
      *    PARM-CARD -- the account to list, an optional row cap
      *    (zero rows means the customary ten), and the operator
      *    asking.
       FD  PARM-CARD
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
       01  PARM-REC.
           05  PARM-ACCT-NO       PIC X(8).
           05  PARM-MAX-ROWS      PIC 9(5).
           05  PARM-OPERATOR      PIC X(8).
           05  FILLER             PIC X(59).
      *
      *    ACCESS-LOG -- the shared account access log, appended to.
       FD  ACCESS-LOG
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS ACCESS-LOG-REC.
       01  ACCESS-LOG-REC.
           COPY ALGFLDS.

       WORKING-STORAGE SECTION.
      *****************************************************
       01 ROW-LIMIT-CONTROL.
          02 MAX-ROWS           PIC S9(7) COMP VALUE +10.
          02 ROWS-FETCHED       PIC S9(7) COMP VALUE ZERO.
      *****************************************************
      * THE OPERATOR ASKING, AND THE TIME FOR THE LOG     *
      *****************************************************
       01 INQ-OPERATOR          PIC X(8)  VALUE SPACES.
       01 WS-CURRENT-DATE-DATA  PIC X(21).

       PROCEDURE DIVISION.
      *------------------
                      'CBLDB31: PARMCARD IS EMPTY -- NO ACCOUNT'
                END-READ.
                MOVE PARM-ACCT-NO TO DBH-ACCT-NO.
                MOVE PARM-OPERATOR TO INQ-OPERATOR.
                IF PARM-MAX-ROWS NUMERIC AND PARM-MAX-ROWS NOT = ZERO
                   MOVE PARM-MAX-ROWS TO MAX-ROWS
                END-IF.
                   MOVE 8 TO RETURN-CODE
                   GOBACK
                END-IF.
                IF INQ-OPERATOR = SPACES
                   DISPLAY 'CBLDB31: NO OPERATOR SUPPLIED -- '
                           'RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
                END-IF.
                OPEN OUTPUT REPOUT.
                PERFORM LIST-RECENT-HISTORY.
       PROG-END.
                DISPLAY 'CBLDB31: ROWS LISTED = ' ROWS-FETCHED.
                CLOSE REPOUT.
                IF ROWS-FETCHED > ZERO
                   PERFORM LOG-THE-ACCESS
                END-IF.
                GOBACK.
      *****************************************************
      * WHO LISTED THE ACCOUNT AND WHEN -- APPENDED TO    *
      * THE SHARED ACCESS LOG                             *
      *****************************************************
       LOG-THE-ACCESS.
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
                OPEN EXTEND ACCESS-LOG.
                MOVE SPACES       TO ACCESS-LOG-REC.
                MOVE INQ-OPERATOR TO ALG-OPERATOR.
                MOVE 'BTCH'       TO ALG-TERMINAL.
                MOVE DBH-ACCT-NO  TO ALG-ACCT-NO.
                MOVE 'CBLDB31'    TO ALG-PROGRAM.
                SET ALG-DETAIL-VIEW TO TRUE.
                MOVE WS-CURRENT-DATE-DATA(1:14) TO ALG-TIMESTAMP.
                WRITE ACCESS-LOG-REC.
                CLOSE ACCESS-LOG.
      *****************************************************
      * FETCH THE NEWEST ROWS FOR THE ACCOUNT             *
      *****************************************************
       LIST-RECENT-HISTORY.
