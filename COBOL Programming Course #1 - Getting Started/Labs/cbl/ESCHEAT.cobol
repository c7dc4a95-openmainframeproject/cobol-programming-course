           MOVE WS-CURRENT-MONTH TO TRAN-DATE-MO.
           MOVE WS-CURRENT-DAY   TO TRAN-DATE-DAY.
           MOVE 'ESCHEATED'      TO TRAN-COMMENT.
           MOVE 'ESCH'           TO TRAN-CODE.
           WRITE TRAN-FIELDS.
      *
      *    WRITE-STATE-REPORTS -- the sorted candidates, broken by
