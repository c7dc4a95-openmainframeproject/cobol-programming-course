      *-----------------------------------------------------------
      * SUPFLDS
      * Shared layout for one supplemental earnings item (SUPPERN):
      * a bonus or sales commission owed to an employee outside
      * the hours-times-rate calculation.  Payroll keys the
      * employee, the earnings type and the amount and leaves the
      * rest blank; the next PAYSTB01 run that pays the employee
      * -- the regular run or a bonus-only run -- adds the item to
      * gross as its own stub line, withholds on it at the flat
      * supplemental rate, and marks it P with the pay date.
      * FINALPAY does the same on a terminated employee's final
      * check, which PAYSTB01 no longer issues.
      * Items paid this calendar year are carried forward as the
      * record of what was paid; earlier years drop off.  COPY
      * this member into the 01-level of any program that reads or
      * writes SUPPERN so the field list only has to be changed in
      * one place.
      *-----------------------------------------------------------
           05  SUP-EMP-NO         PIC X(6).
           05  SUP-EARN-TYPE      PIC X(1).
               88  SUP-BONUS          VALUE 'B'.
               88  SUP-COMMISSION     VALUE 'C'.
               88  SUP-TYPE-VALID     VALUE 'B' 'C'.
           05  SUP-AMOUNT         PIC 9(5)V99.
           05  SUP-STATUS         PIC X(1).
               88  SUP-PENDING        VALUE ' '.
               88  SUP-PAID           VALUE 'P'.
           05  SUP-PAID-DATE      PIC 9(8).
           05  FILLER             PIC X(57).
