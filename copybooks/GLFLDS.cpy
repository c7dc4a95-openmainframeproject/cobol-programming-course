      *
      * GL account numbers in use:
      *   11000000  CUSTOMER RECEIVABLE
      *   12000000  ALLOWANCE FOR LOAN LOSSES
      *   21000000  PAYMENT CLEARING
      *   31000000  CHARGE CLEARING
      *   41000000  INTEREST INCOME
      *   44000000  SUSPENSE WRITE-OFF
      *   26000000  REFUNDS PAYABLE
      *   51000000  CHARGE-OFF EXPENSE
      *   52000000  SETTLEMENT LOSS
      *   53000000  REWARDS EXPENSE
      *   54000000  LOAN-LOSS PROVISION EXPENSE
      *   27000000  REWARDS LIABILITY
      *   61000000  WAGE EXPENSE
      *   62000000  SUPPLEMENTAL WAGE EXPENSE
      *   22000000  TAX WITHHOLDING PAYABLE
      *   23000000  DEDUCTIONS PAYABLE
      *   25000000  GARNISHMENTS PAYABLE
      *   24000000  NET PAY CLEARING
      *   28000000  PAYMENT TRANSFER CLEARING
      *-----------------------------------------------------------
           05  GL-ACCOUNT         PIC X(8).
           05  GL-DC              PIC X(1).
