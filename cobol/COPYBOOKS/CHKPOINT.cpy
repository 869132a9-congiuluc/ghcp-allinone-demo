           05  CHK-INACTIVE-COUNT      PIC 9(5).
           05  CHK-RETIRED-COUNT       PIC 9(5).
           05  CHK-EXCEPTION-COUNT     PIC 9(5).
      *> 401(k) recordkeeper remittance totals so far, so a
      *> resumed run's remittance trailer still ties to the run
           05  CHK-401K-COUNT          PIC 9(5).
           05  CHK-TOTAL-401K-DEFERRAL PIC 9(10)V99.
           05  CHK-TOTAL-401K-MATCH    PIC 9(10)V99.
      *> Loan and pay advance recoveries so far
           05  CHK-TOTAL-LOAN-RECOVERY PIC 9(10)V99.
           05  CHK-LOANS-REPAID-COUNT  PIC 9(5).
      *> Expense reimbursements paid so far
           05  CHK-TOTAL-REIMBURSEMENT PIC 9(10)V99.
           05  CHK-REIMBURSED-COUNT    PIC 9(5).
      *> Wage compliance violations flagged so far
           05  CHK-COMPLIANCE-COUNT    PIC 9(5).
