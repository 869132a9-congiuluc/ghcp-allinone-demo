      *> Employee loan and pay advance master (loans.dat), keyed
      *> on LN-KEY so a START on the employee id returns that
      *> employee's loans in loan-number order. LOAN-SETUP adds
      *> a loan once HR has approved and paid it out; PAYROLL-
      *> DEMO recovers LN-INSTALLMENT each period after the
      *> garnishments and counts LN-REMAINING-BALANCE down, and
      *> a balance recovered in full flips the loan to repaid
      *> so it stops automatically. A leaver's final check
      *> recovers the whole outstanding balance, as far as net
      *> pay reaches. LN-LAST-RECOVERY-DATE/AMOUNT are the most
      *> recent check's take, which PAYMENT-REVERSAL gives back
      *> when that check is voided; the month fields carry the
      *> recoveries in LN-RECOVERY-MONTH (YYYYMM) for the
      *> monthly balance report to finance.

       01  LOAN-RECORD.
           05  LN-KEY.
               10  LN-EMP-ID           PIC 9(5).
               10  LN-LOAN-NO          PIC 9(3).
           05  LN-LOAN-TYPE            PIC X(1).
               88  LN-PAY-ADVANCE          VALUE 'A'.
               88  LN-HARDSHIP-LOAN        VALUE 'H'.
           05  LN-ISSUE-DATE           PIC 9(8).
           05  LN-ORIGINAL-AMOUNT      PIC 9(8)V99.
           05  LN-INSTALLMENT          PIC 9(6)V99.
           05  LN-REMAINING-BALANCE    PIC 9(8)V99.
           05  LN-STATUS               PIC X(1).
               88  LN-LOAN-OPEN            VALUE 'O'.
               88  LN-LOAN-REPAID          VALUE 'P'.
               88  LN-LOAN-WRITTEN-OFF     VALUE 'W'.
           05  LN-TOTAL-RECOVERED      PIC 9(8)V99.
           05  LN-LAST-RECOVERY-DATE   PIC 9(8).
           05  LN-LAST-RECOVERY-AMOUNT PIC 9(8)V99.
           05  LN-RECOVERY-MONTH       PIC 9(6).
           05  LN-MONTH-RECOVERED      PIC 9(8)V99.
           05  LN-APPROVAL-REF         PIC X(12).
