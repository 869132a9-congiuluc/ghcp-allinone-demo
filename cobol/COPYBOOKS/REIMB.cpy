      *> Approved expense reimbursement transaction
      *> (reimburse.txt), one line per approved expense claim.
      *> PAYROLL-DEMO pays each line with the employee's check,
      *> added to net after every tax and deduction: an
      *> accountable-plan reimbursement is not wages, so it
      *> never reaches the taxable, FICA or YTD gross figures.
      *> A line with an unknown expense type, no amount or no
      *> approval reference - or for an employee not paid in
      *> the run - goes to the exception listing unpaid.

       01  REIMBURSEMENT-RECORD.
           05  RMB-EMP-ID              PIC 9(5).
           05  RMB-EXPENSE-TYPE        PIC X(2).
               88  RMB-MILEAGE             VALUE 'MI'.
               88  RMB-TRAVEL              VALUE 'TR'.
               88  RMB-MEALS               VALUE 'ME'.
               88  RMB-LODGING             VALUE 'LO'.
               88  RMB-OTHER-EXPENSE       VALUE 'OT'.
               88  RMB-VALID-TYPE          VALUE 'MI' 'TR' 'ME'
                                                 'LO' 'OT'.
           05  RMB-AMOUNT              PIC 9(6)V99.
           05  RMB-APPROVAL-REF        PIC X(12).
