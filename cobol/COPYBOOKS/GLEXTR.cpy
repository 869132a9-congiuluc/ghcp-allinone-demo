      *> less taxes and deductions equals net); 'ER' postings
      *> carry the employer burden for the same employee - the
      *> FICA match in GL-FICA-TAX, the unemployment contribution
      *> in GL-STATE-TAX, the company 401(k) match in
      *> GL-EMPLOYER-401K, their sum in GL-NET-PAY, zero
      *> elsewhere. GL-DEPARTMENT carries the cost-center account
      *> resolved from the department master, or the raw
      *> department text when the master has no entry.
      *> by the accounting load. GL-RECONCILE cross-foots them
      *> without tying them into the period totals, like the
      *> period-zero supplemental rows.
      *> 'RB' postings are the non-taxable expense
      *> reimbursements PAYROLL-DEMO pays with the check, booked
      *> to the employee expense reimbursement account for the
      *> cost center: the amount in GL-REIMBURSEMENT and
      *> GL-NET-PAY (equal, zero elsewhere), kept off the 'EE'
      *> line so they never touch gross or the taxes. 'VB' is
      *> the PAYMENT-REVERSAL backout of an 'RB'.
      *> 'LD' postings spread a distributed employee's pay
      *> across the cost centers it was charged to - one line
      *> per cost center in GL-DEPARTMENT with that center's
      *> share of the gross in GL-GROSS-PAY, of the employer
      *> burden in GL-FICA-TAX, GL-STATE-TAX and
      *> GL-EMPLOYER-401K, and their sum in GL-NET-PAY. The
      *> lines follow the employee's 'EE'/'ER' pair and add back
      *> to its gross and burden exactly; when they are present
      *> the accounting load charges expense from them and
      *> takes only the liability side from 'EE'/'ER'.

       01  GL-EXTRACT-RECORD.
           05  GL-POSTING-TYPE         PIC X(2).
           05  GL-SHIFT-PAY            PIC 9(8)V99.
           05  GL-HOLIDAY-PAY          PIC 9(8)V99.
           05  GL-ONCALL-PAY           PIC 9(8)V99.
      *> Company 401(k) match - employer cost on 'ER' (and its
      *> 'VR' backout) only, zero on every other posting. Rows
      *> written before it existed read back as spaces.
           05  GL-EMPLOYER-401K        PIC 9(8)V99.
      *> Memo share of GL-DEDUCTIONS that repays an employee
      *> loan or pay advance, credited to the loans receivable
      *> account rather than a deduction liability - already
      *> inside GL-DEDUCTIONS, so the cross-foot is untouched.
      *> 'EE' (and its 'VE' backout) only; older rows read it
      *> back as spaces.
           05  GL-LOAN-RECOVERY        PIC 9(8)V99.
      *> Expense reimbursement paid - 'RB'/'VB' only, zero on
      *> every other posting; older rows read back as spaces.
           05  GL-REIMBURSEMENT        PIC 9(8)V99.
      *> The employing company the posting belongs to (see
      *> COMPANY.cpy); blank on older rows and on pension
      *> postings means company 01.
           05  GL-COMPANY-CODE         PIC X(2).
