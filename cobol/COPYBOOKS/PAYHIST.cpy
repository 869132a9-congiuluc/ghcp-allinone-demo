      *> long after paystubs.txt has been overwritten. Written by
      *> PAYROLL-DEMO as each employee is paid; read by
      *> PAYSTUB-INQUIRY for reprints and history listings.
      *> PH-TAXABLE-WAGES and PH-FICA-WAGES are the income-tax
      *> and FICA wages of the payment (see TAXDTL.cpy); rows
      *> written before they existed read back as spaces and
      *> mean the full gross. PH-401K-MATCH is the company 401(k)
      *> match posted with the payment; older rows read it as
      *> spaces, meaning none. PH-LOAN-RECOVERY is the loan and
      *> pay advance recovery taken from the check (not inside
      *> the deduction fields above); older rows read spaces.
      *> PH-REIMBURSEMENT is the non-taxable expense
      *> reimbursement paid with the check - inside PH-NET-PAY
      *> but in none of the wage figures; older rows read
      *> spaces, meaning none. PH-EMPLOYER-FICA and
      *> PH-EMPLOYER-UNEMP are the employer FICA match and
      *> unemployment contribution the payment cost, for the
      *> department budget report; older rows read spaces, and
      *> the report takes the FICA match as equal to the FICA
      *> withheld (as it was computed) and no unemployment.
      *> PH-WC-STATE and PH-WC-CLASS-CODE are the work state and
      *> workers' compensation class the payment's wages were
      *> earned under, and PH-OT-PREMIUM the overtime premium
      *> portion of the gross (the half of time-and-a-half) that
      *> the carrier leaves out of rated payroll; the workers'
      *> comp report totals from them. Older rows and pension
      *> rows read spaces, meaning unclassified / no premium.

       01  PAY-HISTORY-RECORD.
           05  PH-KEY.
           05  PH-OT-HOURS             PIC 9(4)V99.
           05  PH-NET-PAY              PIC 9(8)V99.
           05  PH-CURRENCY-CODE        PIC X(3).
           05  PH-TAXABLE-WAGES        PIC 9(8)V99.
           05  PH-FICA-WAGES           PIC 9(8)V99.
           05  PH-401K-MATCH           PIC 9(8)V99.
           05  PH-LOAN-RECOVERY        PIC 9(8)V99.
           05  PH-REIMBURSEMENT        PIC 9(8)V99.
           05  PH-EMPLOYER-FICA        PIC 9(8)V99.
           05  PH-EMPLOYER-UNEMP       PIC 9(8)V99.
           05  PH-WC-STATE             PIC X(2).
           05  PH-WC-CLASS-CODE        PIC X(4).
           05  PH-OT-PREMIUM           PIC 9(8)V99.
      *> The employing company the payment was made by; blank
      *> on older rows and pension rows means company 01.
           05  PH-COMPANY-CODE         PIC X(2).
