      *> The employer-side fields carry the FICA match and the
      *> unemployment contribution back to the caller; they cost
      *> the company money but never reduce the employee's net.
      *> PC-PAY-FREQUENCY takes the EMP-PAY-FREQUENCY codes and
      *> drives the annualization of wages against the federal
      *> bracket tables; a blank frequency marks supplemental pay
      *> (bonus awards, retro catch-up), withheld at the flat
      *> supplemental rate from the rate table. PC-W4-ELECTIONS
      *> carries the W-4 in force (see W4ELECT.cpy); blank/zero
      *> means no W-4 on file - single, no adjustments.
      *> PC-PRETAX-DEDUCTIONS is every pre-tax deduction the
      *> caller is taking from this check and comes off the
      *> income-tax wages; PC-SEC125-DEDUCTIONS is the Section
      *> 125 share of it, which also comes off the FICA and
      *> unemployment wages. The module hands back the reduced
      *> wages it taxed in PC-TAXABLE-WAGES and PC-FICA-WAGES
      *> and nets the pre-tax deductions out of PC-NET-PAY. If
      *> the check cannot cover its FICA after the deductions,
      *> PC-PRETAX-DEDUCTIONS comes back cut to what it can
      *> carry - only the non-125 share is ever cut.

       01  PC-CALC-PARAMETERS.
           05  PC-GROSS-PAY            PIC 9(8)V99.
           05  PC-WORK-STATE           PIC X(2).
           05  PC-YTD-FICA-WAGES       PIC 9(10)V99.
           05  PC-YTD-UNEMP-WAGES      PIC 9(10)V99.
           05  PC-PAY-FREQUENCY        PIC X(1).
               88  PC-SUPPLEMENTAL-PAY     VALUE SPACE.
           05  PC-W4-ELECTIONS.
               10  PC-W4-FILING-STATUS     PIC X(1).
               10  PC-W4-DEPENDENT-CREDIT  PIC 9(6)V99.
               10  PC-W4-OTHER-INCOME      PIC 9(7)V99.
               10  PC-W4-DEDUCTIONS        PIC 9(7)V99.
               10  PC-W4-EXTRA-WITHHOLD    PIC 9(5)V99.
               10  PC-W4-EXEMPT-FLAG       PIC X(1).
           05  PC-PRETAX-DEDUCTIONS    PIC 9(8)V99.
           05  PC-SEC125-DEDUCTIONS    PIC 9(8)V99.
           05  PC-FEDERAL-TAX          PIC 9(8)V99.
           05  PC-STATE-TAX            PIC 9(8)V99.
           05  PC-FICA-TAX             PIC 9(8)V99.
           05  PC-NET-PAY              PIC 9(8)V99.
           05  PC-EMPLOYER-FICA        PIC 9(8)V99.
           05  PC-EMPLOYER-UNEMP       PIC 9(8)V99.
           05  PC-TAXABLE-WAGES        PIC 9(8)V99.
           05  PC-FICA-WAGES           PIC 9(8)V99.
