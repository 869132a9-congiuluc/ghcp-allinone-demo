      *> Federal income tax withholding bracket record
      *> (fedbrackets.txt), keyed by filing status, effective date
      *> and bracket floor. Each filing status carries a full set
      *> of annual brackets per effective date: annualized wages
      *> at or over FBR-WAGE-FLOOR are withheld FBR-BASE-TAX plus
      *> FBR-RATE of the excess over the floor. The standard
      *> deduction is built into the first bracket's floor, as in
      *> the published percentage-method tables. PAYROLL-
      *> CALCULATIONS uses the most recent set not in the future
      *> for each filing status.

       01  FED-BRACKET-RECORD.
           05  FBR-KEY.
               10  FBR-FILING-STATUS   PIC X(1).
               10  FBR-EFFECTIVE-DATE  PIC 9(8).
               10  FBR-WAGE-FLOOR      PIC 9(8)V99.
           05  FBR-BASE-TAX            PIC 9(8)V99.
           05  FBR-RATE                PIC 9V9999.
