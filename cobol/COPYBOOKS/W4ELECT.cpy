      *> Employee W-4 withholding elections (w4elect.dat), one
      *> record per employee keyed on W4-EMP-ID. Maintained by
      *> ROSTER-MAINTENANCE from 'W' roster transactions (or an
      *> add that carries a filing status); the payroll run and
      *> off-cycle checks hand the election in force to
      *> PAYROLL-CALCULATIONS. An employee with no record on file
      *> is withheld as single with no adjustments.
      *> The dependent credit, other income and deductions are
      *> annual amounts as entered on the form; the extra
      *> withholding is a flat amount per pay period. An exempt
      *> election stops federal withholding altogether.

       01  W4-ELECTION-RECORD.
           05  W4-EMP-ID               PIC 9(5).
           05  W4-FILING-STATUS        PIC X(1).
               88  W4-SINGLE               VALUE 'S'.
               88  W4-MARRIED-JOINT        VALUE 'M'.
               88  W4-HEAD-OF-HOUSEHOLD    VALUE 'H'.
           05  W4-DEPENDENT-CREDIT     PIC 9(6)V99.
           05  W4-OTHER-INCOME         PIC 9(7)V99.
           05  W4-DEDUCTIONS           PIC 9(7)V99.
           05  W4-EXTRA-WITHHOLD       PIC 9(5)V99.
           05  W4-EXEMPT-FLAG          PIC X(1).
               88  W4-CLAIMS-EXEMPT        VALUE 'Y'.
           05  W4-EFFECTIVE-DATE       PIC 9(8).
