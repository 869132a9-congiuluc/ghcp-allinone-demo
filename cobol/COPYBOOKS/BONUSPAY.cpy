      *> solves for the gross that delivers it under the
      *> current rate table (respecting the FICA wage-base
      *> state in ytd.dat) instead of taxing the amount down.
      *> BP-COMPANY-CODE is the employee's employing company
      *> (blank on older hand-offs = company 01).

       01  BONUS-PAY-RECORD.
           05  BP-EMP-ID               PIC 9(5).
           05  BP-WORK-STATE           PIC X(2).
           05  BP-GROSSUP-FLAG         PIC X(1).
               88  BP-NET-GUARANTEED       VALUE 'Y'.
           05  BP-COMPANY-CODE         PIC X(2).
