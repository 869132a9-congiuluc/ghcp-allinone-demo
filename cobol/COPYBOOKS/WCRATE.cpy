      *> Workers' compensation class code rate table
      *> (wcrates.dat), keyed on the state, the carrier's class
      *> code and the date a rate takes effect, so a START on
      *> state and class returns that class's rate history in
      *> date order and the rate in force on a day is the latest
      *> one effective on or before it. A class code is only
      *> valid for an employee in a state it has a rate for.
      *> WCR-RATE is the manual premium rate per $100 of
      *> payroll. WC-RATE-SETUP maintains it; ROSTER-MAINTENANCE
      *> validates class codes against it and WC-PREMIUM-REPORT
      *> prices the classified payroll with it.

       01  WC-RATE-RECORD.
           05  WCR-KEY.
               10  WCR-STATE-CODE      PIC X(2).
               10  WCR-CLASS-CODE      PIC X(4).
               10  WCR-EFFECTIVE-DATE  PIC 9(8).
           05  WCR-DESCRIPTION         PIC X(30).
           05  WCR-RATE                PIC 9(3)V9999.
           05  WCR-ENTERED-DATE        PIC 9(8).
