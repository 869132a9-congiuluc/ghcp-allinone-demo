      *> Minimum wage and exempt salary standards (minwage.dat),
      *> keyed on the jurisdiction and the date a standard
      *> takes effect, so a START on the jurisdiction returns
      *> its history in date order and the standard in force on
      *> a day is the latest one effective on or before it.
      *> Jurisdiction 'US' is the federal standard; any other is
      *> a work state. An employee is held to the higher of the
      *> federal standard and their work state's.
      *> MW-MINIMUM-HOURLY is the minimum hourly wage.
      *> MW-EXEMPT-SALARY is the least annual salary at which an
      *> employee may be treated as exempt from overtime (zero
      *> when the state sets none of its own). MIN-WAGE-SETUP
      *> maintains it; ROSTER-MAINTENANCE rejects pay set below
      *> it and PAYROLL-DEMO checks each period's pay against it.

       01  MIN-WAGE-RECORD.
           05  MW-KEY.
               10  MW-STATE-CODE       PIC X(2).
               10  MW-EFFECTIVE-DATE   PIC 9(8).
           05  MW-MINIMUM-HOURLY       PIC 9(3)V99.
           05  MW-EXEMPT-SALARY        PIC 9(7)V99.
           05  MW-ENTERED-DATE         PIC 9(8).
