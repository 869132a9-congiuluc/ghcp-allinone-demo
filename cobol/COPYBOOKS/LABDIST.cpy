      *> Labor distribution master (labordist.dat), keyed on the
      *> employee and the date an allocation set takes effect,
      *> so a START on the employee id returns that employee's
      *> sets in date order and the set in force for a period
      *> is the latest one effective on or before the period
      *> end. Each set spreads the employee's pay across up to
      *> ten GL cost centers by percentage (summing to 100);
      *> a set with no allocations returns the employee to
      *> their home department in full from its date.
      *> LABOR-DIST-SETUP maintains it; PAYROLL-DEMO splits the
      *> gross and employer burden it posts by the set in
      *> force, with the rounding left in the home department.

       01  LABOR-DIST-RECORD.
           05  LD-KEY.
               10  LD-EMP-ID           PIC 9(5).
               10  LD-EFFECTIVE-DATE   PIC 9(8).
           05  LD-ALLOC-COUNT          PIC 9(2).
           05  LD-ALLOCATION OCCURS 10 TIMES.
               10  LD-COST-CENTER      PIC X(10).
               10  LD-PERCENT          PIC 9(3)V99.
           05  LD-APPROVAL-REF         PIC X(12).
           05  LD-ENTERED-DATE         PIC 9(8).
