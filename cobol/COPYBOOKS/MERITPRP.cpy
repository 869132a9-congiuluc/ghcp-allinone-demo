      *> Merit increase proposal (meritproposal.txt), one per
      *> active employee, written by MERIT-PROPOSAL in
      *> department order. HR reviews it and returns the
      *> approved increases in the same layout
      *> (meritapproved.txt) for MERIT-APPLY: a line is dropped
      *> for an employee not receiving an increase, and
      *> MRP-PROPOSED-PAY and MRP-EFFECTIVE-DATE may be amended.
      *> MRP-CURRENT-PAY is the pay the proposal was made from -
      *> the annual salary for salaried staff, the hourly rate
      *> for hourly - and must still match the master when the
      *> increase is applied. MRP-RANGE-BAND is the employee's
      *> position in the pay range for the department and pay
      *> type: 1 below the minimum, 2 to 5 the first to fourth
      *> quarter of the range, 6 at or above the maximum, and 0
      *> when no range is on file (no increase is proposed).

       01  MERIT-PROPOSAL-RECORD.
           05  MRP-EMP-ID              PIC 9(5).
           05  MRP-EMP-NAME            PIC X(30).
           05  MRP-DEPARTMENT          PIC X(20).
           05  MRP-PAY-TYPE            PIC X(1).
               88  MRP-SALARIED            VALUE 'S'.
               88  MRP-HOURLY              VALUE 'H'.
           05  MRP-RATING              PIC 9(1).
           05  MRP-RANGE-BAND          PIC 9(1).
               88  MRP-NO-RANGE            VALUE 0.
           05  MRP-CURRENT-PAY         PIC 9(8)V99.
           05  MRP-MERIT-PERCENT       PIC 9(2)V99.
           05  MRP-PROPOSED-PAY        PIC 9(8)V99.
           05  MRP-EFFECTIVE-DATE      PIC 9(8).
