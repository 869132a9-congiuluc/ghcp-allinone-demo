      *> Accounting updates this record (outside of PAYROLL-DEMO)
      *> whenever the employee master is refreshed, so a truncated
      *> or duplicated input file can be caught before posting.
      *> The first record, with a blank CTL-COMPANY-CODE, is the
      *> whole master; it may be followed by one record per
      *> company carrying that company's share, each balanced
      *> on its own.

       01  CONTROL-TOTAL-RECORD.
           05  CTL-EXPECTED-COUNT      PIC 9(5).
           05  CTL-EXPECTED-SALARY     PIC 9(10)V99.
           05  CTL-COMPANY-CODE        PIC X(2).
