      *>   EMP-WORK-STATE added so state withholding follows the
      *>     employee's work jurisdiction; blank means the
      *>     default state rate applies, as before.
      *>   EMP-BIRTH-DATE added so the payroll run can allow the
      *>     401(k) catch-up deferral to employees 50 and over;
      *>     records from before it read back as spaces and are
      *>     treated as no birth date on file.
      *>   EMP-SSN and the home address added for the state
      *>     new-hire report; records from before them read back
      *>     as spaces and are listed as missing the data the
      *>     states require until roster maintenance supplies it.
      *>   EMP-WC-CLASS-CODE added: the workers' compensation class
      *>     the employee's payroll is rated under in their work
      *>     state (see WCRATE.cpy); blank means not yet classified.
      *>   EMP-COMPANY-CODE added: the employing company (see
      *>     COMPANY.cpy) whose FEIN, bank and ledger the
      *>     employee is paid under; blank on records from
      *>     before it means company 01, the original employer.
      *>   employees.txt carries alternate keys on EMP-NAME and
      *>     EMP-DEPARTMENT, duplicates allowed, so an employee
      *>     can be found by name and a department read in order
      *>     without a pass of the whole master. Every program
      *>     that opens the file declares both keys.

       01  EMPLOYEE-RECORD.
           05  EMP-ID                  PIC 9(5).
               88  PAY-TYPE-SALARIED       VALUE 'S' ' '.
               88  PAY-TYPE-HOURLY         VALUE 'H'.
           05  EMP-HOURLY-RATE         PIC 9(4)V99.
           05  EMP-BIRTH-DATE          PIC 9(8).
           05  EMP-SSN                 PIC 9(9).
           05  EMP-HOME-ADDRESS.
               10  EMP-ADDR-STREET     PIC X(30).
               10  EMP-ADDR-CITY       PIC X(20).
               10  EMP-ADDR-STATE      PIC X(2).
               10  EMP-ADDR-ZIP        PIC X(10).
           05  EMP-WC-CLASS-CODE       PIC X(4).
           05  EMP-COMPANY-CODE        PIC X(2).
