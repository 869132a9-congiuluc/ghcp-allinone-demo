      *> Department payroll budget (deptbudget.dat), keyed on the
      *> department code employees carry in EMP-DEPARTMENT (see
      *> DEPTMAST.cpy) and the budget year. Holds the annual
      *> payroll budget - gross pay plus the employer FICA match
      *> and unemployment contribution - and its spread over the
      *> twelve calendar months, which always add back to the
      *> annual figure. DEPT-BUDGET-SETUP loads it;
      *> DEPT-BUDGET-REPORT compares each period's actual spend
      *> from the pay history against it.

       01  DEPT-BUDGET-RECORD.
           05  DB-KEY.
               10  DB-DEPT-CODE        PIC X(20).
               10  DB-BUDGET-YEAR      PIC 9(4).
           05  DB-ANNUAL-BUDGET        PIC 9(9)V99.
           05  DB-MONTHLY-BUDGET       PIC 9(8)V99
                   OCCURS 12 TIMES.
           05  DB-ENTERED-DATE         PIC 9(8).
