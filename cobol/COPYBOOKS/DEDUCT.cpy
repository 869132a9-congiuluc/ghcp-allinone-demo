      *> premiums. Employees with no record on file take no
      *> voluntary deductions. Benefits enrollment updates this
      *> file; the payroll run only reads it.
      *> Each election carries its tax treatment: 'I' pre-tax
      *> for income tax only (a traditional 401k deferral), 'S'
      *> a Section 125 cafeteria-plan deduction, pre-tax for
      *> income tax and FICA alike, 'A' after-tax. Records
      *> enrolled before the treatment codes existed read back
      *> as spaces and take the standard treatment - 401k 'I',
      *> health 'S', other 'A'.

       01  DEDUCTION-RECORD.
           05  DED-EMP-ID              PIC 9(5).
           05  DED-HEALTH-PREMIUM      PIC 9(6)V99.
           05  DED-OTHER-PREMIUM       PIC 9(6)V99.
           05  DED-OTHER-DESC          PIC X(20).
           05  DED-401K-TAX-TREATMENT  PIC X(1).
               88  DED-401K-PRETAX-INCOME      VALUE 'I'.
               88  DED-401K-SECTION-125        VALUE 'S'.
               88  DED-401K-AFTER-TAX          VALUE 'A'.
           05  DED-HEALTH-TAX-TREATMENT PIC X(1).
               88  DED-HEALTH-PRETAX-INCOME    VALUE 'I'.
               88  DED-HEALTH-SECTION-125      VALUE 'S'.
               88  DED-HEALTH-AFTER-TAX        VALUE 'A'.
           05  DED-OTHER-TAX-TREATMENT PIC X(1).
               88  DED-OTHER-PRETAX-INCOME     VALUE 'I'.
               88  DED-OTHER-SECTION-125       VALUE 'S'.
               88  DED-OTHER-AFTER-TAX         VALUE 'A'.
