      *> 401(k) contribution remittance record (k401remit.txt),
      *> written by PAYROLL-DEMO for the plan recordkeeper. One
      *> detail record per participant paid in the run carries
      *> the period's employee deferral and company match; a
      *> single trailer at successful completion carries the
      *> participant count and the run's deferral and match
      *> totals, so the recordkeeper (and the cash transfer
      *> funding the deposit) can prove the file ties to the
      *> payroll run. KRM-CATCHUP-ELIGIBLE is 'Y' when the
      *> employee reaches the catch-up age this plan year.

       01  K401-REMIT-RECORD.
           05  KRM-RECORD-TYPE         PIC X(1).
               88  KRM-DETAIL              VALUE 'D'.
               88  KRM-TRAILER             VALUE 'T'.
           05  KRM-PERIOD-ID           PIC 9(6).
           05  KRM-PAY-DATE            PIC 9(8).
           05  KRM-EMP-ID              PIC 9(5).
           05  KRM-EMP-NAME            PIC X(30).
           05  KRM-BIRTH-DATE          PIC 9(8).
           05  KRM-CATCHUP-ELIGIBLE    PIC X(1).
           05  KRM-DEFERRAL            PIC 9(8)V99.
           05  KRM-MATCH               PIC 9(8)V99.
           05  KRM-YTD-DEFERRAL        PIC 9(10)V99.
           05  KRM-TRAILER-COUNT       PIC 9(5).
           05  KRM-TRAILER-DEFERRAL    PIC 9(10)V99.
           05  KRM-TRAILER-MATCH       PIC 9(10)V99.
