      *> period being dispatched (an off-cycle id in the 9NNNNN
      *> range for manual checks) so the dispatch step can derive
      *> the ACH effective settlement date from the pay calendar.
      *> PAY-COMPANY-CODE is the paying company (blank = 01) -
      *> each company's payments go out in its own ACH file. A
      *> trailer carrying a company code is that company's
      *> share of the run and must balance its detail; the
      *> trailer with a blank code is the whole run.

       01  PAYMENT-RECORD.
           05  PAY-RECORD-TYPE         PIC X(1).
           05  PAY-TRAILER-COUNT       PIC 9(5).
           05  PAY-TRAILER-TOTAL       PIC 9(10)V99.
           05  PAY-PERIOD-ID           PIC 9(6).
           05  PAY-COMPANY-CODE        PIC X(2).
