      *> an open period, refuses a period already marked paid so
      *> the same period can never double-post, and flips the
      *> period to paid when the run completes in balance.
      *> PAYMENT-DISPATCH marks a paid period dispatched once its
      *> payments have gone out; a dispatched period still counts
      *> as paid everywhere, and PERIOD-BACKOUT refuses it.

       01  PAY-CALENDAR-RECORD.
           05  PCAL-PERIOD-ID          PIC 9(6).
           05  PCAL-PERIOD-END         PIC 9(8).
           05  PCAL-STATUS             PIC X(1).
               88  PCAL-PERIOD-OPEN        VALUE 'O'.
               88  PCAL-PERIOD-PAID        VALUE 'P' 'D'.
               88  PCAL-PERIOD-DISPATCHED  VALUE 'D'.
