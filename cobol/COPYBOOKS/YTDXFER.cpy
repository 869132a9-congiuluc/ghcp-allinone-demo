      *> Closed-off year-to-date record (ytdxfer.dat), one per
      *> company transfer. When ROSTER-MAINTENANCE moves an
      *> employee to another company it copies the accumulators
      *> earned with the old company here and restarts the live
      *> ytd.dat record, so every wage base starts over with the
      *> new employer. QUARTERLY-TAX-REPORT reconciles the old
      *> company's tax detail against these records along with
      *> ytd.dat, and YEAREND-WAGE-STATEMENTS adds them into the
      *> old company's W-2. Money fields mirror YTD.cpy.

       01  YTD-TRANSFER-RECORD.
           05  YTX-EMP-ID              PIC 9(5).
           05  YTX-YEAR                PIC 9(4).
           05  YTX-COMPANY-CODE        PIC X(2).
           05  YTX-TRANSFER-DATE       PIC 9(8).
           05  YTX-NEW-COMPANY-CODE    PIC X(2).
           05  YTX-GROSS-PAY           PIC 9(10)V99.
           05  YTX-FEDERAL-TAX         PIC 9(10)V99.
           05  YTX-STATE-TAX           PIC 9(10)V99.
           05  YTX-FICA-TAX            PIC 9(10)V99.
           05  YTX-FICA-TAXABLE-WAGES  PIC 9(10)V99.
           05  YTX-401K                PIC 9(10)V99.
           05  YTX-HEALTH-PREMIUMS     PIC 9(10)V99.
           05  YTX-OTHER-DEDUCTIONS    PIC 9(10)V99.
           05  YTX-GARNISHMENTS        PIC 9(10)V99.
           05  YTX-EMPLOYER-FICA       PIC 9(10)V99.
           05  YTX-EMPLOYER-UNEMP      PIC 9(10)V99.
           05  YTX-UNEMP-TAXABLE-WAGES PIC 9(10)V99.
           05  YTX-NET-PAY             PIC 9(10)V99.
           05  YTX-TAXABLE-WAGES       PIC 9(10)V99.
           05  YTX-401K-MATCH          PIC 9(10)V99.
