      *> falls in a later year than YTD-YEAR, the record is reset
      *> before that period's figures are added, so the statutory
      *> FICA wage-base cap and the YTD totals both start fresh.
      *> YTD-FICA-TAXABLE-WAGES and YTD-UNEMP-TAXABLE-WAGES are
      *> gross less Section 125 deductions, held to their wage
      *> bases; YTD-TAXABLE-WAGES is gross less every pre-tax
      *> deduction - the federal and state income-tax wages the
      *> W-2 reports, which no longer equal YTD-GROSS-PAY once a
      *> 401k or cafeteria-plan deduction is taken.
      *> YTD-401K is the employee's elective deferral, capped at
      *> the plan year limit; YTD-401K-MATCH is the company match
      *> posted on it - employer cost, never taken from the check.
      *> YTD-COMPANY-CODE is the company the accumulators were
      *> earned with (blank on older records = company 01). A
      *> transfer to another company closes them off to
      *> ytdxfer.dat (YTDXFER.cpy) and restarts them, so each
      *> employer's wage bases and W-2 stand alone; the
      *> deferrals made with earlier employers this year are
      *> carried in YTD-PRIOR-CO-401K, since the 401(k) limit
      *> is the employee's, not the employer's.

       01  YTD-RECORD.
           05  YTD-EMP-ID              PIC 9(5).
           05  YTD-LAST-GROSS          PIC 9(8)V99.
           05  YTD-LAST-NET            PIC 9(8)V99.
           05  YTD-PERIODS-PAID        PIC 9(5).
      *> Records written before the income-tax wages were
      *> carried read back space-filled here; the readers treat
      *> that as equal to YTD-GROSS-PAY, which it was then.
           05  YTD-TAXABLE-WAGES       PIC 9(10)V99.
      *> Space-filled on records from before the match was
      *> carried - read as zero.
           05  YTD-401K-MATCH          PIC 9(10)V99.
      *> Space-filled on records from before the company was
      *> carried - company 01, no prior-company deferrals.
           05  YTD-COMPANY-CODE        PIC X(2).
           05  YTD-PRIOR-CO-401K       PIC 9(10)V99.
