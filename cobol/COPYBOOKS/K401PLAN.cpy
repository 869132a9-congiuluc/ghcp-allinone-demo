      *> 401(k) plan limit and match formula record
      *> (k401plan.txt), one record per effective date. The
      *> payroll run uses the most recent record not in the
      *> future: the annual elective deferral limit, the extra
      *> catch-up deferral allowed to an employee who reaches
      *> KPL-CATCHUP-AGE by the end of the calendar year, and the
      *> company match formula - KPL-MATCH-RATE-1 of the deferral
      *> up to KPL-MATCH-TIER-1 of the period gross, plus
      *> KPL-MATCH-RATE-2 of the deferral over that up to a
      *> further KPL-MATCH-TIER-2 of the gross. Benefits
      *> administration adds a record whenever the IRS limits or
      *> the plan document change.

       01  K401-PLAN-RECORD.
           05  KPL-EFFECTIVE-DATE      PIC 9(8).
           05  KPL-DEFERRAL-LIMIT      PIC 9(6)V99.
           05  KPL-CATCHUP-LIMIT       PIC 9(6)V99.
           05  KPL-CATCHUP-AGE         PIC 9(2).
           05  KPL-MATCH-RATE-1        PIC 9V999.
           05  KPL-MATCH-TIER-1        PIC 9V999.
           05  KPL-MATCH-RATE-2        PIC 9V999.
           05  KPL-MATCH-TIER-2        PIC 9V999.
