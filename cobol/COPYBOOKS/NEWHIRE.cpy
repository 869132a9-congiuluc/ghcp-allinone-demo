      *> New-hire reporting tracker (newhire.dat), keyed on the
      *> employee and the date of hire or rehire, so each hire is
      *> held once and reported to its state once. ROSTER-
      *> MAINTENANCE writes a pending entry for every add it
      *> applies (keyed or from HR-INTERFACE) and for every
      *> status change from inactive back to active, dated from
      *> the status date carried on the change. NEW-HIRE-REPORT
      *> reports the pending entries by work state and stamps
      *> the date reported and the state reported to; an entry
      *> missing data the states require stays pending until
      *> the master is corrected.

       01  NEW-HIRE-RECORD.
           05  NH-KEY.
               10  NH-EMP-ID           PIC 9(5).
               10  NH-HIRE-DATE        PIC 9(8).
           05  NH-HIRE-TYPE            PIC X(1).
               88  NH-NEW-HIRE             VALUE 'N'.
               88  NH-REHIRE               VALUE 'R'.
           05  NH-LOGGED-DATE          PIC 9(8).
           05  NH-REPORTED-DATE        PIC 9(8).
               88  NH-NOT-YET-REPORTED     VALUE 0.
           05  NH-REPORTED-STATE       PIC X(2).
