      *> state only - pension benefits are not FICA wages), 'P'
      *> withholds the elected flat percentage as federal tax,
      *> 'N' withholds nothing.
      *> PEN-DISTRIBUTION-CODE is the 1099-R box 7 code the
      *> benefit is reported under at year end: '7' normal
      *> distribution, '1' early with no known exception, '2'
      *> early with an exception, '3' disability, '4' death.
      *> Records written before it existed read back as a
      *> space and are reported as a normal distribution.

       01  PENSION-MASTER-RECORD.
           05  PEN-EMP-ID              PIC 9(5).
           05  PEN-STATUS              PIC X(1).
               88  PEN-PAYABLE             VALUE 'A'.
               88  PEN-STOPPED             VALUE 'S'.
           05  PEN-DISTRIBUTION-CODE   PIC X(1).
               88  PEN-DIST-CODE-VALID     VALUE '1' '2' '3' '4'
                                                 '7'.
