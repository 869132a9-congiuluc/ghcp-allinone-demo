      *> Pay history archive record. PAY-HISTORY-RETENTION moves
      *> pay history older than the retention window out of
      *> payhistory.dat into a dated line sequential archive,
      *> phistarch_YYYYMMDD.dat: one detail record per pay history
      *> record, carried whole, and a trailer last with the
      *> archive's control totals. PAYSTUB-INQUIRY reads the
      *> archives logged on phistarchlog.dat (PHARCLOG.cpy) when a
      *> stub is no longer on the live file.

       01  PAY-HISTORY-ARCHIVE-RECORD.
           05  PHA-RECORD-TYPE         PIC X(1).
               88  PHA-DETAIL              VALUE 'D'.
               88  PHA-TRAILER             VALUE 'T'.
      *> The pay history record itself, as it stood on the live file
           05  PHA-HISTORY-DATA        PIC X(262).
      *> Trailer: what the archive holds and the tax years it was
      *> cut at - every record paid before January 1 of
      *> PHA-CUTOFF-YEAR
           05  PHA-TRAILER-DATA REDEFINES PHA-HISTORY-DATA.
               10  PHA-RECORD-COUNT    PIC 9(9).
               10  PHA-GROSS-TOTAL     PIC 9(11)V99.
               10  PHA-NET-TOTAL       PIC 9(11)V99.
               10  PHA-CUTOFF-YEAR     PIC 9(4).
               10  PHA-CREATED-TIMESTAMP PIC X(14).
               10  FILLER              PIC X(209).
