      *> Pay history archive log (phistarchlog.dat), keyed on the
      *> archive date. PAY-HISTORY-RETENTION adds one record for
      *> every archive it writes, carrying the archive's control
      *> totals once it has re-read the archive and proved it ties
      *> to them, and marks the record purged once every archived
      *> record is off the live pay history. An archive still
      *> showing ARCHIVED has records left to purge; the next run,
      *> whatever day it is made, finishes the purge from it
      *> before cutting a new archive.

       01  PAY-HISTORY-ARCHIVE-LOG.
           05  PHL-ARCHIVE-DATE        PIC 9(8).
           05  PHL-FILE-NAME           PIC X(24).
           05  PHL-CREATED-TIMESTAMP   PIC X(14).
           05  PHL-RETENTION-YEARS     PIC 9(2).
           05  PHL-CORRECTION-YEARS    PIC 9(2).
           05  PHL-CUTOFF-YEAR         PIC 9(4).
           05  PHL-EARLIEST-PAY-DATE   PIC 9(8).
           05  PHL-LATEST-PAY-DATE     PIC 9(8).
           05  PHL-RECORD-COUNT        PIC 9(9).
           05  PHL-GROSS-TOTAL         PIC 9(11)V99.
           05  PHL-NET-TOTAL           PIC 9(11)V99.
           05  PHL-STATUS              PIC X(1).
               88  PHL-ARCHIVED            VALUE 'A'.
               88  PHL-PURGED              VALUE 'P'.
           05  PHL-PURGED-COUNT        PIC 9(9).
           05  PHL-PURGED-TIMESTAMP    PIC X(14).
