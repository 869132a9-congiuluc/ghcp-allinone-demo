      *> Pre-run snapshot record. PAYROLL-SNAPSHOT copies every
      *> master the payroll step posts to into paysnapshot.dat just
      *> before PAYSTEP, and PERIOD-BACKOUT restores them from it
      *> when a period posted with bad input has to be backed out
      *> before its payments are dispatched. One line sequential
      *> file: a header naming the period the snapshot was taken
      *> for, each master's records in key order carried whole in
      *> SNP-DATA under their own record type, a control record
      *> per master with its record count and control amount, and
      *> an end record last - a snapshot without its end record
      *> was never finished and is never restored from.
      *>
      *> Control amounts: ytd.dat the year-to-date gross,
      *> leavebal.dat the vacation and sick hours, dedarrears.dat
      *> the premiums in arrears, garnish.dat and loans.dat the
      *> remaining balances, suspense.dat the open items,
      *> payhistory.dat the net pay, the calendar none.

       01  PAY-SNAPSHOT-RECORD.
           05  SNP-RECORD-TYPE         PIC X(2).
               88  SNP-HEADER              VALUE 'HD'.
               88  SNP-YTD                 VALUE 'YT'.
               88  SNP-LEAVE               VALUE 'LV'.
               88  SNP-ARREARS             VALUE 'DA'.
               88  SNP-GARNISH             VALUE 'GA'.
               88  SNP-LOAN                VALUE 'LN'.
               88  SNP-SUSPENSE            VALUE 'SU'.
               88  SNP-PAY-HISTORY         VALUE 'PH'.
               88  SNP-CALENDAR            VALUE 'PC'.
               88  SNP-CONTROL             VALUE 'CT'.
               88  SNP-END                 VALUE 'EN'.
      *> The master record itself, as read
           05  SNP-DATA                PIC X(262).
      *> Header: the period the payroll step was about to post,
      *> when the snapshot was taken, and how many records the
      *> tax detail held then - anything appended after that
      *> was posted since the snapshot
           05  SNP-HEADER-DATA REDEFINES SNP-DATA.
               10  SNP-PERIOD-ID       PIC 9(6).
               10  SNP-TAKEN-TIMESTAMP PIC X(14).
               10  SNP-TAXDTL-COUNT    PIC 9(9).
               10  FILLER              PIC X(233).
           05  SNP-CONTROL-DATA REDEFINES SNP-DATA.
               10  SNP-CT-MASTER       PIC X(2).
               10  SNP-CT-RECORDS      PIC 9(9).
               10  SNP-CT-AMOUNT       PIC 9(11)V99.
               10  FILLER              PIC X(238).
      *> End: every record written ahead of it, header included
           05  SNP-END-DATA REDEFINES SNP-DATA.
               10  SNP-END-RECORDS     PIC 9(9).
               10  FILLER              PIC X(253).
