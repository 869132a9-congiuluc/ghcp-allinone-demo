      *> Positive pay transmission log (pospaylog.dat), keyed on
      *> the file sequence number. POSITIVE-PAY adds one record
      *> for every issue file it builds, carrying the file's
      *> control totals, and records the transmission when the
      *> file is confirmed sent - once only, after re-adding
      *> the file on disk and proving it still ties to the
      *> totals logged when it was built. A file still showing
      *> CREATED has not gone to the bank.

       01  POS-PAY-LOG-RECORD.
           05  PPL-FILE-SEQ            PIC 9(6).
           05  PPL-FILE-NAME           PIC X(20).
           05  PPL-CREATED-TIMESTAMP   PIC X(14).
           05  PPL-ISSUE-COUNT         PIC 9(5).
           05  PPL-ISSUE-TOTAL         PIC 9(10)V99.
           05  PPL-VOID-COUNT          PIC 9(5).
           05  PPL-VOID-TOTAL          PIC 9(10)V99.
           05  PPL-STATUS              PIC X(1).
               88  PPL-CREATED             VALUE 'C'.
               88  PPL-TRANSMITTED         VALUE 'T'.
           05  PPL-SENT-TIMESTAMP      PIC X(14).
           05  PPL-SENT-REFERENCE      PIC X(20).
