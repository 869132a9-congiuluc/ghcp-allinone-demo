      *> checks cleared from the bank's paid-items file, ages the
      *> outstanding issues, and flags stale-dated and
      *> escheatable checks; PAYMENT-REVERSAL voids the check
      *> behind a reversed payment. POSITIVE-PAY reports each
      *> issue, and each void, to the bank once, stamping the
      *> positive pay file it went on.

       01  CHECK-REGISTER-MASTER-REC.
           05  CKG-CHECK-NUMBER        PIC 9(8).
               88  CKG-CLEARED             VALUE 'C'.
               88  CKG-VOIDED              VALUE 'V'.
           05  CKG-CLEARED-DATE        PIC 9(8).
      *> The company whose account the check is drawn on;
      *> blank on older records means company 01.
           05  CKG-COMPANY-CODE        PIC X(2).
      *> The date the check was voided (zero while it stands),
      *> and the positive pay files its issue and its void went
      *> to the bank on - zero while not yet reported. Records
      *> from before positive pay read back as spaces; their
      *> issues were never reported and are not sent now, but a
      *> later void of one is.
           05  CKG-VOID-DATE           PIC 9(8).
           05  CKG-PP-ISSUE-FILE       PIC 9(6).
           05  CKG-PP-VOID-FILE        PIC 9(6).
