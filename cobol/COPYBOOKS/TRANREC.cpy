      *> One record drives one add/change/delete against the
      *> employee master; unused fields on a CHANGE transaction are
      *> left blank/zero and are not applied to the master record.
      *> A 'W' transaction files the employee's W-4 withholding
      *> elections (w4elect.dat) in full, replacing any election
      *> on file; only the id and the TRAN-W4 fields are read. An
      *> add may carry the new hire's W-4 the same way - a blank
      *> filing status on an add means no W-4 was supplied.
      *> TRAN-EMP-BIRTH-DATE is required on an add and applied on
      *> a change when nonzero; lines keyed before it existed
      *> read back as spaces there and mean no birth date given.
      *> TRAN-EMP-SSN and the home address fields are applied on
      *> an add or change when supplied (nonzero / nonblank);
      *> older lines read them as spaces, meaning not given.
      *> TRAN-EMP-WC-CLASS-CODE is the workers' compensation class
      *> code, applied when nonblank; it must have a rate on
      *> wcrates.dat for the employee's work state.
      *> TRAN-EMP-COMPANY-CODE is the employing company, applied
      *> when nonblank; it must be on company.dat. A change to a
      *> different company is a transfer - the year-to-date
      *> earned with the old company is closed off to
      *> ytdxfer.dat and the wage bases start over.
      *> TRAN-EFFECTIVE-DATE is the date an add, change or delete
      *> takes effect, recorded with it on the employee change
      *> history; zero (or spaces on older lines) means the hire
      *> date for an add, the status date for a change carrying
      *> one, and otherwise the day it is applied; the master
      *> itself is updated when the line is applied, whatever
      *> the date. TRAN-SOURCE names where
      *> the transaction came from (HR for the HR feed, MERIT
      *> for the merit cycle); blank means keyed by the roster
      *> clerk.

       01  TRANSACTION-RECORD.
           05  TRAN-CODE                   PIC X(1).
               88  TRAN-ADD                    VALUE 'A'.
               88  TRAN-CHANGE                 VALUE 'C'.
               88  TRAN-DELETE                 VALUE 'D'.
               88  TRAN-W4-ELECTION            VALUE 'W'.
           05  TRAN-EMP-ID                 PIC 9(5).
           05  TRAN-EMP-NAME               PIC X(30).
           05  TRAN-EMP-DEPARTMENT         PIC X(20).
           05  TRAN-EMP-WORK-STATE         PIC X(2).
           05  TRAN-EMP-PAY-TYPE           PIC X(1).
           05  TRAN-EMP-HOURLY-RATE        PIC 9(4)V99.
           05  TRAN-W4-FILING-STATUS       PIC X(1).
           05  TRAN-W4-DEPENDENT-CREDIT    PIC 9(6)V99.
           05  TRAN-W4-OTHER-INCOME        PIC 9(7)V99.
           05  TRAN-W4-DEDUCTIONS          PIC 9(7)V99.
           05  TRAN-W4-EXTRA-WITHHOLD      PIC 9(5)V99.
           05  TRAN-W4-EXEMPT-FLAG         PIC X(1).
           05  TRAN-EMP-BIRTH-DATE         PIC 9(8).
           05  TRAN-EMP-SSN                PIC 9(9).
           05  TRAN-EMP-ADDR-STREET        PIC X(30).
           05  TRAN-EMP-ADDR-CITY          PIC X(20).
           05  TRAN-EMP-ADDR-STATE         PIC X(2).
           05  TRAN-EMP-ADDR-ZIP           PIC X(10).
           05  TRAN-EMP-WC-CLASS-CODE      PIC X(4).
           05  TRAN-EMP-COMPANY-CODE       PIC X(2).
           05  TRAN-EFFECTIVE-DATE         PIC 9(8).
           05  TRAN-SOURCE                 PIC X(8).
