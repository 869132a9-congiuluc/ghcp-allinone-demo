      *> Pension GL journal (pensiongl.txt). The GL extract is
      *> rewritten by every scheduled payroll run, so once the
      *> accounting load has taken it the postings are gone.
      *> PENSION-PAYRUN appends a copy of every pension posting
      *> it makes here as well, dated the day it was posted,
      *> giving the year-end 1099-R run the year's pension GL
      *> postings to tie the statement totals to.

       01  PENSION-GL-JOURNAL-RECORD.
           05  PGJ-POSTING-DATE        PIC 9(8).
           05  PGJ-PENSION-PERIOD      PIC 9(6).
           05  PGJ-POSTING-TYPE        PIC X(2).
           05  PGJ-EMP-ID              PIC 9(5).
           05  PGJ-DEPARTMENT          PIC X(20).
           05  PGJ-GROSS-PAY           PIC 9(8)V99.
           05  PGJ-FEDERAL-TAX         PIC 9(8)V99.
           05  PGJ-STATE-TAX           PIC 9(8)V99.
           05  PGJ-NET-PAY             PIC 9(8)V99.
