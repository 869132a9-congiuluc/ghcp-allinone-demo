      *> Employer identification (employer.txt), a single record
      *> naming the employer the way the state agencies know it:
      *> the federal employer identification number, legal name
      *> and the address state correspondence goes to. Read by
      *> NEW-HIRE-REPORT for the header of every state file.

       01  EMPLOYER-RECORD.
           05  ER-FEIN                 PIC 9(9).
           05  ER-NAME                 PIC X(40).
           05  ER-ADDR-STREET          PIC X(30).
           05  ER-ADDR-CITY            PIC X(20).
           05  ER-ADDR-STATE           PIC X(2).
           05  ER-ADDR-ZIP             PIC X(10).
