      *> Company master (company.dat), keyed on CO-CODE. One
      *> record per employing company - each files under its own
      *> federal employer identification number, banks on its
      *> own account and posts to its own ledger. Company 01 is
      *> the original employer; an employee, payment or tax row
      *> with a blank company code belongs to it.
      *> CO-STATE-REG holds the company's withholding and
      *> unemployment account numbers with each state it is
      *> registered in (CO-STATE-REG-COUNT entries used).
      *> CO-ACH-ORIGINATOR is the NACHA originator identification
      *> for the company's direct deposit file, laid out as the
      *> achcompany.txt parameter record it replaces; a blank
      *> company id means the company pays by check only.
      *> CO-GL-COMPANY is the company's code in the general
      *> ledger. COMPANY-SETUP maintains the file.

       01  COMPANY-RECORD.
           05  CO-CODE                 PIC X(2).
           05  CO-NAME                 PIC X(40).
           05  CO-FEIN                 PIC 9(9).
           05  CO-ADDR-STREET          PIC X(30).
           05  CO-ADDR-CITY            PIC X(20).
           05  CO-ADDR-STATE           PIC X(2).
           05  CO-ADDR-ZIP             PIC X(10).
           05  CO-GL-COMPANY           PIC X(4).
           05  CO-ACH-ORIGINATOR.
               10  CO-ACH-COMPANY-NAME PIC X(16).
               10  CO-ACH-COMPANY-ID   PIC X(10).
               10  CO-ACH-IMMED-DEST   PIC 9(9).
               10  CO-ACH-IMMED-ORIGIN PIC 9(9).
               10  CO-ACH-DEST-NAME    PIC X(23).
               10  CO-ACH-ORIGIN-NAME  PIC X(23).
               10  CO-ACH-FUNDING-ROUTING
                                       PIC 9(9).
               10  CO-ACH-FUNDING-ACCOUNT
                                       PIC X(17).
               10  CO-ACH-ENTRY-DESC   PIC X(10).
           05  CO-STATE-REG-COUNT      PIC 9(2).
           05  CO-STATE-REG OCCURS 10 TIMES
                   INDEXED BY CO-REG-IDX.
               10  CO-REG-STATE        PIC X(2).
               10  CO-REG-WITHHOLD-ID  PIC X(15).
               10  CO-REG-UNEMP-ID     PIC X(15).
           05  CO-ENTERED-DATE         PIC 9(8).
