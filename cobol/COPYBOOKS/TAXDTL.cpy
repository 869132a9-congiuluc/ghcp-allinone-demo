      *> as spaces and fall in the default bucket at zero wages.
           05  TXD-WORK-STATE          PIC X(2).
           05  TXD-GROSS-PAY           PIC 9(8)V99.
      *> The wages subject to income tax (gross less every
      *> pre-tax deduction) and to FICA and unemployment (gross
      *> less Section 125 deductions, before any wage-base
      *> cap) behind the payment. Rows written before these
      *> fields existed read back as spaces; the quarterly run
      *> takes the gross for both, as it was then.
           05  TXD-TAXABLE-WAGES       PIC 9(8)V99.
           05  TXD-FICA-WAGES          PIC 9(8)V99.
      *> The employing company whose FEIN the tax was withheld
      *> under; blank on older rows and pension rows means
      *> company 01. The quarterly returns are filed by it.
           05  TXD-COMPANY-CODE        PIC X(2).
