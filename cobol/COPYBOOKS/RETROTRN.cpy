      *> Retroactive pay transaction (retrotrans.txt) for
      *> RETRO-PAY: one back-dated salary increase - the
      *> employee, the annual salary before and after, and the
      *> date the increase took effect. Keyed by HR, or handed
      *> on by MERIT-APPLY for merit increases approved with an
      *> effective date already paid at the old rate.

       01  RETRO-TRANS-RECORD.
           05  RTP-EMP-ID              PIC 9(5).
           05  RTP-OLD-SALARY          PIC 9(8)V99.
           05  RTP-NEW-SALARY          PIC 9(8)V99.
           05  RTP-EFFECTIVE-DATE      PIC 9(8).
