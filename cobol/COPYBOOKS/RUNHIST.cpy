      *> Run history record - one per batch step run, appended to
      *> runhistory.log by the RUN-LOG subprogram (see RUNLOGP.cpy
      *> for what each step supplies) and read back by the
      *> OPS-RUN-REPORT morning operations report. Elapsed time
      *> is in seconds from the start to the end timestamp.

       01  RUN-HISTORY-RECORD.
           05  RH-JOB-NAME             PIC X(8).
           05  RH-STEP-NAME            PIC X(8).
           05  RH-STEP-QUALIFIER       PIC X(4).
           05  RH-PERIOD               PIC X(8).
           05  RH-START-TIMESTAMP      PIC X(14).
           05  RH-END-TIMESTAMP        PIC X(14).
           05  RH-ELAPSED-SECONDS      PIC 9(7).
           05  RH-RECORDS-READ         PIC 9(9).
           05  RH-RECORDS-WRITTEN      PIC 9(9).
           05  RH-RECORDS-REJECTED     PIC 9(9).
           05  RH-AMOUNT-1-LABEL       PIC X(10).
           05  RH-AMOUNT-1             PIC 9(11)V99.
           05  RH-AMOUNT-2-LABEL       PIC X(10).
           05  RH-AMOUNT-2             PIC 9(11)V99.
           05  RH-RETURN-CODE          PIC 9(3).
           05  RH-RUN-MODE             PIC X(1).
               88  RH-LIVE-RUN             VALUE 'L'.
               88  RH-TRIAL-RUN            VALUE 'T'.
