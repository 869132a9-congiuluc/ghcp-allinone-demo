      *> CALL parameters between every batch cycle program and
      *> the RUN-LOG subprogram that keeps the run history. A
      *> step CALLs RUN-LOG once with RL-START-STEP as its first
      *> act, which stamps RL-START-TIMESTAMP, and once with
      *> RL-END-STEP on every way out - the clean end and each
      *> refusal - after filling in the rest, which appends one
      *> record to runhistory.log (see RUNHIST.cpy).
      *> RL-JOB-NAME is the cycle the step belongs to (PAYROLL,
      *> PENSION, QTRTAX, YEAREND, or OFFCYCLE for a manual check
      *> dispatch) and RL-STEP-NAME its load module name;
      *> RL-STEP-QUALIFIER tells apart two steps of one module in
      *> the same job (the company a QTRTAX or YEARWAGE step
      *> reports). RL-PERIOD is the pay period id, the quarter
      *> as YYYYQn or the tax year; a step that cannot know its
      *> period leaves it blank and is counted in the cycle of
      *> the step logged before it, as is one that leaves the job
      *> blank. The two money totals are whichever the step
      *> controls, each under a short label. RETURN-CODE is
      *> handed over in RL-RETURN-CODE and handed back the same,
      *> since the CALL itself resets it.

       01  RL-RUN-LOG-PARAMETERS.
           05  RL-ACTION               PIC X(1).
               88  RL-START-STEP           VALUE 'S'.
               88  RL-END-STEP             VALUE 'E'.
           05  RL-JOB-NAME             PIC X(8).
           05  RL-STEP-NAME            PIC X(8).
           05  RL-STEP-QUALIFIER       PIC X(4).
           05  RL-PERIOD               PIC X(8).
           05  RL-START-TIMESTAMP      PIC X(14).
           05  RL-RECORDS-READ         PIC 9(9).
           05  RL-RECORDS-WRITTEN      PIC 9(9).
           05  RL-RECORDS-REJECTED     PIC 9(9).
           05  RL-AMOUNT-1-LABEL       PIC X(10).
           05  RL-AMOUNT-1             PIC 9(11)V99.
           05  RL-AMOUNT-2-LABEL       PIC X(10).
           05  RL-AMOUNT-2             PIC 9(11)V99.
           05  RL-RETURN-CODE          PIC 9(3).
           05  RL-RUN-MODE             PIC X(1).
               88  RL-LIVE-RUN             VALUE 'L'.
               88  RL-TRIAL-RUN            VALUE 'T'.
