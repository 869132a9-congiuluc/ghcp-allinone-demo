       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-LOG.
      *> ====================================================
      *> Batch run history writer
      *> CALLed by every program in the payroll, pension,
      *> quarterly tax and year-end cycles so that what ran, for
      *> which period, how long it took, what it read, wrote and
      *> rejected, the money it controls and how it ended are in
      *> one place instead of scattered across job output. The
      *> caller's first CALL (RL-START-STEP) stamps the start
      *> time; its last (RL-END-STEP) appends one record to
      *> runhistory.log, which OPS-RUN-REPORT reads each morning.
      *>
      *> The history is opened, extended and closed within the
      *> one call so a step that abends later can never lose the
      *> records already written. A history that cannot be
      *> opened is reported on the console but never fails the
      *> step - the run log watches the cycle, it is not part of
      *> it.
      *>
      *> Modification History:
      *>   Initial version - run history record per step.
      *> ====================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY-FILE ASSIGN TO "runhistory.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY-FILE.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
       01  WS-RH-FILE-STATUS           PIC X(2) VALUE '00'.
           88  RH-FILE-OK                  VALUE '00'.
           88  RH-FILE-NOT-FOUND           VALUE '35'.

       01  WS-CLOCK-FIELDS.
           05  WS-CLOCK-DATE           PIC 9(8) VALUE 0.
           05  WS-CLOCK-TIME           PIC 9(8) VALUE 0.

      *> A timestamp taken apart to work out the elapsed time
       01  WS-STAMP-WORK               PIC X(14).
       01  WS-STAMP-PARTS REDEFINES WS-STAMP-WORK.
           05  WS-STAMP-DATE           PIC 9(8).
           05  WS-STAMP-HH             PIC 9(2).
           05  WS-STAMP-MI             PIC 9(2).
           05  WS-STAMP-SS             PIC 9(2).

       01  WS-ELAPSED-FIELDS.
           05  WS-START-SECONDS        PIC 9(11) VALUE 0.
           05  WS-END-SECONDS          PIC 9(11) VALUE 0.

       LINKAGE SECTION.
           COPY RUNLOGP.

       PROCEDURE DIVISION USING RL-RUN-LOG-PARAMETERS.

      *> ====================================================
      *> Main entry point - a start call and an end call per
      *> step run
      *> ====================================================
       MAIN-PROCEDURE.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           IF RL-START-STEP
               STRING WS-CLOCK-DATE WS-CLOCK-TIME(1:6)
                   DELIMITED BY SIZE INTO RL-START-TIMESTAMP
               END-STRING
           END-IF.
           IF RL-END-STEP
               PERFORM BUILD-RUN-HISTORY-RECORD
               PERFORM APPEND-RUN-HISTORY-RECORD
           END-IF.
           MOVE RL-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       BUILD-RUN-HISTORY-RECORD.
           MOVE RL-JOB-NAME          TO RH-JOB-NAME.
           MOVE RL-STEP-NAME         TO RH-STEP-NAME.
           MOVE RL-STEP-QUALIFIER    TO RH-STEP-QUALIFIER.
           MOVE RL-PERIOD            TO RH-PERIOD.
           MOVE RL-START-TIMESTAMP   TO RH-START-TIMESTAMP.
           STRING WS-CLOCK-DATE WS-CLOCK-TIME(1:6)
               DELIMITED BY SIZE INTO RH-END-TIMESTAMP
           END-STRING.
           MOVE RL-RECORDS-READ      TO RH-RECORDS-READ.
           MOVE RL-RECORDS-WRITTEN   TO RH-RECORDS-WRITTEN.
           MOVE RL-RECORDS-REJECTED  TO RH-RECORDS-REJECTED.
           MOVE RL-AMOUNT-1-LABEL    TO RH-AMOUNT-1-LABEL.
           MOVE RL-AMOUNT-1          TO RH-AMOUNT-1.
           MOVE RL-AMOUNT-2-LABEL    TO RH-AMOUNT-2-LABEL.
           MOVE RL-AMOUNT-2          TO RH-AMOUNT-2.
           MOVE RL-RETURN-CODE       TO RH-RETURN-CODE.
           IF RL-TRIAL-RUN
               SET RH-TRIAL-RUN TO TRUE
           ELSE
               SET RH-LIVE-RUN TO TRUE
           END-IF.
           PERFORM COMPUTE-ELAPSED-TIME.

      *> Seconds between the two stamps, across midnight or a
      *> month end; a start that was never stamped counts zero
       COMPUTE-ELAPSED-TIME.
           MOVE 0 TO RH-ELAPSED-SECONDS.
           MOVE RH-START-TIMESTAMP TO WS-STAMP-WORK.
           IF WS-STAMP-WORK IS NUMERIC AND WS-STAMP-DATE > 0
               COMPUTE WS-START-SECONDS =
                   FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
                   + WS-STAMP-HH * 3600 + WS-STAMP-MI * 60
                   + WS-STAMP-SS
               END-COMPUTE
               MOVE RH-END-TIMESTAMP TO WS-STAMP-WORK
               COMPUTE WS-END-SECONDS =
                   FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
                   + WS-STAMP-HH * 3600 + WS-STAMP-MI * 60
                   + WS-STAMP-SS
               END-COMPUTE
               IF WS-END-SECONDS > WS-START-SECONDS
                   COMPUTE RH-ELAPSED-SECONDS =
                       WS-END-SECONDS - WS-START-SECONDS
                   END-COMPUTE
               END-IF
           END-IF.

       APPEND-RUN-HISTORY-RECORD.
           OPEN EXTEND RUN-HISTORY-FILE.
           IF RH-FILE-NOT-FOUND
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF.
           IF RH-FILE-OK
               WRITE RUN-HISTORY-RECORD
               CLOSE RUN-HISTORY-FILE
           ELSE
               DISPLAY "RUN HISTORY UNAVAILABLE (STATUS "
                   WS-RH-FILE-STATUS ") - " RL-STEP-NAME
                   " NOT LOGGED"
           END-IF.
