      *     hand-off (offer letters promise their bonuses net of
      *     tax) and tagged NET on the register; BONUS-PAYRUN
      *     grosses them up so the promised amount is what lands.
      *   The hand-off carries the employee's company so the pay
      *     run posts the award to the right employer.
      *   Each run appends its counts and the total awarded to the
      *     run history through RUN-LOG.
      *   Declares the employee master's alternate keys on
      *     EMP-NAME and EMP-DEPARTMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPARTMENT
                   WITH DUPLICATES
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT BONUS-REGISTER-FILE ASSIGN TO "bonusregister.txt"
       01  WS-REJECT-REASON             PIC X(40).
       01  WS-EMPLOYEE-COUNT            PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT              PIC 9(5) VALUE 0.
       01  WS-RECORDS-READ              PIC 9(5) VALUE 0.
       01  WS-BONUS-TOTAL               PIC 9(10)V99 VALUE 0.

       01  TENURE-BONUS                 PIC 9(8)V99 VALUE 0.
       01  PERFORMANCE-BONUS            PIC 9(8)V99 VALUE 0.
       01  TEMP-CALC                    PIC 9(10)V99.
       01  BONUS-PERCENTAGE             PIC 9V99.

           COPY RUNLOGP.

       PROCEDURE DIVISION.

           MAIN-PROCEDURE.
               PERFORM INITIALIZATION.
               PERFORM PROCESS-EMPLOYEES.
               PERFORM TERMINATION.
               PERFORM END-RUN-LOG.
               STOP RUN.

           INITIALIZATION.
               PERFORM START-RUN-LOG.
               DISPLAY " ".
               DISPLAY "=== BONUS CALCULATION REGISTER ===".
               DISPLAY " ".
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM PROCESS-ONE-EMPLOYEE
                   END-READ
               END-PERFORM.
                   PERFORM DISPLAY-RESULTS
                   PERFORM WRITE-BONUS-REGISTER-RECORD
                   ADD 1 TO WS-EMPLOYEE-COUNT
                   ADD TOTAL-BONUS TO WS-BONUS-TOTAL
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "Skipping " EMP-ID " - " WS-REJECT-REASON
                   MOVE EMP-CURRENCY-CODE TO BP-CURRENCY-CODE
               END-IF.
               MOVE EMP-WORK-STATE    TO BP-WORK-STATE.
               MOVE EMP-COMPANY-CODE  TO BP-COMPANY-CODE.
      * Executive offer letters promise the bonus net of tax -
      * the pay run grosses these up to deliver the promise
               IF EMP-IS-AN-EXECUTIVE
               DISPLAY "Bonuses calculated for " WS-EMPLOYEE-COUNT
                   " employees (" WS-REJECT-COUNT " skipped).".
               DISPLAY " ".

      * Run history - the step's start and its end. Bonus awards
      * carry no pay period, so the run is counted in the cycle
      * of the payroll step logged before it.
           START-RUN-LOG.
               INITIALIZE RL-RUN-LOG-PARAMETERS.
               MOVE "PAYROLL"  TO RL-JOB-NAME.
               MOVE "BONUSCAL" TO RL-STEP-NAME.
               SET RL-LIVE-RUN   TO TRUE.
               SET RL-START-STEP TO TRUE.
               CALL "RUN-LOG" USING RL-RUN-LOG-PARAMETERS.

           END-RUN-LOG.
               MOVE WS-RECORDS-READ   TO RL-RECORDS-READ.
               MOVE WS-EMPLOYEE-COUNT TO RL-RECORDS-WRITTEN.
               MOVE WS-REJECT-COUNT   TO RL-RECORDS-REJECTED.
               MOVE "AWARDED"         TO RL-AMOUNT-1-LABEL.
               MOVE WS-BONUS-TOTAL    TO RL-AMOUNT-1.
               MOVE RETURN-CODE TO RL-RETURN-CODE.
               SET RL-END-STEP TO TRUE.
               CALL "RUN-LOG" USING RL-RUN-LOG-PARAMETERS.
               MOVE RL-RETURN-CODE TO RETURN-CODE.
