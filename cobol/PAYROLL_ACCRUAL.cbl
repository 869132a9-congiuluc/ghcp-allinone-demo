      *> Modification History:
      *>   Initial version - accrual/reversal postings for
      *>     periods spanning a month boundary.
      *>   Accrual postings carry a zero 401k company match.
      *>   GL postings carry a zero loan recovery - loans are
      *>     recovered only from the scheduled payroll run.
      *>   GL postings carry a zero expense reimbursement -
      *>     reimbursements are paid only with the scheduled
      *>     payroll run.
      *>   Accrual pairs carry the company of the 'EE' line
      *>     they split.
      *>   Every run, clean or refused, appends its counts and the
      *>     accrued total to the run history through RUN-LOG.
      *> ====================================================

       ENVIRONMENT DIVISION.
           05  ACW-DEPARTMENT          PIC X(20).
           05  ACW-PERIOD-ID           PIC 9(6).
           05  ACW-ACCRUAL-AMOUNT      PIC 9(8)V99.
           05  ACW-COMPANY-CODE        PIC X(2).

       FD  ACCRUAL-REPORT-FILE.
       01  ACCRUAL-REPORT-LINE         PIC X(100).
           05  WS-RD-AMOUNT            PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(42) VALUE SPACES.

           COPY RUNLOGP.

      *> ====================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               PERFORM APPEND-ACCRUAL-POSTINGS
           END-IF.
           PERFORM TERMINATION.
           PERFORM END-RUN-LOG.
           STOP RUN.

      *> ====================================================
      *> Initialization
      *> ====================================================
       INITIALIZATION.
           PERFORM START-RUN-LOG.
           DISPLAY "=================================".
           DISPLAY "MONTH-END PAYROLL ACCRUALS".
           DISPLAY "=================================".
               DISPLAY "UNABLE TO OPEN GLEXTRACT.TXT - STATUS "
                   WS-GL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM END-RUN-LOG
               STOP RUN
           END-IF.

               DISPLAY "UNABLE TO OPEN PAYCALENDAR.DAT - STATUS "
                   WS-PCL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM END-RUN-LOG
               STOP RUN
           END-IF.

               MOVE GL-DEPARTMENT     TO ACW-DEPARTMENT
               MOVE GL-PERIOD-ID      TO ACW-PERIOD-ID
               MOVE WS-ACCRUAL-AMOUNT TO ACW-ACCRUAL-AMOUNT
               MOVE GL-COMPANY-CODE   TO ACW-COMPANY-CODE
               WRITE ACCRUAL-WORK-RECORD
               ADD 1 TO WS-ACCRUAL-ROWS
               ADD WS-ACCRUAL-AMOUNT TO WS-ACCRUAL-TOTAL
           MOVE 0                  TO GL-OT-PAY
                                      GL-SHIFT-PAY
                                      GL-HOLIDAY-PAY
                                      GL-ONCALL-PAY
                                      GL-EMPLOYER-401K
                                      GL-LOAN-RECOVERY
                                      GL-REIMBURSEMENT.
           MOVE ACW-COMPANY-CODE   TO GL-COMPANY-CODE.
           WRITE GL-EXTRACT-RECORD.

      *> ====================================================
           DISPLAY "Accrual pairs posted: " WS-ACCRUAL-ROWS
               " total $" WS-ACCRUAL-TOTAL.
           DISPLAY " ".

      *> ====================================================
      *> Run history - the step's start, and its end on
      *> every way out
      *> ====================================================
       START-RUN-LOG.
           INITIALIZE RL-RUN-LOG-PARAMETERS.
           MOVE "PAYROLL"  TO RL-JOB-NAME.
           MOVE "PAYACCR"  TO RL-STEP-NAME.
           SET RL-LIVE-RUN   TO TRUE.
           SET RL-START-STEP TO TRUE.
           CALL "RUN-LOG" USING RL-RUN-LOG-PARAMETERS.

       END-RUN-LOG.
           IF WS-CACHED-PERIOD-ID > 0
               MOVE WS-CACHED-PERIOD-ID TO RL-PERIOD
           END-IF.
           MOVE WS-EE-ROWS-READ    TO RL-RECORDS-READ.
           COMPUTE RL-RECORDS-WRITTEN = WS-ACCRUAL-ROWS * 2
           END-COMPUTE.
           MOVE "ACCRUED"          TO RL-AMOUNT-1-LABEL.
           MOVE WS-ACCRUAL-TOTAL   TO RL-AMOUNT-1.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           SET RL-END-STEP TO TRUE.
           CALL "RUN-LOG" USING RL-RUN-LOG-PARAMETERS.
           MOVE RL-RETURN-CODE TO RETURN-CODE.
