      *> Modification History:
      *>   Initial version - monthly benefits through the
      *>     payment, history, audit and GL controls.
      *>   A 'T' election is annualized as a monthly payment
      *>     against the single-status federal brackets now that
      *>     the module withholds from bracket tables.
      *>   The benefit is carried as income-tax wages on the
      *>     tax detail and pay history, with no FICA wages.
      *>   GL postings and the pay history carry a zero 401k
      *>     company match.
      *>   GL postings and the pay history carry a zero loan
      *>     recovery - loans are recovered only from the
      *>     scheduled payroll run.
      *>   GL postings and the pay history carry a zero
      *>     expense reimbursement - reimbursements are paid
      *>     only with the scheduled payroll run.
      *>   The pay history carries a zero employer FICA match and
      *>     unemployment contribution - benefits bear neither.
      *>   Pension rows carry no workers' compensation class.
      *>   Every GL posting is also appended to the pension GL
      *>     journal, pensiongl.txt, which the year-end 1099-R run
      *>     ties its totals to.
      *>   Postings, tax detail and the pay history carry a
      *>     blank company code - pensions are paid by company 01.
      *>   Every run appends its counts and the benefit gross and
      *>     net to the run history through RUN-LOG.
      *> ====================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXD-FILE-STATUS.

           SELECT PENSION-GL-JOURNAL-FILE ASSIGN TO "pensiongl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PGJ-FILE-STATUS.

           SELECT PAYMENT-FILE ASSIGN TO "payments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-FILE-STATUS.
       FD  TAX-DETAIL-FILE.
           COPY TAXDTL.

       FD  PENSION-GL-JOURNAL-FILE.
           COPY PENGLJ.

       FD  PAYMENT-FILE.
           COPY PAYMENT.

               88  AUD-FILE-OK              VALUE '00'.
           05  WS-TXD-FILE-STATUS      PIC X(2) VALUE '00'.
               88  TXD-FILE-OK              VALUE '00'.
           05  WS-PGJ-FILE-STATUS      PIC X(2) VALUE '00'.
               88  PGJ-FILE-OK              VALUE '00'.
               88  PGJ-FILE-NOT-FOUND       VALUE '35'.
           05  WS-PAY-FILE-STATUS      PIC X(2) VALUE '00'.
               88  PAY-FILE-OK              VALUE '00'.
           05  WS-REG-FILE-STATUS      PIC X(2) VALUE '00'.

           COPY CALCPARM.

           COPY RUNLOGP.

      *> ====================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION.
           PERFORM PAY-PENSION-ROLL.
           PERFORM TERMINATION.
           PERFORM END-RUN-LOG.
           STOP RUN.

      *> ====================================================
      *> Initialization
      *> ====================================================
       INITIALIZATION.
           PERFORM START-RUN-LOG.
           DISPLAY "=================================".
           DISPLAY "MONTHLY PENSION PAYMENT RUN".
           DISPLAY "=================================".
               DISPLAY "UNABLE TO OPEN PENSIONMAST.DAT - STATUS "
                   WS-PEN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM END-RUN-LOG
               STOP RUN
           END-IF.

           OPEN EXTEND GL-EXTRACT-FILE.
           OPEN EXTEND AUDIT-FILE.
           OPEN EXTEND TAX-DETAIL-FILE.
           OPEN EXTEND PENSION-GL-JOURNAL-FILE.
           IF PGJ-FILE-NOT-FOUND
               OPEN OUTPUT PENSION-GL-JOURNAL-FILE
           END-IF.
           OPEN OUTPUT PAYMENT-FILE.
           OPEN OUTPUT PENSION-REGISTER-FILE.

                   MOVE PEN-WORK-STATE      TO PC-WORK-STATE
                   MOVE 999999999.99        TO PC-YTD-FICA-WAGES
                   MOVE 999999999.99        TO PC-YTD-UNEMP-WAGES
                   MOVE 'M'                 TO PC-PAY-FREQUENCY
                   INITIALIZE PC-W4-ELECTIONS
                   MOVE 0 TO PC-PRETAX-DEDUCTIONS
                             PC-SEC125-DEDUCTIONS
                   CALL "PAYROLL-CALCULATIONS"
                       USING PC-CALC-PARAMETERS
                   MOVE PC-FEDERAL-TAX TO WS-FEDERAL-TAX
           MOVE 0                   TO PH-OT-HOURS.
           MOVE WS-NET-PAY          TO PH-NET-PAY.
           MOVE "USD"               TO PH-CURRENCY-CODE.
           MOVE PEN-MONTHLY-BENEFIT TO PH-TAXABLE-WAGES.
           MOVE 0                   TO PH-FICA-WAGES.
           MOVE 0                   TO PH-401K-MATCH.
           MOVE 0                   TO PH-LOAN-RECOVERY.
           MOVE 0                   TO PH-REIMBURSEMENT.
           MOVE 0                   TO PH-EMPLOYER-FICA.
           MOVE 0                   TO PH-EMPLOYER-UNEMP.
           MOVE SPACES              TO PH-WC-STATE.
           MOVE SPACES              TO PH-WC-CLASS-CODE.
           MOVE 0                   TO PH-OT-PREMIUM.
           MOVE SPACES              TO PH-COMPANY-CODE.
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   REWRITE PAY-HISTORY-RECORD
           MOVE 0                   TO GL-OT-PAY
                                       GL-SHIFT-PAY
                                       GL-HOLIDAY-PAY
                                       GL-ONCALL-PAY
                                       GL-EMPLOYER-401K
                                       GL-LOAN-RECOVERY
                                       GL-REIMBURSEMENT.
           MOVE SPACES              TO GL-COMPANY-CODE.
           WRITE GL-EXTRACT-RECORD.
           PERFORM WRITE-PENSION-GL-JOURNAL.

      *> The same posting, dated, on the pension GL journal
       WRITE-PENSION-GL-JOURNAL.
           MOVE WS-TODAY-NUM        TO PGJ-POSTING-DATE.
           MOVE WS-PENSION-PERIOD   TO PGJ-PENSION-PERIOD.
           MOVE GL-POSTING-TYPE     TO PGJ-POSTING-TYPE.
           MOVE GL-EMP-ID           TO PGJ-EMP-ID.
           MOVE GL-DEPARTMENT       TO PGJ-DEPARTMENT.
           MOVE GL-GROSS-PAY        TO PGJ-GROSS-PAY.
           MOVE GL-FEDERAL-TAX      TO PGJ-FEDERAL-TAX.
           MOVE GL-STATE-TAX        TO PGJ-STATE-TAX.
           MOVE GL-NET-PAY          TO PGJ-NET-PAY.
           WRITE PENSION-GL-JOURNAL-RECORD.

       WRITE-TAX-DETAIL-RECORD.
           MOVE WS-TODAY-NUM        TO TXD-PAY-DATE.
           MOVE SPACE               TO TXD-ADJUSTMENT-IND.
           MOVE PEN-WORK-STATE      TO TXD-WORK-STATE.
           MOVE PEN-MONTHLY-BENEFIT TO TXD-GROSS-PAY.
           MOVE PEN-MONTHLY-BENEFIT TO TXD-TAXABLE-WAGES.
           MOVE 0                   TO TXD-FICA-WAGES.
           MOVE SPACES              TO TXD-COMPANY-CODE.
           WRITE TAX-DETAIL-RECORD.

       WRITE-PAYMENT-DETAIL.
           CLOSE GL-EXTRACT-FILE.
           CLOSE AUDIT-FILE.
           CLOSE TAX-DETAIL-FILE.
           CLOSE PENSION-GL-JOURNAL-FILE.
           CLOSE PAYMENT-FILE.
           CLOSE PENSION-REGISTER-FILE.

           MOVE WS-TOTAL-NET-PAY  TO PAY-TRAILER-TOTAL.
           MOVE WS-PENSION-PERIOD TO PAY-PERIOD-ID.
           WRITE PAYMENT-RECORD.

      *> ====================================================
      *> Run history - the step's start, and its end on
      *> every way out
      *> ====================================================
       START-RUN-LOG.
           INITIALIZE RL-RUN-LOG-PARAMETERS.
           MOVE "PENSION"  TO RL-JOB-NAME.
           MOVE "PENRUN"   TO RL-STEP-NAME.
           SET RL-LIVE-RUN   TO TRUE.
           SET RL-START-STEP TO TRUE.
           CALL "RUN-LOG" USING RL-RUN-LOG-PARAMETERS.

       END-RUN-LOG.
           IF WS-PENSION-PERIOD > 0
               MOVE WS-PENSION-PERIOD TO RL-PERIOD
           END-IF.
           MOVE WS-PENSIONERS-READ   TO RL-RECORDS-READ.
           MOVE WS-BENEFITS-PAID     TO RL-RECORDS-WRITTEN.
           MOVE "GROSS"              TO RL-AMOUNT-1-LABEL.
           MOVE WS-TOTAL-GROSS       TO RL-AMOUNT-1.
           MOVE "NET"                TO RL-AMOUNT-2-LABEL.
           MOVE WS-TOTAL-NET-PAY     TO RL-AMOUNT-2.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           SET RL-END-STEP TO TRUE.
           CALL "RUN-LOG" USING RL-RUN-LOG-PARAMETERS.
           MOVE RL-RETURN-CODE TO RETURN-CODE.
