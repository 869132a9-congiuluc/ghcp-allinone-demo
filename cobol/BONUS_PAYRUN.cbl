      *>     the promised net under the current rate table and
      *>     the employee's FICA wage-base state, instead of
      *>     being taxed down; the stub shows both figures.
      *>   Awards are passed to the calculation module as
      *>     supplemental pay, so federal tax stays at the flat
      *>     supplemental rate now that regular pay is withheld
      *>     from the W-4 bracket tables.
      *>   The award's income-tax and FICA wages (the full
      *>     award - no pre-tax deductions are taken from it)
      *>     are carried into ytd.dat and the tax detail.
      *>   GL postings carry a zero 401k company match - no
      *>     deferral is taken from a bonus award.
      *>   GL postings carry a zero loan recovery - loans are
      *>     recovered only from the scheduled payroll run.
      *>   GL postings carry a zero expense reimbursement -
      *>     reimbursements are paid only with the scheduled
      *>     payroll run.
      *>   Postings, tax detail and a new year's YTD record
      *>     carry the employee's company from the hand-off.
      *>   Every run appends its counts and the bonus gross and
      *>     net to the run history through RUN-LOG.
      *> ====================================================

       ENVIRONMENT DIVISION.
           05  WS-NET-PAY              PIC 9(8)V99.
           05  WS-EMPLOYER-FICA        PIC 9(8)V99.
           05  WS-EMPLOYER-UNEMP       PIC 9(8)V99.
      *> The award's employing company - blank is company 01
           05  WS-BP-COMPANY           PIC X(2).

       01  WS-FX-TABLE.
           05  WS-FX-ENTRIES-USED      PIC 9(3) VALUE 0.

           COPY CALCPARM.

           COPY RUNLOGP.

      *> ====================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION.
           PERFORM PROCESS-BONUS-AWARDS.
           PERFORM TERMINATION.
           PERFORM END-RUN-LOG.
           STOP RUN.

      *> ====================================================
      *> Initialization
      *> ====================================================
       INITIALIZATION.
           PERFORM START-RUN-LOG.
           DISPLAY "=================================".
           DISPLAY "SUPPLEMENTAL PAY RUN - BONUSES".
           DISPLAY "=================================".
               DISPLAY "UNABLE TO OPEN BONUSPAY.DAT - STATUS "
                   WS-BP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM END-RUN-LOG
               STOP RUN
           END-IF.

      *> record, resetting a record left from a prior year
      *> ====================================================
       LOAD-YTD-RECORD.
           MOVE BP-COMPANY-CODE TO WS-BP-COMPANY.
           IF WS-BP-COMPANY = SPACES
               MOVE '01' TO WS-BP-COMPANY
           END-IF.
           MOVE BP-EMP-ID TO YTD-EMP-ID.
           READ YTD-FILE
               INVALID KEY
                       PERFORM INITIALIZE-YTD-RECORD
                   END-IF
           END-READ.
      *> A record from before the income-tax wages were carried
      *> has had no pre-tax deduction yet - its wages are gross
           IF YTD-TAXABLE-WAGES NOT NUMERIC
               MOVE YTD-GROSS-PAY TO YTD-TAXABLE-WAGES
           END-IF.
           IF YTD-401K-MATCH NOT NUMERIC
               MOVE 0 TO YTD-401K-MATCH
           END-IF.
           IF YTD-PRIOR-CO-401K NOT NUMERIC
               MOVE 0 TO YTD-PRIOR-CO-401K
           END-IF.
           IF YTD-COMPANY-CODE = SPACES
               MOVE WS-BP-COMPANY TO YTD-COMPANY-CODE
           END-IF.

       INITIALIZE-YTD-RECORD.
           MOVE BP-EMP-ID      TO YTD-EMP-ID.
                     YTD-EMPLOYER-UNEMP
                     YTD-UNEMP-TAXABLE-WAGES
                     YTD-NET-PAY
                     YTD-PERIODS-PAID
                     YTD-TAXABLE-WAGES
                     YTD-401K-MATCH
                     YTD-PRIOR-CO-401K.
           MOVE WS-BP-COMPANY  TO YTD-COMPANY-CODE.
      *> YTD-LAST-GROSS/NET (the scheduled run's prior-period
      *> figures) survive the year rollover and are never set
      *> by the supplemental run; they are zeroed above only
           MOVE BP-WORK-STATE            TO PC-WORK-STATE.
           MOVE YTD-FICA-TAXABLE-WAGES   TO PC-YTD-FICA-WAGES.
           MOVE YTD-UNEMP-TAXABLE-WAGES  TO PC-YTD-UNEMP-WAGES.
           MOVE SPACE                    TO PC-PAY-FREQUENCY.
           INITIALIZE PC-W4-ELECTIONS.
           MOVE 0 TO PC-PRETAX-DEDUCTIONS PC-SEC125-DEDUCTIONS.
           CALL "PAYROLL-CALCULATIONS" USING PC-CALC-PARAMETERS.
           COMPUTE WS-NET-SHORTFALL =
               WS-PROMISED-NET - PC-NET-PAY
           MOVE BP-WORK-STATE            TO PC-WORK-STATE.
           MOVE YTD-FICA-TAXABLE-WAGES   TO PC-YTD-FICA-WAGES.
           MOVE YTD-UNEMP-TAXABLE-WAGES  TO PC-YTD-UNEMP-WAGES.
           MOVE SPACE                    TO PC-PAY-FREQUENCY.
           INITIALIZE PC-W4-ELECTIONS.
           MOVE 0 TO PC-PRETAX-DEDUCTIONS PC-SEC125-DEDUCTIONS.

           CALL "PAYROLL-CALCULATIONS" USING PC-CALC-PARAMETERS.

           ADD WS-EMPLOYER-FICA    TO YTD-EMPLOYER-FICA.
           ADD WS-EMPLOYER-UNEMP   TO YTD-EMPLOYER-UNEMP.
           ADD WS-NET-PAY          TO YTD-NET-PAY.
           ADD WS-BONUS-GROSS-USD  TO YTD-TAXABLE-WAGES.

           IF YTD-RECORD-IS-NEW
               WRITE YTD-RECORD
           MOVE 0                   TO GL-OT-PAY
                                       GL-SHIFT-PAY
                                       GL-HOLIDAY-PAY
                                       GL-ONCALL-PAY
                                       GL-EMPLOYER-401K
                                       GL-LOAN-RECOVERY
                                       GL-REIMBURSEMENT.
           MOVE WS-BP-COMPANY       TO GL-COMPANY-CODE.
           WRITE GL-EXTRACT-RECORD.

           IF WS-EMPLOYER-FICA > 0 OR WS-EMPLOYER-UNEMP > 0
           MOVE 0                   TO GL-OT-PAY
                                       GL-SHIFT-PAY
                                       GL-HOLIDAY-PAY
                                       GL-ONCALL-PAY
                                       GL-EMPLOYER-401K
                                       GL-LOAN-RECOVERY
                                       GL-REIMBURSEMENT.
           MOVE WS-BP-COMPANY       TO GL-COMPANY-CODE.
           WRITE GL-EXTRACT-RECORD.

      *> Append the taxes withheld on this award to the dated
           MOVE SPACE          TO TXD-ADJUSTMENT-IND.
           MOVE BP-WORK-STATE  TO TXD-WORK-STATE.
           MOVE WS-BONUS-GROSS-USD TO TXD-GROSS-PAY.
           MOVE WS-BONUS-GROSS-USD TO TXD-TAXABLE-WAGES.
           MOVE WS-BONUS-GROSS-USD TO TXD-FICA-WAGES.
           MOVE WS-BP-COMPANY  TO TXD-COMPANY-CODE.
           WRITE TAX-DETAIL-RECORD.

      *> ====================================================
           MOVE 0 TO WS-AWARDS-SEEN.
           PERFORM SAVE-BONUS-CHECKPOINT.
           DISPLAY "BONUSPAY.DAT EMPTIED AFTER POSTING.".

      *> ====================================================
      *> Run history - the step's start, and its end on
      *> every way out. Bonus pay carries no pay period, so the
      *> run is counted in the cycle of the step logged before
      *> it.
      *> ====================================================
       START-RUN-LOG.
           INITIALIZE RL-RUN-LOG-PARAMETERS.
           MOVE "PAYROLL"  TO RL-JOB-NAME.
           MOVE "BONUSPAY" TO RL-STEP-NAME.
           SET RL-LIVE-RUN   TO TRUE.
           SET RL-START-STEP TO TRUE.
           CALL "RUN-LOG" USING RL-RUN-LOG-PARAMETERS.

       END-RUN-LOG.
           MOVE WS-AWARDS-SEEN       TO RL-RECORDS-READ.
           MOVE WS-BONUS-COUNT       TO RL-RECORDS-WRITTEN.
           MOVE "GROSS"              TO RL-AMOUNT-1-LABEL.
           MOVE WS-TOTAL-BONUS-GROSS TO RL-AMOUNT-1.
           MOVE "NET"                TO RL-AMOUNT-2-LABEL.
           MOVE WS-TOTAL-NET-PAY     TO RL-AMOUNT-2.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           SET RL-END-STEP TO TRUE.
           CALL "RUN-LOG" USING RL-RUN-LOG-PARAMETERS.
           MOVE RL-RETURN-CODE TO RETURN-CODE.
