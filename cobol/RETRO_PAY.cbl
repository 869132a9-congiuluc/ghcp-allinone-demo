      *>     and only periods paid at the old full-rate gross
      *>     earn the difference - prorated checks and periods
      *>     already at the new rate are flagged for review.
      *>   The catch-up is passed to the calculation module as
      *>     supplemental pay, withheld at the flat supplemental
      *>     federal rate rather than the W-4 bracket tables.
      *>   The catch-up's income-tax and FICA wages (the full
      *>     catch-up - no pre-tax deductions are taken from
      *>     it) are carried into ytd.dat, the tax detail and
      *>     the pay history.
      *>   GL postings and the pay history carry a zero 401k
      *>     company match - no deferral is taken from a
      *>     catch-up.
      *>   GL postings and the pay history carry a zero loan
      *>     recovery - loans are recovered only from the
      *>     scheduled payroll run.
      *>   GL postings and the pay history carry a zero
      *>     expense reimbursement - reimbursements are paid
      *>     only with the scheduled payroll run.
      *>   The pay history carries the employer FICA match and
      *>     unemployment contribution of the payment.
      *>   The pay history carries the work state and workers'
      *>     compensation class the payment was earned under.
      *>   Postings, tax detail, pay history and the payment
      *>     hand-off carry the employee's company; a new year's
      *>     YTD record is opened under it.
      *>   The retro transaction layout moved to RETROTRN.cpy,
      *>     shared with MERIT-APPLY.
      *>   Declares the employee master's alternate keys on
      *>     EMP-NAME and EMP-DEPARTMENT.
      *> ====================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPARTMENT
                   WITH DUPLICATES
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT YTD-FILE ASSIGN TO "ytd.dat"
       DATA DIVISION.
       FILE SECTION.
       FD  RETRO-TRANS-FILE.
           COPY RETROTRN.

       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE.
           05  WS-NET-PAY              PIC 9(8)V99.
           05  WS-EMPLOYER-FICA        PIC 9(8)V99.
           05  WS-EMPLOYER-UNEMP       PIC 9(8)V99.
      *> The employee's company - blank on the master is 01
           05  WS-EMP-COMPANY          PIC X(2).

       01  WS-REGISTER-PERIOD-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
               " net $" WS-NET-PAY.

       LOAD-YTD-RECORD.
           MOVE EMP-COMPANY-CODE TO WS-EMP-COMPANY.
           IF WS-EMP-COMPANY = SPACES
               MOVE '01' TO WS-EMP-COMPANY
           END-IF.
           MOVE EMP-ID TO YTD-EMP-ID.
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
               MOVE WS-EMP-COMPANY TO YTD-COMPANY-CODE
           END-IF.

       INITIALIZE-YTD-RECORD.
           MOVE EMP-ID         TO YTD-EMP-ID.
                     YTD-EMPLOYER-UNEMP
                     YTD-UNEMP-TAXABLE-WAGES
                     YTD-NET-PAY
                     YTD-PERIODS-PAID
                     YTD-TAXABLE-WAGES
                     YTD-401K-MATCH
                     YTD-PRIOR-CO-401K.
           MOVE WS-EMP-COMPANY TO YTD-COMPANY-CODE.

       CALCULATE-DEDUCTIONS.
           MOVE WS-CATCHUP-GROSS         TO PC-GROSS-PAY.
           MOVE EMP-WORK-STATE           TO PC-WORK-STATE.
           MOVE YTD-FICA-TAXABLE-WAGES   TO PC-YTD-FICA-WAGES.
           MOVE YTD-UNEMP-TAXABLE-WAGES  TO PC-YTD-UNEMP-WAGES.
           MOVE SPACE                    TO PC-PAY-FREQUENCY.
           INITIALIZE PC-W4-ELECTIONS.
           MOVE 0 TO PC-PRETAX-DEDUCTIONS PC-SEC125-DEDUCTIONS.

           CALL "PAYROLL-CALCULATIONS" USING PC-CALC-PARAMETERS.

           ADD WS-EMPLOYER-FICA    TO YTD-EMPLOYER-FICA.
           ADD WS-EMPLOYER-UNEMP   TO YTD-EMPLOYER-UNEMP.
           ADD WS-NET-PAY          TO YTD-NET-PAY.
           ADD WS-CATCHUP-GROSS    TO YTD-TAXABLE-WAGES.

           IF YTD-RECORD-IS-NEW
               WRITE YTD-RECORD
           MOVE 0                   TO GL-OT-PAY
                                       GL-SHIFT-PAY
                                       GL-HOLIDAY-PAY
                                       GL-ONCALL-PAY
                                       GL-EMPLOYER-401K
                                       GL-LOAN-RECOVERY
                                       GL-REIMBURSEMENT.
           MOVE WS-EMP-COMPANY      TO GL-COMPANY-CODE.
           WRITE GL-EXTRACT-RECORD.

           IF WS-EMPLOYER-FICA > 0 OR WS-EMPLOYER-UNEMP > 0
           MOVE 0                   TO GL-OT-PAY
                                       GL-SHIFT-PAY
                                       GL-HOLIDAY-PAY
                                       GL-ONCALL-PAY
                                       GL-EMPLOYER-401K
                                       GL-LOAN-RECOVERY
                                       GL-REIMBURSEMENT.
           MOVE WS-EMP-COMPANY      TO GL-COMPANY-CODE.
           WRITE GL-EXTRACT-RECORD.

       WRITE-TAX-DETAIL-RECORD.
           MOVE SPACE           TO TXD-ADJUSTMENT-IND.
           MOVE EMP-WORK-STATE  TO TXD-WORK-STATE.
           MOVE WS-CATCHUP-GROSS TO TXD-GROSS-PAY.
           MOVE WS-CATCHUP-GROSS TO TXD-TAXABLE-WAGES.
           MOVE WS-CATCHUP-GROSS TO TXD-FICA-WAGES.
           MOVE WS-EMP-COMPANY  TO TXD-COMPANY-CODE.
           WRITE TAX-DETAIL-RECORD.

       WRITE-PAY-HISTORY-RECORD.
           MOVE 0                TO PH-OT-HOURS.
           MOVE WS-NET-PAY       TO PH-NET-PAY.
           MOVE "USD"            TO PH-CURRENCY-CODE.
           MOVE WS-CATCHUP-GROSS TO PH-TAXABLE-WAGES.
           MOVE WS-CATCHUP-GROSS TO PH-FICA-WAGES.
           MOVE 0 TO PH-401K-MATCH.
           MOVE 0 TO PH-LOAN-RECOVERY.
           MOVE 0 TO PH-REIMBURSEMENT.
           MOVE WS-EMPLOYER-FICA  TO PH-EMPLOYER-FICA.
           MOVE WS-EMPLOYER-UNEMP TO PH-EMPLOYER-UNEMP.
           MOVE EMP-WORK-STATE    TO PH-WC-STATE.
           MOVE EMP-WC-CLASS-CODE TO PH-WC-CLASS-CODE.
           MOVE 0 TO PH-OT-PREMIUM.
           MOVE WS-EMP-COMPANY    TO PH-COMPANY-CODE.
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   REWRITE PAY-HISTORY-RECORD
           MOVE 0               TO PAY-TRAILER-COUNT.
           MOVE 0               TO PAY-TRAILER-TOTAL.
           MOVE WS-RETRO-PERIOD TO PAY-PERIOD-ID.
           MOVE WS-EMP-COMPANY  TO PAY-COMPANY-CODE.
           WRITE PAYMENT-RECORD.
           ADD 1 TO WS-PAYMENT-COUNT.
           ADD WS-NET-PAY TO WS-TOTAL-NET-PAY.
