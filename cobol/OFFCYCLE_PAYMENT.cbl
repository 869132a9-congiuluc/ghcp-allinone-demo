      *> Modification History:
      *>   Initial version - single-employee off-cycle checks
      *>     posted through the scheduled run's machinery.
      *>   Federal withholding follows the employee's W-4 on
      *>     w4elect.dat and pay frequency, exactly as the
      *>     scheduled run withholds it.
      *>   The check's income-tax and FICA wages (the full
      *>     gross - an off-cycle check takes no pre-tax
      *>     deductions) are carried into ytd.dat, the tax
      *>     detail and the pay history.
      *>   GL postings and the pay history carry a zero 401k
      *>     company match - an off-cycle check takes no
      *>     deferral.
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

           SELECT W4-ELECTION-FILE ASSIGN TO "w4elect.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS W4-EMP-ID
               FILE STATUS IS WS-W4-FILE-STATUS.

           SELECT YTD-FILE ASSIGN TO "ytd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE.

       FD  W4-ELECTION-FILE.
           COPY W4ELECT.

       FD  YTD-FILE.
           COPY YTD.

               88  REQUEST-IS-INVALID      VALUE 'N'.
           05  WS-YTD-NEW-FLAG         PIC X VALUE 'N'.
               88  YTD-RECORD-IS-NEW        VALUE 'Y'.
           05  WS-W4-AVAILABLE         PIC X VALUE 'N'.
               88  W4-ELECTIONS-AVAILABLE   VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-OFC-FILE-STATUS      PIC X(2) VALUE '00'.
               88  OFC-FILE-OK              VALUE '00'.
           05  WS-EMP-FILE-STATUS      PIC X(2) VALUE '00'.
               88  EMP-FILE-OK              VALUE '00'.
           05  WS-W4-FILE-STATUS       PIC X(2) VALUE '00'.
               88  W4-FILE-OK               VALUE '00'.
           05  WS-YTD-FILE-STATUS      PIC X(2) VALUE '00'.
               88  YTD-FILE-OK              VALUE '00'.
               88  YTD-FILE-NOT-FOUND       VALUE '35'.
           05  WS-NET-PAY              PIC 9(8)V99.
           05  WS-EMPLOYER-FICA        PIC 9(8)V99.
           05  WS-EMPLOYER-UNEMP       PIC 9(8)V99.
      *> The employee's company - blank on the master is 01
           05  WS-EMP-COMPANY          PIC X(2).

       01  WS-REGISTER-DETAIL-LINE.
           05  WS-RG-EMP-ID            PIC ZZZZ9.
               STOP RUN
           END-IF.

           OPEN INPUT W4-ELECTION-FILE.
           IF W4-FILE-OK
               SET W4-ELECTIONS-AVAILABLE TO TRUE
           ELSE
               DISPLAY "W-4 ELECTIONS UNAVAILABLE - CHECKS "
                   "WITHHELD AS SINGLE, NO ADJUSTMENTS"
           END-IF.

           PERFORM OPEN-YTD-FILE.
           PERFORM OPEN-PAY-HISTORY-FILE.

      *> record, resetting a record left from a prior year
      *> ====================================================
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
      *> YTD-LAST-GROSS/NET (the scheduled run's prior-period
      *> figures for the variance pass) survive the rollover
      *> and are never set by an off-cycle check.
           MOVE EMP-WORK-STATE           TO PC-WORK-STATE.
           MOVE YTD-FICA-TAXABLE-WAGES   TO PC-YTD-FICA-WAGES.
           MOVE YTD-UNEMP-TAXABLE-WAGES  TO PC-YTD-UNEMP-WAGES.
           MOVE EMP-PAY-FREQUENCY        TO PC-PAY-FREQUENCY.
           PERFORM LOOK-UP-W4-ELECTION.
           MOVE 0 TO PC-PRETAX-DEDUCTIONS PC-SEC125-DEDUCTIONS.

           CALL "PAYROLL-CALCULATIONS" USING PC-CALC-PARAMETERS.

           MOVE PC-YTD-FICA-WAGES        TO YTD-FICA-TAXABLE-WAGES.
           MOVE PC-YTD-UNEMP-WAGES       TO YTD-UNEMP-TAXABLE-WAGES.

      *> No election on file leaves the parameters blank, which
      *> the module withholds as single with no adjustments
       LOOK-UP-W4-ELECTION.
           INITIALIZE PC-W4-ELECTIONS.
           IF W4-ELECTIONS-AVAILABLE
               MOVE EMP-ID TO W4-EMP-ID
               READ W4-ELECTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE W4-FILING-STATUS
                           TO PC-W4-FILING-STATUS
                       MOVE W4-DEPENDENT-CREDIT
                           TO PC-W4-DEPENDENT-CREDIT
                       MOVE W4-OTHER-INCOME
                           TO PC-W4-OTHER-INCOME
                       MOVE W4-DEDUCTIONS
                           TO PC-W4-DEDUCTIONS
                       MOVE W4-EXTRA-WITHHOLD
                           TO PC-W4-EXTRA-WITHHOLD
                       MOVE W4-EXEMPT-FLAG
                           TO PC-W4-EXEMPT-FLAG
               END-READ
           END-IF.

      *> ====================================================
      *> Accumulate the check into the YTD record so the next
      *> scheduled run starts from figures that include it. An
           ADD WS-EMPLOYER-FICA    TO YTD-EMPLOYER-FICA.
           ADD WS-EMPLOYER-UNEMP   TO YTD-EMPLOYER-UNEMP.
           ADD WS-NET-PAY          TO YTD-NET-PAY.
           ADD WS-PERIOD-GROSS     TO YTD-TAXABLE-WAGES.

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

      *> ====================================================
           MOVE SPACE          TO TXD-ADJUSTMENT-IND.
           MOVE EMP-WORK-STATE TO TXD-WORK-STATE.
           MOVE WS-PERIOD-GROSS TO TXD-GROSS-PAY.
           MOVE WS-PERIOD-GROSS TO TXD-TAXABLE-WAGES.
           MOVE WS-PERIOD-GROSS TO TXD-FICA-WAGES.
           MOVE WS-EMP-COMPANY  TO TXD-COMPANY-CODE.
           WRITE TAX-DETAIL-RECORD.

      *> ====================================================
           MOVE 0               TO PH-OT-HOURS.
           MOVE WS-NET-PAY      TO PH-NET-PAY.
           MOVE "USD"           TO PH-CURRENCY-CODE.
           MOVE WS-PERIOD-GROSS TO PH-TAXABLE-WAGES.
           MOVE WS-PERIOD-GROSS TO PH-FICA-WAGES.
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
           MOVE 0          TO PAY-TRAILER-COUNT.
           MOVE 0          TO PAY-TRAILER-TOTAL.
           MOVE OFC-PERIOD-ID TO PAY-PERIOD-ID.
           MOVE WS-EMP-COMPANY  TO PAY-COMPANY-CODE.
           WRITE PAYMENT-RECORD.
           ADD 1 TO WS-PAYMENT-COUNT.
           ADD WS-NET-PAY TO WS-TOTAL-NET-PAY.
           PERFORM WRITE-PAYMENT-TRAILER.
           CLOSE OFFCYCLE-FILE.
           CLOSE EMPLOYEE-FILE.
           IF W4-ELECTIONS-AVAILABLE
               CLOSE W4-ELECTION-FILE
           END-IF.
           CLOSE YTD-FILE.
           CLOSE PAY-HISTORY-FILE.
           CLOSE GL-EXTRACT-FILE.
