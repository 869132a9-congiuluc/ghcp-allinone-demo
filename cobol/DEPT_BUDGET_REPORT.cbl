       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPT-BUDGET-REPORT.
      *> ====================================================
      *> Department payroll budget versus actual report
      *> Run after each pay period. For every department with a
      *> budget on deptbudget.dat for the year, or with payroll
      *> spend on the pay history, shows the period's,
      *> month-to-date and year-to-date actual payroll cost -
      *> gross pay plus the employer FICA match and unemployment
      *> contribution - against budget, with the variance in
      *> dollars and as a percent of budget, and the year to
      *> date against the annual budget. A department whose
      *> month-to-date or year-to-date spend runs over budget by
      *> more than the threshold percent is flagged OVER, and a
      *> department spending with no budget NO BUDGET, so
      *> finance sees overruns before month-end close; either
      *> ends the step RC 4.
      *>
      *> Each payment counts in the month its pay period ends
      *> (the pay calendar), so a period paid in arrears still
      *> lands in the month it was earned; a payment whose
      *> period is not on the calendar counts by its pay date.
      *> The period budget is the month's budget shared evenly
      *> over the pay periods ending in the month. Payments
      *> reversed by PAYMENT-REVERSAL (the reversal-marked tax
      *> detail) come back out. Pension benefits are paid from
      *> the plan, not a department's payroll, and are left out.
      *>
      *> SYSIN may carry the period id (YYYYNN) in columns 1-6
      *> and the over-budget threshold in whole percent in
      *> columns 8-10; a blank period means the latest period
      *> marked paid on the calendar, a blank threshold 5.
      *>
      *> Modification History:
      *>   Initial version - period, month and year to date
      *>     budget versus actual by department.
      *>   Every run appends its counts, with the departments
      *>     flagged as rejected, and the period budget and actual
      *>     to the run history through RUN-LOG.
      *> ====================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-CALENDAR-FILE ASSIGN TO "paycalendar.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCAL-PERIOD-ID
               FILE STATUS IS WS-PCL-FILE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO "payhistory.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PHS-FILE-STATUS.

           SELECT TAX-DETAIL-FILE ASSIGN TO "taxdetail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXD-FILE-STATUS.

           SELECT DEPT-MASTER-FILE ASSIGN TO "deptmaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DM-FILE-STATUS.

           SELECT DEPT-BUDGET-FILE ASSIGN TO "deptbudget.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-KEY
               FILE STATUS IS WS-DB-FILE-STATUS.

           SELECT BUDGET-WORK-FILE ASSIGN TO "budgetwork.tmp"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BWK-DEPT-CODE
               FILE STATUS IS WS-BWK-FILE-STATUS.

           SELECT BUDGET-REPORT-FILE ASSIGN TO "budgetactual.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-CALENDAR-FILE.
           COPY PAYCAL.

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  TAX-DETAIL-FILE.
           COPY TAXDTL.

       FD  DEPT-MASTER-FILE.
           COPY DEPTMAST.

       FD  DEPT-BUDGET-FILE.
           COPY DEPTBUDG.

      *> One department's budgets for the report year and its
      *> actual spend in each scope; actuals are signed, since a
      *> reversal can outweigh the scope's payments
       FD  BUDGET-WORK-FILE.
       01  BUDGET-WORK-RECORD.
           05  BWK-DEPT-CODE           PIC X(20).
           05  BWK-BUDGET-FLAG         PIC X(1).
               88  BWK-HAS-BUDGET          VALUE 'Y'.
           05  BWK-ANNUAL-BUDGET       PIC 9(9)V99.
           05  BWK-MONTH-BUDGET        PIC 9(8)V99.
           05  BWK-YTD-BUDGET          PIC 9(9)V99.
           05  BWK-PERIOD-ACTUAL       PIC S9(10)V99.
           05  BWK-MTD-ACTUAL          PIC S9(10)V99.
           05  BWK-YTD-ACTUAL          PIC S9(10)V99.

       FD  BUDGET-REPORT-FILE.
       01  BUDGET-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-PCL-EOF-FLAG         PIC X VALUE 'N'.
               88  CALENDAR-PASS-DONE      VALUE 'Y'.
           05  WS-PHS-EOF-FLAG         PIC X VALUE 'N'.
               88  PAY-HISTORY-EOF         VALUE 'Y'.
           05  WS-TXD-EOF-FLAG         PIC X VALUE 'N'.
               88  TAX-DETAIL-EOF          VALUE 'Y'.
           05  WS-DB-EOF-FLAG          PIC X VALUE 'N'.
               88  BUDGET-PASS-DONE        VALUE 'Y'.
           05  WS-BWK-EOF-FLAG         PIC X VALUE 'N'.
               88  BUDGET-WORK-DONE        VALUE 'Y'.
           05  WS-DM-AVAILABLE         PIC X VALUE 'N'.
               88  DEPT-MASTER-AVAILABLE   VALUE 'Y'.
           05  WS-DB-AVAILABLE         PIC X VALUE 'N'.
               88  BUDGETS-AVAILABLE       VALUE 'Y'.
           05  WS-TXD-AVAILABLE        PIC X VALUE 'N'.
               88  TAX-DETAIL-AVAILABLE    VALUE 'Y'.
           05  WS-SCOPE-FLAG           PIC X VALUE 'N'.
               88  PAYMENT-IN-SCOPE        VALUE 'Y'.
           05  WS-DEPT-FLAG            PIC X VALUE 'N'.
               88  DEPARTMENT-IS-FLAGGED   VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-PCL-FILE-STATUS      PIC X(2) VALUE '00'.
               88  PCL-FILE-OK              VALUE '00'.
           05  WS-PHS-FILE-STATUS      PIC X(2) VALUE '00'.
               88  PHS-FILE-OK              VALUE '00'.
           05  WS-TXD-FILE-STATUS      PIC X(2) VALUE '00'.
               88  TXD-FILE-OK              VALUE '00'.
           05  WS-DM-FILE-STATUS       PIC X(2) VALUE '00'.
               88  DM-FILE-OK               VALUE '00'.
           05  WS-DB-FILE-STATUS       PIC X(2) VALUE '00'.
               88  DB-FILE-OK               VALUE '00'.
           05  WS-BWK-FILE-STATUS      PIC X(2) VALUE '00'.
               88  BWK-FILE-OK              VALUE '00'.
           05  WS-RPT-FILE-STATUS      PIC X(2) VALUE '00'.
               88  RPT-FILE-OK              VALUE '00'.

       01  WS-COUNTERS.
           05  WS-PAYMENTS-COUNTED     PIC 9(7) VALUE 0.
           05  WS-REVERSALS-COUNTED    PIC 9(5) VALUE 0.
           05  WS-DEPTS-LISTED         PIC 9(5) VALUE 0.
           05  WS-DEPTS-OVER           PIC 9(5) VALUE 0.
           05  WS-DEPTS-UNBUDGETED     PIC 9(5) VALUE 0.
           05  WS-PERIODS-IN-MONTH     PIC 9(3) VALUE 0.

       01  WS-PARM-INPUT.
           05  WS-PARM-PERIOD          PIC X(6) VALUE SPACES.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-PARM-THRESHOLD       PIC X(3) VALUE SPACES.

       01  WS-REPORT-FIELDS.
           05  WS-REPORT-PERIOD        PIC 9(6) VALUE 0.
           05  WS-REPORT-END-DATE      PIC 9(8) VALUE 0.
           05  WS-REPORT-END-PARTS REDEFINES WS-REPORT-END-DATE.
               10  WS-REPORT-MONTH.
                   15  WS-REPORT-YEAR  PIC 9(4).
                   15  WS-REPORT-MM    PIC 9(2).
               10  FILLER              PIC 9(2).
           05  WS-THRESHOLD-PCT        PIC 9(3) VALUE 5.

      *> The month a payment counts in: its period's end date,
      *> or its pay date when the period is not on the calendar
       01  WS-PAYMENT-FIELDS.
           05  WS-PAYMENT-DATE         PIC 9(8).
           05  WS-PAYMENT-DATE-PARTS REDEFINES WS-PAYMENT-DATE.
               10  WS-PAYMENT-MONTH.
                   15  WS-PAYMENT-YEAR PIC 9(4).
                   15  FILLER          PIC 9(2).
               10  FILLER              PIC 9(2).
           05  WS-PAYMENT-COST         PIC S9(10)V99.
           05  WS-PAYMENT-FICA-MATCH   PIC 9(8)V99.
           05  WS-PAYMENT-UNEMP        PIC 9(8)V99.

       01  WS-MONTH-SUB                PIC 9(2) COMP VALUE 0.

       01  WS-VARIANCE-FIELDS.
           05  WS-VAR-ACTUAL           PIC S9(11)V99.
           05  WS-VAR-BUDGET           PIC 9(11)V99.
           05  WS-VAR-AMOUNT           PIC S9(11)V99.
           05  WS-VAR-PERCENT          PIC S9(5)V9.
           05  WS-MTD-PERCENT          PIC S9(5)V9.
           05  WS-YTD-PERCENT          PIC S9(5)V9.
           05  WS-PERIOD-BUDGET        PIC 9(8)V99.

       01  WS-GRAND-TOTALS.
           05  WS-GT-ANNUAL-BUDGET     PIC 9(11)V99 VALUE 0.
           05  WS-GT-MONTH-BUDGET      PIC 9(10)V99 VALUE 0.
           05  WS-GT-YTD-BUDGET        PIC 9(11)V99 VALUE 0.
           05  WS-GT-PERIOD-BUDGET     PIC 9(10)V99 VALUE 0.
           05  WS-GT-PERIOD-ACTUAL     PIC S9(11)V99 VALUE 0.
           05  WS-GT-MTD-ACTUAL        PIC S9(11)V99 VALUE 0.
           05  WS-GT-YTD-ACTUAL        PIC S9(11)V99 VALUE 0.

       01  WS-DETAIL-LINE.
           05  WS-DL-DEPT              PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DL-DESCRIPTION       PIC X(24).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DL-SCOPE             PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DL-ACTUAL            PIC -$$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DL-BUDGET            PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DL-VARIANCE          PIC -$$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DL-PERCENT           PIC -ZZZZ9.9.
           05  WS-DL-PERCENT-SIGN      PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DL-FLAG              PIC X(9).
           05  FILLER                  PIC X(3)  VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(21)
               VALUE "DEPARTMENT".
           05  FILLER                  PIC X(25)
               VALUE "DESCRIPTION".
           05  FILLER                  PIC X(7)
               VALUE "SCOPE".
           05  FILLER                  PIC X(20)
               VALUE "             ACTUAL".
           05  FILLER                  PIC X(19)
               VALUE "            BUDGET".
           05  FILLER                  PIC X(20)
               VALUE "           VARIANCE".
           05  FILLER                  PIC X(11)
               VALUE "   PERCENT".
           05  FILLER                  PIC X(9)
               VALUE "FLAG".

           COPY RUNLOGP.

      *> ====================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION.
           PERFORM LOAD-BUDGETS.
           PERFORM SUM-PAY-HISTORY.
           PERFORM BACK-OUT-REVERSALS.
           PERFORM LIST-DEPARTMENTS.
           PERFORM TERMINATION.
           PERFORM END-RUN-LOG.
           STOP RUN.

      *> ====================================================
      *> Initialization - settle the report period, its month
      *> and how many pay periods end in that month
      *> ====================================================
       INITIALIZATION.
           PERFORM START-RUN-LOG.
           DISPLAY "=================================".
           DISPLAY "DEPARTMENT BUDGET VERSUS ACTUAL".
           DISPLAY "=================================".
           DISPLAY " ".

           ACCEPT WS-PARM-INPUT.
           IF WS-PARM-PERIOD IS NUMERIC
               MOVE WS-PARM-PERIOD TO WS-REPORT-PERIOD
           END-IF.
           INSPECT WS-PARM-THRESHOLD REPLACING LEADING SPACE BY ZERO.
           IF WS-PARM-THRESHOLD IS NUMERIC AND
               WS-PARM-THRESHOLD NOT = "000"
               MOVE WS-PARM-THRESHOLD TO WS-THRESHOLD-PCT
           END-IF.

           OPEN INPUT PAY-CALENDAR-FILE.
           IF NOT PCL-FILE-OK
               DISPLAY "UNABLE TO OPEN PAYCALENDAR.DAT - STATUS "
                   WS-PCL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM END-RUN-LOG
               STOP RUN
           END-IF.

           IF WS-REPORT-PERIOD = 0
               PERFORM FIND-LATEST-PAID-PERIOD
           END-IF.
           MOVE WS-REPORT-PERIOD TO PCAL-PERIOD-ID.
           READ PAY-CALENDAR-FILE
               INVALID KEY
                   DISPLAY "*** PAY PERIOD " WS-REPORT-PERIOD
                       " IS NOT ON THE PAY CALENDAR ***"
                   MOVE 16 TO RETURN-CODE
                   PERFORM END-RUN-LOG
                   STOP RUN
           END-READ.
           MOVE PCAL-PERIOD-END TO WS-REPORT-END-DATE.
           PERFORM COUNT-PERIODS-IN-MONTH.

           OPEN INPUT PAY-HISTORY-FILE.
           IF NOT PHS-FILE-OK
               DISPLAY "UNABLE TO OPEN PAYHISTORY.DAT - STATUS "
                   WS-PHS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM END-RUN-LOG
               STOP RUN
           END-IF.

           OPEN INPUT DEPT-MASTER-FILE.
           IF DM-FILE-OK
               SET DEPT-MASTER-AVAILABLE TO TRUE
           ELSE
               DISPLAY "DEPARTMENT MASTER UNAVAILABLE - "
                   "DESCRIPTIONS NOT SHOWN"
           END-IF.

           OPEN OUTPUT BUDGET-REPORT-FILE.
           MOVE SPACES TO BUDGET-REPORT-LINE.
           STRING "DEPARTMENT PAYROLL BUDGET VERSUS ACTUAL - PERIOD "
               WS-REPORT-PERIOD "  MONTH " WS-REPORT-MONTH
               "  OVER-BUDGET THRESHOLD " WS-THRESHOLD-PCT
               " PERCENT" DELIMITED BY SIZE
               INTO BUDGET-REPORT-LINE
           END-STRING.
           WRITE BUDGET-REPORT-LINE.
           MOVE SPACES TO BUDGET-REPORT-LINE.
           STRING "ACTUAL IS GROSS PAY PLUS EMPLOYER FICA MATCH AND "
               "UNEMPLOYMENT CONTRIBUTION" DELIMITED BY SIZE
               INTO BUDGET-REPORT-LINE
           END-STRING.
           WRITE BUDGET-REPORT-LINE.
           MOVE SPACES TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
           MOVE WS-HEADING-LINE TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.

       FIND-LATEST-PAID-PERIOD.
           MOVE 'N' TO WS-PCL-EOF-FLAG.
           MOVE 0 TO PCAL-PERIOD-ID.
           START PAY-CALENDAR-FILE KEY >= PCAL-PERIOD-ID
               INVALID KEY
                   SET CALENDAR-PASS-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-PAID-PERIOD UNTIL CALENDAR-PASS-DONE.
           IF WS-REPORT-PERIOD = 0
               DISPLAY "*** NO PAY PERIOD IS MARKED PAID ON THE "
                   "CALENDAR - NOTHING TO REPORT ***"
               MOVE 16 TO RETURN-CODE
               PERFORM END-RUN-LOG
               STOP RUN
           END-IF.

       READ-NEXT-PAID-PERIOD.
           READ PAY-CALENDAR-FILE NEXT RECORD
               AT END
                   SET CALENDAR-PASS-DONE TO TRUE
               NOT AT END
                   IF PCAL-PERIOD-PAID
                       MOVE PCAL-PERIOD-ID TO WS-REPORT-PERIOD
                   END-IF
           END-READ.

      *> The month's budget is shared over every pay period that
      *> ends in the month
       COUNT-PERIODS-IN-MONTH.
           MOVE 'N' TO WS-PCL-EOF-FLAG.
           MOVE 0 TO PCAL-PERIOD-ID.
           START PAY-CALENDAR-FILE KEY >= PCAL-PERIOD-ID
               INVALID KEY
                   SET CALENDAR-PASS-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-MONTH-PERIOD UNTIL CALENDAR-PASS-DONE.
           IF WS-PERIODS-IN-MONTH = 0
               MOVE 1 TO WS-PERIODS-IN-MONTH
           END-IF.

       READ-NEXT-MONTH-PERIOD.
           READ PAY-CALENDAR-FILE NEXT RECORD
               AT END
                   SET CALENDAR-PASS-DONE TO TRUE
               NOT AT END
                   MOVE PCAL-PERIOD-END TO WS-PAYMENT-DATE
                   IF WS-PAYMENT-MONTH = WS-REPORT-MONTH
                       ADD 1 TO WS-PERIODS-IN-MONTH
                   END-IF
           END-READ.

      *> ====================================================
      *> Bank every department's budget for the report year -
      *> the annual figure, the report month's and the months
      *> to date
      *> ====================================================
       LOAD-BUDGETS.
           OPEN OUTPUT BUDGET-WORK-FILE.
           OPEN INPUT DEPT-BUDGET-FILE.
           IF DB-FILE-OK
               SET BUDGETS-AVAILABLE TO TRUE
               MOVE LOW-VALUES TO DB-KEY
               START DEPT-BUDGET-FILE KEY >= DB-KEY
                   INVALID KEY
                       SET BUDGET-PASS-DONE TO TRUE
               END-START
               PERFORM READ-NEXT-BUDGET UNTIL BUDGET-PASS-DONE
               CLOSE DEPT-BUDGET-FILE
           ELSE
               DISPLAY "DEPARTMENT BUDGETS UNAVAILABLE - EVERY "
                   "DEPARTMENT REPORTS WITH NO BUDGET"
           END-IF.
           CLOSE BUDGET-WORK-FILE.
           OPEN I-O BUDGET-WORK-FILE.

       READ-NEXT-BUDGET.
           READ DEPT-BUDGET-FILE NEXT RECORD
               AT END
                   SET BUDGET-PASS-DONE TO TRUE
               NOT AT END
                   IF DB-BUDGET-YEAR = WS-REPORT-YEAR
                       PERFORM BANK-ONE-BUDGET
                   END-IF
           END-READ.

       BANK-ONE-BUDGET.
           MOVE DB-DEPT-CODE     TO BWK-DEPT-CODE.
           MOVE 'Y'              TO BWK-BUDGET-FLAG.
           MOVE DB-ANNUAL-BUDGET TO BWK-ANNUAL-BUDGET.
           MOVE DB-MONTHLY-BUDGET (WS-REPORT-MM)
               TO BWK-MONTH-BUDGET.
           MOVE 0 TO BWK-YTD-BUDGET.
           PERFORM ADD-ONE-BUDGET-MONTH
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > WS-REPORT-MM.
           MOVE 0 TO BWK-PERIOD-ACTUAL.
           MOVE 0 TO BWK-MTD-ACTUAL.
           MOVE 0 TO BWK-YTD-ACTUAL.
           WRITE BUDGET-WORK-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       ADD-ONE-BUDGET-MONTH.
           ADD DB-MONTHLY-BUDGET (WS-MONTH-SUB) TO BWK-YTD-BUDGET.

      *> ====================================================
      *> Add every payment on the pay history into its
      *> department's period, month and year to date spend
      *> ====================================================
       SUM-PAY-HISTORY.
           MOVE 0 TO PH-EMP-ID.
           MOVE 0 TO PH-PERIOD-ID.
           START PAY-HISTORY-FILE KEY >= PH-KEY
               INVALID KEY
                   SET PAY-HISTORY-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-HISTORY-RECORD UNTIL PAY-HISTORY-EOF.

       READ-NEXT-HISTORY-RECORD.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   SET PAY-HISTORY-EOF TO TRUE
               NOT AT END
                   PERFORM PLACE-PAYMENT
                   IF PAYMENT-IN-SCOPE
                       ADD 1 TO WS-PAYMENTS-COUNTED
                       PERFORM POST-PAYMENT-COST
                   END-IF
           END-READ.

      *> A payment counts when it falls in the report year, no
      *> later than the report month and period; pension
      *> benefits never do
       PLACE-PAYMENT.
           MOVE 'N' TO WS-SCOPE-FLAG.
           MOVE PH-PERIOD-ID TO PCAL-PERIOD-ID.
           READ PAY-CALENDAR-FILE
               INVALID KEY
                   MOVE PH-PAY-DATE TO WS-PAYMENT-DATE
               NOT INVALID KEY
                   MOVE PCAL-PERIOD-END TO WS-PAYMENT-DATE
           END-READ.
           IF WS-PAYMENT-YEAR = WS-REPORT-YEAR AND
               WS-PAYMENT-MONTH <= WS-REPORT-MONTH AND
               PH-PERIOD-ID <= WS-REPORT-PERIOD AND
               PH-DEPARTMENT NOT = "PENSION BENEFITS"
               SET PAYMENT-IN-SCOPE TO TRUE
           END-IF.

           IF PH-EMPLOYER-FICA IS NUMERIC
               MOVE PH-EMPLOYER-FICA TO WS-PAYMENT-FICA-MATCH
           ELSE
               MOVE PH-FICA-TAX TO WS-PAYMENT-FICA-MATCH
           END-IF.
           IF PH-EMPLOYER-UNEMP IS NUMERIC
               MOVE PH-EMPLOYER-UNEMP TO WS-PAYMENT-UNEMP
           ELSE
               MOVE 0 TO WS-PAYMENT-UNEMP
           END-IF.
           COMPUTE WS-PAYMENT-COST = PH-GROSS-PAY
               + WS-PAYMENT-FICA-MATCH + WS-PAYMENT-UNEMP
           END-COMPUTE.

      *> A department with spend but no budget for the year is
      *> opened on the work file unbudgeted
       POST-PAYMENT-COST.
           MOVE PH-DEPARTMENT TO BWK-DEPT-CODE.
           READ BUDGET-WORK-FILE
               INVALID KEY
                   MOVE PH-DEPARTMENT TO BWK-DEPT-CODE
                   MOVE 'N' TO BWK-BUDGET-FLAG
                   MOVE 0   TO BWK-ANNUAL-BUDGET
                   MOVE 0   TO BWK-MONTH-BUDGET
                   MOVE 0   TO BWK-YTD-BUDGET
                   MOVE 0   TO BWK-PERIOD-ACTUAL
                   MOVE 0   TO BWK-MTD-ACTUAL
                   MOVE 0   TO BWK-YTD-ACTUAL
                   PERFORM ADD-PAYMENT-COST
                   WRITE BUDGET-WORK-RECORD
               NOT INVALID KEY
                   PERFORM ADD-PAYMENT-COST
                   REWRITE BUDGET-WORK-RECORD
           END-READ.

       ADD-PAYMENT-COST.
           ADD WS-PAYMENT-COST TO BWK-YTD-ACTUAL.
           IF WS-PAYMENT-MONTH = WS-REPORT-MONTH
               ADD WS-PAYMENT-COST TO BWK-MTD-ACTUAL
           END-IF.
           IF PH-PERIOD-ID = WS-REPORT-PERIOD
               ADD WS-PAYMENT-COST TO BWK-PERIOD-ACTUAL
           END-IF.

      *> ====================================================
      *> Take reversed payments back out. Each reversal-marked
      *> tax detail names the payment's pay history key; the
      *> payment's own cost comes off in the scope it counted
      *> in.
      *> ====================================================
       BACK-OUT-REVERSALS.
           OPEN INPUT TAX-DETAIL-FILE.
           IF TXD-FILE-OK
               SET TAX-DETAIL-AVAILABLE TO TRUE
               PERFORM READ-NEXT-TAX-DETAIL UNTIL TAX-DETAIL-EOF
               CLOSE TAX-DETAIL-FILE
           ELSE
               DISPLAY "TAX DETAIL UNAVAILABLE - REVERSED PAYMENTS "
                   "NOT BACKED OUT"
           END-IF.

       READ-NEXT-TAX-DETAIL.
           READ TAX-DETAIL-FILE
               AT END
                   SET TAX-DETAIL-EOF TO TRUE
               NOT AT END
                   IF TXD-IS-REVERSAL
                       PERFORM BACK-OUT-ONE-REVERSAL
                   END-IF
           END-READ.

       BACK-OUT-ONE-REVERSAL.
           MOVE TXD-EMP-ID    TO PH-EMP-ID.
           MOVE TXD-PERIOD-ID TO PH-PERIOD-ID.
           READ PAY-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM PLACE-PAYMENT
                   IF PAYMENT-IN-SCOPE
                       ADD 1 TO WS-REVERSALS-COUNTED
                       COMPUTE WS-PAYMENT-COST = 0 - WS-PAYMENT-COST
                       END-COMPUTE
                       PERFORM POST-PAYMENT-COST
                   END-IF
           END-READ.

      *> ====================================================
      *> List each department in code order: period, month to
      *> date and year to date against budget, then the year to
      *> date against the whole year's budget
      *> ====================================================
       LIST-DEPARTMENTS.
           MOVE LOW-VALUES TO BWK-DEPT-CODE.
           START BUDGET-WORK-FILE KEY >= BWK-DEPT-CODE
               INVALID KEY
                   SET BUDGET-WORK-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-BUDGET-WORK UNTIL BUDGET-WORK-DONE.

       READ-NEXT-BUDGET-WORK.
           READ BUDGET-WORK-FILE NEXT RECORD
               AT END
                   SET BUDGET-WORK-DONE TO TRUE
               NOT AT END
                   PERFORM LIST-ONE-DEPARTMENT
           END-READ.

       LIST-ONE-DEPARTMENT.
           ADD 1 TO WS-DEPTS-LISTED.
           COMPUTE WS-PERIOD-BUDGET ROUNDED =
               BWK-MONTH-BUDGET / WS-PERIODS-IN-MONTH
           END-COMPUTE.
           ADD BWK-ANNUAL-BUDGET TO WS-GT-ANNUAL-BUDGET.
           ADD BWK-MONTH-BUDGET  TO WS-GT-MONTH-BUDGET.
           ADD BWK-YTD-BUDGET    TO WS-GT-YTD-BUDGET.
           ADD WS-PERIOD-BUDGET  TO WS-GT-PERIOD-BUDGET.
           ADD BWK-PERIOD-ACTUAL TO WS-GT-PERIOD-ACTUAL.
           ADD BWK-MTD-ACTUAL    TO WS-GT-MTD-ACTUAL.
           ADD BWK-YTD-ACTUAL    TO WS-GT-YTD-ACTUAL.

           MOVE BWK-DEPT-CODE TO WS-DL-DEPT.
           MOVE SPACES TO WS-DL-DESCRIPTION.
           IF DEPT-MASTER-AVAILABLE
               MOVE BWK-DEPT-CODE TO DM-DEPT-CODE
               READ DEPT-MASTER-FILE
                   INVALID KEY
                       MOVE "NOT ON DEPARTMENT MASTER"
                           TO WS-DL-DESCRIPTION
                   NOT INVALID KEY
                       MOVE DM-DESCRIPTION TO WS-DL-DESCRIPTION
               END-READ
           END-IF.

           PERFORM JUDGE-DEPARTMENT.

           MOVE "PERIOD"          TO WS-DL-SCOPE.
           MOVE BWK-PERIOD-ACTUAL TO WS-VAR-ACTUAL.
           MOVE WS-PERIOD-BUDGET  TO WS-VAR-BUDGET.
           PERFORM WRITE-SCOPE-LINE.
           MOVE SPACES TO WS-DL-DEPT.
           MOVE SPACES TO WS-DL-DESCRIPTION.
           MOVE SPACES TO WS-DL-FLAG.

           MOVE "MTD"             TO WS-DL-SCOPE.
           MOVE BWK-MTD-ACTUAL    TO WS-VAR-ACTUAL.
           MOVE BWK-MONTH-BUDGET  TO WS-VAR-BUDGET.
           PERFORM WRITE-SCOPE-LINE.

           MOVE "YTD"             TO WS-DL-SCOPE.
           MOVE BWK-YTD-ACTUAL    TO WS-VAR-ACTUAL.
           MOVE BWK-YTD-BUDGET    TO WS-VAR-BUDGET.
           PERFORM WRITE-SCOPE-LINE.

           MOVE "ANNUAL"          TO WS-DL-SCOPE.
           MOVE BWK-YTD-ACTUAL    TO WS-VAR-ACTUAL.
           MOVE BWK-ANNUAL-BUDGET TO WS-VAR-BUDGET.
           PERFORM WRITE-SCOPE-LINE.

           MOVE SPACES TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.

      *> Over budget means the month or the year to date has
      *> run past its budget by more than the threshold percent
       JUDGE-DEPARTMENT.
           MOVE 'N' TO WS-DEPT-FLAG.
           MOVE SPACES TO WS-DL-FLAG.
           IF NOT BWK-HAS-BUDGET OR BWK-ANNUAL-BUDGET = 0
               IF BWK-YTD-ACTUAL > 0
                   SET DEPARTMENT-IS-FLAGGED TO TRUE
                   MOVE "NO BUDGET" TO WS-DL-FLAG
                   ADD 1 TO WS-DEPTS-UNBUDGETED
               END-IF
           ELSE
               MOVE BWK-MTD-ACTUAL   TO WS-VAR-ACTUAL
               MOVE BWK-MONTH-BUDGET TO WS-VAR-BUDGET
               PERFORM FIGURE-VARIANCE
               MOVE WS-VAR-PERCENT TO WS-MTD-PERCENT
               MOVE BWK-YTD-ACTUAL   TO WS-VAR-ACTUAL
               MOVE BWK-YTD-BUDGET   TO WS-VAR-BUDGET
               PERFORM FIGURE-VARIANCE
               MOVE WS-VAR-PERCENT TO WS-YTD-PERCENT
               IF WS-MTD-PERCENT > WS-THRESHOLD-PCT OR
                   WS-YTD-PERCENT > WS-THRESHOLD-PCT
                   SET DEPARTMENT-IS-FLAGGED TO TRUE
                   MOVE "OVER" TO WS-DL-FLAG
                   ADD 1 TO WS-DEPTS-OVER
               END-IF
           END-IF.
           IF DEPARTMENT-IS-FLAGGED
               DISPLAY "*** " BWK-DEPT-CODE " " WS-DL-FLAG " ***"
           END-IF.

      *> Variance is actual less budget - positive is overspent.
      *> With no budget to measure against, any spend is shown
      *> as the full 100 percent over.
       FIGURE-VARIANCE.
           COMPUTE WS-VAR-AMOUNT = WS-VAR-ACTUAL - WS-VAR-BUDGET
           END-COMPUTE.
           IF WS-VAR-BUDGET > 0
               COMPUTE WS-VAR-PERCENT ROUNDED =
                   WS-VAR-AMOUNT * 100 / WS-VAR-BUDGET
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-VAR-PERCENT
               END-COMPUTE
           ELSE
               IF WS-VAR-ACTUAL > 0
                   MOVE 100 TO WS-VAR-PERCENT
               ELSE
                   MOVE 0 TO WS-VAR-PERCENT
               END-IF
           END-IF.

       WRITE-SCOPE-LINE.
           PERFORM FIGURE-VARIANCE.
           MOVE WS-VAR-ACTUAL  TO WS-DL-ACTUAL.
           MOVE WS-VAR-BUDGET  TO WS-DL-BUDGET.
           MOVE WS-VAR-AMOUNT  TO WS-DL-VARIANCE.
           MOVE WS-VAR-PERCENT TO WS-DL-PERCENT.
           MOVE "%"            TO WS-DL-PERCENT-SIGN.
           MOVE WS-DETAIL-LINE TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.

      *> ====================================================
      *> Termination - all departments together, then the
      *> counts
      *> ====================================================
       TERMINATION.
           MOVE "ALL DEPARTMENTS" TO WS-DL-DEPT.
           MOVE SPACES TO WS-DL-DESCRIPTION.
           MOVE SPACES TO WS-DL-FLAG.
           MOVE "PERIOD"            TO WS-DL-SCOPE.
           MOVE WS-GT-PERIOD-ACTUAL TO WS-VAR-ACTUAL.
           MOVE WS-GT-PERIOD-BUDGET TO WS-VAR-BUDGET.
           PERFORM WRITE-SCOPE-LINE.
           MOVE SPACES TO WS-DL-DEPT.
           MOVE "MTD"               TO WS-DL-SCOPE.
           MOVE WS-GT-MTD-ACTUAL    TO WS-VAR-ACTUAL.
           MOVE WS-GT-MONTH-BUDGET  TO WS-VAR-BUDGET.
           PERFORM WRITE-SCOPE-LINE.
           MOVE "YTD"               TO WS-DL-SCOPE.
           MOVE WS-GT-YTD-ACTUAL    TO WS-VAR-ACTUAL.
           MOVE WS-GT-YTD-BUDGET    TO WS-VAR-BUDGET.
           PERFORM WRITE-SCOPE-LINE.
           MOVE "ANNUAL"            TO WS-DL-SCOPE.
           MOVE WS-GT-YTD-ACTUAL    TO WS-VAR-ACTUAL.
           MOVE WS-GT-ANNUAL-BUDGET TO WS-VAR-BUDGET.
           PERFORM WRITE-SCOPE-LINE.

           MOVE SPACES TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
           MOVE SPACES TO BUDGET-REPORT-LINE.
           STRING "DEPARTMENTS: " WS-DEPTS-LISTED
               "  OVER BUDGET: " WS-DEPTS-OVER
               "  SPENDING WITH NO BUDGET: " WS-DEPTS-UNBUDGETED
               "  PAYMENTS: " WS-PAYMENTS-COUNTED
               "  REVERSED: " WS-REVERSALS-COUNTED
               DELIMITED BY SIZE INTO BUDGET-REPORT-LINE
           END-STRING.
           WRITE BUDGET-REPORT-LINE.

           CLOSE PAY-CALENDAR-FILE.
           CLOSE PAY-HISTORY-FILE.
           CLOSE BUDGET-WORK-FILE.
           IF DEPT-MASTER-AVAILABLE
               CLOSE DEPT-MASTER-FILE
           END-IF.
           CLOSE BUDGET-REPORT-FILE.

           DISPLAY "Report period: " WS-REPORT-PERIOD
               " month " WS-REPORT-MONTH.
           DISPLAY "Departments listed: " WS-DEPTS-LISTED.
           DISPLAY "Payments counted: " WS-PAYMENTS-COUNTED.
           DISPLAY "Reversed payments backed out: "
               WS-REVERSALS-COUNTED.
           IF WS-DEPTS-OVER > 0 OR WS-DEPTS-UNBUDGETED > 0
               DISPLAY "*** " WS-DEPTS-OVER " DEPARTMENTS OVER "
                   "BUDGET, " WS-DEPTS-UNBUDGETED " SPENDING WITH "
                   "NO BUDGET - SEE BUDGETACTUAL.TXT ***"
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY " ".

      *> ====================================================
      *> Run history - the step's start, and its end on
      *> every way out
      *> ====================================================
       START-RUN-LOG.
           INITIALIZE RL-RUN-LOG-PARAMETERS.
           MOVE "PAYROLL"  TO RL-JOB-NAME.
           MOVE "BUDGRPT"  TO RL-STEP-NAME.
           SET RL-LIVE-RUN   TO TRUE.
           SET RL-START-STEP TO TRUE.
           CALL "RUN-LOG" USING RL-RUN-LOG-PARAMETERS.

       END-RUN-LOG.
           IF WS-REPORT-PERIOD > 0
               MOVE WS-REPORT-PERIOD  TO RL-PERIOD
           END-IF.
           MOVE WS-PAYMENTS-COUNTED  TO RL-RECORDS-READ.
           MOVE WS-DEPTS-LISTED      TO RL-RECORDS-WRITTEN.
           COMPUTE RL-RECORDS-REJECTED =
               WS-DEPTS-OVER + WS-DEPTS-UNBUDGETED
           END-COMPUTE.
           MOVE "BUDGET"             TO RL-AMOUNT-1-LABEL.
           MOVE WS-GT-PERIOD-BUDGET  TO RL-AMOUNT-1.
           MOVE "ACTUAL"             TO RL-AMOUNT-2-LABEL.
           MOVE WS-GT-PERIOD-ACTUAL  TO RL-AMOUNT-2.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           SET RL-END-STEP TO TRUE.
           CALL "RUN-LOG" USING RL-RUN-LOG-PARAMETERS.
           MOVE RL-RETURN-CODE TO RETURN-CODE.
