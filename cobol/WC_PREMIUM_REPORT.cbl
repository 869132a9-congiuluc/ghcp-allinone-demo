       IDENTIFICATION DIVISION.
       PROGRAM-ID. WC-PREMIUM-REPORT.
      *> ====================================================
      *> Workers' compensation payroll and premium report
      *> The carrier bills on payroll by state and class code.
      *> This report totals the quarter's (or the year's) gross
      *> wages from the pay history by the work state and class
      *> code each payment was earned under, takes out the
      *> overtime premium portion the carrier does not rate,
      *> and prices the rated payroll at the class's rate per
      *> $100 in force at the end of the reporting period from
      *> wcrates.dat - the estimate finance accrues the premium
      *> from, and the schedule the premium audit is settled on.
      *>
      *> Each payment counts in the quarter of its pay date.
      *> Payments reversed by PAYMENT-REVERSAL (the reversal-
      *> marked tax detail) come back out of the quarter the
      *> payment counted in. Pension benefits are not payroll
      *> for workers' comp and are left out. Wages with no
      *> class code (payments made before classes were kept,
      *> or employees not yet classified) are listed
      *> UNCLASSIFIED, and a class with no rate in its state
      *> NO RATE; either ends the step RC 4, since the premium
      *> estimate is short by their payroll.
      *>
      *> SYSIN carries the year and quarter (YYYY Q); a quarter
      *> of A reports the whole year. Absent or invalid values
      *> default to the current year and quarter.
      *>
      *> Modification History:
      *>   Initial version - payroll by state and class with
      *>     the overtime premium excluded and premium priced.
      *>   Every run appends its counts and the gross and premium
      *>     to the run history through RUN-LOG - a quarter under
      *>     the quarterly tax job, the year under year-end.
      *> ====================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY-FILE ASSIGN TO "payhistory.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PHS-FILE-STATUS.

           SELECT TAX-DETAIL-FILE ASSIGN TO "taxdetail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXD-FILE-STATUS.

           SELECT WC-RATE-FILE ASSIGN TO "wcrates.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WCR-KEY
               FILE STATUS IS WS-WCR-FILE-STATUS.

           SELECT WC-WORK-FILE ASSIGN TO "wcwork.tmp"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WCW-KEY
               FILE STATUS IS WS-WCW-FILE-STATUS.

           SELECT WC-REPORT-FILE ASSIGN TO "wcpremium.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  TAX-DETAIL-FILE.
           COPY TAXDTL.

       FD  WC-RATE-FILE.
           COPY WCRATE.

      *> One state and class's payroll for the reporting
      *> period; signed, since a reversal can outweigh the
      *> period's payments
       FD  WC-WORK-FILE.
       01  WC-WORK-RECORD.
           05  WCW-KEY.
               10  WCW-STATE           PIC X(2).
               10  WCW-CLASS-CODE      PIC X(4).
           05  WCW-PAYMENTS            PIC S9(7).
           05  WCW-GROSS               PIC S9(11)V99.
           05  WCW-OT-PREMIUM          PIC S9(11)V99.

       FD  WC-REPORT-FILE.
       01  WC-REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-PHS-EOF-FLAG         PIC X VALUE 'N'.
               88  PAY-HISTORY-EOF         VALUE 'Y'.
           05  WS-TXD-EOF-FLAG         PIC X VALUE 'N'.
               88  TAX-DETAIL-EOF          VALUE 'Y'.
           05  WS-WCW-EOF-FLAG         PIC X VALUE 'N'.
               88  WC-WORK-DONE            VALUE 'Y'.
           05  WS-WCR-AVAILABLE        PIC X VALUE 'N'.
               88  WC-RATES-AVAILABLE      VALUE 'Y'.
           05  WS-RATE-SCAN-FLAG       PIC X VALUE 'N'.
               88  RATE-SCAN-DONE          VALUE 'Y'.
           05  WS-RATE-FOUND-FLAG      PIC X VALUE 'N'.
               88  CLASS-RATE-FOUND        VALUE 'Y'.
           05  WS-SCOPE-FLAG           PIC X VALUE 'N'.
               88  PAYMENT-IN-SCOPE        VALUE 'Y'.
           05  WS-ANNUAL-FLAG          PIC X VALUE 'N'.
               88  ANNUAL-REPORT           VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-PHS-FILE-STATUS      PIC X(2) VALUE '00'.
               88  PHS-FILE-OK              VALUE '00'.
           05  WS-TXD-FILE-STATUS      PIC X(2) VALUE '00'.
               88  TXD-FILE-OK              VALUE '00'.
           05  WS-WCR-FILE-STATUS      PIC X(2) VALUE '00'.
               88  WCR-FILE-OK              VALUE '00'.
           05  WS-WCW-FILE-STATUS      PIC X(2) VALUE '00'.
               88  WCW-FILE-OK              VALUE '00'.
           05  WS-RPT-FILE-STATUS      PIC X(2) VALUE '00'.
               88  RPT-FILE-OK              VALUE '00'.

       01  WS-COUNTERS.
           05  WS-PAYMENTS-COUNTED     PIC 9(7) VALUE 0.
           05  WS-REVERSALS-COUNTED    PIC 9(5) VALUE 0.
           05  WS-FLAGGED-LINES        PIC 9(5) VALUE 0.

       01  WS-TODAY-NUM                PIC 9(8) VALUE 0.
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-NUM.
           05  WS-TODAY-YYYY           PIC 9(4).
           05  WS-TODAY-MM             PIC 9(2).
           05  WS-TODAY-DD             PIC 9(2).

       01  WS-PARM-INPUT               PIC X(6) VALUE SPACES.
       01  WS-PARM-PARTS REDEFINES WS-PARM-INPUT.
           05  WS-PARM-YEAR            PIC X(4).
           05  FILLER                  PIC X(1).
           05  WS-PARM-QUARTER         PIC X(1).

       01  WS-REPORT-YEAR              PIC 9(4) VALUE 0.
       01  WS-REPORT-QUARTER           PIC 9(1) VALUE 0.
       01  WS-FIRST-MONTH              PIC 9(2) VALUE 0.
       01  WS-LAST-MONTH               PIC 9(2) VALUE 0.
       01  WS-RATE-AS-OF-DATE          PIC 9(8) VALUE 0.

       01  WS-PAY-DATE-PARTS.
           05  WS-PAY-YYYY             PIC 9(4).
           05  WS-PAY-MM               PIC 9(2).
           05  WS-PAY-DD               PIC 9(2).

       01  WS-PAYMENT-FIELDS.
           05  WS-PAYMENT-SIGN         PIC S9(1) VALUE +1.
           05  WS-PAYMENT-OT-PREMIUM   PIC 9(8)V99.

       01  WS-LINE-FIELDS.
           05  WS-LINE-RATED           PIC S9(11)V99.
           05  WS-LINE-RATE            PIC 9(3)V9999.
           05  WS-LINE-PREMIUM         PIC S9(11)V99.
           05  WS-LINE-DESCRIPTION     PIC X(30).

       01  WS-STATE-TOTALS.
           05  WS-BREAK-STATE          PIC X(2) VALUE HIGH-VALUES.
           05  WS-ST-PAYMENTS          PIC S9(7) VALUE 0.
           05  WS-ST-GROSS             PIC S9(12)V99 VALUE 0.
           05  WS-ST-OT-PREMIUM        PIC S9(12)V99 VALUE 0.
           05  WS-ST-RATED             PIC S9(12)V99 VALUE 0.
           05  WS-ST-PREMIUM           PIC S9(12)V99 VALUE 0.

       01  WS-GRAND-TOTALS.
           05  WS-GT-PAYMENTS          PIC S9(7) VALUE 0.
           05  WS-GT-GROSS             PIC S9(12)V99 VALUE 0.
           05  WS-GT-OT-PREMIUM        PIC S9(12)V99 VALUE 0.
           05  WS-GT-RATED             PIC S9(12)V99 VALUE 0.
           05  WS-GT-PREMIUM           PIC S9(12)V99 VALUE 0.

       01  WS-WC-DETAIL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-WD-STATE             PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-WD-CLASS-CODE        PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-WD-DESCRIPTION       PIC X(25).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-WD-PAYMENTS          PIC ZZZ,ZZ9-.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-WD-GROSS             PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-WD-OT-PREMIUM        PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-WD-RATED             PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-WD-RATE              PIC ZZ9.9999.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-WD-PREMIUM           PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-WD-FLAG              PIC X(12).

       01  WS-WC-HEADING-LINE.
           05  FILLER                  PIC X(12)
               VALUE "  ST  CLASS".
           05  FILLER                  PIC X(26)
               VALUE "DESCRIPTION".
           05  FILLER                  PIC X(9)
               VALUE " PAYMENTS".
           05  FILLER                  PIC X(16)
               VALUE "    GROSS WAGES".
           05  FILLER                  PIC X(16)
               VALUE "     OT PREMIUM".
           05  FILLER                  PIC X(16)
               VALUE "  RATED PAYROLL".
           05  FILLER                  PIC X(9)
               VALUE "    RATE".
           05  FILLER                  PIC X(16)
               VALUE "    EST PREMIUM".
           05  FILLER                  PIC X(12)
               VALUE " FLAG".

           COPY RUNLOGP.

      *> ====================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION.
           PERFORM SUM-PAY-HISTORY.
           PERFORM BACK-OUT-REVERSALS.
           PERFORM LIST-STATE-CLASSES.
           PERFORM TERMINATION.
           PERFORM END-RUN-LOG.
           STOP RUN.

      *> ====================================================
      *> Initialization
      *> ====================================================
       INITIALIZATION.
           PERFORM START-RUN-LOG.
           DISPLAY "=================================".
           DISPLAY "WORKERS' COMP PREMIUM REPORT".
           DISPLAY "=================================".
           DISPLAY " ".

           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.
           PERFORM DETERMINE-REPORT-PERIOD.

           OPEN INPUT PAY-HISTORY-FILE.
           IF NOT PHS-FILE-OK
               DISPLAY "UNABLE TO OPEN PAYHISTORY.DAT - STATUS "
                   WS-PHS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM END-RUN-LOG
               STOP RUN
           END-IF.

           OPEN INPUT WC-RATE-FILE.
           IF WCR-FILE-OK
               SET WC-RATES-AVAILABLE TO TRUE
           ELSE
               DISPLAY "WORKERS' COMP RATE TABLE UNAVAILABLE - NO "
                   "PREMIUM ESTIMATED"
           END-IF.

           OPEN OUTPUT WC-WORK-FILE.
           CLOSE WC-WORK-FILE.
           OPEN I-O WC-WORK-FILE.

           OPEN OUTPUT WC-REPORT-FILE.
           MOVE SPACES TO WC-REPORT-LINE.
           IF ANNUAL-REPORT
               STRING "WORKERS' COMPENSATION PAYROLL AND PREMIUM - "
                   "YEAR " WS-REPORT-YEAR " ANNUAL"
                   DELIMITED BY SIZE INTO WC-REPORT-LINE
               END-STRING
           ELSE
               STRING "WORKERS' COMPENSATION PAYROLL AND PREMIUM - "
                   "YEAR " WS-REPORT-YEAR " QUARTER "
                   WS-REPORT-QUARTER
                   DELIMITED BY SIZE INTO WC-REPORT-LINE
               END-STRING
           END-IF.
           WRITE WC-REPORT-LINE.
           MOVE SPACES TO WC-REPORT-LINE.
           STRING "RATED PAYROLL IS GROSS WAGES LESS THE OVERTIME "
               "PREMIUM PORTION; RATES PER $100 IN FORCE ON "
               WS-RATE-AS-OF-DATE DELIMITED BY SIZE
               INTO WC-REPORT-LINE
           END-STRING.
           WRITE WC-REPORT-LINE.
           MOVE SPACES TO WC-REPORT-LINE.
           WRITE WC-REPORT-LINE.
           MOVE WS-WC-HEADING-LINE TO WC-REPORT-LINE.
           WRITE WC-REPORT-LINE.

      *> ====================================================
      *> Reporting year and quarter come from SYSIN (YYYY Q, Q
      *> of A for the year); absent or invalid values default
      *> to today's quarter. Rates are taken as of the last day
      *> of the period.
      *> ====================================================
       DETERMINE-REPORT-PERIOD.
           ACCEPT WS-PARM-INPUT.
           IF WS-PARM-YEAR IS NUMERIC AND WS-PARM-YEAR NOT = "0000"
               MOVE WS-PARM-YEAR TO WS-REPORT-YEAR
           ELSE
               MOVE WS-TODAY-YYYY TO WS-REPORT-YEAR
           END-IF.
           EVALUATE TRUE
               WHEN WS-PARM-QUARTER = 'A'
                   SET ANNUAL-REPORT TO TRUE
                   MOVE 1  TO WS-FIRST-MONTH
                   MOVE 12 TO WS-LAST-MONTH
               WHEN WS-PARM-QUARTER >= '1' AND
                   WS-PARM-QUARTER <= '4'
                   MOVE WS-PARM-QUARTER TO WS-REPORT-QUARTER
               WHEN OTHER
                   COMPUTE WS-REPORT-QUARTER =
                       (WS-TODAY-MM + 2) / 3
                   END-COMPUTE
           END-EVALUATE.
           IF NOT ANNUAL-REPORT
               COMPUTE WS-FIRST-MONTH =
                   (WS-REPORT-QUARTER * 3) - 2
               END-COMPUTE
               COMPUTE WS-LAST-MONTH = WS-REPORT-QUARTER * 3
               END-COMPUTE
           END-IF.
           COMPUTE WS-RATE-AS-OF-DATE =
               (WS-REPORT-YEAR * 10000) + (WS-LAST-MONTH * 100) + 31
           END-COMPUTE.
           IF ANNUAL-REPORT
               DISPLAY "REPORTING YEAR " WS-REPORT-YEAR " ANNUAL"
           ELSE
               DISPLAY "REPORTING YEAR " WS-REPORT-YEAR
                   " QUARTER " WS-REPORT-QUARTER
           END-IF.
           DISPLAY " ".

      *> ====================================================
      *> Add every payment in the period to its state and class
      *> ====================================================
       SUM-PAY-HISTORY.
           MOVE 0 TO PH-EMP-ID.
           MOVE 0 TO PH-PERIOD-ID.
           START PAY-HISTORY-FILE KEY >= PH-KEY
               INVALID KEY
                   SET PAY-HISTORY-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-PAY-HISTORY UNTIL PAY-HISTORY-EOF.

       READ-NEXT-PAY-HISTORY.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   SET PAY-HISTORY-EOF TO TRUE
               NOT AT END
                   PERFORM PLACE-PAYMENT
                   IF PAYMENT-IN-SCOPE
                       ADD 1 TO WS-PAYMENTS-COUNTED
                       MOVE +1 TO WS-PAYMENT-SIGN
                       PERFORM POST-PAYMENT-WAGES
                   END-IF
           END-READ.

      *> A payment is in scope when its pay date falls in the
      *> reporting period and it is not a pension benefit
      *> (period ids 700000-799999)
       PLACE-PAYMENT.
           MOVE 'N' TO WS-SCOPE-FLAG.
           MOVE PH-PAY-DATE TO WS-PAY-DATE-PARTS.
           IF WS-PAY-YYYY = WS-REPORT-YEAR AND
               WS-PAY-MM >= WS-FIRST-MONTH AND
               WS-PAY-MM <= WS-LAST-MONTH AND
               (PH-PERIOD-ID < 700000 OR PH-PERIOD-ID > 799999)
               SET PAYMENT-IN-SCOPE TO TRUE
           END-IF.

      *> Rows written before the class and overtime premium were
      *> carried read back as spaces - unclassified, no premium
       POST-PAYMENT-WAGES.
           IF PH-OT-PREMIUM IS NUMERIC
               MOVE PH-OT-PREMIUM TO WS-PAYMENT-OT-PREMIUM
           ELSE
               MOVE 0 TO WS-PAYMENT-OT-PREMIUM
           END-IF.
           MOVE PH-WC-STATE      TO WCW-STATE.
           MOVE PH-WC-CLASS-CODE TO WCW-CLASS-CODE.
           READ WC-WORK-FILE
               INVALID KEY
                   MOVE 0 TO WCW-PAYMENTS
                   MOVE 0 TO WCW-GROSS
                   MOVE 0 TO WCW-OT-PREMIUM
                   PERFORM ADD-PAYMENT-TO-WORK
                   WRITE WC-WORK-RECORD
               NOT INVALID KEY
                   PERFORM ADD-PAYMENT-TO-WORK
                   REWRITE WC-WORK-RECORD
           END-READ.

       ADD-PAYMENT-TO-WORK.
           ADD WS-PAYMENT-SIGN TO WCW-PAYMENTS.
           COMPUTE WCW-GROSS =
               WCW-GROSS + (PH-GROSS-PAY * WS-PAYMENT-SIGN)
           END-COMPUTE.
           COMPUTE WCW-OT-PREMIUM =
               WCW-OT-PREMIUM +
               (WS-PAYMENT-OT-PREMIUM * WS-PAYMENT-SIGN)
           END-COMPUTE.

      *> ====================================================
      *> Take reversed payments back out. Each reversal-marked
      *> tax detail names the payment's pay history key; the
      *> payment's wages come off in the period it counted in.
      *> ====================================================
       BACK-OUT-REVERSALS.
           OPEN INPUT TAX-DETAIL-FILE.
           IF TXD-FILE-OK
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
                       MOVE -1 TO WS-PAYMENT-SIGN
                       PERFORM POST-PAYMENT-WAGES
                   END-IF
           END-READ.

      *> ====================================================
      *> List each state and class in order, priced at its
      *> rate, with a subtotal at each change of state
      *> ====================================================
       LIST-STATE-CLASSES.
           MOVE LOW-VALUES TO WCW-KEY.
           START WC-WORK-FILE KEY >= WCW-KEY
               INVALID KEY
                   SET WC-WORK-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-WC-WORK UNTIL WC-WORK-DONE.
           IF WS-BREAK-STATE NOT = HIGH-VALUES
               PERFORM WRITE-STATE-TOTAL
           END-IF.
           PERFORM WRITE-GRAND-TOTAL.

       READ-NEXT-WC-WORK.
           READ WC-WORK-FILE NEXT RECORD
               AT END
                   SET WC-WORK-DONE TO TRUE
               NOT AT END
                   IF WS-BREAK-STATE NOT = HIGH-VALUES AND
                       WCW-STATE NOT = WS-BREAK-STATE
                       PERFORM WRITE-STATE-TOTAL
                   END-IF
                   MOVE WCW-STATE TO WS-BREAK-STATE
                   PERFORM LIST-ONE-CLASS
           END-READ.

       LIST-ONE-CLASS.
           MOVE SPACES TO WS-WD-FLAG.
           MOVE 0      TO WS-LINE-RATE.
           MOVE SPACES TO WS-LINE-DESCRIPTION.
           COMPUTE WS-LINE-RATED = WCW-GROSS - WCW-OT-PREMIUM
           END-COMPUTE.
           IF WCW-CLASS-CODE = SPACES
               MOVE "UNCLASSIFIED" TO WS-WD-FLAG
           ELSE
               PERFORM FIND-CLASS-RATE
               IF NOT CLASS-RATE-FOUND
                   MOVE "NO RATE" TO WS-WD-FLAG
               END-IF
           END-IF.
           IF WS-WD-FLAG NOT = SPACES
               ADD 1 TO WS-FLAGGED-LINES
           END-IF.
           COMPUTE WS-LINE-PREMIUM ROUNDED =
               WS-LINE-RATED * WS-LINE-RATE / 100
           END-COMPUTE.

           MOVE WCW-STATE           TO WS-WD-STATE.
           MOVE WCW-CLASS-CODE      TO WS-WD-CLASS-CODE.
           MOVE WS-LINE-DESCRIPTION TO WS-WD-DESCRIPTION.
           MOVE WCW-PAYMENTS        TO WS-WD-PAYMENTS.
           MOVE WCW-GROSS           TO WS-WD-GROSS.
           MOVE WCW-OT-PREMIUM      TO WS-WD-OT-PREMIUM.
           MOVE WS-LINE-RATED       TO WS-WD-RATED.
           MOVE WS-LINE-RATE        TO WS-WD-RATE.
           MOVE WS-LINE-PREMIUM     TO WS-WD-PREMIUM.
           MOVE WS-WC-DETAIL-LINE   TO WC-REPORT-LINE.
           WRITE WC-REPORT-LINE.

           ADD WCW-PAYMENTS    TO WS-ST-PAYMENTS WS-GT-PAYMENTS.
           ADD WCW-GROSS       TO WS-ST-GROSS WS-GT-GROSS.
           ADD WCW-OT-PREMIUM  TO WS-ST-OT-PREMIUM
                                  WS-GT-OT-PREMIUM.
           ADD WS-LINE-RATED   TO WS-ST-RATED WS-GT-RATED.
           ADD WS-LINE-PREMIUM TO WS-ST-PREMIUM WS-GT-PREMIUM.

      *> ====================================================
      *> The class's rate is the latest one effective on or
      *> before the last day of the reporting period
      *> ====================================================
       FIND-CLASS-RATE.
           MOVE 'N' TO WS-RATE-FOUND-FLAG.
           MOVE 'N' TO WS-RATE-SCAN-FLAG.
           IF WC-RATES-AVAILABLE
               MOVE WCW-STATE      TO WCR-STATE-CODE
               MOVE WCW-CLASS-CODE TO WCR-CLASS-CODE
               MOVE 0              TO WCR-EFFECTIVE-DATE
               START WC-RATE-FILE KEY >= WCR-KEY
                   INVALID KEY
                       SET RATE-SCAN-DONE TO TRUE
               END-START
               PERFORM READ-NEXT-CLASS-RATE UNTIL RATE-SCAN-DONE
           END-IF.

       READ-NEXT-CLASS-RATE.
           READ WC-RATE-FILE NEXT RECORD
               AT END
                   SET RATE-SCAN-DONE TO TRUE
               NOT AT END
                   IF WCR-STATE-CODE = WCW-STATE AND
                       WCR-CLASS-CODE = WCW-CLASS-CODE AND
                       WCR-EFFECTIVE-DATE <= WS-RATE-AS-OF-DATE
                       SET CLASS-RATE-FOUND TO TRUE
                       MOVE WCR-RATE        TO WS-LINE-RATE
                       MOVE WCR-DESCRIPTION TO WS-LINE-DESCRIPTION
                   ELSE
                       SET RATE-SCAN-DONE TO TRUE
                   END-IF
           END-READ.

       WRITE-STATE-TOTAL.
           MOVE SPACES           TO WS-WD-FLAG.
           MOVE WS-BREAK-STATE   TO WS-WD-STATE.
           MOVE SPACES           TO WS-WD-CLASS-CODE.
           MOVE "STATE TOTAL"    TO WS-WD-DESCRIPTION.
           MOVE WS-ST-PAYMENTS   TO WS-WD-PAYMENTS.
           MOVE WS-ST-GROSS      TO WS-WD-GROSS.
           MOVE WS-ST-OT-PREMIUM TO WS-WD-OT-PREMIUM.
           MOVE WS-ST-RATED      TO WS-WD-RATED.
           MOVE 0                TO WS-WD-RATE.
           MOVE WS-ST-PREMIUM    TO WS-WD-PREMIUM.
           MOVE WS-WC-DETAIL-LINE TO WC-REPORT-LINE.
           WRITE WC-REPORT-LINE.
           MOVE SPACES TO WC-REPORT-LINE.
           WRITE WC-REPORT-LINE.
           MOVE 0 TO WS-ST-PAYMENTS.
           MOVE 0 TO WS-ST-GROSS.
           MOVE 0 TO WS-ST-OT-PREMIUM.
           MOVE 0 TO WS-ST-RATED.
           MOVE 0 TO WS-ST-PREMIUM.

       WRITE-GRAND-TOTAL.
           MOVE SPACES           TO WS-WD-FLAG.
           MOVE SPACES           TO WS-WD-STATE.
           MOVE SPACES           TO WS-WD-CLASS-CODE.
           MOVE "GRAND TOTAL"    TO WS-WD-DESCRIPTION.
           MOVE WS-GT-PAYMENTS   TO WS-WD-PAYMENTS.
           MOVE WS-GT-GROSS      TO WS-WD-GROSS.
           MOVE WS-GT-OT-PREMIUM TO WS-WD-OT-PREMIUM.
           MOVE WS-GT-RATED      TO WS-WD-RATED.
           MOVE 0                TO WS-WD-RATE.
           MOVE WS-GT-PREMIUM    TO WS-WD-PREMIUM.
           MOVE WS-WC-DETAIL-LINE TO WC-REPORT-LINE.
           WRITE WC-REPORT-LINE.

      *> ====================================================
      *> Termination
      *> ====================================================
       TERMINATION.
           MOVE SPACES TO WC-REPORT-LINE.
           WRITE WC-REPORT-LINE.
           MOVE SPACES TO WC-REPORT-LINE.
           STRING "PAYMENTS COUNTED: " WS-PAYMENTS-COUNTED
               "  REVERSED: " WS-REVERSALS-COUNTED
               "  LINES FLAGGED: " WS-FLAGGED-LINES
               DELIMITED BY SIZE INTO WC-REPORT-LINE
           END-STRING.
           WRITE WC-REPORT-LINE.

           CLOSE PAY-HISTORY-FILE.
           IF WC-RATES-AVAILABLE
               CLOSE WC-RATE-FILE
           END-IF.
           CLOSE WC-WORK-FILE.
           CLOSE WC-REPORT-FILE.

           DISPLAY "Payments counted: " WS-PAYMENTS-COUNTED.
           DISPLAY "Reversals backed out: " WS-REVERSALS-COUNTED.
           DISPLAY "Lines flagged: " WS-FLAGGED-LINES.
           DISPLAY " ".

           IF WS-FLAGGED-LINES > 0
               DISPLAY "*** WAGES UNCLASSIFIED OR UNRATED - PREMIUM "
                   "ESTIMATE IS SHORT, SEE WCPREMIUM.TXT ***"
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> ====================================================
      *> Run history - the step's start, and its end on
      *> every way out
      *> ====================================================
       START-RUN-LOG.
           INITIALIZE RL-RUN-LOG-PARAMETERS.
           MOVE "WCPREM"   TO RL-STEP-NAME.
           SET RL-LIVE-RUN   TO TRUE.
           SET RL-START-STEP TO TRUE.
           CALL "RUN-LOG" USING RL-RUN-LOG-PARAMETERS.

       END-RUN-LOG.
           IF ANNUAL-REPORT
               MOVE "YEAREND"  TO RL-JOB-NAME
           ELSE
               MOVE "QTRTAX"   TO RL-JOB-NAME
           END-IF.
           IF WS-REPORT-YEAR > 0
               IF ANNUAL-REPORT
                   MOVE WS-REPORT-YEAR TO RL-PERIOD
               ELSE
                   STRING WS-REPORT-YEAR "Q" WS-REPORT-QUARTER
                       DELIMITED BY SIZE INTO RL-PERIOD
                   END-STRING
               END-IF
           END-IF.
           MOVE WS-PAYMENTS-COUNTED TO RL-RECORDS-READ.
           MOVE WS-FLAGGED-LINES    TO RL-RECORDS-REJECTED.
           MOVE "GROSS"             TO RL-AMOUNT-1-LABEL.
           MOVE WS-GT-GROSS         TO RL-AMOUNT-1.
           MOVE "PREMIUM"           TO RL-AMOUNT-2-LABEL.
           MOVE WS-GT-PREMIUM       TO RL-AMOUNT-2.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           SET RL-END-STEP TO TRUE.
           CALL "RUN-LOG" USING RL-RUN-LOG-PARAMETERS.
           MOVE RL-RETURN-CODE TO RETURN-CODE.
