       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENSION-1099R.
      *> ====================================================
      *> Year-end 1099-R statements for pension benefits
      *> Pension benefits are not wages and never reach ytd.dat,
      *> so YEAR-END-WAGES has nothing for retirees. This run
      *> totals each pensioner's benefits for the tax year from
      *> the pay history (gross distribution and taxable amount)
      *> and the tax detail file (federal and state tax
      *> withheld), and produces:
      *>   - a printed 1099-R statement per pensioner with the
      *>     distribution code from the pension master and the
      *>     recipient's TIN and address from the employee
      *>     master they retired off (pen1099r.txt), followed by
      *>     a totals page;
      *>   - the electronic filing file (pen1099r.dat): one
      *>     payer 'A' record, a 'B' record per recipient and a
      *>     'C' control record with the count and amount totals;
      *>   - a tie of the year's totals to the pension postings
      *>     on the pension GL journal (pensiongl.txt).
      *>
      *> A benefit belongs to the tax year of its pay date.
      *> Pension rows are those in the pension period range
      *> (700000-799999). A reversal-marked tax detail row is
      *> subtracted. Where a pensioner's withholding on the pay
      *> history and on the tax detail disagree, the tax detail
      *> (what was deposited) is reported and the pensioner is
      *> listed for review. A recipient with no TIN on file gets
      *> a statement but is held off the filing file until one
      *> is keyed. Either gives RC 4; totals out of balance with
      *> the GL journal give RC 8.
      *>
      *> The tax year is read from SYSIN; when none is supplied
      *> the current calendar year is used.
      *>
      *> Modification History:
      *>   Initial version - 1099-R statements, filing file and
      *>     GL tie from pay history and tax detail.
      *>   Every run appends its counts, with the recipients held
      *>     or disagreeing as rejected, and the year's gross and
      *>     taxable distributions to the run history through
      *>     RUN-LOG.
      *>   Declares the employee master's alternate keys on
      *>     EMP-NAME and EMP-DEPARTMENT.
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

           SELECT PENSION-MASTER-FILE ASSIGN TO "pensionmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-EMP-ID
               FILE STATUS IS WS-PEN-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "employees.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPARTMENT
                   WITH DUPLICATES
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT EMPLOYER-FILE ASSIGN TO "employer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-FILE-STATUS.

           SELECT PENSION-GL-JOURNAL-FILE ASSIGN TO "pensiongl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PGJ-FILE-STATUS.

           SELECT PENSION-WORK-FILE ASSIGN TO "pen1099work.tmp"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRW-EMP-ID
               FILE STATUS IS WS-PRW-FILE-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO "pen1099r.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STM-FILE-STATUS.

           SELECT FILING-FILE ASSIGN TO "pen1099r.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  TAX-DETAIL-FILE.
           COPY TAXDTL.

       FD  PENSION-MASTER-FILE.
           COPY PENSION.

       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE.

       FD  EMPLOYER-FILE.
           COPY EMPLOYER.

       FD  PENSION-GL-JOURNAL-FILE.
           COPY PENGLJ.

      *> One pensioner's year: the pay history side and the tax
      *> detail side kept apart so they can be compared
       FD  PENSION-WORK-FILE.
       01  PENSION-WORK-RECORD.
           05  PRW-EMP-ID              PIC 9(5).
           05  PRW-EMP-NAME            PIC X(30).
           05  PRW-PAYMENTS            PIC S9(5).
           05  PRW-GROSS               PIC S9(10)V99.
           05  PRW-TAXABLE             PIC S9(10)V99.
           05  PRW-PH-FEDERAL          PIC S9(10)V99.
           05  PRW-PH-STATE            PIC S9(10)V99.
           05  PRW-TXD-FEDERAL         PIC S9(10)V99.
           05  PRW-TXD-STATE           PIC S9(10)V99.
           05  PRW-STATE-CODE          PIC X(2).

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE              PIC X(80).

      *> Fixed-layout filing file: payer, recipients, control
       FD  FILING-FILE.
       01  FILING-PAYER-RECORD.
           05  FRA-RECORD-TYPE         PIC X(1).
           05  FRA-TAX-YEAR            PIC 9(4).
           05  FRA-PAYER-FEIN          PIC 9(9).
           05  FRA-PAYER-NAME          PIC X(40).
           05  FRA-ADDR-STREET         PIC X(30).
           05  FRA-ADDR-CITY           PIC X(20).
           05  FRA-ADDR-STATE          PIC X(2).
           05  FRA-ADDR-ZIP            PIC X(10).
       01  FILING-PAYEE-RECORD.
           05  FRB-RECORD-TYPE         PIC X(1).
           05  FRB-TAX-YEAR            PIC 9(4).
           05  FRB-PAYEE-TIN           PIC 9(9).
           05  FRB-ACCOUNT-NUMBER      PIC 9(5).
           05  FRB-PAYEE-NAME          PIC X(30).
           05  FRB-ADDR-STREET         PIC X(30).
           05  FRB-ADDR-CITY           PIC X(20).
           05  FRB-ADDR-STATE          PIC X(2).
           05  FRB-ADDR-ZIP            PIC X(10).
           05  FRB-GROSS-DISTRIBUTION  PIC 9(10)V99.
           05  FRB-TAXABLE-AMOUNT      PIC 9(10)V99.
           05  FRB-FEDERAL-TAX         PIC 9(10)V99.
           05  FRB-DISTRIBUTION-CODE   PIC X(1).
           05  FRB-STATE-CODE          PIC X(2).
           05  FRB-STATE-TAX           PIC 9(10)V99.
           05  FRB-STATE-DISTRIBUTION  PIC 9(10)V99.
       01  FILING-CONTROL-RECORD.
           05  FRC-RECORD-TYPE         PIC X(1).
           05  FRC-TAX-YEAR            PIC 9(4).
           05  FRC-PAYEE-COUNT         PIC 9(7).
           05  FRC-GROSS-DISTRIBUTION  PIC 9(12)V99.
           05  FRC-TAXABLE-AMOUNT      PIC 9(12)V99.
           05  FRC-FEDERAL-TAX         PIC 9(12)V99.
           05  FRC-STATE-TAX           PIC 9(12)V99.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-PHS-EOF-FLAG         PIC X VALUE 'N'.
               88  PAY-HISTORY-EOF         VALUE 'Y'.
           05  WS-TXD-EOF-FLAG         PIC X VALUE 'N'.
               88  TAX-DETAIL-EOF          VALUE 'Y'.
           05  WS-PGJ-EOF-FLAG         PIC X VALUE 'N'.
               88  GL-JOURNAL-EOF          VALUE 'Y'.
           05  WS-PRW-EOF-FLAG         PIC X VALUE 'N'.
               88  PENSION-WORK-DONE       VALUE 'Y'.
           05  WS-PEN-AVAILABLE        PIC X VALUE 'N'.
               88  PENSION-MASTER-AVAILABLE VALUE 'Y'.
           05  WS-PGJ-AVAILABLE        PIC X VALUE 'N'.
               88  GL-JOURNAL-AVAILABLE    VALUE 'Y'.
           05  WS-TXD-AVAILABLE        PIC X VALUE 'N'.
               88  TAX-DETAIL-AVAILABLE    VALUE 'Y'.
           05  WS-TIN-FLAG             PIC X VALUE 'N'.
               88  RECIPIENT-HAS-TIN       VALUE 'Y'.
           05  WS-GL-BALANCE-FLAG      PIC X VALUE 'Y'.
               88  GL-IN-BALANCE           VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-PHS-FILE-STATUS      PIC X(2) VALUE '00'.
               88  PHS-FILE-OK              VALUE '00'.
           05  WS-TXD-FILE-STATUS      PIC X(2) VALUE '00'.
               88  TXD-FILE-OK              VALUE '00'.
           05  WS-PEN-FILE-STATUS      PIC X(2) VALUE '00'.
               88  PEN-FILE-OK              VALUE '00'.
           05  WS-EMP-FILE-STATUS      PIC X(2) VALUE '00'.
               88  EMP-FILE-OK              VALUE '00'.
           05  WS-ER-FILE-STATUS       PIC X(2) VALUE '00'.
               88  ER-FILE-OK               VALUE '00'.
           05  WS-PGJ-FILE-STATUS      PIC X(2) VALUE '00'.
               88  PGJ-FILE-OK              VALUE '00'.
           05  WS-PRW-FILE-STATUS      PIC X(2) VALUE '00'.
               88  PRW-FILE-OK              VALUE '00'.
           05  WS-STM-FILE-STATUS      PIC X(2) VALUE '00'.
               88  STM-FILE-OK              VALUE '00'.
           05  WS-FLG-FILE-STATUS      PIC X(2) VALUE '00'.
               88  FLG-FILE-OK              VALUE '00'.

       01  WS-COUNTERS.
           05  WS-STATEMENT-COUNT      PIC 9(5) VALUE 0.
           05  WS-FILED-COUNT          PIC 9(7) VALUE 0.
           05  WS-NO-TIN-COUNT         PIC 9(5) VALUE 0.
           05  WS-MISMATCH-COUNT       PIC 9(5) VALUE 0.
           05  WS-NOTHING-DUE-COUNT    PIC 9(5) VALUE 0.

       01  WS-YEAR-TOTALS.
           05  WS-TOT-GROSS            PIC S9(12)V99 VALUE 0.
           05  WS-TOT-TAXABLE          PIC S9(12)V99 VALUE 0.
           05  WS-TOT-FEDERAL          PIC S9(12)V99 VALUE 0.
           05  WS-TOT-STATE            PIC S9(12)V99 VALUE 0.
           05  WS-FILED-GROSS          PIC 9(12)V99 VALUE 0.
           05  WS-FILED-TAXABLE        PIC 9(12)V99 VALUE 0.
           05  WS-FILED-FEDERAL        PIC 9(12)V99 VALUE 0.
           05  WS-FILED-STATE          PIC 9(12)V99 VALUE 0.

       01  WS-GL-TOTALS.
           05  WS-GL-GROSS             PIC S9(12)V99 VALUE 0.
           05  WS-GL-FEDERAL           PIC S9(12)V99 VALUE 0.
           05  WS-GL-STATE             PIC S9(12)V99 VALUE 0.
           05  WS-GL-DIFFERENCE        PIC S9(12)V99 VALUE 0.

       01  WS-TODAY-NUM                PIC 9(8) VALUE 0.
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-NUM.
           05  WS-TODAY-YYYY           PIC 9(4).
           05  WS-TODAY-MM             PIC 9(2).
           05  WS-TODAY-DD             PIC 9(2).

       01  WS-YEAR-INPUT               PIC X(4) VALUE SPACES.
       01  WS-TAX-YEAR                 PIC 9(4) VALUE 0.

       01  WS-DATE-PARTS.
           05  WS-DATE-YYYY            PIC 9(4).
           05  WS-DATE-MMDD            PIC 9(4).

       01  WS-PAYMENT-SIGN             PIC S9(1) VALUE +1.
       01  WS-ROW-TAXABLE              PIC 9(8)V99.

      *> The recipient as reported
       01  WS-RECIPIENT-FIELDS.
           05  WS-RCP-NAME             PIC X(30).
           05  WS-RCP-TIN              PIC 9(9).
           05  WS-RCP-TIN-PARTS REDEFINES WS-RCP-TIN.
               10  FILLER              PIC 9(5).
               10  WS-RCP-TIN-LAST4    PIC 9(4).
           05  WS-RCP-STREET           PIC X(30).
           05  WS-RCP-CITY             PIC X(20).
           05  WS-RCP-STATE            PIC X(2).
           05  WS-RCP-ZIP              PIC X(10).
           05  WS-RCP-DIST-CODE        PIC X(1).

       01  WS-STATEMENT-HEADER.
           05  FILLER                  PIC X(40)
               VALUE "FORM 1099-R  DISTRIBUTIONS FROM PENSIONS".
           05  FILLER                  PIC X(11)
               VALUE " - TAX YEAR".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-SH-YEAR              PIC 9(4).
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-PAYER-LINE.
           05  FILLER                  PIC X(7)  VALUE "PAYER: ".
           05  WS-PL-NAME              PIC X(40).
           05  FILLER                  PIC X(7)  VALUE "  FEIN ".
           05  WS-PL-FEIN              PIC 99B9999999.
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  WS-RECIPIENT-LINE.
           05  FILLER                  PIC X(11) VALUE "RECIPIENT: ".
           05  WS-RL-EMP-ID            PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RL-NAME              PIC X(30).
           05  FILLER                  PIC X(6)  VALUE "  TIN ".
           05  WS-RL-TIN               PIC X(11).
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-ADDRESS-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  WS-AD-TEXT              PIC X(69).

       01  WS-AMOUNT-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-AL-CAPTION           PIC X(30).
           05  WS-AL-AMOUNT            PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  WS-CODE-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-CL-CAPTION           PIC X(30).
           05  FILLER                  PIC X(17) VALUE SPACES.
           05  WS-CL-CODE              PIC X(2).
           05  FILLER                  PIC X(29) VALUE SPACES.

           COPY RUNLOGP.

      *> ====================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION.
           PERFORM SUM-PAY-HISTORY.
           PERFORM SUM-TAX-DETAIL.
           PERFORM SUM-GL-JOURNAL.
           PERFORM PRODUCE-STATEMENTS.
           PERFORM WRITE-TOTALS-PAGE.
           PERFORM TERMINATION.
           PERFORM END-RUN-LOG.
           STOP RUN.

      *> ====================================================
      *> Initialization
      *> ====================================================
       INITIALIZATION.
           PERFORM START-RUN-LOG.
           DISPLAY "=================================".
           DISPLAY "PENSION 1099-R STATEMENTS".
           DISPLAY "=================================".
           DISPLAY " ".

           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.
           PERFORM DETERMINE-TAX-YEAR.
           PERFORM LOAD-PAYER-IDENTIFICATION.

           OPEN INPUT PAY-HISTORY-FILE.
           IF NOT PHS-FILE-OK
               DISPLAY "UNABLE TO OPEN PAYHISTORY.DAT - STATUS "
                   WS-PHS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM END-RUN-LOG
               STOP RUN
           END-IF.

           OPEN INPUT EMPLOYEE-FILE.
           IF NOT EMP-FILE-OK
               DISPLAY "UNABLE TO OPEN EMPLOYEES.TXT - STATUS "
                   WS-EMP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM END-RUN-LOG
               STOP RUN
           END-IF.

           OPEN INPUT PENSION-MASTER-FILE.
           IF PEN-FILE-OK
               SET PENSION-MASTER-AVAILABLE TO TRUE
           ELSE
               DISPLAY "PENSION MASTER UNAVAILABLE - ALL BENEFITS "
                   "REPORTED AS NORMAL DISTRIBUTIONS"
           END-IF.

           OPEN OUTPUT PENSION-WORK-FILE.
           CLOSE PENSION-WORK-FILE.
           OPEN I-O PENSION-WORK-FILE.

           OPEN OUTPUT STATEMENT-FILE.
           OPEN OUTPUT FILING-FILE.

           MOVE SPACES         TO FILING-PAYER-RECORD.
           MOVE 'A'            TO FRA-RECORD-TYPE.
           MOVE WS-TAX-YEAR    TO FRA-TAX-YEAR.
           MOVE ER-FEIN        TO FRA-PAYER-FEIN.
           MOVE ER-NAME        TO FRA-PAYER-NAME.
           MOVE ER-ADDR-STREET TO FRA-ADDR-STREET.
           MOVE ER-ADDR-CITY   TO FRA-ADDR-CITY.
           MOVE ER-ADDR-STATE  TO FRA-ADDR-STATE.
           MOVE ER-ADDR-ZIP    TO FRA-ADDR-ZIP.
           WRITE FILING-PAYER-RECORD.

      *> ====================================================
      *> The tax year comes from SYSIN; an empty or
      *> non-numeric value defaults to the current year
      *> ====================================================
       DETERMINE-TAX-YEAR.
           ACCEPT WS-YEAR-INPUT.
           IF WS-YEAR-INPUT IS NUMERIC AND WS-YEAR-INPUT NOT = "0000"
               MOVE WS-YEAR-INPUT TO WS-TAX-YEAR
           ELSE
               MOVE WS-TODAY-YYYY TO WS-TAX-YEAR
           END-IF.
           DISPLAY "TAX YEAR: " WS-TAX-YEAR.
           DISPLAY " ".

      *> The payer named on every statement and on the filing
      *> file's 'A' record - without an FEIN nothing can be filed
       LOAD-PAYER-IDENTIFICATION.
           OPEN INPUT EMPLOYER-FILE.
           IF NOT ER-FILE-OK
               DISPLAY "UNABLE TO OPEN EMPLOYER.TXT - STATUS "
                   WS-ER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM END-RUN-LOG
               STOP RUN
           END-IF.
           READ EMPLOYER-FILE
               AT END
                   MOVE SPACES TO EMPLOYER-RECORD
           END-READ.
           CLOSE EMPLOYER-FILE.
           IF ER-FEIN NOT NUMERIC OR ER-FEIN = 0 OR
               ER-NAME = SPACES
               DISPLAY "EMPLOYER.TXT HAS NO FEIN OR EMPLOYER NAME - "
                   "1099-R STATEMENTS NOT PRODUCED"
               MOVE 16 TO RETURN-CODE
               PERFORM END-RUN-LOG
               STOP RUN
           END-IF.

      *> ====================================================
      *> Gross distribution and taxable amount: every pension
      *> row on the pay history paid in the tax year
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
                   MOVE PH-PAY-DATE TO WS-DATE-PARTS
                   IF PH-PERIOD-ID >= 700000 AND
                       PH-PERIOD-ID <= 799999 AND
                       WS-DATE-YYYY = WS-TAX-YEAR
                       PERFORM POST-PAY-HISTORY-ROW
                   END-IF
           END-READ.

       POST-PAY-HISTORY-ROW.
           IF PH-TAXABLE-WAGES IS NUMERIC
               MOVE PH-TAXABLE-WAGES TO WS-ROW-TAXABLE
           ELSE
               MOVE PH-GROSS-PAY TO WS-ROW-TAXABLE
           END-IF.
           MOVE PH-EMP-ID TO PRW-EMP-ID.
           PERFORM GET-PENSION-WORK-RECORD.
           MOVE PH-EMP-NAME TO PRW-EMP-NAME.
           ADD 1                TO PRW-PAYMENTS.
           ADD PH-GROSS-PAY     TO PRW-GROSS.
           ADD WS-ROW-TAXABLE   TO PRW-TAXABLE.
           ADD PH-FEDERAL-TAX   TO PRW-PH-FEDERAL.
           ADD PH-STATE-TAX     TO PRW-PH-STATE.
           PERFORM PUT-PENSION-WORK-RECORD.

      *> Read the pensioner's work record, or start a new one
       GET-PENSION-WORK-RECORD.
           READ PENSION-WORK-FILE
               INVALID KEY
                   MOVE SPACES TO PRW-EMP-NAME
                   MOVE SPACES TO PRW-STATE-CODE
                   MOVE 0 TO PRW-PAYMENTS
                   MOVE 0 TO PRW-GROSS
                   MOVE 0 TO PRW-TAXABLE
                   MOVE 0 TO PRW-PH-FEDERAL
                   MOVE 0 TO PRW-PH-STATE
                   MOVE 0 TO PRW-TXD-FEDERAL
                   MOVE 0 TO PRW-TXD-STATE
           END-READ.

       PUT-PENSION-WORK-RECORD.
           REWRITE PENSION-WORK-RECORD
               INVALID KEY
                   WRITE PENSION-WORK-RECORD
           END-REWRITE.

      *> ====================================================
      *> Federal and state tax withheld: every pension row on
      *> the tax detail paid in the tax year, reversals
      *> subtracted. The state reported is the one withheld for.
      *> ====================================================
       SUM-TAX-DETAIL.
           OPEN INPUT TAX-DETAIL-FILE.
           IF TXD-FILE-OK
               SET TAX-DETAIL-AVAILABLE TO TRUE
               PERFORM READ-NEXT-TAX-DETAIL UNTIL TAX-DETAIL-EOF
               CLOSE TAX-DETAIL-FILE
           ELSE
               DISPLAY "TAX DETAIL UNAVAILABLE - WITHHOLDING TAKEN "
                   "FROM THE PAY HISTORY ONLY"
           END-IF.

       READ-NEXT-TAX-DETAIL.
           READ TAX-DETAIL-FILE
               AT END
                   SET TAX-DETAIL-EOF TO TRUE
               NOT AT END
                   MOVE TXD-PAY-DATE TO WS-DATE-PARTS
                   IF TXD-PERIOD-ID >= 700000 AND
                       TXD-PERIOD-ID <= 799999 AND
                       WS-DATE-YYYY = WS-TAX-YEAR
                       PERFORM POST-TAX-DETAIL-ROW
                   END-IF
           END-READ.

       POST-TAX-DETAIL-ROW.
           IF TXD-IS-REVERSAL
               MOVE -1 TO WS-PAYMENT-SIGN
           ELSE
               MOVE +1 TO WS-PAYMENT-SIGN
           END-IF.
           MOVE TXD-EMP-ID TO PRW-EMP-ID.
           PERFORM GET-PENSION-WORK-RECORD.
           COMPUTE PRW-TXD-FEDERAL =
               PRW-TXD-FEDERAL + (TXD-FEDERAL-TAX * WS-PAYMENT-SIGN)
           END-COMPUTE.
           COMPUTE PRW-TXD-STATE =
               PRW-TXD-STATE + (TXD-STATE-TAX * WS-PAYMENT-SIGN)
           END-COMPUTE.
           IF TXD-WORK-STATE NOT = SPACES
               MOVE TXD-WORK-STATE TO PRW-STATE-CODE
           END-IF.
           PERFORM PUT-PENSION-WORK-RECORD.

      *> ====================================================
      *> The year's pension postings on the pension GL journal,
      *> kept by PENSION-PAYRUN alongside the GL extract
      *> ====================================================
       SUM-GL-JOURNAL.
           OPEN INPUT PENSION-GL-JOURNAL-FILE.
           IF PGJ-FILE-OK
               SET GL-JOURNAL-AVAILABLE TO TRUE
               PERFORM READ-NEXT-GL-JOURNAL UNTIL GL-JOURNAL-EOF
               CLOSE PENSION-GL-JOURNAL-FILE
           ELSE
               DISPLAY "PENSION GL JOURNAL UNAVAILABLE - GL TIE "
                   "NOT PERFORMED"
           END-IF.

       READ-NEXT-GL-JOURNAL.
           READ PENSION-GL-JOURNAL-FILE
               AT END
                   SET GL-JOURNAL-EOF TO TRUE
               NOT AT END
                   MOVE PGJ-POSTING-DATE TO WS-DATE-PARTS
                   IF PGJ-POSTING-TYPE = "EE" AND
                       WS-DATE-YYYY = WS-TAX-YEAR
                       ADD PGJ-GROSS-PAY   TO WS-GL-GROSS
                       ADD PGJ-FEDERAL-TAX TO WS-GL-FEDERAL
                       ADD PGJ-STATE-TAX   TO WS-GL-STATE
                   END-IF
           END-READ.

      *> ====================================================
      *> One statement per pensioner with a distribution in
      *> the year, and its filing record
      *> ====================================================
       PRODUCE-STATEMENTS.
           MOVE 0 TO PRW-EMP-ID.
           START PENSION-WORK-FILE KEY >= PRW-EMP-ID
               INVALID KEY
                   SET PENSION-WORK-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-PENSION-WORK UNTIL PENSION-WORK-DONE.

       READ-NEXT-PENSION-WORK.
           READ PENSION-WORK-FILE NEXT RECORD
               AT END
                   SET PENSION-WORK-DONE TO TRUE
               NOT AT END
                   IF PRW-GROSS > 0
                       PERFORM PRODUCE-ONE-STATEMENT
                   ELSE
                       ADD 1 TO WS-NOTHING-DUE-COUNT
                       DISPLAY "PENSIONER " PRW-EMP-ID
                           " HAS NO NET DISTRIBUTION FOR "
                           WS-TAX-YEAR " - NO STATEMENT"
                   END-IF
           END-READ.

       PRODUCE-ONE-STATEMENT.
           PERFORM LOOK-UP-RECIPIENT.
           IF NOT TAX-DETAIL-AVAILABLE
               MOVE PRW-PH-FEDERAL TO PRW-TXD-FEDERAL
               MOVE PRW-PH-STATE   TO PRW-TXD-STATE
           END-IF.
           IF PRW-PH-FEDERAL NOT = PRW-TXD-FEDERAL OR
               PRW-PH-STATE NOT = PRW-TXD-STATE
               ADD 1 TO WS-MISMATCH-COUNT
               DISPLAY "PENSIONER " PRW-EMP-ID " WITHHOLDING ON PAY "
                   "HISTORY AND TAX DETAIL DISAGREE - TAX DETAIL "
                   "REPORTED, REVIEW"
           END-IF.
           PERFORM WRITE-STATEMENT-BLOCK.
           IF RECIPIENT-HAS-TIN
               PERFORM WRITE-FILING-RECORD
           ELSE
               ADD 1 TO WS-NO-TIN-COUNT
               DISPLAY "PENSIONER " PRW-EMP-ID " HAS NO TIN ON THE "
                   "EMPLOYEE MASTER - HELD OFF THE FILING FILE"
           END-IF.
           ADD PRW-GROSS       TO WS-TOT-GROSS.
           ADD PRW-TAXABLE     TO WS-TOT-TAXABLE.
           ADD PRW-TXD-FEDERAL TO WS-TOT-FEDERAL.
           ADD PRW-TXD-STATE   TO WS-TOT-STATE.
           ADD 1 TO WS-STATEMENT-COUNT.

      *> ====================================================
      *> Name and distribution code from the pension master,
      *> TIN and address from the employee master the
      *> pensioner retired off
      *> ====================================================
       LOOK-UP-RECIPIENT.
           MOVE PRW-EMP-NAME TO WS-RCP-NAME.
           MOVE '7'          TO WS-RCP-DIST-CODE.
           IF PENSION-MASTER-AVAILABLE
               MOVE PRW-EMP-ID TO PEN-EMP-ID
               READ PENSION-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PEN-NAME TO WS-RCP-NAME
                       IF PEN-DIST-CODE-VALID
                           MOVE PEN-DISTRIBUTION-CODE
                               TO WS-RCP-DIST-CODE
                       END-IF
                       IF PRW-STATE-CODE = SPACES
                           MOVE PEN-WORK-STATE TO PRW-STATE-CODE
                       END-IF
               END-READ
           END-IF.

           MOVE 'N'    TO WS-TIN-FLAG.
           MOVE 0      TO WS-RCP-TIN.
           MOVE SPACES TO WS-RCP-STREET.
           MOVE SPACES TO WS-RCP-CITY.
           MOVE SPACES TO WS-RCP-STATE.
           MOVE SPACES TO WS-RCP-ZIP.
           MOVE PRW-EMP-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EMP-SSN IS NUMERIC AND EMP-SSN > 0
                       MOVE EMP-SSN TO WS-RCP-TIN
                       SET RECIPIENT-HAS-TIN TO TRUE
                   END-IF
                   MOVE EMP-ADDR-STREET TO WS-RCP-STREET
                   MOVE EMP-ADDR-CITY   TO WS-RCP-CITY
                   MOVE EMP-ADDR-STATE  TO WS-RCP-STATE
                   MOVE EMP-ADDR-ZIP    TO WS-RCP-ZIP
           END-READ.

       WRITE-STATEMENT-BLOCK.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-TAX-YEAR TO WS-SH-YEAR.
           MOVE WS-STATEMENT-HEADER TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE ER-NAME TO WS-PL-NAME.
           MOVE ER-FEIN TO WS-PL-FEIN.
           MOVE WS-PAYER-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE PRW-EMP-ID  TO WS-RL-EMP-ID.
           MOVE WS-RCP-NAME TO WS-RL-NAME.
           IF RECIPIENT-HAS-TIN
               MOVE SPACES TO WS-RL-TIN
               STRING "XXX-XX-" WS-RCP-TIN-LAST4
                   DELIMITED BY SIZE INTO WS-RL-TIN
               END-STRING
           ELSE
               MOVE "NOT ON FILE" TO WS-RL-TIN
           END-IF.
           MOVE WS-RECIPIENT-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-RCP-STREET TO WS-AD-TEXT.
           MOVE WS-ADDRESS-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO WS-AD-TEXT.
           STRING WS-RCP-CITY DELIMITED BY "  "
               " " WS-RCP-STATE " " WS-RCP-ZIP
               DELIMITED BY SIZE INTO WS-AD-TEXT
           END-STRING.
           MOVE WS-ADDRESS-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE "1  GROSS DISTRIBUTION"      TO WS-AL-CAPTION.
           MOVE PRW-GROSS                    TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "2A TAXABLE AMOUNT"          TO WS-AL-CAPTION.
           MOVE PRW-TAXABLE                  TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "4  FEDERAL TAX WITHHELD"    TO WS-AL-CAPTION.
           MOVE PRW-TXD-FEDERAL              TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "7  DISTRIBUTION CODE"       TO WS-CL-CAPTION.
           MOVE WS-RCP-DIST-CODE             TO WS-CL-CODE.
           MOVE WS-CODE-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE "14 STATE TAX WITHHELD"      TO WS-AL-CAPTION.
           MOVE PRW-TXD-STATE                TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "15 STATE"                   TO WS-CL-CAPTION.
           MOVE PRW-STATE-CODE               TO WS-CL-CODE.
           MOVE WS-CODE-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE "16 STATE DISTRIBUTION"      TO WS-AL-CAPTION.
           MOVE PRW-GROSS                    TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.

       WRITE-AMOUNT-LINE.
           MOVE WS-AMOUNT-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       WRITE-FILING-RECORD.
           MOVE SPACES           TO FILING-PAYEE-RECORD.
           MOVE 'B'              TO FRB-RECORD-TYPE.
           MOVE WS-TAX-YEAR      TO FRB-TAX-YEAR.
           MOVE WS-RCP-TIN       TO FRB-PAYEE-TIN.
           MOVE PRW-EMP-ID       TO FRB-ACCOUNT-NUMBER.
           MOVE WS-RCP-NAME      TO FRB-PAYEE-NAME.
           MOVE WS-RCP-STREET    TO FRB-ADDR-STREET.
           MOVE WS-RCP-CITY      TO FRB-ADDR-CITY.
           MOVE WS-RCP-STATE     TO FRB-ADDR-STATE.
           MOVE WS-RCP-ZIP       TO FRB-ADDR-ZIP.
           MOVE PRW-GROSS        TO FRB-GROSS-DISTRIBUTION.
           MOVE PRW-TAXABLE      TO FRB-TAXABLE-AMOUNT.
           MOVE PRW-TXD-FEDERAL  TO FRB-FEDERAL-TAX.
           MOVE WS-RCP-DIST-CODE TO FRB-DISTRIBUTION-CODE.
           MOVE PRW-STATE-CODE   TO FRB-STATE-CODE.
           MOVE PRW-TXD-STATE    TO FRB-STATE-TAX.
           MOVE PRW-GROSS        TO FRB-STATE-DISTRIBUTION.
           WRITE FILING-PAYEE-RECORD.
           ADD 1                 TO WS-FILED-COUNT.
           ADD PRW-GROSS         TO WS-FILED-GROSS.
           ADD PRW-TAXABLE       TO WS-FILED-TAXABLE.
           ADD PRW-TXD-FEDERAL   TO WS-FILED-FEDERAL.
           ADD PRW-TXD-STATE     TO WS-FILED-STATE.

      *> ====================================================
      *> Totals page and the tie to the year's pension GL
      *> postings - gross and both withholdings must agree
      *> ====================================================
       WRITE-TOTALS-PAGE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE "========================================"
               TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "PENSION 1099-R TOTALS - TAX YEAR " WS-TAX-YEAR
               "  STATEMENTS " WS-STATEMENT-COUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING.
           WRITE STATEMENT-LINE.
           MOVE "GROSS DISTRIBUTION"     TO WS-AL-CAPTION.
           MOVE WS-TOT-GROSS             TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "TAXABLE AMOUNT"         TO WS-AL-CAPTION.
           MOVE WS-TOT-TAXABLE           TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "FEDERAL TAX WITHHELD"   TO WS-AL-CAPTION.
           MOVE WS-TOT-FEDERAL           TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "STATE TAX WITHHELD"     TO WS-AL-CAPTION.
           MOVE WS-TOT-STATE             TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.

           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "ON THE FILING FILE: " WS-FILED-COUNT
               " RECIPIENTS  HELD FOR NO TIN: " WS-NO-TIN-COUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "WITHHOLDING DISAGREEMENTS (PAY HISTORY/TAX "
               "DETAIL): " WS-MISMATCH-COUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING.
           WRITE STATEMENT-LINE.

           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           IF GL-JOURNAL-AVAILABLE
               MOVE "TIE TO PENSION GL POSTINGS" TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE "GL GROSS POSTED"        TO WS-AL-CAPTION
               MOVE WS-GL-GROSS              TO WS-AL-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
               COMPUTE WS-GL-DIFFERENCE = WS-TOT-GROSS - WS-GL-GROSS
               END-COMPUTE
               PERFORM WRITE-GL-DIFFERENCE
               MOVE "GL FEDERAL TAX POSTED"  TO WS-AL-CAPTION
               MOVE WS-GL-FEDERAL            TO WS-AL-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
               COMPUTE WS-GL-DIFFERENCE =
                   WS-TOT-FEDERAL - WS-GL-FEDERAL
               END-COMPUTE
               PERFORM WRITE-GL-DIFFERENCE
               MOVE "GL STATE TAX POSTED"    TO WS-AL-CAPTION
               MOVE WS-GL-STATE              TO WS-AL-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
               COMPUTE WS-GL-DIFFERENCE = WS-TOT-STATE - WS-GL-STATE
               END-COMPUTE
               PERFORM WRITE-GL-DIFFERENCE
               IF GL-IN-BALANCE
                   MOVE "1099-R TOTALS AGREE WITH THE PENSION GL "
                       TO STATEMENT-LINE
               ELSE
                   MOVE "*** 1099-R TOTALS OUT OF BALANCE WITH GL ***"
                       TO STATEMENT-LINE
               END-IF
               WRITE STATEMENT-LINE
           ELSE
               MOVE "PENSION GL JOURNAL UNAVAILABLE - NO GL TIE"
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

       WRITE-GL-DIFFERENCE.
           MOVE "  DIFFERENCE"           TO WS-AL-CAPTION.
           MOVE WS-GL-DIFFERENCE         TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           IF WS-GL-DIFFERENCE NOT = 0
               MOVE 'N' TO WS-GL-BALANCE-FLAG
           END-IF.

      *> ====================================================
      *> Termination
      *> ====================================================
       TERMINATION.
           MOVE SPACES             TO FILING-CONTROL-RECORD.
           MOVE 'C'                TO FRC-RECORD-TYPE.
           MOVE WS-TAX-YEAR        TO FRC-TAX-YEAR.
           MOVE WS-FILED-COUNT     TO FRC-PAYEE-COUNT.
           MOVE WS-FILED-GROSS     TO FRC-GROSS-DISTRIBUTION.
           MOVE WS-FILED-TAXABLE   TO FRC-TAXABLE-AMOUNT.
           MOVE WS-FILED-FEDERAL   TO FRC-FEDERAL-TAX.
           MOVE WS-FILED-STATE     TO FRC-STATE-TAX.
           WRITE FILING-CONTROL-RECORD.

           CLOSE PAY-HISTORY-FILE.
           CLOSE EMPLOYEE-FILE.
           IF PENSION-MASTER-AVAILABLE
               CLOSE PENSION-MASTER-FILE
           END-IF.
           CLOSE PENSION-WORK-FILE.
           CLOSE STATEMENT-FILE.
           CLOSE FILING-FILE.

           DISPLAY " ".
           DISPLAY "1099-R statements produced: " WS-STATEMENT-COUNT.
           DISPLAY "Recipients on the filing file: " WS-FILED-COUNT.
           DISPLAY "Held for no TIN: " WS-NO-TIN-COUNT.
           DISPLAY "Withholding disagreements: " WS-MISMATCH-COUNT.
           DISPLAY "Pensioners with nothing to report: "
               WS-NOTHING-DUE-COUNT.
           DISPLAY " ".

           EVALUATE TRUE
               WHEN GL-JOURNAL-AVAILABLE AND NOT GL-IN-BALANCE
                   DISPLAY "*** 1099-R TOTALS OUT OF BALANCE WITH "
                       "THE PENSION GL - SEE PEN1099R.TXT ***"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NO-TIN-COUNT > 0 OR WS-MISMATCH-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN NOT GL-JOURNAL-AVAILABLE
                   MOVE 4 TO RETURN-CODE
               WHEN WS-STATEMENT-COUNT = 0
                   DISPLAY "*** NO PENSION DISTRIBUTIONS FOR YEAR "
                       WS-TAX-YEAR " ***"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> ====================================================
      *> Run history - the step's start, and its end on
      *> every way out
      *> ====================================================
       START-RUN-LOG.
           INITIALIZE RL-RUN-LOG-PARAMETERS.
           MOVE "YEAREND"  TO RL-JOB-NAME.
           MOVE "PEN1099R" TO RL-STEP-NAME.
           SET RL-LIVE-RUN   TO TRUE.
           SET RL-START-STEP TO TRUE.
           CALL "RUN-LOG" USING RL-RUN-LOG-PARAMETERS.

       END-RUN-LOG.
           IF WS-TAX-YEAR > 0
               MOVE WS-TAX-YEAR       TO RL-PERIOD
           END-IF.
           MOVE WS-STATEMENT-COUNT   TO RL-RECORDS-WRITTEN.
           COMPUTE RL-RECORDS-REJECTED =
               WS-NO-TIN-COUNT + WS-MISMATCH-COUNT
           END-COMPUTE.
           MOVE "GROSS"              TO RL-AMOUNT-1-LABEL.
           MOVE WS-TOT-GROSS         TO RL-AMOUNT-1.
           MOVE "TAXABLE"            TO RL-AMOUNT-2-LABEL.
           MOVE WS-TOT-TAXABLE       TO RL-AMOUNT-2.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           SET RL-END-STEP TO TRUE.
           CALL "RUN-LOG" USING RL-RUN-LOG-PARAMETERS.
           MOVE RL-RETURN-CODE TO RETURN-CODE.
