      *>   The variance report now leads with a period header
      *>     line, so variance dispositions are tied to the
      *>     period they were reviewed for.
      *>   Federal withholding now follows each employee's W-4
      *>     elections (w4elect.dat) through the shared module's
      *>     annualized bracket method by pay frequency, and the
      *>     election in force prints on the paystub block.
      *>   Deductions are taken by their tax treatment: pre-tax
      *>     elections (401k, Section 125 health) come off the
      *>     check before the taxes are calculated, so income
      *>     tax and FICA fall on the reduced wages, and only
      *>     after-tax elections wait behind the garnishments.
      *>     The income-tax and FICA wages are carried into
      *>     ytd.dat, the tax detail and the pay history.
      *>   401(k) deferrals stop at the annual elective limit
      *>     from the effective-dated plan table (k401plan.txt),
      *>     plus the catch-up allowance for employees reaching
      *>     the catch-up age by birth date; the company match
      *>     is figured per the plan formula, carried in the
      *>     YTD record and pay history, posted on the 'ER' GL
      *>     line, and every participant's deferral and match
      *>     go to a recordkeeper remittance file whose trailer
      *>     ties to the run totals.
      *>   Employee loans and pay advances (loans.dat) are
      *>     recovered by installment right after the
      *>     garnishments and counted down to zero, when the
      *>     loan flips to repaid; a leaver's final check
      *>     recovers the whole balance as far as net reaches.
      *>     The recovery rides in the GL deductions with a
      *>     memo field, the pay history and the paystub.
      *>   Approved expense reimbursements (reimburse.txt) are
      *>     sorted by employee and paid with the check after
      *>     every tax and deduction, clear of the taxable,
      *>     FICA and YTD wage figures, on their own paystub
      *>     line and 'RB' GL line to the reimbursement expense
      *>     account. Invalid lines and lines for employees not
      *>     paid go to the exception listing unpaid.
      *>   Labor distribution: the gross and employer burden of
      *>     an employee with an allocation set in force on
      *>     labordist.dat, or with timesheet hours charged to
      *>     another cost center, is spread across those cost
      *>     centers on 'LD' GL lines, the rounding left in the
      *>     home department so the lines tie to the EE/ER
      *>     figures. Timesheets now sort by employee and week
      *>     so a week split over several lines still earns
      *>     its overtime above the weekly threshold.
      *>   The pay history carries the employer FICA match and
      *>     unemployment contribution of each payment.
      *>   The pay history carries the work state, workers'
      *>     compensation class and overtime premium portion of
      *>     each payment for the workers' comp premium report.
      *>   Multi-company: each employee is paid by the company on
      *>     the master (blank = 01), which must be on the company
      *>     master (company.dat). The GL extract, tax detail, pay
      *>     history and payment records carry the company; the
      *>     run is subtotalled by company, each company's input
      *>     balances to its own control total record, and each
      *>     company's payments get their own trailer ahead of the
      *>     whole-run trailer. 401(k) deferrals made with an
      *>     earlier company this year count toward the limit.
      *>   Minimum wage and exempt salary compliance: each hourly
      *>     employee's effective rate for the period (pay less the
      *>     overtime premium, over all hours worked) is checked
      *>     against the higher of the federal and work state
      *>     minimum wage in force at period end (minwage.dat), and
      *>     their overtime hours against time and a half of it; a
      *>     salaried manager's salary is checked against the exempt
      *>     threshold. Violations are listed on the compliance
      *>     report and flagged on the variance report, and hold the
      *>     downstream steps until signed off like a variance.
      *>   Every run, live, trial or refused, appends its counts,
      *>     gross and net to the run history through RUN-LOG.
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

           SELECT EXCEPTION-FILE ASSIGN TO DYNAMIC WS-EXCP-FILE-NAME
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-FILE-STATUS.

           SELECT W4-ELECTION-FILE ASSIGN TO "w4elect.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS W4-EMP-ID
               FILE STATUS IS WS-W4-FILE-STATUS.

           SELECT DEDUCTION-FILE ASSIGN TO "deductions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAR-KEY
               FILE STATUS IS WS-GAR-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-KEY
               FILE STATUS IS WS-LN-FILE-STATUS.

           SELECT LABOR-DIST-FILE ASSIGN TO "labordist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LD-KEY
               FILE STATUS IS WS-LD-FILE-STATUS.

           SELECT GARNISH-REMIT-FILE ASSIGN TO DYNAMIC WS-GRM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRM-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAR-FILE-STATUS.

           SELECT COMPLIANCE-FILE ASSIGN TO DYNAMIC WS-CMP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMP-FILE-STATUS.

           SELECT MIN-WAGE-FILE ASSIGN TO "minwage.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MW-KEY
               FILE STATUS IS WS-MW-FILE-STATUS.

           SELECT VAR-LIMIT-FILE ASSIGN TO "varlimits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VRL-FILE-STATUS.

           SELECT K401-PLAN-FILE ASSIGN TO "k401plan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KPL-FILE-STATUS.

           SELECT K401-REMIT-FILE ASSIGN TO DYNAMIC WS-KRM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KRM-FILE-STATUS.

           SELECT DEPT-MASTER-FILE ASSIGN TO "deptmaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LVT-FILE-STATUS.

           SELECT REIMBURSE-FILE ASSIGN TO "reimburse.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMB-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "suspense.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTW-FILE-STATUS.

           SELECT RMB-WORK-FILE ASSIGN TO "rmbwork.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RBW-FILE-STATUS.

           SELECT DEPT-WORK-FILE ASSIGN TO DYNAMIC WS-DPW-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STW-STATE
               FILE STATUS IS WS-STW-FILE-STATUS.

           SELECT COMPANY-WORK-FILE ASSIGN TO DYNAMIC WS-CPW-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPW-COMPANY
               FILE STATUS IS WS-CPW-FILE-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "company.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CODE
               FILE STATUS IS WS-CO-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "sortwork.tmp".

           SELECT TMS-SORT-FILE ASSIGN TO "tmssort.tmp".

           SELECT LVT-SORT-FILE ASSIGN TO "lvtsort.tmp".

           SELECT RMB-SORT-FILE ASSIGN TO "rmbsort.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       FD  YTD-FILE.
           COPY YTD.

       FD  W4-ELECTION-FILE.
           COPY W4ELECT.

       FD  DEDUCTION-FILE.
           COPY DEDUCT.

       FD  GARNISH-FILE.
           COPY GARNISH.

       FD  LOAN-FILE.
           COPY LOAN.

       FD  LABOR-DIST-FILE.
           COPY LABDIST.

       FD  GARNISH-REMIT-FILE.
       01  GARNISH-REMIT-RECORD        PIC X(100).

       FD  PAYMENT-FILE.
           COPY PAYMENT.

       FD  K401-PLAN-FILE.
           COPY K401PLAN.

       FD  K401-REMIT-FILE.
           COPY K401RMT.

       FD  PAY-CALENDAR-FILE.
           COPY PAYCAL.

       FD  VARIANCE-FILE.
       01  VARIANCE-LINE               PIC X(132).

       FD  COMPLIANCE-FILE.
       01  COMPLIANCE-LINE             PIC X(132).

       FD  MIN-WAGE-FILE.
           COPY MINWAGE.

       FD  DEPT-MASTER-FILE.
           COPY DEPTMAST.

               88  LT-SICK                 VALUE 'S'.
           05  LT-HOURS                PIC 9(3)V99.

       FD  REIMBURSE-FILE.
           COPY REIMB.

       FD  SUSPENSE-FILE.
           COPY SUSPENSE.

           05  TMW-WEEK-ENDING         PIC 9(8).
           05  TMW-HOURS               PIC 9(3)V99.
           05  TMW-EARN-CODE           PIC X(1).
           05  TMW-CHARGE-COST-CENTER  PIC X(10).

      *> The period's leave-taken transactions sequenced by
      *> employee, read in step with the employee master
           05  LTW-LEAVE-TYPE          PIC X(1).
           05  LTW-HOURS               PIC 9(3)V99.

      *> The period's approved expense reimbursements sequenced
      *> by employee, read in step with the employee master
       FD  RMB-WORK-FILE.
       01  RMB-WORK-RECORD.
           05  RBW-EMP-ID              PIC 9(5).
           05  RBW-EXPENSE-TYPE        PIC X(2).
               88  RBW-VALID-TYPE          VALUE 'MI' 'TR' 'ME'
                                                 'LO' 'OT'.
           05  RBW-AMOUNT              PIC 9(6)V99.
           05  RBW-APPROVAL-REF        PIC X(12).

      *> Per-run subtotal work files keyed on their bucket, so
      *> the run's subtotals scale with the data instead of
      *> being capped at a fixed table size
           05  STW-COUNT               PIC 9(5).
           05  STW-TOTAL               PIC 9(10)V99.

      *> Each company's share of the run: what was read from
      *> the master (for its control total), what it paid, and
      *> the payments released for its trailer
       FD  COMPANY-WORK-FILE.
       01  COMPANY-WORK-RECORD.
           05  CPW-COMPANY             PIC X(2).
           05  CPW-INPUT-COUNT         PIC 9(5).
           05  CPW-INPUT-SALARY        PIC 9(10)V99.
           05  CPW-EMP-COUNT           PIC 9(5).
           05  CPW-GROSS               PIC 9(10)V99.
           05  CPW-FEDERAL-TAX         PIC 9(10)V99.
           05  CPW-STATE-TAX           PIC 9(10)V99.
           05  CPW-FICA-TAX            PIC 9(10)V99.
           05  CPW-NET-PAY             PIC 9(10)V99.
           05  CPW-PAYMENT-COUNT       PIC 9(5).

       FD  COMPANY-FILE.
           COPY COMPANY.

       SD  TMS-SORT-FILE.
       01  TMS-SORT-RECORD.
           05  TSR-EMP-ID              PIC 9(5).
           05  TSR-WEEK-ENDING         PIC 9(8).
           05  TSR-HOURS               PIC 9(3)V99.
           05  TSR-EARN-CODE           PIC X(1).
           05  TSR-CHARGE-COST-CENTER  PIC X(10).

       SD  LVT-SORT-FILE.
       01  LVT-SORT-RECORD.
           05  LSR-LEAVE-TYPE          PIC X(1).
           05  LSR-HOURS               PIC 9(3)V99.

       SD  RMB-SORT-FILE.
       01  RMB-SORT-RECORD.
           05  RSR-EMP-ID              PIC 9(5).
           05  RSR-EXPENSE-TYPE        PIC X(2).
           05  RSR-AMOUNT              PIC 9(6)V99.
           05  RSR-APPROVAL-REF        PIC X(12).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-DEPARTMENT          PIC X(20).
           05  SRT-VAC-PAYOUT          PIC 9(8)V99.
           05  SRT-VAC-PAYOUT-HRS      PIC 9(4)V99.
           05  SRT-CURRENCY-CODE       PIC X(3).
           05  SRT-W4-ON-FILE          PIC X(1).
           05  SRT-W4-FILING-STATUS    PIC X(1).
           05  SRT-W4-DEPENDENT-CREDIT PIC 9(6)V99.
           05  SRT-W4-OTHER-INCOME     PIC 9(7)V99.
           05  SRT-W4-DEDUCTIONS       PIC 9(7)V99.
           05  SRT-W4-EXTRA-WITHHOLD   PIC 9(5)V99.
           05  SRT-W4-EXEMPT-FLAG      PIC X(1).
           05  SRT-LOAN-RECOVERY       PIC 9(8)V99.
           05  SRT-LOAN-BALANCE        PIC 9(8)V99.
           05  SRT-REIMBURSEMENT       PIC 9(8)V99.

       WORKING-STORAGE SECTION.
       01  WS-COUNTERS.
           05  WS-TOTAL-GARNISH        PIC 9(10)V99 VALUE 0.
           05  WS-TOTAL-EMPLOYER-FICA  PIC 9(10)V99 VALUE 0.
           05  WS-TOTAL-EMPLOYER-UNEMP PIC 9(10)V99 VALUE 0.
           05  WS-401K-COUNT           PIC 9(5) VALUE 0.
           05  WS-TOTAL-401K-DEFERRAL  PIC 9(10)V99 VALUE 0.
           05  WS-TOTAL-401K-MATCH     PIC 9(10)V99 VALUE 0.
           05  WS-TOTAL-LOAN-RECOVERY  PIC 9(10)V99 VALUE 0.
           05  WS-LOANS-REPAID-COUNT   PIC 9(5) VALUE 0.
           05  WS-TOTAL-REIMBURSEMENT  PIC 9(10)V99 VALUE 0.
           05  WS-REIMBURSED-COUNT     PIC 9(5) VALUE 0.
           05  WS-REIMB-REJECT-COUNT   PIC 9(5) VALUE 0.
           05  WS-DISTRIBUTED-COUNT    PIC 9(5) VALUE 0.
           05  WS-VARIANCE-COUNT       PIC 9(5) VALUE 0.
           05  WS-COMPLIANCE-COUNT     PIC 9(5) VALUE 0.
           05  WS-FIRST-PAY-COUNT      PIC 9(5) VALUE 0.
           05  WS-DEPT-UNMATCHED-COUNT PIC 9(5) VALUE 0.
           05  WS-PAYMENT-COUNT        PIC 9(5) VALUE 0.
               88  YTD-RECORD-IS-NEW        VALUE 'Y'.
           05  WS-CONTROL-AVAILABLE    PIC X VALUE 'N'.
               88  CONTROL-TOTALS-AVAILABLE VALUE 'Y'.
           05  WS-W4-AVAILABLE         PIC X VALUE 'N'.
               88  W4-ELECTIONS-AVAILABLE   VALUE 'Y'.
           05  WS-W4-FOUND-FLAG        PIC X VALUE 'N'.
               88  W4-ON-FILE               VALUE 'Y'.
           05  WS-DED-AVAILABLE        PIC X VALUE 'N'.
               88  DEDUCTIONS-AVAILABLE     VALUE 'Y'.
           05  WS-DED-FOUND-FLAG       PIC X VALUE 'N'.
               88  DEDUCTION-ELECTIONS-ON-FILE VALUE 'Y'.
           05  WS-DEDUCTION-PASS       PIC X VALUE 'P'.
               88  PRETAX-PASS              VALUE 'P'.
               88  AFTER-TAX-PASS           VALUE 'A'.
           05  WS-TAKE-NOW-FLAG        PIC X VALUE 'N'.
               88  TAKE-IN-THIS-PASS        VALUE 'Y'.
           05  WS-GAR-AVAILABLE        PIC X VALUE 'N'.
               88  GARNISHMENTS-AVAILABLE   VALUE 'Y'.
           05  WS-GAR-EOF-FLAG         PIC X VALUE 'N'.
               88  GARNISH-ORDERS-DONE      VALUE 'Y'.
           05  WS-MW-AVAILABLE         PIC X VALUE 'N'.
               88  MIN-WAGES-AVAILABLE      VALUE 'Y'.
           05  WS-MW-EOF-FLAG          PIC X VALUE 'N'.
               88  MW-SCAN-DONE             VALUE 'Y'.
           05  WS-LN-AVAILABLE         PIC X VALUE 'N'.
               88  LOANS-AVAILABLE          VALUE 'Y'.
           05  WS-LN-EOF-FLAG          PIC X VALUE 'N'.
               88  EMPLOYEE-LOANS-DONE      VALUE 'Y'.
           05  WS-LD-AVAILABLE         PIC X VALUE 'N'.
               88  LABOR-DIST-AVAILABLE     VALUE 'Y'.
           05  WS-LD-EOF-FLAG          PIC X VALUE 'N'.
               88  LABOR-DIST-SEARCH-DONE   VALUE 'Y'.
           05  WS-LDS-FOUND-FLAG       PIC X VALUE 'N'.
               88  DIST-ENTRY-FOUND         VALUE 'Y'.
           05  WS-DISTRIBUTED-FLAG     PIC X VALUE 'N'.
               88  LABOR-IS-DISTRIBUTED     VALUE 'Y'.
           05  WS-PCL-EOF-FLAG         PIC X VALUE 'N'.
               88  CALENDAR-SEARCH-DONE     VALUE 'Y'.
           05  WS-PERIOD-FOUND-FLAG    PIC X VALUE 'N'.
               88  LEAVE-TAKEN-ON-HAND      VALUE 'Y'.
           05  WS-LTW-EOF-FLAG         PIC X VALUE 'N'.
               88  LEAVE-WORK-EOF           VALUE 'Y'.
           05  WS-RMB-ON-HAND-FLAG     PIC X VALUE 'N'.
               88  REIMBURSEMENTS-ON-HAND   VALUE 'Y'.
           05  WS-RBW-EOF-FLAG         PIC X VALUE 'N'.
               88  REIMB-WORK-EOF           VALUE 'Y'.
           05  WS-DPW-EOF-FLAG         PIC X VALUE 'N'.
               88  DEPT-REPORT-DONE         VALUE 'Y'.
           05  WS-AGW-EOF-FLAG         PIC X VALUE 'N'.
               88  AGENCY-REPORT-DONE       VALUE 'Y'.
           05  WS-STW-EOF-FLAG         PIC X VALUE 'N'.
               88  STATE-REPORT-DONE        VALUE 'Y'.
           05  WS-CPW-EOF-FLAG         PIC X VALUE 'N'.
               88  COMPANY-REPORT-DONE      VALUE 'Y'.
           05  WS-CO-AVAILABLE         PIC X VALUE 'N'.
               88  COMPANY-MASTER-AVAILABLE VALUE 'Y'.
           05  WS-CTL-EOF-FLAG         PIC X VALUE 'N'.
               88  CONTROL-FILE-DONE        VALUE 'Y'.
           05  WS-KPL-EOF-FLAG         PIC X VALUE 'N'.
               88  K401-PLAN-DONE           VALUE 'Y'.
           05  WS-CATCHUP-FLAG         PIC X VALUE 'N'.
               88  CATCHUP-ELIGIBLE         VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-EMP-FILE-STATUS      PIC X(2) VALUE '00'.
               88  AUD-FILE-OK              VALUE '00'.
           05  WS-PSB-FILE-STATUS      PIC X(2) VALUE '00'.
               88  PSB-FILE-OK              VALUE '00'.
           05  WS-W4-FILE-STATUS       PIC X(2) VALUE '00'.
               88  W4-FILE-OK               VALUE '00'.
           05  WS-DED-FILE-STATUS      PIC X(2) VALUE '00'.
               88  DED-FILE-OK              VALUE '00'.
               88  DED-FILE-NOT-FOUND       VALUE '35'.
           05  WS-GAR-FILE-STATUS      PIC X(2) VALUE '00'.
               88  GAR-FILE-OK              VALUE '00'.
               88  GAR-FILE-NOT-FOUND       VALUE '35'.
           05  WS-LN-FILE-STATUS       PIC X(2) VALUE '00'.
               88  LN-FILE-OK               VALUE '00'.
           05  WS-LD-FILE-STATUS       PIC X(2) VALUE '00'.
               88  LD-FILE-OK               VALUE '00'.
           05  WS-ARR-FILE-STATUS      PIC X(2) VALUE '00'.
               88  ARR-FILE-OK              VALUE '00'.
               88  ARR-FILE-NOT-FOUND       VALUE '35'.
               88  PHS-FILE-NOT-FOUND       VALUE '35'.
           05  WS-VAR-FILE-STATUS      PIC X(2) VALUE '00'.
               88  VAR-FILE-OK              VALUE '00'.
           05  WS-CMP-FILE-STATUS      PIC X(2) VALUE '00'.
               88  CMP-FILE-OK              VALUE '00'.
           05  WS-MW-FILE-STATUS       PIC X(2) VALUE '00'.
               88  MW-FILE-OK               VALUE '00'.
           05  WS-VRL-FILE-STATUS      PIC X(2) VALUE '00'.
               88  VRL-FILE-OK              VALUE '00'.
           05  WS-DM-FILE-STATUS       PIC X(2) VALUE '00'.
           05  WS-LVT-FILE-STATUS      PIC X(2) VALUE '00'.
               88  LVT-FILE-OK              VALUE '00'.
               88  LVT-FILE-EOF             VALUE '10'.
           05  WS-RMB-FILE-STATUS      PIC X(2) VALUE '00'.
               88  RMB-FILE-OK              VALUE '00'.
           05  WS-SUS-FILE-STATUS      PIC X(2) VALUE '00'.
               88  SUS-FILE-OK              VALUE '00'.
               88  SUS-FILE-NOT-FOUND       VALUE '35'.
               88  TMW-FILE-OK              VALUE '00'.
           05  WS-LTW-FILE-STATUS      PIC X(2) VALUE '00'.
               88  LTW-FILE-OK              VALUE '00'.
           05  WS-RBW-FILE-STATUS      PIC X(2) VALUE '00'.
               88  RBW-FILE-OK              VALUE '00'.
           05  WS-DPW-FILE-STATUS      PIC X(2) VALUE '00'.
               88  DPW-FILE-OK              VALUE '00'.
               88  DPW-FILE-NOT-FOUND       VALUE '35'.
           05  WS-STW-FILE-STATUS      PIC X(2) VALUE '00'.
               88  STW-FILE-OK              VALUE '00'.
               88  STW-FILE-NOT-FOUND       VALUE '35'.
           05  WS-CPW-FILE-STATUS      PIC X(2) VALUE '00'.
               88  CPW-FILE-OK              VALUE '00'.
               88  CPW-FILE-NOT-FOUND       VALUE '35'.
           05  WS-CO-FILE-STATUS       PIC X(2) VALUE '00'.
               88  CO-FILE-OK               VALUE '00'.
           05  WS-KPL-FILE-STATUS      PIC X(2) VALUE '00'.
               88  KPL-FILE-OK              VALUE '00'.
           05  WS-KRM-FILE-STATUS      PIC X(2) VALUE '00'.
               88  KRM-FILE-OK              VALUE '00'.

       01  WS-TEMP-FIELDS.
           05  WS-DEPT-COUNT           PIC 9(5).
               10  WS-TODAY-YYYY       PIC 9(4).
               10  WS-TODAY-MM         PIC 9(2).
               10  WS-TODAY-DD         PIC 9(2).
           05  WS-TODAY-MONTH-VIEW REDEFINES WS-TODAY-NUM.
               10  WS-TODAY-YYYYMM     PIC 9(6).
               10  FILLER              PIC 9(2).
           05  WS-TODAY-TIME           PIC 9(8) VALUE 0.

       01  WS-HIRE-DATE-FIELDS.
               VALUE "payments.dat".
           05  WS-VARR-FILE-NAME       PIC X(20)
               VALUE "variancereport.txt".
           05  WS-CMP-FILE-NAME        PIC X(20)
               VALUE "compliance.txt".
           05  WS-DPW-FILE-NAME        PIC X(20)
               VALUE "deptwork.tmp".
           05  WS-AGW-FILE-NAME        PIC X(20)
               VALUE "agencywork.tmp".
           05  WS-STW-FILE-NAME        PIC X(20)
               VALUE "statework.tmp".
           05  WS-CPW-FILE-NAME        PIC X(20)
               VALUE "companywork.tmp".
           05  WS-KRM-FILE-NAME        PIC X(20)
               VALUE "k401remit.txt".

       01  WS-PERIOD-CONTROL.
           05  WS-PERIOD-ID            PIC 9(6) VALUE 0.
           05  WS-OTHER-DED-AMOUNT     PIC 9(8)V99.
           05  WS-DEDUCTION-AMOUNT     PIC 9(8)V99.
           05  WS-EMP-DEDUCTIONS       PIC 9(8)V99.
           05  WS-PRETAX-AMOUNT        PIC 9(8)V99.
           05  WS-SEC125-AMOUNT        PIC 9(8)V99.
           05  WS-PRETAX-CUT           PIC 9(8)V99.
           05  WS-TAXABLE-WAGES        PIC 9(8)V99.
           05  WS-FICA-WAGES           PIC 9(8)V99.
           05  WS-EMPLOYER-FICA        PIC 9(8)V99.
           05  WS-EMPLOYER-UNEMP       PIC 9(8)V99.
           05  WS-ARR-SHORTFALL        PIC 9(8)V99.
           05  WS-GARNISH-ROOM         PIC S9(8)V99.
           05  WS-GARNISH-TAKE         PIC 9(8)V99.
           05  WS-EMP-GARNISH          PIC 9(8)V99.
           05  WS-LOAN-TAKE            PIC 9(8)V99.
           05  WS-EMP-LOAN-RECOVERY    PIC 9(8)V99.
           05  WS-EMP-LOAN-BALANCE     PIC 9(8)V99.
           05  WS-EMP-REIMBURSEMENT    PIC 9(8)V99.
           05  WS-WAGE-NET-PAY         PIC 9(8)V99.
           05  WS-401K-MATCH           PIC 9(8)V99.
           05  WS-401K-ROOM            PIC S9(8)V99.
           05  WS-MATCH-BASE           PIC 9(8)V99.
           05  WS-MATCH-TIER-AMT       PIC 9(8)V99.

      *> The 401(k) plan in force - the defaults below stand
      *> when k401plan.txt is missing or carries no record
      *> already in effect
       01  WS-401K-PLAN.
           05  WS-KPL-EFFECTIVE-DATE   PIC 9(8) VALUE 0.
           05  WS-KPL-DEFERRAL-LIMIT   PIC 9(6)V99 VALUE 23000.00.
           05  WS-KPL-CATCHUP-LIMIT    PIC 9(6)V99 VALUE 7500.00.
           05  WS-KPL-CATCHUP-AGE      PIC 9(2) VALUE 50.
           05  WS-KPL-MATCH-RATE-1     PIC 9V999 VALUE 1.000.
           05  WS-KPL-MATCH-TIER-1     PIC 9V999 VALUE 0.030.
           05  WS-KPL-MATCH-RATE-2     PIC 9V999 VALUE 0.500.
           05  WS-KPL-MATCH-TIER-2     PIC 9V999 VALUE 0.020.

       01  WS-BIRTH-DATE-FIELDS.
           05  WS-BIRTH-DATE-NUM       PIC 9(8) VALUE 0.
           05  WS-BIRTH-DATE-PARTS REDEFINES WS-BIRTH-DATE-NUM.
               10  WS-BIRTH-YYYY       PIC 9(4).
               10  WS-BIRTH-MMDD       PIC 9(4).

      *> Tax treatment of each election in hand (DEDUCT.cpy
      *> codes, blanks resolved to the standard treatment) and
      *> of the one being taken
       01  WS-DEDUCTION-TREATMENTS.
           05  WS-401K-TREATMENT       PIC X(1).
           05  WS-HEALTH-TREATMENT     PIC X(1).
           05  WS-OTHER-TREATMENT      PIC X(1).
           05  WS-DEDUCTION-TREATMENT  PIC X(1).
               88  TREATMENT-PRETAX-INCOME  VALUE 'I'.
               88  TREATMENT-SECTION-125    VALUE 'S'.
               88  TREATMENT-AFTER-TAX      VALUE 'A'.
               88  TREATMENT-VALID          VALUE 'I' 'S' 'A'.

       01  WS-DEPT-AVG-SALARY          PIC 9(10)V99 VALUE 0.

      *> The company paying the employee in hand (blank on the
      *> master = 01)
       01  WS-EMP-COMPANY              PIC X(2).

      *> The whole-master control total and the per-company
      *> records following it on controltotals.txt, each
      *> balanced on its own
       01  WS-CTL-COMPANY-TABLE.
           05  WS-CTL-EXPECT-COUNT     PIC 9(5) VALUE 0.
           05  WS-CTL-EXPECT-SALARY    PIC 9(10)V99 VALUE 0.
           05  WS-CTL-CO-COUNT         PIC 9(2) VALUE 0.
           05  WS-CTL-CO-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-CTL-CO-IDX.
               10  WS-CTL-CO-CODE      PIC X(2).
               10  WS-CTL-CO-EXPECT-COUNT  PIC 9(5).
               10  WS-CTL-CO-EXPECT-SALARY PIC 9(10)V99.

      *> State tax is bucketed by work jurisdiction; employees
      *> with no work state fall in the '**' default-rate bucket
       01  WS-STT-BUCKET                PIC X(2).
       01  WS-HOURLY-FIELDS.
           05  WS-WEEK-REG-HOURS       PIC 9(3)V99.
           05  WS-WEEK-OT-HOURS        PIC 9(3)V99.
           05  WS-WEEK-ENDING-IN-HAND  PIC 9(8).
           05  WS-WEEK-REG-SO-FAR      PIC 9(3)V99.
           05  WS-WEEK-ROOM            PIC 9(3)V99.
           05  WS-EMP-REG-HOURS        PIC 9(4)V99.
           05  WS-EMP-OT-HOURS         PIC 9(4)V99.
           05  WS-EMP-SHIFT-HOURS      PIC 9(4)V99.
           05  WS-EMP-HOL-HOURS        PIC 9(4)V99.
           05  WS-EMP-ONCALL-HOURS     PIC 9(4)V99.
           05  WS-OT-PAY               PIC 9(8)V99.
           05  WS-OT-PREMIUM-PAY       PIC 9(8)V99.
           05  WS-SHIFT-PAY            PIC 9(8)V99.
           05  WS-HOL-PAY              PIC 9(8)V99.
           05  WS-ONCALL-PAY           PIC 9(8)V99.
           05  WS-VAR-PERCENT-LIMIT    PIC 9(3)V99 VALUE 25.00.
           05  WS-VAR-DOLLAR-LIMIT     PIC 9(6)V99 VALUE 500.00.

      *> Wage standard compliance of the employee in hand: the
      *> binding (higher of federal and work state) minimum wage
      *> and exempt salary in force at period end, the hours
      *> worked, and the effective rate they were paid at -
      *> straight-time pay over all hours, so lines priced at a
      *> factor below straight time pull the rate down while
      *> the overtime premium is kept out of it
       01  WS-COMPLIANCE-FIELDS.
           05  WS-MW-STATE             PIC X(2).
           05  WS-MW-MINIMUM           PIC 9(3)V99.
           05  WS-MW-EXEMPT-SALARY     PIC 9(7)V99.
           05  WS-MW-FOUND-MINIMUM     PIC 9(3)V99.
           05  WS-MW-FOUND-EXEMPT      PIC 9(7)V99.
           05  WS-CMP-TOTAL-HOURS      PIC 9(5)V99.
           05  WS-CMP-PREMIUM          PIC S9(8)V99.
           05  WS-CMP-STRAIGHT-PAY     PIC 9(8)V99.
           05  WS-CMP-EFFECTIVE-RATE   PIC 9(6)V99.
           05  WS-CMP-OT-REQUIRED      PIC 9(8)V99.

       01  WS-VARIANCE-FIELDS.
           05  WS-NET-CHANGE           PIC S9(9)V99.
           05  WS-ABS-NET-CHANGE       PIC 9(9)V99.
      *> the raw department text (and an exception line)
       01  WS-GL-COST-CENTER           PIC X(20).

      *> Labor distribution of the employee in hand. Entry 1 is
      *> always the home cost center, which takes whatever the
      *> other entries' truncated shares leave, so the split
      *> ties to the penny. Timesheet lines weigh in by their
      *> hours priced at their earnings factor; lines with no
      *> charge cost center share the standing allocation set.
      *> The table holds the set's ten allocations plus the
      *> charged cost centers - a line charged past its room
      *> stays home.
       01  WS-LABOR-DIST-FIELDS.
           05  WS-LD-SET-COUNT         PIC 9(2) VALUE 0.
           05  WS-LD-SET-ENTRY OCCURS 10 TIMES
                   INDEXED BY WS-LD-SET-IDX.
               10  WS-LD-SET-COST-CENTER PIC X(10).
               10  WS-LD-SET-PERCENT   PIC 9(3)V99.
           05  WS-LINE-WEIGHT          PIC 9(4)V9999.
           05  WS-STANDING-WEIGHT      PIC 9(6)V9999.
           05  WS-TOTAL-WEIGHT         PIC 9(6)V9999.
           05  WS-STANDING-GROSS       PIC 9(8)V99.
           05  WS-DIST-SHARE           PIC 9(8)V99.
           05  WS-DIST-COST-CENTER     PIC X(20).
           05  WS-DIST-OTHER-GROSS     PIC 9(8)V99.
           05  WS-DIST-OTHER-FICA      PIC 9(8)V99.
           05  WS-DIST-OTHER-UNEMP     PIC 9(8)V99.
           05  WS-DIST-OTHER-MATCH     PIC 9(8)V99.
       01  WS-LDS-TABLE.
           05  WS-LDS-COUNT            PIC 9(2) VALUE 0.
           05  WS-LDS-ENTRY OCCURS 30 TIMES
                   INDEXED BY WS-LDS-IDX WS-LDS-HIT.
               10  WS-LDS-COST-CENTER  PIC X(20).
               10  WS-LDS-WEIGHT       PIC 9(6)V9999.
               10  WS-LDS-GROSS        PIC 9(8)V99.
               10  WS-LDS-FICA         PIC 9(8)V99.
               10  WS-LDS-UNEMP        PIC 9(8)V99.
               10  WS-LDS-MATCH        PIC 9(8)V99.

      *> Per-period leave accrual schedule (hours) and the
      *> vacation hours allowed to carry across the year end
       01  WS-LEAVE-RULES.
           05  WS-VD-PCT               PIC ZZZZ9.99.
           05  FILLER                  PIC X(4)  VALUE SPACES.

       01  WS-COMPLIANCE-DETAIL-LINE.
           05  WS-CD-TAG               PIC X(12) VALUE "COMPLIANCE".
           05  WS-CD-EMP-ID            PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-CD-EMP-NAME          PIC X(25).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-CD-STATE             PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-CD-REASON            PIC X(24).
           05  FILLER                  PIC X(6)  VALUE "  PAID".
           05  WS-CD-PAID              PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(9)  VALUE "  MINIMUM".
           05  WS-CD-MINIMUM           PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(7)  VALUE "  HOURS".
           05  WS-CD-HOURS             PIC ZZZZ9.99.

       01  WS-PAYSTUB-HOURS-LINE.
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "HOURS: ".
           05  WS-PG-GARNISH           PIC $$$,$$9.99.
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  WS-PAYSTUB-LOAN-LINE.
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC X(23)
               VALUE "LOAN/ADVANCE RECOVERED:".
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-PN-RECOVERED         PIC $$$,$$9.99.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  FILLER                  PIC X(14)
               VALUE "BALANCE OWED: ".
           05  WS-PN-BALANCE           PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-PAYSTUB-REIMB-LINE.
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC X(36)
               VALUE "EXPENSE REIMBURSEMENT (NON-TAXABLE):".
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-PR-REIMBURSED        PIC $$$,$$9.99.
           05  FILLER                  PIC X(77) VALUE SPACES.

       01  WS-PAYSTUB-W4-LINE.
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE "W-4: ".
           05  WS-PW-STATUS            PIC X(17).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "DEP CR ".
           05  WS-PW-DEPENDENT         PIC $$$,$$9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "OTH INC ".
           05  WS-PW-OTHER-INCOME      PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "DEDUCT ".
           05  WS-PW-DEDUCTIONS        PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE "EXTRA ".
           05  WS-PW-EXTRA             PIC $$$,$$9.99.
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-PAYSTUB-DEDUCT-LINE.
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC X(12)

           COPY CALCPARM.

           COPY RUNLOGP.

      *> ====================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RUN-PAYROLL-SORT.
           PERFORM GENERATE-REPORT.
           PERFORM CLEANUP.
           PERFORM END-RUN-LOG.
           STOP RUN.

      *> ====================================================
      *> Initialization
      *> ====================================================
       INITIALIZATION.
           PERFORM START-RUN-LOG.
           DISPLAY "=================================".
           DISPLAY "PAYROLL REPORT SYSTEM".
           DISPLAY "GitHub Copilot Demo for COBOL".
           OPEN INPUT EMPLOYEE-FILE.
           PERFORM OPEN-CHECKPOINT-FILE.
           PERFORM OPEN-YTD-FILE.
           PERFORM OPEN-W4-ELECTION-FILE.
           PERFORM OPEN-DEDUCTION-FILE.
           PERFORM OPEN-ARREARS-FILE.
           PERFORM OPEN-GARNISH-FILE.
           PERFORM OPEN-LOAN-FILE.
           PERFORM OPEN-LABOR-DIST-FILE.
           PERFORM OPEN-PAY-HISTORY-FILE.
           PERFORM OPEN-DEPT-MASTER-FILE.
           PERFORM OPEN-COMPANY-FILE.
           PERFORM OPEN-MIN-WAGE-FILE.
           PERFORM OPEN-LEAVE-FILE.
           PERFORM OPEN-SUSPENSE-FILE.
           PERFORM LOAD-CONTROL-TOTALS.
           PERFORM LOAD-TIMESHEETS.
           PERFORM LOAD-EARN-RATE-RULES.
           PERFORM LOAD-VARIANCE-LIMITS.
           PERFORM LOAD-401K-PLAN.
           PERFORM LOAD-LEAVE-TAKEN.
           PERFORM LOAD-REIMBURSEMENTS.
           IF LIVE-RUN
               PERFORM LOAD-CHECKPOINT
           END-IF.
               MOVE "remitpreview.txt" TO WS-GRM-FILE-NAME
               MOVE "paypreview.txt"   TO WS-PMT-FILE-NAME
               MOVE "varpreview.txt"   TO WS-VARR-FILE-NAME
               MOVE "complpreview.txt" TO WS-CMP-FILE-NAME
               MOVE "deptpre.tmp"      TO WS-DPW-FILE-NAME
               MOVE "agencypre.tmp"    TO WS-AGW-FILE-NAME
               MOVE "statepre.tmp"     TO WS-STW-FILE-NAME
               MOVE "companypre.tmp"   TO WS-CPW-FILE-NAME
               MOVE "k401preview.txt"  TO WS-KRM-FILE-NAME
               DISPLAY "*** TRIAL RUN - NOTHING WILL BE POSTED - "
                   "OUTPUT IN PREVIEW FILES ***"
           END-IF.
                   "(STATUS " WS-PCL-FILE-STATUS ") - RUN "
                   "REFUSED ***"
               MOVE 16 TO RETURN-CODE
               PERFORM END-RUN-LOG
               STOP RUN
           END-IF.

               DISPLAY "*** NO PAY PERIOD ON THE CALENDAR COVERS "
                   WS-TODAY-NUM " - RUN REFUSED ***"
               MOVE 16 TO RETURN-CODE
               PERFORM END-RUN-LOG
               STOP RUN
           END-IF.

               DISPLAY "*** PAY PERIOD " PCAL-PERIOD-ID
                   " IS ALREADY MARKED PAID - RUN REFUSED ***"
               MOVE 16 TO RETURN-CODE
               PERFORM END-RUN-LOG
               STOP RUN
           END-IF.
           SET PAY-PERIOD-FOUND TO TRUE.
           PERFORM OPEN-DEPT-WORK-FILE.
           PERFORM OPEN-AGENCY-WORK-FILE.
           PERFORM OPEN-STATE-WORK-FILE.
           PERFORM OPEN-COMPANY-WORK-FILE.

       OPEN-DEPT-WORK-FILE.
           IF WS-LAST-EMP-ID = 0
               OPEN I-O STATE-WORK-FILE
           END-IF.

       OPEN-COMPANY-WORK-FILE.
           IF WS-LAST-EMP-ID = 0
               OPEN OUTPUT COMPANY-WORK-FILE
               CLOSE COMPANY-WORK-FILE
           END-IF.
           OPEN I-O COMPANY-WORK-FILE.
           IF CPW-FILE-NOT-FOUND
               OPEN OUTPUT COMPANY-WORK-FILE
               CLOSE COMPANY-WORK-FILE
               OPEN I-O COMPANY-WORK-FILE
           END-IF.

      *> ====================================================
      *> Open the per-run output files. On a fresh run these
      *> are created new; on a checkpoint-resumed run they are
               OPEN EXTEND GARNISH-REMIT-FILE
               OPEN EXTEND PAYMENT-FILE
               OPEN EXTEND VARIANCE-FILE
               OPEN EXTEND COMPLIANCE-FILE
               OPEN EXTEND K401-REMIT-FILE
           ELSE
               OPEN OUTPUT EXCEPTION-FILE
               OPEN OUTPUT GL-EXTRACT-FILE
               OPEN OUTPUT GARNISH-REMIT-FILE
               OPEN OUTPUT PAYMENT-FILE
               OPEN OUTPUT VARIANCE-FILE
               OPEN OUTPUT COMPLIANCE-FILE
               OPEN OUTPUT K401-REMIT-FILE
           END-IF.

      *> A fresh variance report leads with the period it
                   INTO VARIANCE-LINE
               END-STRING
               WRITE VARIANCE-LINE
               MOVE SPACES TO COMPLIANCE-LINE
               STRING "PERIOD " WS-PERIOD-ID
                   "  MINIMUM WAGE AND EXEMPT SALARY COMPLIANCE "
                   "EXCEPTIONS" DELIMITED BY SIZE
                   INTO COMPLIANCE-LINE
               END-STRING
               WRITE COMPLIANCE-LINE
           END-IF.

      *> A preview extract leads with a watermark line so it can
               OPEN I-O YTD-FILE
           END-IF.

      *> ====================================================
      *> Open the W-4 elections file. Without one every employee
      *> is withheld as single with no adjustments - the rule
      *> for an employee who never filed a W-4.
      *> ====================================================
       OPEN-W4-ELECTION-FILE.
           OPEN INPUT W4-ELECTION-FILE.
           IF W4-FILE-OK
               SET W4-ELECTIONS-AVAILABLE TO TRUE
           ELSE
               DISPLAY "W-4 ELECTIONS UNAVAILABLE - ALL EMPLOYEES "
                   "WITHHELD AS SINGLE, NO ADJUSTMENTS"
           END-IF.

      *> ====================================================
      *> Open the benefits deduction elections file. The file is
      *> maintained by benefits enrollment, so a run without one
                   "GARNISHMENTS THIS RUN"
           END-IF.

      *> ====================================================
      *> Open the loan master. Opened I-O because each loan's
      *> balance is counted down as recoveries are taken. A run
      *> without one recovers no loans.
      *> ====================================================
       OPEN-LOAN-FILE.
           OPEN I-O LOAN-FILE.
           IF LN-FILE-OK
               SET LOANS-AVAILABLE TO TRUE
           ELSE
               DISPLAY "LOAN MASTER UNAVAILABLE - NO LOAN "
                   "RECOVERIES THIS RUN"
           END-IF.

      *> ====================================================
      *> Open the pay history file, creating it on first use
      *> ====================================================
               OPEN I-O PAY-HISTORY-FILE
           END-IF.

      *> ====================================================
      *> Open the labor distribution master. Without one every
      *> employee is charged to the home department, as before
      *> it existed.
      *> ====================================================
       OPEN-LABOR-DIST-FILE.
           OPEN INPUT LABOR-DIST-FILE.
           IF LD-FILE-OK
               SET LABOR-DIST-AVAILABLE TO TRUE
           ELSE
               DISPLAY "LABOR DISTRIBUTION UNAVAILABLE - STANDING "
                   "ALLOCATIONS NOT APPLIED THIS RUN"
           END-IF.

      *> ====================================================
      *> Open the department reference master. Without one the
      *> GL extract falls back to the raw department text, as it
                   "BY RAW DEPARTMENT TEXT THIS RUN"
           END-IF.

      *> Without the wage standards table pay cannot be checked
      *> against the minimum wage, which the run says, and pays
       OPEN-MIN-WAGE-FILE.
           OPEN INPUT MIN-WAGE-FILE.
           IF MW-FILE-OK
               SET MIN-WAGES-AVAILABLE TO TRUE
           ELSE
               DISPLAY "MINIMUM WAGE TABLE UNAVAILABLE - PAY NOT "
                   "CHECKED AGAINST WAGE STANDARDS THIS RUN"
           END-IF.

      *> Without the company master only company 01 - the one
      *> the payroll ran for before there were others - is paid
       OPEN-COMPANY-FILE.
           OPEN INPUT COMPANY-FILE.
           IF CO-FILE-OK
               SET COMPANY-MASTER-AVAILABLE TO TRUE
           ELSE
               DISPLAY "COMPANY MASTER UNAVAILABLE - ONLY COMPANY "
                   "01 PAID THIS RUN"
           END-IF.

      *> ====================================================
      *> Load the operator-maintained control totals, if present
      *> ====================================================
           IF CTL-FILE-OK
               READ CONTROL-FILE
                   AT END
                       SET CONTROL-FILE-DONE TO TRUE
                   NOT AT END
                       SET CONTROL-TOTALS-AVAILABLE TO TRUE
                       MOVE CTL-EXPECTED-COUNT  TO WS-CTL-EXPECT-COUNT
                       MOVE CTL-EXPECTED-SALARY TO WS-CTL-EXPECT-SALARY
               END-READ
               PERFORM LOAD-COMPANY-CONTROL-TOTAL
                   UNTIL CONTROL-FILE-DONE
               CLOSE CONTROL-FILE
           END-IF.

      *> The company records following the whole-master record
       LOAD-COMPANY-CONTROL-TOTAL.
           READ CONTROL-FILE
               AT END
                   SET CONTROL-FILE-DONE TO TRUE
               NOT AT END
                   IF CTL-COMPANY-CODE NOT = SPACES AND
                       WS-CTL-CO-COUNT < 20
                       ADD 1 TO WS-CTL-CO-COUNT
                       SET WS-CTL-CO-IDX TO WS-CTL-CO-COUNT
                       MOVE CTL-COMPANY-CODE
                           TO WS-CTL-CO-CODE (WS-CTL-CO-IDX)
                       MOVE CTL-EXPECTED-COUNT
                           TO WS-CTL-CO-EXPECT-COUNT (WS-CTL-CO-IDX)
                       MOVE CTL-EXPECTED-SALARY
                           TO WS-CTL-CO-EXPECT-SALARY (WS-CTL-CO-IDX)
                   END-IF
           END-READ.

      *> ====================================================
      *> Bank the overseas currency exchange rates in a keyed
      *> work file - however many currencies the file carries
               CLOSE TIMESHEET-FILE
               SET TIMESHEETS-ON-HAND TO TRUE
               SORT TMS-SORT-FILE
                   ON ASCENDING KEY TSR-EMP-ID TSR-WEEK-ENDING
                   USING TIMESHEET-FILE
                   GIVING TMS-WORK-FILE
               OPEN INPUT TMS-WORK-FILE
                   SET LEAVE-WORK-EOF TO TRUE
           END-READ.

      *> ====================================================
      *> Sequence this period's approved expense
      *> reimbursements by employee into the reimbursement work
      *> file, read in step with the employee master as each
      *> employee is paid. No file means nothing to reimburse.
      *> ====================================================
       LOAD-REIMBURSEMENTS.
           OPEN INPUT REIMBURSE-FILE.
           IF RMB-FILE-OK
               CLOSE REIMBURSE-FILE
               SET REIMBURSEMENTS-ON-HAND TO TRUE
               SORT RMB-SORT-FILE
                   ON ASCENDING KEY RSR-EMP-ID
                   USING REIMBURSE-FILE
                   GIVING RMB-WORK-FILE
               OPEN INPUT RMB-WORK-FILE
               PERFORM READ-NEXT-REIMB-WORK
           END-IF.

       READ-NEXT-REIMB-WORK.
           READ RMB-WORK-FILE
               AT END
                   SET REIMB-WORK-EOF TO TRUE
           END-READ.

      *> ====================================================
      *> Load the operator-tunable variance review thresholds,
      *> keeping the program defaults when no file is on hand
               CLOSE VAR-LIMIT-FILE
           END-IF.

      *> ====================================================
      *> Load the 401(k) plan in force: the most recent limit
      *> and match record whose effective date is not in the
      *> future. Without the file the program defaults stand.
      *> ====================================================
       LOAD-401K-PLAN.
           OPEN INPUT K401-PLAN-FILE.
           IF KPL-FILE-OK
               PERFORM READ-401K-PLAN-RECORD UNTIL K401-PLAN-DONE
               CLOSE K401-PLAN-FILE
           ELSE
               DISPLAY "401K PLAN TABLE UNAVAILABLE - USING "
                   "DEFAULT LIMITS AND MATCH FORMULA"
           END-IF.

       READ-401K-PLAN-RECORD.
           READ K401-PLAN-FILE
               AT END
                   SET K401-PLAN-DONE TO TRUE
               NOT AT END
                   IF KPL-EFFECTIVE-DATE IS NUMERIC AND
                       KPL-EFFECTIVE-DATE <= WS-TODAY-NUM AND
                       KPL-EFFECTIVE-DATE >= WS-KPL-EFFECTIVE-DATE
                       MOVE K401-PLAN-RECORD TO WS-401K-PLAN
                   END-IF
           END-READ.

      *> ====================================================
      *> Load the restart checkpoint, if one exists from a
      *> prior interrupted run
                   MOVE CHK-INACTIVE-COUNT    TO WS-INACTIVE-COUNT
                   MOVE CHK-RETIRED-COUNT     TO WS-RETIRED-COUNT
                   MOVE CHK-EXCEPTION-COUNT   TO WS-EXCEPTION-COUNT
                   IF CHK-401K-COUNT IS NUMERIC
                       MOVE CHK-401K-COUNT    TO WS-401K-COUNT
                       MOVE CHK-TOTAL-401K-DEFERRAL
                           TO WS-TOTAL-401K-DEFERRAL
                       MOVE CHK-TOTAL-401K-MATCH
                           TO WS-TOTAL-401K-MATCH
                   END-IF
                   IF CHK-TOTAL-LOAN-RECOVERY IS NUMERIC
                       MOVE CHK-TOTAL-LOAN-RECOVERY
                           TO WS-TOTAL-LOAN-RECOVERY
                       MOVE CHK-LOANS-REPAID-COUNT
                           TO WS-LOANS-REPAID-COUNT
                   END-IF
                   IF CHK-TOTAL-REIMBURSEMENT IS NUMERIC
                       MOVE CHK-TOTAL-REIMBURSEMENT
                           TO WS-TOTAL-REIMBURSEMENT
                       MOVE CHK-REIMBURSED-COUNT
                           TO WS-REIMBURSED-COUNT
                   END-IF
                   IF CHK-COMPLIANCE-COUNT IS NUMERIC
                       MOVE CHK-COMPLIANCE-COUNT
                           TO WS-COMPLIANCE-COUNT
                   END-IF
                   IF WS-LAST-EMP-ID > 0
                       DISPLAY "RESUMING AFTER EMP-ID " WS-LAST-EMP-ID
                   END-IF
                   "COMPLETED - RESOLVE IT BEFORE RUNNING "
                   "THIS PERIOD - RUN REFUSED ***"
               MOVE 16 TO RETURN-CODE
               PERFORM END-RUN-LOG
               STOP RUN
           END-IF.

                       PERFORM PROCESS-EMPLOYEE-RECORD
               END-READ
           END-PERFORM.
           PERFORM REPORT-UNPAID-REIMBURSEMENTS.

      *> ====================================================
      *> Position the master file for a fresh run or a restart
       PROCESS-EMPLOYEE-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           ADD EMP-SALARY TO WS-INPUT-SALARY-TOTAL.
           MOVE EMP-COMPANY-CODE TO WS-EMP-COMPANY.
           IF WS-EMP-COMPANY = SPACES
               MOVE '01' TO WS-EMP-COMPANY
           END-IF.
           PERFORM ACCUMULATE-COMPANY-INPUT.

           PERFORM VALIDATE-EMPLOYEE-RECORD.
           IF RECORD-IS-INVALID
               PERFORM VALIDATE-HIRE-DATE
           END-IF.

           IF RECORD-IS-VALID
               PERFORM VALIDATE-EMPLOYEE-COMPANY
           END-IF.

      *> ====================================================
      *> The paying company must be known - its FEIN, bank and
      *> ledger - or the employee cannot be paid or filed for
      *> ====================================================
       VALIDATE-EMPLOYEE-COMPANY.
           IF COMPANY-MASTER-AVAILABLE
               MOVE WS-EMP-COMPANY TO CO-CODE
               READ COMPANY-FILE
                   INVALID KEY
                       SET RECORD-IS-INVALID TO TRUE
                       MOVE "COMPANY NOT ON COMPANY MASTER" TO
                           WS-REJECT-REASON
               END-READ
           ELSE
               IF WS-EMP-COMPANY NOT = '01'
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "COMPANY MASTER UNAVAILABLE" TO
                       WS-REJECT-REASON
               END-IF
           END-IF.

      *> ====================================================
      *> Edit the hire date for a real, non-future calendar date
      *> ====================================================
      *> ====================================================
       PAY-ACTIVE-EMPLOYEE.
           PERFORM RESOLVE-COST-CENTER.
           PERFORM START-LABOR-DISTRIBUTION.
           PERFORM DETERMINE-PERIOD-GROSS-PAY.
           PERFORM CHECK-WAGE-COMPLIANCE.
           PERFORM PRORATE-PERIOD-GROSS.
           PERFORM DETERMINE-VACATION-PAYOUT.
           PERFORM CONVERT-TO-HOME-CURRENCY.
           PERFORM LOAD-YTD-RECORD.
           PERFORM TAKE-PRETAX-DEDUCTIONS.
           PERFORM CALCULATE-DEDUCTIONS.
           PERFORM WITHHOLD-GARNISHMENTS.
           PERFORM RECOVER-EMPLOYEE-LOANS.
           PERFORM APPLY-VOLUNTARY-DEDUCTIONS.
           PERFORM CALCULATE-401K-MATCH.
           PERFORM CHECK-PAY-VARIANCE.
           PERFORM PAY-EXPENSE-REIMBURSEMENTS.
           PERFORM ACCRUE-LEAVE-BALANCES.
           PERFORM UPDATE-YTD-RECORD.
           PERFORM ACCUMULATE-RUN-TOTALS.
           PERFORM ACCUMULATE-DEPARTMENT-TOTALS.
           PERFORM DISTRIBUTE-LABOR-COST.
           PERFORM WRITE-GL-EXTRACT-RECORD.
           IF LIVE-RUN
               PERFORM WRITE-TAX-DETAIL-RECORD
           IF WS-NET-PAY > 0
               PERFORM WRITE-PAYMENT-DETAIL
           END-IF.
           IF WS-401K-AMOUNT > 0 OR WS-401K-MATCH > 0
               PERFORM WRITE-401K-REMIT-DETAIL
           END-IF.
           PERFORM RELEASE-PAYSTUB-DETAIL.

           IF LIVE-RUN
           MOVE 0 TO WS-EMP-HOL-HOURS.
           MOVE 0 TO WS-EMP-ONCALL-HOURS.
           MOVE 0 TO WS-OT-PAY.
           MOVE 0 TO WS-OT-PREMIUM-PAY.
           MOVE 0 TO WS-SHIFT-PAY.
           MOVE 0 TO WS-HOL-PAY.
           MOVE 0 TO WS-ONCALL-PAY.
           MOVE 0 TO WS-WEEK-ENDING-IN-HAND.
           MOVE 0 TO WS-WEEK-REG-SO-FAR.
           IF PAY-TYPE-HOURLY
               PERFORM CALCULATE-HOURLY-GROSS
           ELSE
               WS-EMP-OT-HOURS * EMP-HOURLY-RATE *
                   WS-OT-PREMIUM-FACTOR
           END-COMPUTE.
      *> The premium portion - overtime pay above straight time
      *> for the same hours - is what workers' comp carriers
      *> leave out of rated payroll
           COMPUTE WS-OT-PREMIUM-PAY ROUNDED =
               WS-OT-PAY - (WS-EMP-OT-HOURS * EMP-HOURLY-RATE)
           END-COMPUTE.
           COMPUTE WS-SHIFT-PAY ROUNDED =
               WS-EMP-SHIFT-HOURS * EMP-HOURLY-RATE *
                   WS-ERN-SHIFT-FACTOR
               WS-ONCALL-PAY
           END-COMPUTE.

      *> ====================================================
      *> Check the employee's pay against the wage standards in
      *> force at period end. An hourly employee's effective
      *> rate - straight-time pay over every hour worked - must
      *> reach the minimum wage, and their overtime hours must
      *> be paid at least time and a half of it; a salaried
      *> manager, treated as exempt from overtime, must be paid
      *> at least the exempt salary threshold. Only pay in US
      *> dollars is held to US standards. A violation is listed
      *> on the compliance report and flagged on the variance
      *> report, so the check is not released until it has been
      *> reviewed and signed off.
      *> ====================================================
       CHECK-WAGE-COMPLIANCE.
           IF MIN-WAGES-AVAILABLE AND
               (EMP-CURRENCY-CODE = SPACES OR
                EMP-CURRENCY-CODE = 'USD')
               PERFORM FIND-BINDING-WAGE-STANDARD
               IF PAY-TYPE-HOURLY
                   PERFORM CHECK-HOURLY-EFFECTIVE-RATE
               ELSE
                   IF EMP-IS-A-MANAGER AND
                       EMP-SALARY < WS-MW-EXEMPT-SALARY
                       MOVE "SALARY BELOW EXEMPT MIN" TO WS-CD-REASON
                       MOVE EMP-SALARY          TO WS-CD-PAID
                       MOVE WS-MW-EXEMPT-SALARY TO WS-CD-MINIMUM
                       MOVE 0                   TO WS-CD-HOURS
                       PERFORM FLAG-WAGE-VIOLATION
                   END-IF
               END-IF
           END-IF.

       CHECK-HOURLY-EFFECTIVE-RATE.
           COMPUTE WS-CMP-TOTAL-HOURS =
               WS-EMP-REG-HOURS + WS-EMP-OT-HOURS +
               WS-EMP-SHIFT-HOURS + WS-EMP-HOL-HOURS +
               WS-EMP-ONCALL-HOURS
           END-COMPUTE.
           IF WS-CMP-TOTAL-HOURS > 0
               COMPUTE WS-CMP-PREMIUM =
                   WS-OT-PAY - (WS-EMP-OT-HOURS * EMP-HOURLY-RATE)
               END-COMPUTE
               IF WS-CMP-PREMIUM < 0
                   MOVE 0 TO WS-CMP-PREMIUM
               END-IF
               COMPUTE WS-CMP-STRAIGHT-PAY =
                   WS-PERIOD-GROSS - WS-CMP-PREMIUM
               END-COMPUTE
               COMPUTE WS-CMP-EFFECTIVE-RATE =
                   WS-CMP-STRAIGHT-PAY / WS-CMP-TOTAL-HOURS
               END-COMPUTE
               IF WS-CMP-EFFECTIVE-RATE < WS-MW-MINIMUM
                   MOVE "RATE BELOW MINIMUM WAGE" TO WS-CD-REASON
                   MOVE WS-CMP-EFFECTIVE-RATE TO WS-CD-PAID
                   MOVE WS-MW-MINIMUM         TO WS-CD-MINIMUM
                   MOVE WS-CMP-TOTAL-HOURS    TO WS-CD-HOURS
                   PERFORM FLAG-WAGE-VIOLATION
               END-IF
               COMPUTE WS-CMP-OT-REQUIRED ROUNDED =
                   WS-EMP-OT-HOURS * WS-MW-MINIMUM * 1.5
               END-COMPUTE
               IF WS-OT-PAY < WS-CMP-OT-REQUIRED
                   MOVE "OVERTIME BELOW 1.5 X MIN" TO WS-CD-REASON
                   MOVE WS-OT-PAY             TO WS-CD-PAID
                   MOVE WS-CMP-OT-REQUIRED    TO WS-CD-MINIMUM
                   MOVE WS-EMP-OT-HOURS       TO WS-CD-HOURS
                   PERFORM FLAG-WAGE-VIOLATION
               END-IF
           END-IF.

      *> The binding standard is the higher of the federal one
      *> ('US') and the work state's, each the latest entry
      *> effective by period end
       FIND-BINDING-WAGE-STANDARD.
           MOVE 0 TO WS-MW-MINIMUM.
           MOVE 0 TO WS-MW-EXEMPT-SALARY.
           MOVE 'US' TO WS-MW-STATE.
           PERFORM FIND-WAGE-STANDARD.
           IF EMP-WORK-STATE NOT = SPACES AND
               EMP-WORK-STATE NOT = 'US'
               MOVE EMP-WORK-STATE TO WS-MW-STATE
               PERFORM FIND-WAGE-STANDARD
           END-IF.

       FIND-WAGE-STANDARD.
           MOVE 0 TO WS-MW-FOUND-MINIMUM.
           MOVE 0 TO WS-MW-FOUND-EXEMPT.
           MOVE WS-MW-STATE TO MW-STATE-CODE.
           MOVE 0           TO MW-EFFECTIVE-DATE.
           MOVE 'N' TO WS-MW-EOF-FLAG.
           START MIN-WAGE-FILE KEY >= MW-KEY
               INVALID KEY
                   SET MW-SCAN-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-WAGE-STANDARD UNTIL MW-SCAN-DONE.
           IF WS-MW-FOUND-MINIMUM > WS-MW-MINIMUM
               MOVE WS-MW-FOUND-MINIMUM TO WS-MW-MINIMUM
           END-IF.
           IF WS-MW-FOUND-EXEMPT > WS-MW-EXEMPT-SALARY
               MOVE WS-MW-FOUND-EXEMPT TO WS-MW-EXEMPT-SALARY
           END-IF.

       READ-NEXT-WAGE-STANDARD.
           READ MIN-WAGE-FILE NEXT RECORD
               AT END
                   SET MW-SCAN-DONE TO TRUE
               NOT AT END
                   IF MW-STATE-CODE NOT = WS-MW-STATE OR
                       MW-EFFECTIVE-DATE > WS-PERIOD-END
                       SET MW-SCAN-DONE TO TRUE
                   ELSE
                       MOVE MW-MINIMUM-HOURLY TO WS-MW-FOUND-MINIMUM
                       MOVE MW-EXEMPT-SALARY  TO WS-MW-FOUND-EXEMPT
                   END-IF
           END-READ.

      *> The same line goes to the compliance report and, tagged
      *> so the sign-off step and dispatch gate treat it as a
      *> flagged variance, to the variance report
       FLAG-WAGE-VIOLATION.
           ADD 1 TO WS-COMPLIANCE-COUNT.
           MOVE EMP-ID           TO WS-CD-EMP-ID.
           MOVE EMP-NAME(1:25)   TO WS-CD-EMP-NAME.
           MOVE EMP-WORK-STATE   TO WS-CD-STATE.
           MOVE WS-COMPLIANCE-DETAIL-LINE TO COMPLIANCE-LINE.
           WRITE COMPLIANCE-LINE.
           MOVE WS-COMPLIANCE-DETAIL-LINE TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

       PRICE-TIMESHEET-LINE.
           EVALUATE TMW-EARN-CODE
               WHEN 'O'
                   ADD TMW-HOURS TO WS-EMP-OT-HOURS
                   COMPUTE WS-LINE-WEIGHT =
                       TMW-HOURS * WS-OT-PREMIUM-FACTOR
                   END-COMPUTE
               WHEN 'S'
                   ADD TMW-HOURS TO WS-EMP-SHIFT-HOURS
                   COMPUTE WS-LINE-WEIGHT =
                       TMW-HOURS * WS-ERN-SHIFT-FACTOR
                   END-COMPUTE
               WHEN 'H'
                   ADD TMW-HOURS TO WS-EMP-HOL-HOURS
                   COMPUTE WS-LINE-WEIGHT =
                       TMW-HOURS * WS-ERN-HOLIDAY-FACTOR
                   END-COMPUTE
               WHEN 'C'
                   ADD TMW-HOURS TO WS-EMP-ONCALL-HOURS
                   COMPUTE WS-LINE-WEIGHT =
                       TMW-HOURS * WS-ERN-ONCALL-FACTOR
                   END-COMPUTE
               WHEN OTHER
                   PERFORM ACCUMULATE-WEEK-HOURS
                   COMPUTE WS-LINE-WEIGHT = WS-WEEK-REG-HOURS +
                       (WS-WEEK-OT-HOURS * WS-OT-PREMIUM-FACTOR)
                   END-COMPUTE
           END-EVALUATE.
           PERFORM CHARGE-TIMESHEET-LINE.

      *> An hourly employee with no timesheet rows earns nothing
      *> this period; that is surfaced for review, not silently
               EXCP-REASON.
           WRITE EXCEPTION-RECORD.

      *> A week's regular hours may arrive on several lines
      *> (one per charge cost center); the lines of a week are
      *> adjacent, and only the hours past the week's threshold
      *> across all of them earn the overtime premium
       ACCUMULATE-WEEK-HOURS.
           IF TMW-WEEK-ENDING NOT = WS-WEEK-ENDING-IN-HAND
               MOVE TMW-WEEK-ENDING TO WS-WEEK-ENDING-IN-HAND
               MOVE 0 TO WS-WEEK-REG-SO-FAR
           END-IF.
           COMPUTE WS-WEEK-ROOM =
               WS-OT-WEEKLY-THRESHOLD - WS-WEEK-REG-SO-FAR
           END-COMPUTE.
           IF TMW-HOURS > WS-WEEK-ROOM
               MOVE WS-WEEK-ROOM TO WS-WEEK-REG-HOURS
               COMPUTE WS-WEEK-OT-HOURS =
                   TMW-HOURS - WS-WEEK-ROOM
               END-COMPUTE
           ELSE
               MOVE TMW-HOURS TO WS-WEEK-REG-HOURS
               MOVE 0 TO WS-WEEK-OT-HOURS
           END-IF.
           ADD WS-WEEK-REG-HOURS TO WS-WEEK-REG-SO-FAR.
           ADD WS-WEEK-REG-HOURS TO WS-EMP-REG-HOURS.
           ADD WS-WEEK-OT-HOURS  TO WS-EMP-OT-HOURS.

      *> The line's priced weight goes to the cost center it
      *> was charged to, or to the standing allocation when it
      *> names none
       CHARGE-TIMESHEET-LINE.
           ADD WS-LINE-WEIGHT TO WS-TOTAL-WEIGHT.
           IF TMW-CHARGE-COST-CENTER = SPACES
               ADD WS-LINE-WEIGHT TO WS-STANDING-WEIGHT
           ELSE
               MOVE TMW-CHARGE-COST-CENTER TO WS-DIST-COST-CENTER
               PERFORM FIND-DISTRIBUTION-ENTRY
               ADD WS-LINE-WEIGHT TO WS-LDS-WEIGHT (WS-LDS-HIT)
           END-IF.

      *> ====================================================
      *> Resolve the GL posting account for this employee from
      *> the department reference master. A department missing
               END-READ
           END-IF.

      *> ====================================================
      *> Start the employee's labor distribution: the home
      *> cost center in entry 1, and the allocation set in
      *> force at the period end - the latest one effective on
      *> or before it
      *> ====================================================
       START-LABOR-DISTRIBUTION.
           MOVE 'N' TO WS-DISTRIBUTED-FLAG.
           MOVE 0 TO WS-STANDING-WEIGHT.
           MOVE 0 TO WS-TOTAL-WEIGHT.
           MOVE 1 TO WS-LDS-COUNT.
           SET WS-LDS-IDX TO 1.
           PERFORM CLEAR-DISTRIBUTION-ENTRY.
           MOVE WS-GL-COST-CENTER TO WS-LDS-COST-CENTER (1).
           MOVE 0 TO WS-LD-SET-COUNT.
           IF LABOR-DIST-AVAILABLE
               MOVE 'N' TO WS-LD-EOF-FLAG
               MOVE EMP-ID TO LD-EMP-ID
               MOVE 0      TO LD-EFFECTIVE-DATE
               START LABOR-DIST-FILE KEY >= LD-KEY
                   INVALID KEY
                       SET LABOR-DIST-SEARCH-DONE TO TRUE
               END-START
               PERFORM READ-NEXT-LABOR-DIST-SET
                   UNTIL LABOR-DIST-SEARCH-DONE
           END-IF.

       READ-NEXT-LABOR-DIST-SET.
           READ LABOR-DIST-FILE NEXT RECORD
               AT END
                   SET LABOR-DIST-SEARCH-DONE TO TRUE
               NOT AT END
                   IF LD-EMP-ID NOT = EMP-ID OR
                       LD-EFFECTIVE-DATE > WS-PERIOD-END
                       SET LABOR-DIST-SEARCH-DONE TO TRUE
                   ELSE
                       PERFORM TAKE-LABOR-DIST-SET
                   END-IF
           END-READ.

       TAKE-LABOR-DIST-SET.
           MOVE LD-ALLOC-COUNT TO WS-LD-SET-COUNT.
           IF WS-LD-SET-COUNT > 10
               MOVE 10 TO WS-LD-SET-COUNT
           END-IF.
           PERFORM TAKE-ONE-LABOR-ALLOCATION
               VARYING WS-LD-SET-IDX FROM 1 BY 1
               UNTIL WS-LD-SET-IDX > 10.

       TAKE-ONE-LABOR-ALLOCATION.
           MOVE LD-COST-CENTER (WS-LD-SET-IDX)
               TO WS-LD-SET-COST-CENTER (WS-LD-SET-IDX).
           MOVE LD-PERCENT (WS-LD-SET-IDX)
               TO WS-LD-SET-PERCENT (WS-LD-SET-IDX).

       CLEAR-DISTRIBUTION-ENTRY.
           MOVE SPACES TO WS-LDS-COST-CENTER (WS-LDS-IDX).
           MOVE 0 TO WS-LDS-WEIGHT (WS-LDS-IDX).
           MOVE 0 TO WS-LDS-GROSS (WS-LDS-IDX).
           MOVE 0 TO WS-LDS-FICA (WS-LDS-IDX).
           MOVE 0 TO WS-LDS-UNEMP (WS-LDS-IDX).
           MOVE 0 TO WS-LDS-MATCH (WS-LDS-IDX).

      *> Point WS-LDS-HIT at the entry for WS-DIST-COST-CENTER,
      *> opening one if it is new; the home entry stands in
      *> once the table is full
       FIND-DISTRIBUTION-ENTRY.
           MOVE 'N' TO WS-LDS-FOUND-FLAG.
           PERFORM MATCH-DISTRIBUTION-ENTRY
               VARYING WS-LDS-IDX FROM 1 BY 1
               UNTIL WS-LDS-IDX > WS-LDS-COUNT OR DIST-ENTRY-FOUND.
           IF NOT DIST-ENTRY-FOUND
               IF WS-LDS-COUNT < 30
                   ADD 1 TO WS-LDS-COUNT
                   SET WS-LDS-IDX TO WS-LDS-COUNT
                   PERFORM CLEAR-DISTRIBUTION-ENTRY
                   MOVE WS-DIST-COST-CENTER
                       TO WS-LDS-COST-CENTER (WS-LDS-IDX)
                   SET WS-LDS-HIT TO WS-LDS-IDX
               ELSE
                   DISPLAY "*** LABOR DISTRIBUTION FULL FOR "
                       EMP-ID " - " WS-DIST-COST-CENTER
                       " CHARGED HOME ***"
                   SET WS-LDS-HIT TO 1
               END-IF
           END-IF.

       MATCH-DISTRIBUTION-ENTRY.
           IF WS-LDS-COST-CENTER (WS-LDS-IDX) = WS-DIST-COST-CENTER
               SET DIST-ENTRY-FOUND TO TRUE
               SET WS-LDS-HIT TO WS-LDS-IDX
           END-IF.

      *> ====================================================
      *> Spread the period gross and employer burden over the
      *> cost centers: charged timesheet hours take their
      *> priced share of the gross, the standing allocation set
      *> divides what is left, and the burden follows the gross.
      *> Every share outside home is truncated and home takes
      *> the remainder, so the pieces always add back exactly.
      *> ====================================================
       DISTRIBUTE-LABOR-COST.
           IF WS-TOTAL-WEIGHT > 0
               PERFORM SHARE-CHARGED-GROSS
                   VARYING WS-LDS-IDX FROM 2 BY 1
                   UNTIL WS-LDS-IDX > WS-LDS-COUNT
           END-IF.
           MOVE 0 TO WS-DIST-OTHER-GROSS.
           PERFORM ADD-OTHER-GROSS
               VARYING WS-LDS-IDX FROM 2 BY 1
               UNTIL WS-LDS-IDX > WS-LDS-COUNT.
           IF WS-TOTAL-WEIGHT > 0
               COMPUTE WS-STANDING-GROSS =
                   WS-PERIOD-GROSS-USD - WS-DIST-OTHER-GROSS
                   - (WS-PERIOD-GROSS-USD * WS-LDS-WEIGHT (1)
                       / WS-TOTAL-WEIGHT)
               END-COMPUTE
           ELSE
               MOVE WS-PERIOD-GROSS-USD TO WS-STANDING-GROSS
           END-IF.
           IF WS-LD-SET-COUNT > 0
               PERFORM SHARE-STANDING-GROSS
                   VARYING WS-LD-SET-IDX FROM 1 BY 1
                   UNTIL WS-LD-SET-IDX > WS-LD-SET-COUNT
           END-IF.

           MOVE 0 TO WS-DIST-OTHER-GROSS.
           MOVE 0 TO WS-DIST-OTHER-FICA.
           MOVE 0 TO WS-DIST-OTHER-UNEMP.
           MOVE 0 TO WS-DIST-OTHER-MATCH.
           PERFORM SHARE-EMPLOYER-BURDEN
               VARYING WS-LDS-IDX FROM 2 BY 1
               UNTIL WS-LDS-IDX > WS-LDS-COUNT.
           COMPUTE WS-LDS-GROSS (1) =
               WS-PERIOD-GROSS-USD - WS-DIST-OTHER-GROSS
           END-COMPUTE.
           COMPUTE WS-LDS-FICA (1) =
               WS-EMPLOYER-FICA - WS-DIST-OTHER-FICA
           END-COMPUTE.
           COMPUTE WS-LDS-UNEMP (1) =
               WS-EMPLOYER-UNEMP - WS-DIST-OTHER-UNEMP
           END-COMPUTE.
           COMPUTE WS-LDS-MATCH (1) =
               WS-401K-MATCH - WS-DIST-OTHER-MATCH
           END-COMPUTE.
           IF WS-DIST-OTHER-GROSS > 0
               SET LABOR-IS-DISTRIBUTED TO TRUE
               ADD 1 TO WS-DISTRIBUTED-COUNT
           END-IF.

       SHARE-CHARGED-GROSS.
           COMPUTE WS-LDS-GROSS (WS-LDS-IDX) =
               WS-PERIOD-GROSS-USD * WS-LDS-WEIGHT (WS-LDS-IDX)
                   / WS-TOTAL-WEIGHT
           END-COMPUTE.

       ADD-OTHER-GROSS.
           ADD WS-LDS-GROSS (WS-LDS-IDX) TO WS-DIST-OTHER-GROSS.

      *> The hours with no charge cost center, and a salaried
      *> employee's whole gross, follow the standing set; the
      *> home department's own share is simply left behind
       SHARE-STANDING-GROSS.
           IF WS-LD-SET-COST-CENTER (WS-LD-SET-IDX) NOT =
               WS-GL-COST-CENTER
               MOVE WS-LD-SET-COST-CENTER (WS-LD-SET-IDX)
                   TO WS-DIST-COST-CENTER
               PERFORM FIND-DISTRIBUTION-ENTRY
               COMPUTE WS-DIST-SHARE =
                   WS-STANDING-GROSS *
                       WS-LD-SET-PERCENT (WS-LD-SET-IDX) / 100
               END-COMPUTE
               ADD WS-DIST-SHARE TO WS-LDS-GROSS (WS-LDS-HIT)
           END-IF.

       SHARE-EMPLOYER-BURDEN.
           IF WS-PERIOD-GROSS-USD > 0
               COMPUTE WS-LDS-FICA (WS-LDS-IDX) =
                   WS-EMPLOYER-FICA * WS-LDS-GROSS (WS-LDS-IDX)
                       / WS-PERIOD-GROSS-USD
               END-COMPUTE
               COMPUTE WS-LDS-UNEMP (WS-LDS-IDX) =
                   WS-EMPLOYER-UNEMP * WS-LDS-GROSS (WS-LDS-IDX)
                       / WS-PERIOD-GROSS-USD
               END-COMPUTE
               COMPUTE WS-LDS-MATCH (WS-LDS-IDX) =
                   WS-401K-MATCH * WS-LDS-GROSS (WS-LDS-IDX)
                       / WS-PERIOD-GROSS-USD
               END-COMPUTE
           END-IF.
           ADD WS-LDS-GROSS (WS-LDS-IDX) TO WS-DIST-OTHER-GROSS.
           ADD WS-LDS-FICA (WS-LDS-IDX)  TO WS-DIST-OTHER-FICA.
           ADD WS-LDS-UNEMP (WS-LDS-IDX) TO WS-DIST-OTHER-UNEMP.
           ADD WS-LDS-MATCH (WS-LDS-IDX) TO WS-DIST-OTHER-MATCH.

       REPORT-UNMATCHED-DEPARTMENT.
           ADD 1 TO WS-DEPT-UNMATCHED-COUNT.
           MOVE SPACES   TO EXCEPTION-RECORD.
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
      *> ...and one from before the company was carried was
      *> earned with the company paying the employee now
           IF YTD-PRIOR-CO-401K NOT NUMERIC
               MOVE 0 TO YTD-PRIOR-CO-401K
           END-IF.
           IF YTD-COMPANY-CODE = SPACES
               MOVE WS-EMP-COMPANY TO YTD-COMPANY-CODE
           END-IF.

      *> Reset (or first-time set) this employee's YTD accumulators
      *> for the current calendar year. Run on a brand-new record
                     YTD-EMPLOYER-UNEMP
                     YTD-UNEMP-TAXABLE-WAGES
                     YTD-NET-PAY
                     YTD-PERIODS-PAID
                     YTD-TAXABLE-WAGES
                     YTD-401K-MATCH
                     YTD-PRIOR-CO-401K.
           MOVE WS-EMP-COMPANY TO YTD-COMPANY-CODE.
      *> YTD-LAST-GROSS/NET are deliberately NOT reset here: the
      *> prior-period figures must survive the January rollover
      *> so the variance pass still has last period to compare
           MOVE EMP-WORK-STATE           TO PC-WORK-STATE.
           MOVE YTD-FICA-TAXABLE-WAGES   TO PC-YTD-FICA-WAGES.
           MOVE YTD-UNEMP-TAXABLE-WAGES  TO PC-YTD-UNEMP-WAGES.
           MOVE EMP-PAY-FREQUENCY        TO PC-PAY-FREQUENCY.
           MOVE WS-PRETAX-AMOUNT         TO PC-PRETAX-DEDUCTIONS.
           MOVE WS-SEC125-AMOUNT         TO PC-SEC125-DEDUCTIONS.
           PERFORM LOOK-UP-W4-ELECTION.

           CALL "PAYROLL-CALCULATIONS" USING PC-CALC-PARAMETERS.

           IF PC-PRETAX-DEDUCTIONS < WS-PRETAX-AMOUNT
               COMPUTE WS-PRETAX-CUT =
                   WS-PRETAX-AMOUNT - PC-PRETAX-DEDUCTIONS
               END-COMPUTE
               PERFORM GIVE-BACK-PRETAX-CUT
           END-IF.
           MOVE PC-TAXABLE-WAGES         TO WS-TAXABLE-WAGES.
           MOVE PC-FICA-WAGES            TO WS-FICA-WAGES.
           MOVE PC-FEDERAL-TAX           TO WS-FEDERAL-TAX.
           MOVE PC-STATE-TAX             TO WS-STATE-TAX.
           MOVE PC-FICA-TAX              TO WS-FICA-TAX.
           MOVE PC-YTD-FICA-WAGES        TO YTD-FICA-TAXABLE-WAGES.
           MOVE PC-YTD-UNEMP-WAGES       TO YTD-UNEMP-TAXABLE-WAGES.

      *> ====================================================
      *> Hand the employee's W-4 in force to the calculation
      *> module; no election on file leaves the parameters
      *> blank, which the module withholds as single with no
      *> adjustments
      *> ====================================================
       LOOK-UP-W4-ELECTION.
           INITIALIZE PC-W4-ELECTIONS.
           MOVE 'N' TO WS-W4-FOUND-FLAG.
           IF W4-ELECTIONS-AVAILABLE
               MOVE EMP-ID TO W4-EMP-ID
               READ W4-ELECTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET W4-ON-FILE TO TRUE
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
      *> The module cut the pre-tax total so the check can still
      *> pay its FICA. The cut comes back off a pre-tax 401k
      *> deferral first - an unfunded deferral is simply not
      *> made - and any rest off a non-125 pre-tax premium,
      *> which is banked in arrears like any premium a check
      *> could not cover. Section 125 deductions are never cut.
      *> ====================================================
       GIVE-BACK-PRETAX-CUT.
           IF WS-401K-TREATMENT = 'I'
               MOVE WS-401K-AMOUNT TO WS-DEDUCTION-AMOUNT
               PERFORM SIZE-PRETAX-CUT
               SUBTRACT WS-DEDUCTION-AMOUNT FROM WS-401K-AMOUNT
           END-IF.
           IF WS-OTHER-TREATMENT = 'I'
               MOVE WS-OTHER-DED-AMOUNT TO WS-DEDUCTION-AMOUNT
               PERFORM SIZE-PRETAX-CUT
               SUBTRACT WS-DEDUCTION-AMOUNT FROM WS-OTHER-DED-AMOUNT
               IF WS-DEDUCTION-AMOUNT > 0
                   ADD WS-DEDUCTION-AMOUNT TO ARR-OTHER-BALANCE
                   PERFORM STAMP-ARREARS-DATES
               END-IF
           END-IF.
           IF WS-HEALTH-TREATMENT = 'I'
               MOVE WS-HEALTH-AMOUNT TO WS-DEDUCTION-AMOUNT
               PERFORM SIZE-PRETAX-CUT
               SUBTRACT WS-DEDUCTION-AMOUNT FROM WS-HEALTH-AMOUNT
               IF WS-DEDUCTION-AMOUNT > 0
                   ADD WS-DEDUCTION-AMOUNT TO ARR-HEALTH-BALANCE
                   PERFORM STAMP-ARREARS-DATES
               END-IF
           END-IF.
           MOVE PC-PRETAX-DEDUCTIONS TO WS-PRETAX-AMOUNT.

      *> Hold WS-DEDUCTION-AMOUNT to the cut still to be given
      *> back, and count it off the cut
       SIZE-PRETAX-CUT.
           IF WS-DEDUCTION-AMOUNT > WS-PRETAX-CUT
               MOVE WS-PRETAX-CUT TO WS-DEDUCTION-AMOUNT
           END-IF.
           SUBTRACT WS-DEDUCTION-AMOUNT FROM WS-PRETAX-CUT.

      *> ====================================================
      *> Withhold this employee's open garnishment orders, taken
      *> directly after taxes and ahead of voluntary deductions
               END-IF
           END-IF.

      *> ====================================================
      *> Recover this employee's open loans and pay advances,
      *> taken directly after the garnishments - a court order
      *> always outranks the company's own recovery - and in
      *> loan-number order within the employee. Each loan takes
      *> its installment, held to the balance still owed, so
      *> the loan stops by itself once it is repaid. A leaver's
      *> final check recovers every open balance in full. No
      *> take ever reaches past the net pay left on the check;
      *> what it cannot cover simply stays on the balance.
      *> ====================================================
       RECOVER-EMPLOYEE-LOANS.
           MOVE 0 TO WS-EMP-LOAN-RECOVERY.
           MOVE 0 TO WS-EMP-LOAN-BALANCE.
           IF LOANS-AVAILABLE
               PERFORM RECOVER-EMPLOYEE-LOAN-LIST
           END-IF.

       RECOVER-EMPLOYEE-LOAN-LIST.
           MOVE 'N' TO WS-LN-EOF-FLAG.
           MOVE EMP-ID TO LN-EMP-ID.
           MOVE 0      TO LN-LOAN-NO.
           START LOAN-FILE KEY >= LN-KEY
               INVALID KEY
                   SET EMPLOYEE-LOANS-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-EMPLOYEE-LOAN
               UNTIL EMPLOYEE-LOANS-DONE.

       READ-NEXT-EMPLOYEE-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   SET EMPLOYEE-LOANS-DONE TO TRUE
               NOT AT END
                   IF LN-EMP-ID NOT = EMP-ID
                       SET EMPLOYEE-LOANS-DONE TO TRUE
                   ELSE
                       IF LN-LOAN-OPEN
                           PERFORM RECOVER-ONE-LOAN
                       END-IF
                   END-IF
           END-READ.

      *> The last recovery date and amount are stamped so a
      *> reversal of this check can give the take back, and the
      *> month-to-date figure restarts with each calendar month
      *> for the finance balance report. The balance owed is
      *> taken for the stub before the REWRITE.
       RECOVER-ONE-LOAN.
           IF ACTIVE
               MOVE LN-INSTALLMENT TO WS-LOAN-TAKE
           ELSE
               MOVE LN-REMAINING-BALANCE TO WS-LOAN-TAKE
           END-IF.
           IF WS-LOAN-TAKE > LN-REMAINING-BALANCE
               MOVE LN-REMAINING-BALANCE TO WS-LOAN-TAKE
           END-IF.
           IF WS-LOAN-TAKE > WS-NET-PAY
               MOVE WS-NET-PAY TO WS-LOAN-TAKE
           END-IF.

           IF WS-LOAN-TAKE > 0
               SUBTRACT WS-LOAN-TAKE FROM WS-NET-PAY
               ADD WS-LOAN-TAKE TO WS-EMP-LOAN-RECOVERY
               SUBTRACT WS-LOAN-TAKE FROM LN-REMAINING-BALANCE
               ADD WS-LOAN-TAKE TO LN-TOTAL-RECOVERED
               IF LN-RECOVERY-MONTH NOT = WS-TODAY-YYYYMM
                   MOVE WS-TODAY-YYYYMM TO LN-RECOVERY-MONTH
                   MOVE 0 TO LN-MONTH-RECOVERED
               END-IF
               ADD WS-LOAN-TAKE TO LN-MONTH-RECOVERED
               MOVE WS-TODAY-NUM TO LN-LAST-RECOVERY-DATE
               MOVE WS-LOAN-TAKE TO LN-LAST-RECOVERY-AMOUNT
               IF LN-REMAINING-BALANCE = 0
                   SET LN-LOAN-REPAID TO TRUE
                   ADD 1 TO WS-LOANS-REPAID-COUNT
               END-IF
           END-IF.
           ADD LN-REMAINING-BALANCE TO WS-EMP-LOAN-BALANCE.

           IF WS-LOAN-TAKE > 0 AND LIVE-RUN
               REWRITE LOAN-RECORD
           END-IF.

       WRITE-GARNISH-REMIT-DETAIL.
           MOVE GAR-PAYEE-AGENCY TO WS-RD-AGENCY.
           MOVE EMP-ID           TO WS-RD-EMP-ID.
           END-READ.

      *> ====================================================
      *> Take this employee's pre-tax elections off the check
      *> before the taxes are calculated, so the calculation
      *> module taxes the reduced wages. Each election's tax
      *> treatment decides the pass it is taken in: pre-tax
      *> (401k, Section 125) elections here, against the full
      *> gross; after-tax elections with the other voluntary
      *> deductions once taxes and garnishments are out.
      *> ====================================================
       TAKE-PRETAX-DEDUCTIONS.
           MOVE 0 TO WS-401K-AMOUNT.
           MOVE 0 TO WS-HEALTH-AMOUNT.
           MOVE 0 TO WS-OTHER-DED-AMOUNT.
           MOVE 0 TO WS-EMP-DEDUCTIONS.
           MOVE 0 TO WS-ARREARS-BAL-OUT.
           MOVE 0 TO WS-PRETAX-AMOUNT.
           MOVE 0 TO WS-SEC125-AMOUNT.
           MOVE WS-PERIOD-GROSS-USD TO WS-NET-PAY.
           PERFORM DETERMINE-CATCHUP-ELIGIBILITY.

           PERFORM LOAD-ARREARS-RECORD.
           MOVE 'N' TO WS-DED-FOUND-FLAG.
           IF DEDUCTIONS-AVAILABLE
               PERFORM LOOK-UP-DEDUCTION-ELECTIONS
           END-IF.
           IF DEDUCTION-ELECTIONS-ON-FILE
               SET PRETAX-PASS TO TRUE
               PERFORM TAKE-DEDUCTION-ELECTIONS
           END-IF.

      *> ====================================================
      *> Apply this employee's after-tax voluntary deduction
      *> elections between the garnishments and net. Elections
      *> are taken in a fixed order (401k, health, other) and
      *> each one is capped at the net pay still remaining, so
      *> a period too small to cover every election never
      *> drives net pay negative. A premium the check could
      *> not cover is banked in the arrears record instead of
      *> vanishing, and outstanding arrears are recovered out
      *> of whatever net remains after this period's own
      *> elections - after tax, since this check's taxes are
      *> already settled.
      *> ====================================================
       APPLY-VOLUNTARY-DEDUCTIONS.
           IF DEDUCTION-ELECTIONS-ON-FILE
               SET AFTER-TAX-PASS TO TRUE
               PERFORM TAKE-DEDUCTION-ELECTIONS
           END-IF.
           PERFORM RECOVER-DEDUCTION-ARREARS.
           COMPUTE WS-ARREARS-BAL-OUT =
               ARR-HEALTH-BALANCE + ARR-OTHER-BALANCE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DEDUCTION-ELECTIONS-ON-FILE TO TRUE
                   PERFORM RESOLVE-TAX-TREATMENTS
           END-READ.

      *> An election enrolled without a treatment code takes the
      *> standard one: 401k pre-tax for income tax only, health
      *> under Section 125, other after-tax
       RESOLVE-TAX-TREATMENTS.
           MOVE DED-401K-TAX-TREATMENT TO WS-DEDUCTION-TREATMENT.
           IF NOT TREATMENT-VALID
               SET TREATMENT-PRETAX-INCOME TO TRUE
           END-IF.
           MOVE WS-DEDUCTION-TREATMENT TO WS-401K-TREATMENT.
           MOVE DED-HEALTH-TAX-TREATMENT TO WS-DEDUCTION-TREATMENT.
           IF NOT TREATMENT-VALID
               SET TREATMENT-SECTION-125 TO TRUE
           END-IF.
           MOVE WS-DEDUCTION-TREATMENT TO WS-HEALTH-TREATMENT.
           MOVE DED-OTHER-TAX-TREATMENT TO WS-DEDUCTION-TREATMENT.
           IF NOT TREATMENT-VALID
               SET TREATMENT-AFTER-TAX TO TRUE
           END-IF.
           MOVE WS-DEDUCTION-TREATMENT TO WS-OTHER-TREATMENT.

      *> Take the elections whose treatment belongs to the pass
      *> in hand, in the fixed 401k, health, other order
       TAKE-DEDUCTION-ELECTIONS.
           MOVE WS-401K-TREATMENT TO WS-DEDUCTION-TREATMENT.
           PERFORM CHECK-DEDUCTION-PASS.
           IF TAKE-IN-THIS-PASS
               COMPUTE WS-DEDUCTION-AMOUNT ROUNDED =
                   WS-PERIOD-GROSS-USD * DED-401K-PERCENT
               END-COMPUTE
               PERFORM CAP-401K-DEFERRAL
               PERFORM TAKE-ONE-DEDUCTION
               MOVE WS-DEDUCTION-AMOUNT TO WS-401K-AMOUNT
           END-IF.

           MOVE WS-HEALTH-TREATMENT TO WS-DEDUCTION-TREATMENT.
           PERFORM CHECK-DEDUCTION-PASS.
           IF TAKE-IN-THIS-PASS
               MOVE DED-HEALTH-PREMIUM TO WS-DEDUCTION-AMOUNT
               PERFORM TAKE-ONE-DEDUCTION
               MOVE WS-DEDUCTION-AMOUNT TO WS-HEALTH-AMOUNT
               COMPUTE WS-ARR-SHORTFALL =
                   DED-HEALTH-PREMIUM - WS-HEALTH-AMOUNT
               END-COMPUTE
               IF WS-ARR-SHORTFALL > 0
                   ADD WS-ARR-SHORTFALL TO ARR-HEALTH-BALANCE
                   PERFORM STAMP-ARREARS-DATES
               END-IF
           END-IF.

           MOVE WS-OTHER-TREATMENT TO WS-DEDUCTION-TREATMENT.
           PERFORM CHECK-DEDUCTION-PASS.
           IF TAKE-IN-THIS-PASS
               MOVE DED-OTHER-PREMIUM TO WS-DEDUCTION-AMOUNT
               PERFORM TAKE-ONE-DEDUCTION
               MOVE WS-DEDUCTION-AMOUNT TO WS-OTHER-DED-AMOUNT
               COMPUTE WS-ARR-SHORTFALL =
                   DED-OTHER-PREMIUM - WS-OTHER-DED-AMOUNT
               END-COMPUTE
               IF WS-ARR-SHORTFALL > 0
                   ADD WS-ARR-SHORTFALL TO ARR-OTHER-BALANCE
                   PERFORM STAMP-ARREARS-DATES
               END-IF
           END-IF.

      *> Hold the deferral to what is left of the year's
      *> elective limit under the plan in force, plus the
      *> catch-up allowance for an employee reaching the
      *> catch-up age this year. Once the limit is reached the
      *> deferrals stop until YTD-401K resets in January.
      *> The limit is the employee's across every employer this
      *> year, so deferrals made with an earlier company count
       CAP-401K-DEFERRAL.
           COMPUTE WS-401K-ROOM =
               WS-KPL-DEFERRAL-LIMIT - YTD-401K - YTD-PRIOR-CO-401K
           END-COMPUTE.
           IF CATCHUP-ELIGIBLE
               ADD WS-KPL-CATCHUP-LIMIT TO WS-401K-ROOM
           END-IF.
           IF WS-401K-ROOM < 0
               MOVE 0 TO WS-401K-ROOM
           END-IF.
           IF WS-DEDUCTION-AMOUNT > WS-401K-ROOM
               MOVE WS-401K-ROOM TO WS-DEDUCTION-AMOUNT
           END-IF.

      *> An employee is catch-up eligible for the whole plan
      *> year in which they reach the catch-up age; with no
      *> birth date on the master they are not
       DETERMINE-CATCHUP-ELIGIBILITY.
           MOVE 'N' TO WS-CATCHUP-FLAG.
           IF EMP-BIRTH-DATE IS NUMERIC AND EMP-BIRTH-DATE > 0
               MOVE EMP-BIRTH-DATE TO WS-BIRTH-DATE-NUM
               IF WS-TODAY-YYYY - WS-BIRTH-YYYY >=
                   WS-KPL-CATCHUP-AGE
                   SET CATCHUP-ELIGIBLE TO TRUE
               END-IF
           END-IF.

       CHECK-DEDUCTION-PASS.
           MOVE 'N' TO WS-TAKE-NOW-FLAG.
           IF PRETAX-PASS AND NOT TREATMENT-AFTER-TAX
               SET TAKE-IN-THIS-PASS TO TRUE
           END-IF.
           IF AFTER-TAX-PASS AND TREATMENT-AFTER-TAX
               SET TAKE-IN-THIS-PASS TO TRUE
           END-IF.

      *> Take WS-DEDUCTION-AMOUNT out of net pay, reducing the
      *> amount itself when less than that remains available. A
      *> pre-tax take is also counted into the reductions the
      *> calculation module takes off the taxable wages.
       TAKE-ONE-DEDUCTION.
           IF WS-DEDUCTION-AMOUNT > WS-NET-PAY
               MOVE WS-NET-PAY TO WS-DEDUCTION-AMOUNT
           END-IF.
           SUBTRACT WS-DEDUCTION-AMOUNT FROM WS-NET-PAY.
           IF PRETAX-PASS
               ADD WS-DEDUCTION-AMOUNT TO WS-PRETAX-AMOUNT
               IF TREATMENT-SECTION-125
                   ADD WS-DEDUCTION-AMOUNT TO WS-SEC125-AMOUNT
               END-IF
           END-IF.

      *> ====================================================
      *> Figure the company match on this period's deferral
      *> under the plan formula: RATE-1 of the deferral up to
      *> TIER-1 of gross, plus RATE-2 of the deferral above
      *> that up to a further TIER-2 of gross. The match is
      *> employer cost - it never touches the employee's net.
      *> ====================================================
       CALCULATE-401K-MATCH.
           MOVE 0 TO WS-401K-MATCH.
           IF WS-401K-AMOUNT > 0
               COMPUTE WS-MATCH-TIER-AMT ROUNDED =
                   WS-PERIOD-GROSS-USD * WS-KPL-MATCH-TIER-1
               END-COMPUTE
               IF WS-401K-AMOUNT < WS-MATCH-TIER-AMT
                   MOVE WS-401K-AMOUNT TO WS-MATCH-BASE
               ELSE
                   MOVE WS-MATCH-TIER-AMT TO WS-MATCH-BASE
               END-IF
               COMPUTE WS-401K-MATCH ROUNDED =
                   WS-MATCH-BASE * WS-KPL-MATCH-RATE-1
               END-COMPUTE
               COMPUTE WS-MATCH-BASE =
                   WS-401K-AMOUNT - WS-MATCH-BASE
               END-COMPUTE
               COMPUTE WS-MATCH-TIER-AMT ROUNDED =
                   WS-PERIOD-GROSS-USD * WS-KPL-MATCH-TIER-2
               END-COMPUTE
               IF WS-MATCH-BASE > WS-MATCH-TIER-AMT
                   MOVE WS-MATCH-TIER-AMT TO WS-MATCH-BASE
               END-IF
               COMPUTE WS-401K-MATCH ROUNDED = WS-401K-MATCH +
                   WS-MATCH-BASE * WS-KPL-MATCH-RATE-2
               END-COMPUTE
           END-IF.

      *> ====================================================
      *> Read (or initialize) this employee's arrears record.
                   MOVE 7.69 TO WS-VACATION-ACCRUAL
           END-EVALUATE.

      *> ====================================================
      *> Pay this employee's approved expense reimbursements on
      *> top of net, after every tax and deduction - they are
      *> not wages, so the wage net already settled stands for
      *> the YTD, variance and 'EE' GL figures. Lines left
      *> behind for lower ids belong to employees this run did
      *> not pay; lines at or below a restart point were dealt
      *> with before the abend.
      *> ====================================================
       PAY-EXPENSE-REIMBURSEMENTS.
           MOVE 0 TO WS-EMP-REIMBURSEMENT.
           MOVE WS-NET-PAY TO WS-WAGE-NET-PAY.
           IF REIMBURSEMENTS-ON-HAND
               PERFORM TAKE-NEXT-REIMBURSEMENT
                   UNTIL REIMB-WORK-EOF OR RBW-EMP-ID > EMP-ID
           END-IF.
           IF WS-EMP-REIMBURSEMENT > 0
               ADD WS-EMP-REIMBURSEMENT TO WS-NET-PAY
               ADD 1 TO WS-REIMBURSED-COUNT
           END-IF.

       TAKE-NEXT-REIMBURSEMENT.
           IF RBW-EMP-ID = EMP-ID
               PERFORM PAY-ONE-REIMBURSEMENT
           ELSE
               IF RBW-EMP-ID > WS-LAST-EMP-ID
                   PERFORM REJECT-UNPAID-REIMBURSEMENT
               END-IF
           END-IF.
           PERFORM READ-NEXT-REIMB-WORK.

      *> A line with an unknown expense type, no amount or no
      *> approval reference is not paid on a guess
       PAY-ONE-REIMBURSEMENT.
           IF RBW-VALID-TYPE AND RBW-AMOUNT IS NUMERIC AND
               RBW-AMOUNT > 0 AND RBW-APPROVAL-REF NOT = SPACES
               ADD RBW-AMOUNT TO WS-EMP-REIMBURSEMENT
           ELSE
               ADD 1 TO WS-REIMB-REJECT-COUNT
               MOVE SPACES     TO EXCEPTION-RECORD
               MOVE RBW-EMP-ID TO EXCP-EMP-ID
               MOVE EMP-NAME   TO EXCP-EMP-NAME
               MOVE "INVALID EXPENSE REIMBURSEMENT - REJECTED"
                   TO EXCP-REASON
               WRITE EXCEPTION-RECORD
           END-IF.

       REJECT-UNPAID-REIMBURSEMENT.
           ADD 1 TO WS-REIMB-REJECT-COUNT.
           MOVE SPACES     TO EXCEPTION-RECORD.
           MOVE RBW-EMP-ID TO EXCP-EMP-ID.
           MOVE "EXPENSE REIMBURSEMENT UNPAID - NO CHECK"
               TO EXCP-REASON.
           WRITE EXCEPTION-RECORD.

      *> Whatever is left once the master is exhausted belongs
      *> to employees past the last one paid
       REPORT-UNPAID-REIMBURSEMENTS.
           IF REIMBURSEMENTS-ON-HAND
               PERFORM REPORT-NEXT-UNPAID-REIMB
                   UNTIL REIMB-WORK-EOF
           END-IF.

       REPORT-NEXT-UNPAID-REIMB.
           IF RBW-EMP-ID > WS-LAST-EMP-ID
               PERFORM REJECT-UNPAID-REIMBURSEMENT
           END-IF.
           PERFORM READ-NEXT-REIMB-WORK.

       DRAW-DOWN-LEAVE-TAKEN.
           IF LEAVE-TAKEN-ON-HAND
               PERFORM UNTIL LEAVE-WORK-EOF OR
           ADD WS-EMP-GARNISH      TO YTD-GARNISHMENTS.
           ADD WS-EMPLOYER-FICA    TO YTD-EMPLOYER-FICA.
           ADD WS-EMPLOYER-UNEMP   TO YTD-EMPLOYER-UNEMP.
           ADD WS-WAGE-NET-PAY     TO YTD-NET-PAY.
           ADD WS-TAXABLE-WAGES    TO YTD-TAXABLE-WAGES.
           ADD WS-401K-MATCH       TO YTD-401K-MATCH.
           ADD 1                   TO YTD-PERIODS-PAID.
           MOVE WS-PERIOD-GROSS-USD TO YTD-LAST-GROSS.
           MOVE WS-WAGE-NET-PAY     TO YTD-LAST-NET.

           IF LIVE-RUN
               IF YTD-RECORD-IS-NEW
           ADD WS-EMPLOYER-FICA    TO WS-TOTAL-EMPLOYER-FICA.
           ADD WS-EMPLOYER-UNEMP   TO WS-TOTAL-EMPLOYER-UNEMP.
           ADD WS-NET-PAY          TO WS-TOTAL-NET-PAY.
           ADD WS-401K-AMOUNT      TO WS-TOTAL-401K-DEFERRAL.
           ADD WS-401K-MATCH       TO WS-TOTAL-401K-MATCH.
           ADD WS-EMP-LOAN-RECOVERY TO WS-TOTAL-LOAN-RECOVERY.
           ADD WS-EMP-REIMBURSEMENT TO WS-TOTAL-REIMBURSEMENT.
           PERFORM ACCUMULATE-STATE-TAX-TOTALS.
           PERFORM ACCUMULATE-COMPANY-TOTALS.

      *> ====================================================
      *> Accumulate state tax by work jurisdiction for the
                   REWRITE STATE-WORK-RECORD
           END-READ.

      *> ====================================================
      *> Each company's share of the run. Every record read
      *> counts toward its company's control total; what was
      *> paid, and the payments released, make its subtotal
      *> and its payment trailer.
      *> ====================================================
       ACCUMULATE-COMPANY-INPUT.
           MOVE WS-EMP-COMPANY TO CPW-COMPANY.
           READ COMPANY-WORK-FILE
               INVALID KEY
                   PERFORM START-COMPANY-WORK-RECORD
                   MOVE 1          TO CPW-INPUT-COUNT
                   MOVE EMP-SALARY TO CPW-INPUT-SALARY
                   WRITE COMPANY-WORK-RECORD
               NOT INVALID KEY
                   ADD 1          TO CPW-INPUT-COUNT
                   ADD EMP-SALARY TO CPW-INPUT-SALARY
                   REWRITE COMPANY-WORK-RECORD
           END-READ.

       ACCUMULATE-COMPANY-TOTALS.
           MOVE WS-EMP-COMPANY TO CPW-COMPANY.
           READ COMPANY-WORK-FILE
               INVALID KEY
                   PERFORM START-COMPANY-WORK-RECORD
           END-READ.
           ADD 1                   TO CPW-EMP-COUNT.
           ADD WS-PERIOD-GROSS-USD TO CPW-GROSS.
           ADD WS-FEDERAL-TAX      TO CPW-FEDERAL-TAX.
           ADD WS-STATE-TAX        TO CPW-STATE-TAX.
           ADD WS-FICA-TAX         TO CPW-FICA-TAX.
           ADD WS-NET-PAY          TO CPW-NET-PAY.
           IF WS-NET-PAY > 0
               ADD 1 TO CPW-PAYMENT-COUNT
           END-IF.
           REWRITE COMPANY-WORK-RECORD
               INVALID KEY
                   WRITE COMPANY-WORK-RECORD
           END-REWRITE.

       START-COMPANY-WORK-RECORD.
           MOVE WS-EMP-COMPANY TO CPW-COMPANY.
           MOVE 0 TO CPW-INPUT-COUNT
                     CPW-INPUT-SALARY
                     CPW-EMP-COUNT
                     CPW-GROSS
                     CPW-FEDERAL-TAX
                     CPW-STATE-TAX
                     CPW-FICA-TAX
                     CPW-NET-PAY
                     CPW-PAYMENT-COUNT.

      *> ====================================================
      *> Accumulate this employee's figures into the per
      *> department subtotal table
      *> ====================================================
      *> Write the GL posting lines for the accounting system:
      *> the employee-side 'EE' posting and, when the employer
      *> burden (FICA match, unemployment, 401k match) is
      *> nonzero, its companion 'ER' posting
      *> ====================================================
       WRITE-GL-EXTRACT-RECORD.
           MOVE "EE"               TO GL-POSTING-TYPE.
           MOVE WS-FEDERAL-TAX     TO GL-FEDERAL-TAX.
           MOVE WS-STATE-TAX       TO GL-STATE-TAX.
           MOVE WS-FICA-TAX        TO GL-FICA-TAX.
           COMPUTE GL-DEDUCTIONS =
               WS-EMP-DEDUCTIONS + WS-EMP-LOAN-RECOVERY
           END-COMPUTE.
           MOVE WS-EMP-GARNISH     TO GL-GARNISHMENTS.
           MOVE WS-WAGE-NET-PAY    TO GL-NET-PAY.
           MOVE WS-PERIOD-ID       TO GL-PERIOD-ID.
           MOVE WS-OT-PAY          TO GL-OT-PAY.
           MOVE WS-SHIFT-PAY       TO GL-SHIFT-PAY.
           MOVE WS-HOL-PAY         TO GL-HOLIDAY-PAY.
           MOVE WS-ONCALL-PAY      TO GL-ONCALL-PAY.
           MOVE 0                  TO GL-EMPLOYER-401K.
           MOVE WS-EMP-LOAN-RECOVERY TO GL-LOAN-RECOVERY.
           MOVE 0                  TO GL-REIMBURSEMENT.
           MOVE WS-EMP-COMPANY     TO GL-COMPANY-CODE.
           WRITE GL-EXTRACT-RECORD.

           IF WS-EMPLOYER-FICA > 0 OR WS-EMPLOYER-UNEMP > 0 OR
               WS-401K-MATCH > 0
               PERFORM WRITE-GL-EMPLOYER-RECORD
           END-IF.

           IF WS-EMP-REIMBURSEMENT > 0
               PERFORM WRITE-GL-REIMBURSEMENT-RECORD
           END-IF.

           IF LABOR-IS-DISTRIBUTED
               PERFORM WRITE-GL-DISTRIBUTION-RECORD
                   VARYING WS-LDS-IDX FROM 1 BY 1
                   UNTIL WS-LDS-IDX > WS-LDS-COUNT
           END-IF.

       WRITE-GL-EMPLOYER-RECORD.
           MOVE "ER"               TO GL-POSTING-TYPE.
           MOVE EMP-ID             TO GL-EMP-ID.
           MOVE WS-EMPLOYER-FICA   TO GL-FICA-TAX.
           MOVE 0                  TO GL-DEDUCTIONS.
           MOVE 0                  TO GL-GARNISHMENTS.
           MOVE WS-401K-MATCH      TO GL-EMPLOYER-401K.
           MOVE 0                  TO GL-LOAN-RECOVERY.
           MOVE 0                  TO GL-REIMBURSEMENT.
           COMPUTE GL-NET-PAY =
               WS-EMPLOYER-FICA + WS-EMPLOYER-UNEMP + WS-401K-MATCH
           END-COMPUTE.
           MOVE WS-PERIOD-ID       TO GL-PERIOD-ID.
           MOVE 0                  TO GL-OT-PAY
                                      GL-SHIFT-PAY
                                      GL-HOLIDAY-PAY
                                      GL-ONCALL-PAY.
           MOVE WS-EMP-COMPANY     TO GL-COMPANY-CODE.
           WRITE GL-EXTRACT-RECORD.

      *> One cost center's share of the gross and employer
      *> burden; a center whose share came to nothing is left
      *> off the extract
       WRITE-GL-DISTRIBUTION-RECORD.
           IF WS-LDS-GROSS (WS-LDS-IDX) > 0 OR
               WS-LDS-FICA (WS-LDS-IDX) > 0 OR
               WS-LDS-UNEMP (WS-LDS-IDX) > 0 OR
               WS-LDS-MATCH (WS-LDS-IDX) > 0
               MOVE "LD"               TO GL-POSTING-TYPE
               MOVE EMP-ID             TO GL-EMP-ID
               MOVE WS-LDS-COST-CENTER (WS-LDS-IDX) TO GL-DEPARTMENT
               MOVE WS-LDS-GROSS (WS-LDS-IDX) TO GL-GROSS-PAY
               MOVE 0                  TO GL-FEDERAL-TAX
               MOVE WS-LDS-UNEMP (WS-LDS-IDX) TO GL-STATE-TAX
               MOVE WS-LDS-FICA (WS-LDS-IDX)  TO GL-FICA-TAX
               MOVE 0                  TO GL-DEDUCTIONS
               MOVE 0                  TO GL-GARNISHMENTS
               MOVE WS-LDS-MATCH (WS-LDS-IDX) TO GL-EMPLOYER-401K
               COMPUTE GL-NET-PAY =
                   WS-LDS-GROSS (WS-LDS-IDX) + WS-LDS-FICA (WS-LDS-IDX)
                   + WS-LDS-UNEMP (WS-LDS-IDX)
                   + WS-LDS-MATCH (WS-LDS-IDX)
               END-COMPUTE
               MOVE WS-PERIOD-ID       TO GL-PERIOD-ID
               MOVE 0                  TO GL-OT-PAY
                                          GL-SHIFT-PAY
                                          GL-HOLIDAY-PAY
                                          GL-ONCALL-PAY
               MOVE 0                  TO GL-LOAN-RECOVERY
               MOVE 0                  TO GL-REIMBURSEMENT
               MOVE WS-EMP-COMPANY     TO GL-COMPANY-CODE
               WRITE GL-EXTRACT-RECORD
           END-IF.

      *> The reimbursement paid with the check, booked to the
      *> cost center's employee expense reimbursement account
       WRITE-GL-REIMBURSEMENT-RECORD.
           MOVE "RB"               TO GL-POSTING-TYPE.
           MOVE EMP-ID             TO GL-EMP-ID.
           MOVE WS-GL-COST-CENTER  TO GL-DEPARTMENT.
           MOVE 0                  TO GL-GROSS-PAY.
           MOVE 0                  TO GL-FEDERAL-TAX.
           MOVE 0                  TO GL-STATE-TAX.
           MOVE 0                  TO GL-FICA-TAX.
           MOVE 0                  TO GL-DEDUCTIONS.
           MOVE 0                  TO GL-GARNISHMENTS.
           MOVE WS-EMP-REIMBURSEMENT TO GL-NET-PAY.
           MOVE WS-PERIOD-ID       TO GL-PERIOD-ID.
           MOVE 0                  TO GL-OT-PAY
                                      GL-SHIFT-PAY
                                      GL-HOLIDAY-PAY
                                      GL-ONCALL-PAY.
           MOVE 0                  TO GL-EMPLOYER-401K.
           MOVE 0                  TO GL-LOAN-RECOVERY.
           MOVE WS-EMP-REIMBURSEMENT TO GL-REIMBURSEMENT.
           MOVE WS-EMP-COMPANY     TO GL-COMPANY-CODE.
           WRITE GL-EXTRACT-RECORD.

      *> ====================================================
           MOVE SPACE          TO TXD-ADJUSTMENT-IND.
           MOVE EMP-WORK-STATE TO TXD-WORK-STATE.
           MOVE WS-PERIOD-GROSS-USD TO TXD-GROSS-PAY.
           MOVE WS-TAXABLE-WAGES TO TXD-TAXABLE-WAGES.
           MOVE WS-FICA-WAGES  TO TXD-FICA-WAGES.
           MOVE WS-EMP-COMPANY TO TXD-COMPANY-CODE.
           WRITE TAX-DETAIL-RECORD.

      *> ====================================================
           ELSE
               MOVE EMP-CURRENCY-CODE TO PH-CURRENCY-CODE
           END-IF.
           MOVE WS-TAXABLE-WAGES    TO PH-TAXABLE-WAGES.
           MOVE WS-FICA-WAGES       TO PH-FICA-WAGES.
           MOVE WS-401K-MATCH       TO PH-401K-MATCH.
           MOVE WS-EMP-LOAN-RECOVERY TO PH-LOAN-RECOVERY.
           MOVE WS-EMP-REIMBURSEMENT TO PH-REIMBURSEMENT.
           MOVE WS-EMPLOYER-FICA    TO PH-EMPLOYER-FICA.
           MOVE WS-EMPLOYER-UNEMP   TO PH-EMPLOYER-UNEMP.
           MOVE EMP-WORK-STATE      TO PH-WC-STATE.
           MOVE EMP-WC-CLASS-CODE   TO PH-WC-CLASS-CODE.
           COMPUTE PH-OT-PREMIUM ROUNDED =
               WS-OT-PREMIUM-PAY * WS-FX-RATE-TO-USD
           END-COMPUTE.
           MOVE WS-EMP-COMPANY      TO PH-COMPANY-CODE.
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   REWRITE PAY-HISTORY-RECORD
           MOVE 0          TO PAY-TRAILER-COUNT.
           MOVE 0          TO PAY-TRAILER-TOTAL.
           MOVE WS-PERIOD-ID TO PAY-PERIOD-ID.
           MOVE WS-EMP-COMPANY TO PAY-COMPANY-CODE.
           WRITE PAYMENT-RECORD.

      *> ====================================================
      *> Report this participant's deferral and company match
      *> to the plan recordkeeper
      *> ====================================================
       WRITE-401K-REMIT-DETAIL.
           ADD 1 TO WS-401K-COUNT.
           MOVE SPACES          TO K401-REMIT-RECORD.
           SET KRM-DETAIL       TO TRUE.
           MOVE WS-PERIOD-ID    TO KRM-PERIOD-ID.
           MOVE WS-TODAY-NUM    TO KRM-PAY-DATE.
           MOVE EMP-ID          TO KRM-EMP-ID.
           MOVE EMP-NAME        TO KRM-EMP-NAME.
           IF EMP-BIRTH-DATE IS NUMERIC
               MOVE EMP-BIRTH-DATE TO KRM-BIRTH-DATE
           ELSE
               MOVE 0 TO KRM-BIRTH-DATE
           END-IF.
           MOVE WS-CATCHUP-FLAG TO KRM-CATCHUP-ELIGIBLE.
           MOVE WS-401K-AMOUNT  TO KRM-DEFERRAL.
           MOVE WS-401K-MATCH   TO KRM-MATCH.
           MOVE YTD-401K        TO KRM-YTD-DEFERRAL.
           MOVE 0               TO KRM-TRAILER-COUNT.
           MOVE 0               TO KRM-TRAILER-DEFERRAL.
           MOVE 0               TO KRM-TRAILER-MATCH.
           WRITE K401-REMIT-RECORD.

      *> ====================================================
      *> Hand this employee's pay detail to the sort so the
      *> paystub report can be produced in department order
           MOVE WS-VAC-PAYOUT-AMOUNT TO SRT-VAC-PAYOUT.
           MOVE WS-VAC-PAYOUT-HOURS TO SRT-VAC-PAYOUT-HRS.
           MOVE EMP-CURRENCY-CODE   TO SRT-CURRENCY-CODE.
           MOVE WS-W4-FOUND-FLAG    TO SRT-W4-ON-FILE.
           MOVE PC-W4-FILING-STATUS TO SRT-W4-FILING-STATUS.
           MOVE PC-W4-DEPENDENT-CREDIT TO SRT-W4-DEPENDENT-CREDIT.
           MOVE PC-W4-OTHER-INCOME  TO SRT-W4-OTHER-INCOME.
           MOVE PC-W4-DEDUCTIONS    TO SRT-W4-DEDUCTIONS.
           MOVE PC-W4-EXTRA-WITHHOLD TO SRT-W4-EXTRA-WITHHOLD.
           MOVE PC-W4-EXEMPT-FLAG   TO SRT-W4-EXEMPT-FLAG.
           MOVE WS-EMP-LOAN-RECOVERY TO SRT-LOAN-RECOVERY.
           MOVE WS-EMP-LOAN-BALANCE TO SRT-LOAN-BALANCE.
           MOVE WS-EMP-REIMBURSEMENT TO SRT-REIMBURSEMENT.
           RELEASE SORT-RECORD.

      *> ====================================================
           MOVE WS-INACTIVE-COUNT    TO CHK-INACTIVE-COUNT.
           MOVE WS-RETIRED-COUNT     TO CHK-RETIRED-COUNT.
           MOVE WS-EXCEPTION-COUNT   TO CHK-EXCEPTION-COUNT.
           MOVE WS-401K-COUNT        TO CHK-401K-COUNT.
           MOVE WS-TOTAL-401K-DEFERRAL TO CHK-TOTAL-401K-DEFERRAL.
           MOVE WS-TOTAL-401K-MATCH  TO CHK-TOTAL-401K-MATCH.
           MOVE WS-TOTAL-LOAN-RECOVERY TO CHK-TOTAL-LOAN-RECOVERY.
           MOVE WS-LOANS-REPAID-COUNT TO CHK-LOANS-REPAID-COUNT.
           MOVE WS-TOTAL-REIMBURSEMENT TO CHK-TOTAL-REIMBURSEMENT.
           MOVE WS-REIMBURSED-COUNT  TO CHK-REIMBURSED-COUNT.
           MOVE WS-COMPLIANCE-COUNT  TO CHK-COMPLIANCE-COUNT.
           REWRITE CHECKPOINT-RECORD
               INVALID KEY
                   WRITE CHECKPOINT-RECORD
               PERFORM WRITE-PAYSTUB-HOURS-LINE
           END-IF.

           PERFORM WRITE-PAYSTUB-W4-LINE.

           IF SRT-401K > 0 OR SRT-HEALTH > 0 OR SRT-OTHER-DED > 0
               PERFORM WRITE-PAYSTUB-DEDUCT-LINE
           END-IF.
               PERFORM WRITE-PAYSTUB-GARNISH-LINE
           END-IF.

           IF SRT-LOAN-RECOVERY > 0 OR SRT-LOAN-BALANCE > 0
               PERFORM WRITE-PAYSTUB-LOAN-LINE
           END-IF.

           IF SRT-REIMBURSEMENT > 0
               PERFORM WRITE-PAYSTUB-REIMB-LINE
           END-IF.

           IF SRT-ARREARS-BAL > 0
               PERFORM WRITE-PAYSTUB-ARREARS-LINE
           END-IF.
           WRITE PAYSTUB-LINE.
           ADD 1 TO WS-LINE-COUNT.

      *> Every stub shows the W-4 election the federal tax was
      *> withheld under, so an employee can check it against
      *> the form they filed
       WRITE-PAYSTUB-W4-LINE.
           EVALUATE TRUE
               WHEN SRT-W4-ON-FILE NOT = 'Y'
                   MOVE "NONE - SINGLE" TO WS-PW-STATUS
               WHEN SRT-W4-EXEMPT-FLAG = 'Y'
                   MOVE "EXEMPT" TO WS-PW-STATUS
               WHEN SRT-W4-FILING-STATUS = 'M'
                   MOVE "MARRIED JOINT" TO WS-PW-STATUS
               WHEN SRT-W4-FILING-STATUS = 'H'
                   MOVE "HEAD OF HOUSEHOLD" TO WS-PW-STATUS
               WHEN OTHER
                   MOVE "SINGLE" TO WS-PW-STATUS
           END-EVALUATE.
           MOVE SRT-W4-DEPENDENT-CREDIT TO WS-PW-DEPENDENT.
           MOVE SRT-W4-OTHER-INCOME     TO WS-PW-OTHER-INCOME.
           MOVE SRT-W4-DEDUCTIONS       TO WS-PW-DEDUCTIONS.
           MOVE SRT-W4-EXTRA-WITHHOLD   TO WS-PW-EXTRA.
           MOVE WS-PAYSTUB-W4-LINE TO PAYSTUB-LINE.
           WRITE PAYSTUB-LINE.
           ADD 1 TO WS-LINE-COUNT.

      *> An employee with voluntary deductions gets a second stub
      *> line itemizing each election taken out of this check
       WRITE-PAYSTUB-DEDUCT-LINE.
           WRITE PAYSTUB-LINE.
           ADD 1 TO WS-LINE-COUNT.

      *> An employee repaying a loan or advance sees this
      *> check's recovery and what is still owed
       WRITE-PAYSTUB-LOAN-LINE.
           MOVE SRT-LOAN-RECOVERY TO WS-PN-RECOVERED.
           MOVE SRT-LOAN-BALANCE  TO WS-PN-BALANCE.
           MOVE WS-PAYSTUB-LOAN-LINE TO PAYSTUB-LINE.
           WRITE PAYSTUB-LINE.
           ADD 1 TO WS-LINE-COUNT.

      *> Expense reimbursements ride in net pay but are not
      *> wages, so they print apart from the earnings
       WRITE-PAYSTUB-REIMB-LINE.
           MOVE SRT-REIMBURSEMENT TO WS-PR-REIMBURSED.
           MOVE WS-PAYSTUB-REIMB-LINE TO PAYSTUB-LINE.
           WRITE PAYSTUB-LINE.
           ADD 1 TO WS-LINE-COUNT.

      *> ====================================================
      *> Generate Report
      *> ====================================================
                   WS-TOTAL-EMPLOYER-FICA
               DISPLAY "Total Employer Unemployment: $"
                   WS-TOTAL-EMPLOYER-UNEMP
               DISPLAY "Total 401k Deferrals: $"
                   WS-TOTAL-401K-DEFERRAL
               DISPLAY "Total 401k Company Match: $"
                   WS-TOTAL-401K-MATCH
               DISPLAY "Total Loan Recoveries: $"
                   WS-TOTAL-LOAN-RECOVERY
               DISPLAY "Total Expense Reimbursements: $"
                   WS-TOTAL-REIMBURSEMENT
               DISPLAY "Total Net Pay: $" WS-TOTAL-NET-PAY
               DISPLAY "Average Gross Salary: $" WS-AVG-SALARY
               DISPLAY " "
               DISPLAY " "
               DISPLAY "--- State Tax By Jurisdiction ---"
               PERFORM DISPLAY-STATE-TAX-SUBTOTALS
               DISPLAY " "
               DISPLAY "--- Company Subtotals ---"
               PERFORM DISPLAY-COMPANY-SUBTOTALS
           ELSE
               DISPLAY "No employee records processed."
           END-IF.
           DISPLAY "Retired employees skipped: " WS-RETIRED-COUNT.
           DISPLAY "Exception records: " WS-EXCEPTION-COUNT.
           DISPLAY "Pay variances flagged: " WS-VARIANCE-COUNT.
           DISPLAY "Wage compliance violations: "
               WS-COMPLIANCE-COUNT.
           DISPLAY "First-time payments: " WS-FIRST-PAY-COUNT.
           DISPLAY "Departments not on master: "
               WS-DEPT-UNMATCHED-COUNT.
               WS-ARREARS-EMP-COUNT.
           DISPLAY "Leave-taken entries rejected: "
               WS-LEAVE-REJECT-COUNT.
           DISPLAY "401k participants remitted: " WS-401K-COUNT.
           DISPLAY "Loans repaid in full: " WS-LOANS-REPAID-COUNT.
           DISPLAY "Employees reimbursed expenses: "
               WS-REIMBURSED-COUNT.
           DISPLAY "Expense reimbursements rejected: "
               WS-REIMB-REJECT-COUNT.
           DISPLAY "Employees with distributed labor: "
               WS-DISTRIBUTED-COUNT.
           DISPLAY " ".

           PERFORM CHECK-CONTROL-TOTALS.
                       " withheld=$" STW-TOTAL
           END-READ.

       DISPLAY-COMPANY-SUBTOTALS.
           MOVE 'N' TO WS-CPW-EOF-FLAG.
           MOVE SPACES TO CPW-COMPANY.
           START COMPANY-WORK-FILE KEY >= CPW-COMPANY
               INVALID KEY
                   SET COMPANY-REPORT-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-COMPANY-SUBTOTAL
               UNTIL COMPANY-REPORT-DONE.

       READ-NEXT-COMPANY-SUBTOTAL.
           READ COMPANY-WORK-FILE NEXT RECORD
               AT END
                   SET COMPANY-REPORT-DONE TO TRUE
               NOT AT END
                   DISPLAY "COMPANY " CPW-COMPANY
                       ": paid=" CPW-EMP-COUNT
                       " gross=$" CPW-GROSS
                       " fed=$" CPW-FEDERAL-TAX
                       " state=$" CPW-STATE-TAX
                       " fica=$" CPW-FICA-TAX
                       " net=$" CPW-NET-PAY
           END-READ.

       DISPLAY-DEPARTMENT-SUBTOTALS.
           MOVE SPACES TO DPW-DEPARTMENT.
           START DEPT-WORK-FILE KEY >= DPW-DEPARTMENT
      *> ====================================================
       CHECK-CONTROL-TOTALS.
           IF CONTROL-TOTALS-AVAILABLE
               IF WS-RECORDS-READ NOT = WS-CTL-EXPECT-COUNT OR
                   WS-INPUT-SALARY-TOTAL NOT = WS-CTL-EXPECT-SALARY
                   DISPLAY "*** OUT OF BALANCE - INPUT FILE DOES "
                       "NOT MATCH CONTROL TOTALS ***"
                   DISPLAY "Expected count: " WS-CTL-EXPECT-COUNT
                       " Actual: " WS-RECORDS-READ
                   DISPLAY "Expected salary: $" WS-CTL-EXPECT-SALARY
                       " Actual: $" WS-INPUT-SALARY-TOTAL
                   MOVE 16 TO RETURN-CODE
               ELSE
                   DISPLAY "Control totals balanced."
               END-IF
               PERFORM CHECK-COMPANY-CONTROL-TOTAL
                   VARYING WS-CTL-CO-IDX FROM 1 BY 1
                   UNTIL WS-CTL-CO-IDX > WS-CTL-CO-COUNT
           ELSE
               DISPLAY "Control totals not available - balance ",
                   "check skipped."
           END-IF.

      *> A company with a control record but nothing read has
      *> lost its whole share of the master
       CHECK-COMPANY-CONTROL-TOTAL.
           MOVE WS-CTL-CO-CODE (WS-CTL-CO-IDX) TO CPW-COMPANY.
           READ COMPANY-WORK-FILE
               INVALID KEY
                   MOVE WS-CTL-CO-CODE (WS-CTL-CO-IDX) TO CPW-COMPANY
                   MOVE 0 TO CPW-INPUT-COUNT
                   MOVE 0 TO CPW-INPUT-SALARY
           END-READ.
           IF CPW-INPUT-COUNT NOT =
                   WS-CTL-CO-EXPECT-COUNT (WS-CTL-CO-IDX) OR
               CPW-INPUT-SALARY NOT =
                   WS-CTL-CO-EXPECT-SALARY (WS-CTL-CO-IDX)
               DISPLAY "*** OUT OF BALANCE - COMPANY " CPW-COMPANY
                   " DOES NOT MATCH ITS CONTROL TOTALS ***"
               DISPLAY "Expected count: "
                   WS-CTL-CO-EXPECT-COUNT (WS-CTL-CO-IDX)
                   " Actual: " CPW-INPUT-COUNT
               DISPLAY "Expected salary: $"
                   WS-CTL-CO-EXPECT-SALARY (WS-CTL-CO-IDX)
                   " Actual: $" CPW-INPUT-SALARY
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "Company " CPW-COMPANY
                   " control totals balanced."
           END-IF.

      *> ====================================================
      *> Cleanup
      *> ====================================================
           CLOSE YTD-FILE.
           CLOSE TAX-DETAIL-FILE.
           CLOSE PAY-HISTORY-FILE.
           IF W4-ELECTIONS-AVAILABLE
               CLOSE W4-ELECTION-FILE
           END-IF.
           IF DEDUCTIONS-AVAILABLE
               CLOSE DEDUCTION-FILE
           END-IF.
           IF LEAVE-TAKEN-ON-HAND
               CLOSE LVT-WORK-FILE
           END-IF.
           IF REIMBURSEMENTS-ON-HAND
               CLOSE RMB-WORK-FILE
           END-IF.
           IF LABOR-DIST-AVAILABLE
               CLOSE LABOR-DIST-FILE
           END-IF.
           CLOSE DEPT-WORK-FILE.
           CLOSE STATE-WORK-FILE.
           PERFORM WRITE-AGENCY-REMIT-TOTALS.
           CLOSE GARNISH-REMIT-FILE.
           PERFORM WRITE-PAYMENT-TRAILER.
           CLOSE PAYMENT-FILE.
           CLOSE COMPANY-WORK-FILE.
           IF COMPANY-MASTER-AVAILABLE
               CLOSE COMPANY-FILE
           END-IF.
           PERFORM WRITE-401K-REMIT-TRAILER.
           CLOSE K401-REMIT-FILE.
           CLOSE VARIANCE-FILE.
           CLOSE COMPLIANCE-FILE.
           IF MIN-WAGES-AVAILABLE
               CLOSE MIN-WAGE-FILE
           END-IF.
           IF GARNISHMENTS-AVAILABLE
               CLOSE GARNISH-FILE
           END-IF.
           IF LOANS-AVAILABLE
               CLOSE LOAN-FILE
           END-IF.

           IF LIVE-RUN
               PERFORM RESET-CHECKPOINT
               MOVE 6 TO RETURN-CODE
           END-IF.

      *> Pay below the wage standards holds the checks the same
      *> way, until the compliance lines are signed off
           IF WS-COMPLIANCE-COUNT > 0 AND RETURN-CODE < 6
               DISPLAY "*** " WS-COMPLIANCE-COUNT " WAGE COMPLIANCE "
                   "VIOLATIONS - SEE COMPLIANCE.TXT - "
                   "DOWNSTREAM STEPS HELD ***"
               MOVE 6 TO RETURN-CODE
           END-IF.

      *> A trial run always ends with its own return code so the
      *> job stream bypasses reconciliation, payment dispatch and
      *> the bonus steps - otherwise they would run against the
      *> The run reached a clean end of file, so release the
      *> control trailer PAYMENT-DISPATCH balances against. An
      *> abended run leaves no trailer, which makes the dispatch
      *> step refuse the incomplete payment file. Each company's
      *> share goes first, on a trailer carrying its code; the
      *> whole-run trailer, with a blank code, is always last.
      *> ====================================================
       WRITE-PAYMENT-TRAILER.
           MOVE 'N' TO WS-CPW-EOF-FLAG.
           MOVE SPACES TO CPW-COMPANY.
           START COMPANY-WORK-FILE KEY >= CPW-COMPANY
               INVALID KEY
                   SET COMPANY-REPORT-DONE TO TRUE
           END-START.
           PERFORM WRITE-COMPANY-PAYMENT-TRAILER
               UNTIL COMPANY-REPORT-DONE.

           MOVE SPACES            TO PAYMENT-RECORD.
           SET PAY-TRAILER        TO TRUE.
           MOVE 0                 TO PAY-EMP-ID.
           MOVE WS-PERIOD-ID      TO PAY-PERIOD-ID.
           WRITE PAYMENT-RECORD.

       WRITE-COMPANY-PAYMENT-TRAILER.
           READ COMPANY-WORK-FILE NEXT RECORD
               AT END
                   SET COMPANY-REPORT-DONE TO TRUE
               NOT AT END
                   MOVE SPACES            TO PAYMENT-RECORD
                   SET PAY-TRAILER        TO TRUE
                   MOVE 0                 TO PAY-EMP-ID
                   MOVE 0                 TO PAY-NET-AMOUNT
                   MOVE CPW-PAYMENT-COUNT TO PAY-TRAILER-COUNT
                   MOVE CPW-NET-PAY       TO PAY-TRAILER-TOTAL
                   MOVE WS-PERIOD-ID      TO PAY-PERIOD-ID
                   MOVE CPW-COMPANY       TO PAY-COMPANY-CODE
                   WRITE PAYMENT-RECORD
           END-READ.

      *> ====================================================
      *> Close the recordkeeper file with the participant count
      *> and the run's deferral and match totals, so the file
      *> and the funding transfer tie back to this run
      *> ====================================================
       WRITE-401K-REMIT-TRAILER.
           MOVE SPACES                 TO K401-REMIT-RECORD.
           SET KRM-TRAILER             TO TRUE.
           MOVE WS-PERIOD-ID           TO KRM-PERIOD-ID.
           MOVE WS-TODAY-NUM           TO KRM-PAY-DATE.
           MOVE 0                      TO KRM-EMP-ID.
           MOVE 0                      TO KRM-BIRTH-DATE.
           MOVE 0                      TO KRM-DEFERRAL.
           MOVE 0                      TO KRM-MATCH.
           MOVE 0                      TO KRM-YTD-DEFERRAL.
           MOVE WS-401K-COUNT          TO KRM-TRAILER-COUNT.
           MOVE WS-TOTAL-401K-DEFERRAL TO KRM-TRAILER-DEFERRAL.
           MOVE WS-TOTAL-401K-MATCH    TO KRM-TRAILER-MATCH.
           WRITE K401-REMIT-RECORD.

      *> ====================================================
      *> Close out the remittance listing with one total line per
      *> payee agency, the figures each agency is actually paid
           MOVE 0 TO CHK-INACTIVE-COUNT.
           MOVE 0 TO CHK-RETIRED-COUNT.
           MOVE 0 TO CHK-EXCEPTION-COUNT.
           MOVE 0 TO CHK-401K-COUNT.
           MOVE 0 TO CHK-TOTAL-401K-DEFERRAL.
           MOVE 0 TO CHK-TOTAL-401K-MATCH.
           MOVE 0 TO CHK-TOTAL-LOAN-RECOVERY.
           MOVE 0 TO CHK-LOANS-REPAID-COUNT.
           MOVE 0 TO CHK-TOTAL-REIMBURSEMENT.
           MOVE 0 TO CHK-REIMBURSED-COUNT.
           MOVE 0 TO CHK-COMPLIANCE-COUNT.
           REWRITE CHECKPOINT-RECORD
               INVALID KEY
                   WRITE CHECKPOINT-RECORD
           END-REWRITE.

      *> ====================================================
      *> Run history - the step's start, and its end on
      *> every way out
      *> ====================================================
       START-RUN-LOG.
           INITIALIZE RL-RUN-LOG-PARAMETERS.
           MOVE "PAYROLL"  TO RL-JOB-NAME.
           MOVE "PAYDEMO"  TO RL-STEP-NAME.
           SET RL-START-STEP TO TRUE.
           CALL "RUN-LOG" USING RL-RUN-LOG-PARAMETERS.

       END-RUN-LOG.
           IF WS-PERIOD-ID > 0
               MOVE WS-PERIOD-ID       TO RL-PERIOD
           END-IF.
           IF TRIAL-RUN
               SET RL-TRIAL-RUN TO TRUE
           ELSE
               SET RL-LIVE-RUN  TO TRUE
           END-IF.
           MOVE WS-RECORDS-READ        TO RL-RECORDS-READ.
           MOVE WS-EMPLOYEE-COUNT      TO RL-RECORDS-WRITTEN.
           MOVE WS-EXCEPTION-COUNT     TO RL-RECORDS-REJECTED.
           MOVE "GROSS"                TO RL-AMOUNT-1-LABEL.
           MOVE WS-TOTAL-SALARY        TO RL-AMOUNT-1.
           MOVE "NET"                  TO RL-AMOUNT-2-LABEL.
           MOVE WS-TOTAL-NET-PAY       TO RL-AMOUNT-2.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           SET RL-END-STEP TO TRUE.
           CALL "RUN-LOG" USING RL-RUN-LOG-PARAMETERS.
           MOVE RL-RETURN-CODE TO RETURN-CODE.
