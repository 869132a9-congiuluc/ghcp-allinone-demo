       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-BACKOUT.
      *> ====================================================
      *> Whole-period backout of a posted payroll period
      *> Given a period id and an operator reason code on SYSIN,
      *> backs the whole period out when it posted with bad
      *> input - the wrong rate table loaded, the timesheet
      *> file fed twice - as long as its payments have not been
      *> dispatched. The masters the payroll step posted to are
      *> restored from the snapshot PAYROLL-SNAPSHOT took just
      *> before it (paysnapshot.dat), the period's payments come
      *> off the pay history, its tax detail and GL postings are
      *> reversed, the period is reopened on the calendar for a
      *> corrected rerun, and the audit trail and a before and
      *> after balance report (backoutreport.txt) show exactly
      *> what was done.
      *>
      *> The backout is refused, before anything is written,
      *> when:
      *>   - the snapshot is not complete, is not for this
      *>     period, or does not agree with its own control
      *>     records;
      *>   - the period is not on the calendar, or PAYMENT-
      *>     DISPATCH has already marked it dispatched - money
      *>     that has gone to the bank is recovered payment by
      *>     payment through PAYMENT-REVERSAL;
      *>   - the tax detail holds postings since the snapshot
      *>     for any period other than this one (an off-cycle
      *>     run, a reversal of an earlier period) - restoring
      *>     ytd.dat would silently wipe them from the
      *>     accumulators; pension postings do not touch the
      *>     payroll masters and are let by;
      *>   - the period shows no sign of having posted at all.
      *>
      *> Each payment of the period on the pay history gets
      *> offsetting 'VE'/'VR'/'VB' lines on the GL extract and a
      *> reversal-marked tax detail record dated with the
      *> payment's own pay date, exactly as PAYMENT-REVERSAL
      *> builds them, and a BACKOUT action on the audit trail.
      *> A payment PAYMENT-REVERSAL already reversed since the
      *> posting has its reversal on file and is not reversed
      *> twice. Labor distribution lines are not reversed
      *> separately, the same as for a single reversal.
      *>
      *> ytd.dat, leavebal.dat, dedarrears.dat and suspense.dat
      *> are replaced whole from the snapshot, so any
      *> maintenance keyed to them between the snapshot and the
      *> backout must be keyed again. garnish.dat and loans.dat
      *> have their snapshot records rewritten, keeping orders
      *> and loans set up since. The period's checkpoint, if a
      *> failed run left one, is cleared, and a payment hand-off
      *> for the period is emptied so it can never be
      *> dispatched. The snapshot file is left as it is: the
      *> rerun's own snapshot step takes it again.
      *>
      *> RC 0 backed out and every master agrees with the
      *> snapshot, RC 4 backed out with a master that differs
      *> from it (records added since, shown on the report),
      *> RC 16 refused or the restore did not complete.
      *>
      *> Modification History:
      *>   Initial version - snapshot restore, period payment
      *>     reversal, calendar reopen, audit trail and the
      *>     before and after balance report.
      *> ====================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FILE ASSIGN TO "paysnapshot.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNP-FILE-STATUS.

           SELECT PAY-CALENDAR-FILE ASSIGN TO "paycalendar.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCAL-PERIOD-ID
               FILE STATUS IS WS-PCL-FILE-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "checkpoint.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHK-RUN-ID
               FILE STATUS IS WS-CHK-FILE-STATUS.

           SELECT YTD-FILE ASSIGN TO "ytd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-FILE-STATUS.

           SELECT LEAVE-FILE ASSIGN TO "leavebal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-EMP-ID
               FILE STATUS IS WS-LV-FILE-STATUS.

           SELECT ARREARS-FILE ASSIGN TO "dedarrears.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARR-EMP-ID
               FILE STATUS IS WS-ARR-FILE-STATUS.

           SELECT GARNISH-FILE ASSIGN TO "garnish.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAR-KEY
               FILE STATUS IS WS-GAR-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-KEY
               FILE STATUS IS WS-LN-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "suspense.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-EMP-ID
               FILE STATUS IS WS-SUS-FILE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO "payhistory.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PHS-FILE-STATUS.

           SELECT TAX-DETAIL-FILE ASSIGN TO "taxdetail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXD-FILE-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "glextract.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT PAYMENT-FILE ASSIGN TO "payments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

           SELECT BACKOUT-WORK-FILE ASSIGN TO "backoutwork.tmp"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKW-EMP-ID
               FILE STATUS IS WS-BKW-FILE-STATUS.

           SELECT BACKOUT-REPORT-FILE ASSIGN TO "backoutreport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FILE.
           COPY SNAPREC.

       FD  PAY-CALENDAR-FILE.
           COPY PAYCAL.

       FD  CHECKPOINT-FILE.
           COPY CHKPOINT.

       FD  YTD-FILE.
           COPY YTD.

       FD  LEAVE-FILE.
           COPY LEAVE.

       FD  ARREARS-FILE.
           COPY DEDARR.

       FD  GARNISH-FILE.
           COPY GARNISH.

       FD  LOAN-FILE.
           COPY LOAN.

       FD  SUSPENSE-FILE.
           COPY SUSPENSE.

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  TAX-DETAIL-FILE.
           COPY TAXDTL.

       FD  GL-EXTRACT-FILE.
           COPY GLEXTR.

       FD  PAYMENT-FILE.
           COPY PAYMENT.

       FD  AUDIT-FILE.
           COPY AUDREC.

      *> One employee paid in the period: what was backed out,
      *> and the YTD gross either side of the restore. An
      *> employee whose payment PAYMENT-REVERSAL already
      *> reversed is marked so from the tax detail first.
       FD  BACKOUT-WORK-FILE.
       01  BACKOUT-WORK-RECORD.
           05  BKW-EMP-ID              PIC 9(5).
           05  BKW-REVERSED-FLAG       PIC X(1).
               88  BKW-ALREADY-REVERSED    VALUE 'R'.
           05  BKW-PAID-FLAG           PIC X(1).
               88  BKW-PAID-IN-PERIOD      VALUE 'Y'.
           05  BKW-EMP-NAME            PIC X(30).
           05  BKW-COMPANY-CODE        PIC X(2).
           05  BKW-GROSS-PAY           PIC 9(8)V99.
           05  BKW-NET-PAY             PIC 9(8)V99.
           05  BKW-YTD-FLAG            PIC X(1).
               88  BKW-YTD-ON-FILE         VALUE 'Y'.
           05  BKW-YTD-GROSS-BEFORE    PIC 9(10)V99.

       FD  BACKOUT-REPORT-FILE.
       01  BACKOUT-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-SNP-EOF-FLAG         PIC X VALUE 'N'.
               88  SNAPSHOT-PASS-DONE      VALUE 'Y'.
           05  WS-PASS-EOF-FLAG        PIC X VALUE 'N'.
               88  FILE-PASS-DONE          VALUE 'Y'.
           05  WS-SNAPSHOT-FLAG        PIC X VALUE 'Y'.
               88  SNAPSHOT-IS-SOUND       VALUE 'Y'.
               88  SNAPSHOT-IS-UNSOUND     VALUE 'N'.
           05  WS-SNAPSHOT-END-FLAG    PIC X VALUE 'N'.
               88  SNAPSHOT-END-SEEN       VALUE 'Y'.
           05  WS-CHECKPOINT-FLAG      PIC X VALUE 'N'.
               88  CHECKPOINT-PENDING      VALUE 'Y'.
           05  WS-HANDOFF-FLAG         PIC X VALUE 'N'.
               88  HANDOFF-FOR-PERIOD      VALUE 'Y'.
           05  WS-HANDOFF-EOF-FLAG     PIC X VALUE 'N'.
               88  HANDOFF-SEARCH-DONE     VALUE 'Y'.
           05  WS-TALLY-WHEN           PIC X VALUE 'B'.
               88  TALLY-BEFORE            VALUE 'B'.
               88  TALLY-AFTER             VALUE 'A'.
           05  WS-TALLY-OPEN-FLAG      PIC X VALUE 'N'.
               88  TALLY-FILE-OPEN         VALUE 'Y'.
           05  WS-PHS-AVAILABLE        PIC X VALUE 'N'.
               88  PAY-HISTORY-AVAILABLE   VALUE 'Y'.
           05  WS-YTD-AVAILABLE        PIC X VALUE 'N'.
               88  YTD-AVAILABLE           VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-SNP-FILE-STATUS      PIC X(2) VALUE '00'.
               88  SNP-FILE-OK              VALUE '00'.
           05  WS-PCL-FILE-STATUS      PIC X(2) VALUE '00'.
               88  PCL-FILE-OK              VALUE '00'.
           05  WS-CHK-FILE-STATUS      PIC X(2) VALUE '00'.
               88  CHK-FILE-OK              VALUE '00'.
           05  WS-YTD-FILE-STATUS      PIC X(2) VALUE '00'.
               88  YTD-FILE-OK              VALUE '00'.
               88  YTD-FILE-NOT-FOUND       VALUE '35'.
           05  WS-LV-FILE-STATUS       PIC X(2) VALUE '00'.
               88  LV-FILE-OK               VALUE '00'.
               88  LV-FILE-NOT-FOUND        VALUE '35'.
           05  WS-ARR-FILE-STATUS      PIC X(2) VALUE '00'.
               88  ARR-FILE-OK              VALUE '00'.
               88  ARR-FILE-NOT-FOUND       VALUE '35'.
           05  WS-GAR-FILE-STATUS      PIC X(2) VALUE '00'.
               88  GAR-FILE-OK              VALUE '00'.
               88  GAR-FILE-NOT-FOUND       VALUE '35'.
           05  WS-LN-FILE-STATUS       PIC X(2) VALUE '00'.
               88  LN-FILE-OK               VALUE '00'.
               88  LN-FILE-NOT-FOUND        VALUE '35'.
           05  WS-SUS-FILE-STATUS      PIC X(2) VALUE '00'.
               88  SUS-FILE-OK              VALUE '00'.
               88  SUS-FILE-NOT-FOUND       VALUE '35'.
           05  WS-PHS-FILE-STATUS      PIC X(2) VALUE '00'.
               88  PHS-FILE-OK              VALUE '00'.
               88  PHS-FILE-NOT-FOUND       VALUE '35'.
           05  WS-TXD-FILE-STATUS      PIC X(2) VALUE '00'.
               88  TXD-FILE-OK              VALUE '00'.
           05  WS-GL-FILE-STATUS       PIC X(2) VALUE '00'.
               88  GL-FILE-OK               VALUE '00'.
           05  WS-PAY-FILE-STATUS      PIC X(2) VALUE '00'.
               88  PAY-FILE-OK              VALUE '00'.
           05  WS-AUD-FILE-STATUS      PIC X(2) VALUE '00'.
               88  AUD-FILE-OK              VALUE '00'.
           05  WS-BKW-FILE-STATUS      PIC X(2) VALUE '00'.
               88  BKW-FILE-OK              VALUE '00'.
           05  WS-RPT-FILE-STATUS      PIC X(2) VALUE '00'.
               88  RPT-FILE-OK              VALUE '00'.

       01  WS-PARM-INPUT               PIC X(40) VALUE SPACES.
       01  WS-PARM-PARTS REDEFINES WS-PARM-INPUT.
           05  WS-PARM-PERIOD          PIC X(6).
           05  FILLER                  PIC X(1).
           05  WS-PARM-REASON          PIC X(30).
           05  FILLER                  PIC X(3).

       01  WS-REQUEST-PERIOD           PIC 9(6) VALUE 0.
       01  WS-REQUEST-REASON           PIC X(30) VALUE SPACES.

       01  WS-TODAY-FIELDS.
           05  WS-TODAY-NUM            PIC 9(8) VALUE 0.
           05  WS-TODAY-TIME           PIC 9(8) VALUE 0.

       01  WS-RUN-ID-FIELDS.
           05  WS-JOB-ID               PIC X(8) VALUE "PERBKOUT".
           05  WS-RUN-TIMESTAMP        PIC X(14).
           05  WS-CHECKPOINT-RUN-ID    PIC X(8) VALUE "PAYCKPT1".

      *> What the snapshot says about itself
       01  WS-SNAPSHOT-FIELDS.
           05  WS-SNAPSHOT-PERIOD      PIC 9(6) VALUE 0.
           05  WS-SNAPSHOT-TAKEN       PIC X(14) VALUE SPACES.
           05  WS-SNAPSHOT-TAXDTL      PIC 9(9) VALUE 0.
           05  WS-SNAPSHOT-READ        PIC 9(9) VALUE 0.
           05  WS-SNAPSHOT-CALENDAR-REC PIC X(23) VALUE SPACES.
           05  WS-SNAPSHOT-CAL-PARTS REDEFINES
                   WS-SNAPSHOT-CALENDAR-REC.
               10  WS-SNAPSHOT-CAL-PERIOD PIC 9(6).
               10  FILLER              PIC X(17).

      *> The masters the snapshot carries, in snapshot order,
      *> and the calendar record last
       01  WS-MASTER-NAMES.
           05  FILLER                  PIC X(26)
               VALUE "YTYTD.DAT   YTD GROSS".
           05  FILLER                  PIC X(26)
               VALUE "LVLEAVEBAL  VAC+SICK HOURS".
           05  FILLER                  PIC X(26)
               VALUE "DADEDARREAR ARREARS".
           05  FILLER                  PIC X(26)
               VALUE "GAGARNISH   BALANCE OWED".
           05  FILLER                  PIC X(26)
               VALUE "LNLOANS     BALANCE OWED".
           05  FILLER                  PIC X(26)
               VALUE "SUSUSPENSE  OPEN ITEMS".
           05  FILLER                  PIC X(26)
               VALUE "PHPAYHIST   NET PAY".
           05  FILLER                  PIC X(26)
               VALUE "PCCALENDAR  PERIOD RECORD".
       01  WS-MASTER-NAME-TABLE REDEFINES WS-MASTER-NAMES.
           05  WS-MN-ENTRY OCCURS 8 TIMES.
               10  WS-MN-CODE          PIC X(2).
               10  WS-MN-NAME          PIC X(24).

       01  WS-MASTER-TABLE.
           05  WS-MT-ENTRY OCCURS 8 TIMES.
               10  WS-MT-SNAP-COUNTED  PIC 9(9).
               10  WS-MT-CONTROL-FLAG  PIC X(1).
                   88  MT-CONTROL-SEEN     VALUE 'Y'.
               10  WS-MT-SNAP-RECORDS  PIC 9(9).
               10  WS-MT-SNAP-AMOUNT   PIC 9(11)V99.
               10  WS-MT-BEFORE-RECORDS PIC 9(9).
               10  WS-MT-BEFORE-AMOUNT PIC 9(11)V99.
               10  WS-MT-AFTER-RECORDS PIC 9(9).
               10  WS-MT-AFTER-AMOUNT  PIC 9(11)V99.
               10  WS-MT-RESTORE-FLAG  PIC X(1).
                   88  MT-RESTORED         VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-MX                   PIC 9(2) VALUE 0.
           05  WS-MASTER-CODE          PIC X(2).

       01  WS-COUNTERS.
           05  WS-TALLY-RECORDS        PIC 9(9) VALUE 0.
           05  WS-TALLY-AMOUNT         PIC 9(11)V99 VALUE 0.
           05  WS-TAXDTL-RECORDS       PIC 9(9) VALUE 0.
           05  WS-TAXDTL-FOREIGN       PIC 9(7) VALUE 0.
           05  WS-TAXDTL-PERIOD-ROWS   PIC 9(7) VALUE 0.
           05  WS-PERIOD-HISTORY-ROWS  PIC 9(7) VALUE 0.
           05  WS-BACKED-OUT-COUNT     PIC 9(7) VALUE 0.
           05  WS-REVERSED-COUNT       PIC 9(7) VALUE 0.
           05  WS-RESTORE-ERRORS       PIC 9(7) VALUE 0.
           05  WS-DIFFERS-COUNT        PIC 9(2) VALUE 0.
           05  WS-TOTAL-GROSS          PIC 9(10)V99 VALUE 0.
           05  WS-TOTAL-NET            PIC 9(10)V99 VALUE 0.

       01  WS-CALENDAR-STATUS-FIELDS.
           05  WS-CAL-STATUS-BEFORE    PIC X(1) VALUE SPACE.
               88  CAL-WAS-OPEN            VALUE 'O'.
           05  WS-CAL-STATUS-AFTER     PIC X(1) VALUE SPACE.

       01  WS-BACKOUT-FIELDS.
           05  WS-EMP-DEDUCTIONS       PIC 9(8)V99.
           05  WS-EMPLOYER-FICA        PIC 9(8)V99.
           05  WS-PAID-TAXABLE-WAGES   PIC 9(8)V99.
           05  WS-PAID-FICA-WAGES      PIC 9(8)V99.
           05  WS-PAID-401K-MATCH      PIC 9(8)V99.
           05  WS-PAID-LOAN-RECOVERY   PIC 9(8)V99.
           05  WS-PAID-REIMBURSEMENT   PIC 9(8)V99.
           05  WS-PAID-WAGE-NET        PIC 9(8)V99.
           05  WS-PAID-COMPANY         PIC X(2).
           05  WS-YTD-GROSS-AFTER      PIC 9(10)V99.

      *> ----------------------------------------------------
      *> Report lines
      *> ----------------------------------------------------
       01  WS-TITLE-LINE.
           05  FILLER                  PIC X(29)
               VALUE "PAYROLL PERIOD BACKOUT REPORT".
           05  FILLER                  PIC X(10) VALUE "  PERIOD ".
           05  WS-TL-PERIOD            PIC 9(6).
           05  FILLER                  PIC X(11) VALUE "   RUN ON ".
           05  WS-TL-RUN-DATE          PIC 9999/99/99.
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  WS-REASON-LINE.
           05  FILLER                  PIC X(8) VALUE "REASON: ".
           05  WS-RL-REASON            PIC X(30).
           05  FILLER                  PIC X(20)
               VALUE "   SNAPSHOT TAKEN: ".
           05  WS-RL-SNAPSHOT-TAKEN    PIC X(14).
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-EMPLOYEE-HEADING.
           05  FILLER                  PIC X(39)
               VALUE "EMP ID NAME".
           05  FILLER                  PIC X(35)
               VALUE "CO           GROSS            NET".
           05  FILLER                  PIC X(58)
               VALUE "YTD GROSS BEFORE   YTD GROSS AFTER  NOTE".

       01  WS-EMPLOYEE-LINE.
           05  WS-EL-EMP-ID            PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-EL-EMP-NAME          PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-EL-COMPANY           PIC X(2).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-EL-GROSS             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-EL-NET               PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-EL-YTD-BEFORE        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-EL-YTD-AFTER         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-EL-NOTE              PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.

       01  WS-EMPLOYEE-TOTAL-LINE.
           05  FILLER                  PIC X(15)
               VALUE "PAYMENTS BACKED".
           05  FILLER                  PIC X(5)  VALUE " OUT ".
           05  WS-ET-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(14) VALUE SPACES.
           05  WS-ET-GROSS             PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-ET-NET               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-MASTER-HEADING.
           05  FILLER                  PIC X(24)
               VALUE "MASTER      CONTROL".
           05  FILLER                  PIC X(32)
               VALUE "  RECS BEFORE     CONTROL BEFORE".
           05  FILLER                  PIC X(32)
               VALUE "   RECS AFTER      CONTROL AFTER".
           05  FILLER                  PIC X(32)
               VALUE "    SNAP RECS       SNAP CONTROL".
           05  FILLER                  PIC X(12) VALUE "  STATUS".

       01  WS-MASTER-LINE.
           05  WS-ML-NAME              PIC X(24).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-ML-BEFORE-RECORDS    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-ML-BEFORE-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-ML-AFTER-RECORDS     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-ML-AFTER-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-ML-SNAP-RECORDS      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-ML-SNAP-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-ML-STATUS            PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.

       01  WS-CALENDAR-LINE.
           05  FILLER                  PIC X(24)
               VALUE "PAY CALENDAR".
           05  FILLER                  PIC X(15)
               VALUE "STATUS BEFORE ".
           05  WS-CL-BEFORE            PIC X(1).
           05  FILLER                  PIC X(14)
               VALUE "   AFTER ".
           05  WS-CL-AFTER             PIC X(1).
           05  FILLER                  PIC X(77) VALUE SPACES.

       01  WS-DISPLAY-COUNT            PIC ZZZ,ZZ9.

      *> ====================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION.
           PERFORM VALIDATE-SNAPSHOT.
           PERFORM CHECK-PERIOD-STATUS.
           PERFORM CHECK-TAX-DETAIL.
           PERFORM CHECK-PERIOD-POSTED.
           SET TALLY-BEFORE TO TRUE.
           PERFORM TALLY-MASTERS.
           PERFORM BACK-OUT-PERIOD-PAYMENTS.
           PERFORM RESTORE-MASTERS.
           PERFORM REOPEN-PERIOD.
           PERFORM CLEAR-CHECKPOINT.
           PERFORM CLEAR-PAYMENT-HANDOFF.
           SET TALLY-AFTER TO TRUE.
           PERFORM TALLY-MASTERS.
           PERFORM WRITE-BACKOUT-REPORT.
           PERFORM TERMINATION.
           STOP RUN.

      *> ====================================================
      *> Initialization - the request is a period id and the
      *> operator's reason code on SYSIN, both mandatory
      *> ====================================================
       INITIALIZATION.
           DISPLAY "=================================".
           DISPLAY "PAYROLL PERIOD BACKOUT".
           DISPLAY "=================================".
           DISPLAY " ".

           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-TIME FROM TIME.
           STRING WS-TODAY-NUM WS-TODAY-TIME DELIMITED BY SIZE
               INTO WS-RUN-TIMESTAMP
           END-STRING.

           ACCEPT WS-PARM-INPUT.
           IF WS-PARM-PERIOD IS NUMERIC
               MOVE WS-PARM-PERIOD TO WS-REQUEST-PERIOD
           END-IF.
           MOVE WS-PARM-REASON TO WS-REQUEST-REASON.
           IF WS-REQUEST-PERIOD = 0 OR WS-REQUEST-REASON = SPACES
               DISPLAY "*** EXPECTED 'PERIOD REASON' ON SYSIN - "
                   "BACKOUT REFUSED ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           INITIALIZE WS-MASTER-TABLE.

           OPEN OUTPUT BACKOUT-WORK-FILE.
           CLOSE BACKOUT-WORK-FILE.
           OPEN I-O BACKOUT-WORK-FILE.
           IF NOT BKW-FILE-OK
               DISPLAY "UNABLE TO OPEN BACKOUTWORK.TMP - STATUS "
                   WS-BKW-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "BACKOUT OF PAY PERIOD " WS-REQUEST-PERIOD
               " - REASON " WS-REQUEST-REASON.

       REFUSE-BACKOUT.
           DISPLAY "*** NOTHING HAS BEEN CHANGED - BACKOUT "
               "REFUSED ***".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *> ====================================================
      *> The snapshot must be whole - header first, end record
      *> last, every master's record count agreeing with its
      *> control record - and must be the one taken for this
      *> period
      *> ====================================================
       VALIDATE-SNAPSHOT.
           OPEN INPUT SNAPSHOT-FILE.
           IF NOT SNP-FILE-OK
               DISPLAY "*** NO SNAPSHOT ON FILE (PAYSNAPSHOT.DAT "
                   "STATUS " WS-SNP-FILE-STATUS ") ***"
               PERFORM REFUSE-BACKOUT
           END-IF.

           MOVE 'N' TO WS-SNP-EOF-FLAG.
           PERFORM VALIDATE-SNAPSHOT-RECORD UNTIL SNAPSHOT-PASS-DONE.
           CLOSE SNAPSHOT-FILE.

           IF NOT SNAPSHOT-END-SEEN
               DISPLAY "*** SNAPSHOT HAS NO END RECORD - IT WAS "
                   "NEVER FINISHED ***"
               SET SNAPSHOT-IS-UNSOUND TO TRUE
           END-IF.
           PERFORM CHECK-MASTER-CONTROL
               VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 8.

           IF SNAPSHOT-IS-SOUND AND
               WS-SNAPSHOT-PERIOD NOT = WS-REQUEST-PERIOD
               DISPLAY "*** SNAPSHOT ON FILE IS FOR PERIOD "
                   WS-SNAPSHOT-PERIOD " - NOT " WS-REQUEST-PERIOD
                   " ***"
               SET SNAPSHOT-IS-UNSOUND TO TRUE
           END-IF.
           IF SNAPSHOT-IS-SOUND AND
               WS-SNAPSHOT-CAL-PERIOD NOT = WS-REQUEST-PERIOD
               DISPLAY "*** SNAPSHOT CALENDAR RECORD IS FOR PERIOD "
                   WS-SNAPSHOT-CAL-PERIOD " ***"
               SET SNAPSHOT-IS-UNSOUND TO TRUE
           END-IF.

           IF SNAPSHOT-IS-UNSOUND
               PERFORM REFUSE-BACKOUT
           END-IF.
           DISPLAY "Snapshot taken " WS-SNAPSHOT-TAKEN
               " is complete and balanced.".

       VALIDATE-SNAPSHOT-RECORD.
           READ SNAPSHOT-FILE
               AT END
                   SET SNAPSHOT-PASS-DONE TO TRUE
               NOT AT END
                   PERFORM JUDGE-SNAPSHOT-RECORD
                   ADD 1 TO WS-SNAPSHOT-READ
           END-READ.

       JUDGE-SNAPSHOT-RECORD.
           IF WS-SNAPSHOT-READ = 0 AND NOT SNP-HEADER
               DISPLAY "*** SNAPSHOT DOES NOT START WITH ITS "
                   "HEADER ***"
               SET SNAPSHOT-IS-UNSOUND TO TRUE
           END-IF.
           IF SNAPSHOT-END-SEEN
               DISPLAY "*** SNAPSHOT HAS RECORDS AFTER ITS END "
                   "RECORD ***"
               SET SNAPSHOT-IS-UNSOUND TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN SNP-HEADER
                   MOVE SNP-PERIOD-ID       TO WS-SNAPSHOT-PERIOD
                   MOVE SNP-TAKEN-TIMESTAMP TO WS-SNAPSHOT-TAKEN
                   MOVE SNP-TAXDTL-COUNT    TO WS-SNAPSHOT-TAXDTL
               WHEN SNP-CONTROL
                   MOVE SNP-CT-MASTER TO WS-MASTER-CODE
                   PERFORM FIND-MASTER-ENTRY
                   IF WS-MX > 8
                       SET SNAPSHOT-IS-UNSOUND TO TRUE
                   ELSE
                       SET MT-CONTROL-SEEN (WS-MX) TO TRUE
                       MOVE SNP-CT-RECORDS
                           TO WS-MT-SNAP-RECORDS (WS-MX)
                       MOVE SNP-CT-AMOUNT
                           TO WS-MT-SNAP-AMOUNT (WS-MX)
                   END-IF
               WHEN SNP-END
                   SET SNAPSHOT-END-SEEN TO TRUE
                   IF SNP-END-RECORDS NOT = WS-SNAPSHOT-READ
                       DISPLAY "*** SNAPSHOT END RECORD COUNT "
                           SNP-END-RECORDS " - RECORDS READ "
                           WS-SNAPSHOT-READ " ***"
                       SET SNAPSHOT-IS-UNSOUND TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE SNP-RECORD-TYPE TO WS-MASTER-CODE
                   PERFORM FIND-MASTER-ENTRY
                   IF WS-MX > 8
                       DISPLAY "*** UNKNOWN SNAPSHOT RECORD TYPE "
                           SNP-RECORD-TYPE " ***"
                       SET SNAPSHOT-IS-UNSOUND TO TRUE
                   ELSE
                       ADD 1 TO WS-MT-SNAP-COUNTED (WS-MX)
                   END-IF
                   IF SNP-CALENDAR
                       MOVE SNP-DATA TO WS-SNAPSHOT-CALENDAR-REC
                   END-IF
           END-EVALUATE.

       FIND-MASTER-ENTRY.
           MOVE 1 TO WS-MX.
           PERFORM STEP-MASTER-ENTRY
               UNTIL WS-MX > 8 OR
                   WS-MN-CODE (WS-MX) = WS-MASTER-CODE.

       STEP-MASTER-ENTRY.
           ADD 1 TO WS-MX.

       CHECK-MASTER-CONTROL.
           IF NOT MT-CONTROL-SEEN (WS-MX)
               DISPLAY "*** SNAPSHOT HAS NO CONTROL RECORD FOR "
                   WS-MN-NAME (WS-MX) " ***"
               SET SNAPSHOT-IS-UNSOUND TO TRUE
           ELSE
               IF WS-MT-SNAP-COUNTED (WS-MX) NOT =
                       WS-MT-SNAP-RECORDS (WS-MX)
                   DISPLAY "*** SNAPSHOT " WS-MN-NAME (WS-MX)
                       " HOLDS " WS-MT-SNAP-COUNTED (WS-MX)
                       " RECORDS - CONTROL SAYS "
                       WS-MT-SNAP-RECORDS (WS-MX) " ***"
                   SET SNAPSHOT-IS-UNSOUND TO TRUE
               END-IF
           END-IF.

      *> ====================================================
      *> The period must be on the calendar and its payments
      *> not yet dispatched
      *> ====================================================
       CHECK-PERIOD-STATUS.
           OPEN I-O PAY-CALENDAR-FILE.
           IF NOT PCL-FILE-OK
               DISPLAY "UNABLE TO OPEN PAYCALENDAR.DAT - STATUS "
                   WS-PCL-FILE-STATUS
               PERFORM REFUSE-BACKOUT
           END-IF.

           MOVE WS-REQUEST-PERIOD TO PCAL-PERIOD-ID.
           READ PAY-CALENDAR-FILE
               INVALID KEY
                   DISPLAY "*** PERIOD " WS-REQUEST-PERIOD
                       " IS NOT ON THE CALENDAR ***"
                   PERFORM REFUSE-BACKOUT
           END-READ.
           MOVE PCAL-STATUS TO WS-CAL-STATUS-BEFORE.

           IF PCAL-PERIOD-DISPATCHED
               DISPLAY "*** PERIOD " WS-REQUEST-PERIOD " HAS "
                   "ALREADY BEEN DISPATCHED - REVERSE ITS PAYMENTS "
                   "THROUGH PAYMENT-REVERSAL ***"
               PERFORM REFUSE-BACKOUT
           END-IF.

      *> ====================================================
      *> Everything on the tax detail past the snapshot's mark
      *> must belong to this period (or to the pension run,
      *> which posts to none of these masters). A reversal
      *> already on file for one of the period's payments
      *> marks that employee so it is not reversed twice.
      *> ====================================================
       CHECK-TAX-DETAIL.
           OPEN INPUT TAX-DETAIL-FILE.
           IF TXD-FILE-OK
               MOVE 'N' TO WS-PASS-EOF-FLAG
               PERFORM CHECK-ONE-TAX-DETAIL UNTIL FILE-PASS-DONE
               CLOSE TAX-DETAIL-FILE
           END-IF.

           IF WS-TAXDTL-RECORDS < WS-SNAPSHOT-TAXDTL
               DISPLAY "*** TAX DETAIL HOLDS " WS-TAXDTL-RECORDS
                   " RECORDS - FEWER THAN THE " WS-SNAPSHOT-TAXDTL
                   " WHEN THE SNAPSHOT WAS TAKEN ***"
               PERFORM REFUSE-BACKOUT
           END-IF.
           IF WS-TAXDTL-FOREIGN > 0
               MOVE WS-TAXDTL-FOREIGN TO WS-DISPLAY-COUNT
               DISPLAY "*** " WS-DISPLAY-COUNT " TAX DETAIL "
                   "RECORDS FOR OTHER PERIODS WERE POSTED SINCE THE "
                   "SNAPSHOT - RESTORING YTD.DAT WOULD LOSE THEM ***"
               PERFORM REFUSE-BACKOUT
           END-IF.

       CHECK-ONE-TAX-DETAIL.
           READ TAX-DETAIL-FILE
               AT END
                   SET FILE-PASS-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-TAXDTL-RECORDS
                   IF WS-TAXDTL-RECORDS > WS-SNAPSHOT-TAXDTL
                       PERFORM JUDGE-NEW-TAX-DETAIL
                   END-IF
           END-READ.

       JUDGE-NEW-TAX-DETAIL.
           IF TXD-PERIOD-ID = WS-REQUEST-PERIOD
               ADD 1 TO WS-TAXDTL-PERIOD-ROWS
               IF TXD-IS-REVERSAL
                   PERFORM MARK-ALREADY-REVERSED
               END-IF
           ELSE
               IF TXD-PERIOD-ID < 700000 OR TXD-PERIOD-ID > 799999
                   ADD 1 TO WS-TAXDTL-FOREIGN
               END-IF
           END-IF.

       MARK-ALREADY-REVERSED.
           MOVE TXD-EMP-ID TO BKW-EMP-ID.
           READ BACKOUT-WORK-FILE
               INVALID KEY
                   INITIALIZE BACKOUT-WORK-RECORD
                   MOVE TXD-EMP-ID TO BKW-EMP-ID
                   SET BKW-ALREADY-REVERSED TO TRUE
                   WRITE BACKOUT-WORK-RECORD
           END-READ.

      *> ====================================================
      *> There must be something to back out: payments on the
      *> pay history, the period marked paid, or a checkpoint
      *> left by a run that failed part way through it
      *> ====================================================
       CHECK-PERIOD-POSTED.
           OPEN INPUT CHECKPOINT-FILE.
           IF CHK-FILE-OK
               MOVE WS-CHECKPOINT-RUN-ID TO CHK-RUN-ID
               READ CHECKPOINT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CHK-PERIOD-ID = WS-REQUEST-PERIOD AND
                           CHK-LAST-EMP-ID > 0
                           SET CHECKPOINT-PENDING TO TRUE
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

           OPEN INPUT PAY-HISTORY-FILE.
           IF PHS-FILE-OK
               SET PAY-HISTORY-AVAILABLE TO TRUE
               MOVE 'N' TO WS-PASS-EOF-FLAG
               PERFORM COUNT-PERIOD-HISTORY UNTIL FILE-PASS-DONE
               CLOSE PAY-HISTORY-FILE
           ELSE
               IF NOT PHS-FILE-NOT-FOUND
                   DISPLAY "UNABLE TO OPEN PAYHISTORY.DAT - STATUS "
                       WS-PHS-FILE-STATUS
                   PERFORM REFUSE-BACKOUT
               END-IF
           END-IF.

           IF WS-PERIOD-HISTORY-ROWS = 0 AND CAL-WAS-OPEN AND
               NOT CHECKPOINT-PENDING
               DISPLAY "*** PERIOD " WS-REQUEST-PERIOD " IS OPEN "
                   "WITH NOTHING POSTED - NOTHING TO BACK OUT ***"
               PERFORM REFUSE-BACKOUT
           END-IF.

       COUNT-PERIOD-HISTORY.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   SET FILE-PASS-DONE TO TRUE
               NOT AT END
                   IF PH-PERIOD-ID = WS-REQUEST-PERIOD
                       ADD 1 TO WS-PERIOD-HISTORY-ROWS
                   END-IF
           END-READ.

      *> ====================================================
      *> Record count and control amount of every master, the
      *> same amounts the snapshot carries, before the backout
      *> and again after it. A master that cannot be read
      *> before anything is changed refuses the backout.
      *> ====================================================
       TALLY-MASTERS.
           PERFORM TALLY-YTD-FILE.
           PERFORM TALLY-LEAVE-FILE.
           PERFORM TALLY-ARREARS-FILE.
           PERFORM TALLY-GARNISH-FILE.
           PERFORM TALLY-LOAN-FILE.
           PERFORM TALLY-SUSPENSE-FILE.
           PERFORM TALLY-PAY-HISTORY-FILE.

       START-TALLY.
           MOVE 'N' TO WS-PASS-EOF-FLAG.
           MOVE 'N' TO WS-TALLY-OPEN-FLAG.
           MOVE 0   TO WS-TALLY-RECORDS.
           MOVE 0   TO WS-TALLY-AMOUNT.

       JUDGE-TALLY-OPEN.
           IF TALLY-BEFORE
               DISPLAY "UNABLE TO OPEN " WS-MN-NAME (WS-MX)
                   " - STATUS " WS-MASTER-CODE
               PERFORM REFUSE-BACKOUT
           END-IF.
           DISPLAY "*** UNABLE TO READ " WS-MN-NAME (WS-MX)
               " AFTER THE RESTORE - STATUS " WS-MASTER-CODE
               " ***".
           ADD 1 TO WS-RESTORE-ERRORS.

       STORE-TALLY.
           IF TALLY-BEFORE
               MOVE WS-TALLY-RECORDS TO WS-MT-BEFORE-RECORDS (WS-MX)
               MOVE WS-TALLY-AMOUNT  TO WS-MT-BEFORE-AMOUNT (WS-MX)
           ELSE
               MOVE WS-TALLY-RECORDS TO WS-MT-AFTER-RECORDS (WS-MX)
               MOVE WS-TALLY-AMOUNT  TO WS-MT-AFTER-AMOUNT (WS-MX)
           END-IF.

       TALLY-YTD-FILE.
           PERFORM START-TALLY.
           MOVE 1 TO WS-MX.
           OPEN INPUT YTD-FILE.
           IF YTD-FILE-OK
               PERFORM TALLY-NEXT-YTD UNTIL FILE-PASS-DONE
               CLOSE YTD-FILE
           ELSE
               IF NOT YTD-FILE-NOT-FOUND
                   MOVE WS-YTD-FILE-STATUS TO WS-MASTER-CODE
                   PERFORM JUDGE-TALLY-OPEN
               END-IF
           END-IF.
           PERFORM STORE-TALLY.

       TALLY-NEXT-YTD.
           READ YTD-FILE NEXT RECORD
               AT END
                   SET FILE-PASS-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-TALLY-RECORDS
                   ADD YTD-GROSS-PAY TO WS-TALLY-AMOUNT
           END-READ.

       TALLY-LEAVE-FILE.
           PERFORM START-TALLY.
           MOVE 2 TO WS-MX.
           OPEN INPUT LEAVE-FILE.
           IF LV-FILE-OK
               PERFORM TALLY-NEXT-LEAVE UNTIL FILE-PASS-DONE
               CLOSE LEAVE-FILE
           ELSE
               IF NOT LV-FILE-NOT-FOUND
                   MOVE WS-LV-FILE-STATUS TO WS-MASTER-CODE
                   PERFORM JUDGE-TALLY-OPEN
               END-IF
           END-IF.
           PERFORM STORE-TALLY.

       TALLY-NEXT-LEAVE.
           READ LEAVE-FILE NEXT RECORD
               AT END
                   SET FILE-PASS-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-TALLY-RECORDS
                   ADD LV-VACATION-BALANCE LV-SICK-BALANCE
                       TO WS-TALLY-AMOUNT
           END-READ.

       TALLY-ARREARS-FILE.
           PERFORM START-TALLY.
           MOVE 3 TO WS-MX.
           OPEN INPUT ARREARS-FILE.
           IF ARR-FILE-OK
               PERFORM TALLY-NEXT-ARREARS UNTIL FILE-PASS-DONE
               CLOSE ARREARS-FILE
           ELSE
               IF NOT ARR-FILE-NOT-FOUND
                   MOVE WS-ARR-FILE-STATUS TO WS-MASTER-CODE
                   PERFORM JUDGE-TALLY-OPEN
               END-IF
           END-IF.
           PERFORM STORE-TALLY.

       TALLY-NEXT-ARREARS.
           READ ARREARS-FILE NEXT RECORD
               AT END
                   SET FILE-PASS-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-TALLY-RECORDS
                   ADD ARR-HEALTH-BALANCE ARR-OTHER-BALANCE
                       TO WS-TALLY-AMOUNT
           END-READ.

       TALLY-GARNISH-FILE.
           PERFORM START-TALLY.
           MOVE 4 TO WS-MX.
           OPEN INPUT GARNISH-FILE.
           IF GAR-FILE-OK
               PERFORM TALLY-NEXT-GARNISH UNTIL FILE-PASS-DONE
               CLOSE GARNISH-FILE
           ELSE
               IF NOT GAR-FILE-NOT-FOUND
                   MOVE WS-GAR-FILE-STATUS TO WS-MASTER-CODE
                   PERFORM JUDGE-TALLY-OPEN
               END-IF
           END-IF.
           PERFORM STORE-TALLY.

       TALLY-NEXT-GARNISH.
           READ GARNISH-FILE NEXT RECORD
               AT END
                   SET FILE-PASS-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-TALLY-RECORDS
                   ADD GAR-REMAINING-BALANCE TO WS-TALLY-AMOUNT
           END-READ.

       TALLY-LOAN-FILE.
           PERFORM START-TALLY.
           MOVE 5 TO WS-MX.
           OPEN INPUT LOAN-FILE.
           IF LN-FILE-OK
               PERFORM TALLY-NEXT-LOAN UNTIL FILE-PASS-DONE
               CLOSE LOAN-FILE
           ELSE
               IF NOT LN-FILE-NOT-FOUND
                   MOVE WS-LN-FILE-STATUS TO WS-MASTER-CODE
                   PERFORM JUDGE-TALLY-OPEN
               END-IF
           END-IF.
           PERFORM STORE-TALLY.

       TALLY-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   SET FILE-PASS-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-TALLY-RECORDS
                   ADD LN-REMAINING-BALANCE TO WS-TALLY-AMOUNT
           END-READ.

       TALLY-SUSPENSE-FILE.
           PERFORM START-TALLY.
           MOVE 6 TO WS-MX.
           OPEN INPUT SUSPENSE-FILE.
           IF SUS-FILE-OK
               PERFORM TALLY-NEXT-SUSPENSE UNTIL FILE-PASS-DONE
               CLOSE SUSPENSE-FILE
           ELSE
               IF NOT SUS-FILE-NOT-FOUND
                   MOVE WS-SUS-FILE-STATUS TO WS-MASTER-CODE
                   PERFORM JUDGE-TALLY-OPEN
               END-IF
           END-IF.
           PERFORM STORE-TALLY.

       TALLY-NEXT-SUSPENSE.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   SET FILE-PASS-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-TALLY-RECORDS
                   IF SUS-OPEN
                       ADD 1 TO WS-TALLY-AMOUNT
                   END-IF
           END-READ.

       TALLY-PAY-HISTORY-FILE.
           PERFORM START-TALLY.
           MOVE 7 TO WS-MX.
           OPEN INPUT PAY-HISTORY-FILE.
           IF PHS-FILE-OK
               PERFORM TALLY-NEXT-PAY-HISTORY UNTIL FILE-PASS-DONE
               CLOSE PAY-HISTORY-FILE
           ELSE
               IF NOT PHS-FILE-NOT-FOUND
                   MOVE WS-PHS-FILE-STATUS TO WS-MASTER-CODE
                   PERFORM JUDGE-TALLY-OPEN
               END-IF
           END-IF.
           PERFORM STORE-TALLY.

       TALLY-NEXT-PAY-HISTORY.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   SET FILE-PASS-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-TALLY-RECORDS
                   ADD PH-NET-PAY TO WS-TALLY-AMOUNT
           END-READ.

      *> ====================================================
      *> Reverse each of the period's payments on the GL
      *> extract and the tax detail, stamp it on the audit
      *> trail, and note the employee for the report and for
      *> taking the payment off the pay history
      *> ====================================================
       BACK-OUT-PERIOD-PAYMENTS.
           IF PAY-HISTORY-AVAILABLE
               OPEN I-O PAY-HISTORY-FILE
               OPEN INPUT YTD-FILE
               IF YTD-FILE-OK
                   SET YTD-AVAILABLE TO TRUE
               END-IF
               OPEN EXTEND GL-EXTRACT-FILE
               OPEN EXTEND TAX-DETAIL-FILE
               OPEN EXTEND AUDIT-FILE
               MOVE 'N' TO WS-PASS-EOF-FLAG
               PERFORM BACK-OUT-NEXT-PAYMENT UNTIL FILE-PASS-DONE
               CLOSE GL-EXTRACT-FILE
               CLOSE TAX-DETAIL-FILE
               CLOSE AUDIT-FILE
               IF YTD-AVAILABLE
                   CLOSE YTD-FILE
               END-IF
               PERFORM TAKE-OFF-PAY-HISTORY
               CLOSE PAY-HISTORY-FILE
           END-IF.

           MOVE WS-BACKED-OUT-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "Payments backed out: " WS-DISPLAY-COUNT.
           IF WS-REVERSED-COUNT > 0
               MOVE WS-REVERSED-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "Already reversed, not reversed again: "
                   WS-DISPLAY-COUNT
           END-IF.

       BACK-OUT-NEXT-PAYMENT.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   SET FILE-PASS-DONE TO TRUE
               NOT AT END
                   IF PH-PERIOD-ID = WS-REQUEST-PERIOD
                       PERFORM BACK-OUT-ONE-PAYMENT
                   END-IF
           END-READ.

       BACK-OUT-ONE-PAYMENT.
           MOVE PH-EMP-ID TO BKW-EMP-ID.
           READ BACKOUT-WORK-FILE
               INVALID KEY
                   INITIALIZE BACKOUT-WORK-RECORD
                   MOVE PH-EMP-ID TO BKW-EMP-ID
           END-READ.

           PERFORM RESOLVE-PAYMENT-AMOUNTS.
           SET BKW-PAID-IN-PERIOD TO TRUE.
           MOVE PH-EMP-NAME     TO BKW-EMP-NAME.
           MOVE WS-PAID-COMPANY TO BKW-COMPANY-CODE.
           MOVE PH-GROSS-PAY    TO BKW-GROSS-PAY.
           MOVE PH-NET-PAY      TO BKW-NET-PAY.
           MOVE 'N'             TO BKW-YTD-FLAG.
           MOVE 0               TO BKW-YTD-GROSS-BEFORE.
           IF YTD-AVAILABLE
               MOVE PH-EMP-ID TO YTD-EMP-ID
               READ YTD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET BKW-YTD-ON-FILE TO TRUE
                       MOVE YTD-GROSS-PAY TO BKW-YTD-GROSS-BEFORE
               END-READ
           END-IF.

           IF BKW-ALREADY-REVERSED
               ADD 1 TO WS-REVERSED-COUNT
           ELSE
               PERFORM WRITE-GL-BACKOUT-RECORDS
               PERFORM WRITE-REVERSAL-TAX-DETAIL
           END-IF.
           PERFORM WRITE-BACKOUT-AUDIT-RECORD.

           ADD 1 TO WS-BACKED-OUT-COUNT.
           ADD PH-GROSS-PAY TO WS-TOTAL-GROSS.
           ADD PH-NET-PAY   TO WS-TOTAL-NET.

           WRITE BACKOUT-WORK-RECORD
               INVALID KEY
                   REWRITE BACKOUT-WORK-RECORD
           END-WRITE.

      *> The payment's wages, match, recovery and reimbursement,
      *> as PAYMENT-REVERSAL resolves them
       RESOLVE-PAYMENT-AMOUNTS.
           MOVE PH-COMPANY-CODE TO WS-PAID-COMPANY.
           IF WS-PAID-COMPANY = SPACES
               MOVE '01' TO WS-PAID-COMPANY
           END-IF.
           MOVE PH-GROSS-PAY TO WS-PAID-TAXABLE-WAGES.
           IF PH-TAXABLE-WAGES IS NUMERIC
               MOVE PH-TAXABLE-WAGES TO WS-PAID-TAXABLE-WAGES
           END-IF.
           MOVE PH-GROSS-PAY TO WS-PAID-FICA-WAGES.
           IF PH-FICA-WAGES IS NUMERIC
               MOVE PH-FICA-WAGES TO WS-PAID-FICA-WAGES
           END-IF.
           MOVE 0 TO WS-PAID-401K-MATCH.
           IF PH-401K-MATCH IS NUMERIC
               MOVE PH-401K-MATCH TO WS-PAID-401K-MATCH
           END-IF.
           MOVE 0 TO WS-PAID-LOAN-RECOVERY.
           IF PH-LOAN-RECOVERY IS NUMERIC
               MOVE PH-LOAN-RECOVERY TO WS-PAID-LOAN-RECOVERY
           END-IF.
           MOVE 0 TO WS-PAID-REIMBURSEMENT.
           IF PH-REIMBURSEMENT IS NUMERIC
               MOVE PH-REIMBURSEMENT TO WS-PAID-REIMBURSEMENT
           END-IF.
           COMPUTE WS-PAID-WAGE-NET =
               PH-NET-PAY - WS-PAID-REIMBURSEMENT
           END-COMPUTE.
           COMPUTE WS-EMP-DEDUCTIONS =
               PH-401K + PH-HEALTH + PH-OTHER-DED
               + WS-PAID-LOAN-RECOVERY
           END-COMPUTE.
           MOVE PH-FICA-TAX TO WS-EMPLOYER-FICA.
           IF PH-EMPLOYER-FICA IS NUMERIC
               MOVE PH-EMPLOYER-FICA TO WS-EMPLOYER-FICA
           END-IF.

      *> ====================================================
      *> Offsetting GL backout postings, built as PAYMENT-
      *> REVERSAL builds them: 'VE' mirrors the EE line, 'VR'
      *> the employer burden, 'VB' the expense reimbursement
      *> ====================================================
       WRITE-GL-BACKOUT-RECORDS.
           MOVE "VE"               TO GL-POSTING-TYPE.
           MOVE PH-EMP-ID          TO GL-EMP-ID.
           MOVE PH-DEPARTMENT      TO GL-DEPARTMENT.
           MOVE PH-GROSS-PAY       TO GL-GROSS-PAY.
           MOVE PH-FEDERAL-TAX     TO GL-FEDERAL-TAX.
           MOVE PH-STATE-TAX       TO GL-STATE-TAX.
           MOVE PH-FICA-TAX        TO GL-FICA-TAX.
           MOVE WS-EMP-DEDUCTIONS  TO GL-DEDUCTIONS.
           MOVE PH-GARNISH         TO GL-GARNISHMENTS.
           MOVE WS-PAID-WAGE-NET   TO GL-NET-PAY.
           MOVE PH-PERIOD-ID       TO GL-PERIOD-ID.
           MOVE 0                  TO GL-OT-PAY
                                      GL-SHIFT-PAY
                                      GL-HOLIDAY-PAY
                                      GL-ONCALL-PAY
                                      GL-EMPLOYER-401K
                                      GL-REIMBURSEMENT.
           MOVE WS-PAID-LOAN-RECOVERY TO GL-LOAN-RECOVERY.
           MOVE WS-PAID-COMPANY    TO GL-COMPANY-CODE.
           WRITE GL-EXTRACT-RECORD.

           IF WS-EMPLOYER-FICA > 0 OR WS-PAID-401K-MATCH > 0
               MOVE "VR"               TO GL-POSTING-TYPE
               MOVE PH-EMP-ID          TO GL-EMP-ID
               MOVE PH-DEPARTMENT      TO GL-DEPARTMENT
               MOVE 0                  TO GL-GROSS-PAY
               MOVE 0                  TO GL-FEDERAL-TAX
               MOVE 0                  TO GL-STATE-TAX
               MOVE WS-EMPLOYER-FICA   TO GL-FICA-TAX
               MOVE 0                  TO GL-DEDUCTIONS
               MOVE 0                  TO GL-GARNISHMENTS
               MOVE WS-PAID-401K-MATCH TO GL-EMPLOYER-401K
               MOVE 0                  TO GL-LOAN-RECOVERY
               MOVE 0                  TO GL-REIMBURSEMENT
               COMPUTE GL-NET-PAY =
                   WS-EMPLOYER-FICA + WS-PAID-401K-MATCH
               END-COMPUTE
               MOVE PH-PERIOD-ID       TO GL-PERIOD-ID
               MOVE 0                  TO GL-OT-PAY
                                          GL-SHIFT-PAY
                                          GL-HOLIDAY-PAY
                                          GL-ONCALL-PAY
               MOVE WS-PAID-COMPANY    TO GL-COMPANY-CODE
               WRITE GL-EXTRACT-RECORD
           END-IF.

           IF WS-PAID-REIMBURSEMENT > 0
               MOVE "VB"               TO GL-POSTING-TYPE
               MOVE PH-EMP-ID          TO GL-EMP-ID
               MOVE PH-DEPARTMENT      TO GL-DEPARTMENT
               MOVE 0                  TO GL-GROSS-PAY
               MOVE 0                  TO GL-FEDERAL-TAX
               MOVE 0                  TO GL-STATE-TAX
               MOVE 0                  TO GL-FICA-TAX
               MOVE 0                  TO GL-DEDUCTIONS
               MOVE 0                  TO GL-GARNISHMENTS
               MOVE 0                  TO GL-EMPLOYER-401K
               MOVE 0                  TO GL-LOAN-RECOVERY
               MOVE WS-PAID-REIMBURSEMENT TO GL-REIMBURSEMENT
               MOVE WS-PAID-REIMBURSEMENT TO GL-NET-PAY
               MOVE PH-PERIOD-ID       TO GL-PERIOD-ID
               MOVE 0                  TO GL-OT-PAY
                                          GL-SHIFT-PAY
                                          GL-HOLIDAY-PAY
                                          GL-ONCALL-PAY
               MOVE WS-PAID-COMPANY    TO GL-COMPANY-CODE
               WRITE GL-EXTRACT-RECORD
           END-IF.

      *> The reversal is dated with the payment's own pay date:
      *> nothing was paid, so it nets out in the same quarter
      *> the payment was posted to
       WRITE-REVERSAL-TAX-DETAIL.
           MOVE PH-PAY-DATE     TO TXD-PAY-DATE.
           MOVE PH-PERIOD-ID    TO TXD-PERIOD-ID.
           MOVE PH-EMP-ID       TO TXD-EMP-ID.
           MOVE PH-FEDERAL-TAX  TO TXD-FEDERAL-TAX.
           MOVE PH-STATE-TAX    TO TXD-STATE-TAX.
           MOVE PH-FICA-TAX     TO TXD-FICA-TAX.
           SET TXD-IS-REVERSAL  TO TRUE.
           MOVE PH-WC-STATE     TO TXD-WORK-STATE.
           MOVE PH-GROSS-PAY    TO TXD-GROSS-PAY.
           MOVE WS-PAID-TAXABLE-WAGES TO TXD-TAXABLE-WAGES.
           MOVE WS-PAID-FICA-WAGES    TO TXD-FICA-WAGES.
           MOVE WS-PAID-COMPANY TO TXD-COMPANY-CODE.
           WRITE TAX-DETAIL-RECORD.

       WRITE-BACKOUT-AUDIT-RECORD.
           MOVE SPACES           TO AUDIT-RECORD.
           MOVE WS-RUN-TIMESTAMP TO AUD-TIMESTAMP.
           MOVE WS-JOB-ID        TO AUD-JOB-ID.
           MOVE PH-EMP-ID        TO AUD-EMP-ID.
           MOVE PH-EMP-NAME      TO AUD-EMP-NAME.
           MOVE "BACKOUT"        TO AUD-ACTION.
           MOVE PH-NET-PAY       TO AUD-AMOUNT.
           MOVE PH-PERIOD-ID     TO AUD-PERIOD-ID.
           WRITE AUDIT-RECORD.

      *> The period's payments come off the pay history by key
      *> once the pass over it is finished
       TAKE-OFF-PAY-HISTORY.
           MOVE 'N' TO WS-PASS-EOF-FLAG.
           MOVE 0 TO BKW-EMP-ID.
           START BACKOUT-WORK-FILE KEY >= BKW-EMP-ID
               INVALID KEY
                   SET FILE-PASS-DONE TO TRUE
           END-START.
           PERFORM TAKE-OFF-NEXT-PAYMENT UNTIL FILE-PASS-DONE.

       TAKE-OFF-NEXT-PAYMENT.
           READ BACKOUT-WORK-FILE NEXT RECORD
               AT END
                   SET FILE-PASS-DONE TO TRUE
               NOT AT END
                   IF BKW-PAID-IN-PERIOD
                       MOVE BKW-EMP-ID        TO PH-EMP-ID
                       MOVE WS-REQUEST-PERIOD TO PH-PERIOD-ID
                       DELETE PAY-HISTORY-FILE
                           INVALID KEY
                               DISPLAY "*** PAY HISTORY FOR "
                                   "EMPLOYEE " BKW-EMP-ID
                                   " COULD NOT BE REMOVED ***"
                               ADD 1 TO WS-RESTORE-ERRORS
                       END-DELETE
                   END-IF
           END-READ.

      *> ====================================================
      *> Put the masters back as the snapshot holds them.
      *> ytd.dat, leavebal.dat, dedarrears.dat and suspense.dat
      *> are replaced whole; garnish.dat and loans.dat have the
      *> snapshot's records rewritten over the current ones;
      *> the pay history gets back any payment of the period
      *> it held when the snapshot was taken.
      *> ====================================================
       RESTORE-MASTERS.
           OPEN OUTPUT YTD-FILE.
           OPEN OUTPUT LEAVE-FILE.
           OPEN OUTPUT ARREARS-FILE.
           OPEN OUTPUT SUSPENSE-FILE.

           OPEN I-O GARNISH-FILE.
           IF GAR-FILE-NOT-FOUND
               OPEN OUTPUT GARNISH-FILE
               CLOSE GARNISH-FILE
               OPEN I-O GARNISH-FILE
           END-IF.
           OPEN I-O LOAN-FILE.
           IF LN-FILE-NOT-FOUND
               OPEN OUTPUT LOAN-FILE
               CLOSE LOAN-FILE
               OPEN I-O LOAN-FILE
           END-IF.
           OPEN I-O PAY-HISTORY-FILE.
           IF PHS-FILE-NOT-FOUND
               OPEN OUTPUT PAY-HISTORY-FILE
               CLOSE PAY-HISTORY-FILE
               OPEN I-O PAY-HISTORY-FILE
           END-IF.

           IF NOT YTD-FILE-OK OR NOT LV-FILE-OK OR
               NOT ARR-FILE-OK OR NOT SUS-FILE-OK OR
               NOT GAR-FILE-OK OR NOT LN-FILE-OK OR
               NOT PHS-FILE-OK
               DISPLAY "*** A MASTER COULD NOT BE OPENED FOR THE "
                   "RESTORE - YTD " WS-YTD-FILE-STATUS
                   " LV " WS-LV-FILE-STATUS
                   " DA " WS-ARR-FILE-STATUS
                   " SU " WS-SUS-FILE-STATUS
                   " GA " WS-GAR-FILE-STATUS
                   " LN " WS-LN-FILE-STATUS
                   " PH " WS-PHS-FILE-STATUS " ***"
               ADD 1 TO WS-RESTORE-ERRORS
           END-IF.

           OPEN INPUT SNAPSHOT-FILE.
           MOVE 'N' TO WS-SNP-EOF-FLAG.
           PERFORM RESTORE-NEXT-RECORD UNTIL SNAPSHOT-PASS-DONE.
           CLOSE SNAPSHOT-FILE.

           CLOSE YTD-FILE.
           CLOSE LEAVE-FILE.
           CLOSE ARREARS-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE GARNISH-FILE.
           CLOSE LOAN-FILE.
           CLOSE PAY-HISTORY-FILE.

       RESTORE-NEXT-RECORD.
           READ SNAPSHOT-FILE
               AT END
                   SET SNAPSHOT-PASS-DONE TO TRUE
               NOT AT END
                   PERFORM RESTORE-ONE-RECORD
           END-READ.

       RESTORE-ONE-RECORD.
           EVALUATE TRUE
               WHEN SNP-YTD
                   MOVE SNP-DATA TO YTD-RECORD
                   WRITE YTD-RECORD
                       INVALID KEY
                           PERFORM NOTE-RESTORE-ERROR
                   END-WRITE
               WHEN SNP-LEAVE
                   MOVE SNP-DATA TO LEAVE-BALANCE-RECORD
                   WRITE LEAVE-BALANCE-RECORD
                       INVALID KEY
                           PERFORM NOTE-RESTORE-ERROR
                   END-WRITE
               WHEN SNP-ARREARS
                   MOVE SNP-DATA TO DEDUCTION-ARREARS-RECORD
                   WRITE DEDUCTION-ARREARS-RECORD
                       INVALID KEY
                           PERFORM NOTE-RESTORE-ERROR
                   END-WRITE
               WHEN SNP-SUSPENSE
                   MOVE SNP-DATA TO SUSPENSE-RECORD
                   WRITE SUSPENSE-RECORD
                       INVALID KEY
                           PERFORM NOTE-RESTORE-ERROR
                   END-WRITE
               WHEN SNP-GARNISH
                   MOVE SNP-DATA TO GARNISHMENT-RECORD
                   REWRITE GARNISHMENT-RECORD
                       INVALID KEY
                           WRITE GARNISHMENT-RECORD
                               INVALID KEY
                                   PERFORM NOTE-RESTORE-ERROR
                           END-WRITE
                   END-REWRITE
               WHEN SNP-LOAN
                   MOVE SNP-DATA TO LOAN-RECORD
                   REWRITE LOAN-RECORD
                       INVALID KEY
                           WRITE LOAN-RECORD
                               INVALID KEY
                                   PERFORM NOTE-RESTORE-ERROR
                           END-WRITE
                   END-REWRITE
               WHEN SNP-PAY-HISTORY
                   MOVE SNP-DATA TO PAY-HISTORY-RECORD
                   IF PH-PERIOD-ID = WS-REQUEST-PERIOD
                       WRITE PAY-HISTORY-RECORD
                           INVALID KEY
                               REWRITE PAY-HISTORY-RECORD
                       END-WRITE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       NOTE-RESTORE-ERROR.
           ADD 1 TO WS-RESTORE-ERRORS.
           DISPLAY "*** " SNP-RECORD-TYPE " RECORD COULD NOT BE "
               "RESTORED: " SNP-DATA(1:20) " ***".

      *> ====================================================
      *> The calendar record goes back as the snapshot holds it
      *> - open - and the reopen is stamped on the audit trail
      *> the way PAY-CALENDAR-MAINT stamps one, the reason code
      *> in the name field
      *> ====================================================
       REOPEN-PERIOD.
           MOVE WS-SNAPSHOT-CALENDAR-REC TO PAY-CALENDAR-RECORD.
           REWRITE PAY-CALENDAR-RECORD
               INVALID KEY
                   DISPLAY "*** CALENDAR PERIOD " WS-REQUEST-PERIOD
                       " COULD NOT BE RESTORED ***"
                   ADD 1 TO WS-RESTORE-ERRORS
           END-REWRITE.

           MOVE WS-REQUEST-PERIOD TO PCAL-PERIOD-ID.
           READ PAY-CALENDAR-FILE
               INVALID KEY
                   MOVE SPACE TO WS-CAL-STATUS-AFTER
               NOT INVALID KEY
                   MOVE PCAL-STATUS TO WS-CAL-STATUS-AFTER
           END-READ.
           CLOSE PAY-CALENDAR-FILE.

           IF NOT CAL-WAS-OPEN AND WS-CAL-STATUS-AFTER = 'O'
               OPEN EXTEND AUDIT-FILE
               MOVE SPACES            TO AUDIT-RECORD
               MOVE WS-RUN-TIMESTAMP  TO AUD-TIMESTAMP
               MOVE WS-JOB-ID         TO AUD-JOB-ID
               MOVE 0                 TO AUD-EMP-ID
               MOVE WS-REQUEST-REASON TO AUD-EMP-NAME
               MOVE "REOPENED"        TO AUD-ACTION
               MOVE 0                 TO AUD-AMOUNT
               MOVE WS-REQUEST-PERIOD TO AUD-PERIOD-ID
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
               DISPLAY "Period " WS-REQUEST-PERIOD
                   " reopened on the calendar."
           END-IF.

      *> A checkpoint left by a failed run of the period would
      *> resume the rerun part way through
       CLEAR-CHECKPOINT.
           IF CHECKPOINT-PENDING
               OPEN I-O CHECKPOINT-FILE
               MOVE WS-CHECKPOINT-RUN-ID TO CHK-RUN-ID
               DELETE CHECKPOINT-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE CHECKPOINT-FILE
               DISPLAY "Restart checkpoint for the period cleared."
           END-IF.

      *> The period's payment hand-off must never reach the
      *> bank; emptied, it carries no trailer and PAYMENT-
      *> DISPATCH refuses it
       CLEAR-PAYMENT-HANDOFF.
           OPEN INPUT PAYMENT-FILE.
           IF PAY-FILE-OK
               PERFORM FIND-HANDOFF-PERIOD
                   UNTIL HANDOFF-SEARCH-DONE
               CLOSE PAYMENT-FILE
           END-IF.
           IF HANDOFF-FOR-PERIOD
               OPEN OUTPUT PAYMENT-FILE
               CLOSE PAYMENT-FILE
               DISPLAY "Payment hand-off for the period emptied."
           END-IF.

       FIND-HANDOFF-PERIOD.
           READ PAYMENT-FILE
               AT END
                   SET HANDOFF-SEARCH-DONE TO TRUE
               NOT AT END
                   IF PAY-DETAIL
                       SET HANDOFF-SEARCH-DONE TO TRUE
                       IF PAY-PERIOD-ID = WS-REQUEST-PERIOD
                           SET HANDOFF-FOR-PERIOD TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *> ====================================================
      *> The before and after balance report
      *> ====================================================
       WRITE-BACKOUT-REPORT.
           OPEN OUTPUT BACKOUT-REPORT-FILE.
           IF NOT RPT-FILE-OK
               DISPLAY "UNABLE TO OPEN BACKOUTREPORT.TXT - STATUS "
                   WS-RPT-FILE-STATUS
           ELSE
               PERFORM WRITE-REPORT-BODY
               CLOSE BACKOUT-REPORT-FILE
           END-IF.

       WRITE-REPORT-BODY.
           MOVE WS-REQUEST-PERIOD TO WS-TL-PERIOD.
           MOVE WS-TODAY-NUM      TO WS-TL-RUN-DATE.
           WRITE BACKOUT-REPORT-LINE FROM WS-TITLE-LINE.
           MOVE WS-REQUEST-REASON TO WS-RL-REASON.
           MOVE WS-SNAPSHOT-TAKEN TO WS-RL-SNAPSHOT-TAKEN.
           WRITE BACKOUT-REPORT-LINE FROM WS-REASON-LINE.
           MOVE SPACES TO BACKOUT-REPORT-LINE.
           WRITE BACKOUT-REPORT-LINE.

           WRITE BACKOUT-REPORT-LINE FROM WS-EMPLOYEE-HEADING.
           OPEN INPUT YTD-FILE.
           MOVE 'N' TO WS-PASS-EOF-FLAG.
           MOVE 0 TO BKW-EMP-ID.
           START BACKOUT-WORK-FILE KEY >= BKW-EMP-ID
               INVALID KEY
                   SET FILE-PASS-DONE TO TRUE
           END-START.
           PERFORM WRITE-NEXT-EMPLOYEE-LINE UNTIL FILE-PASS-DONE.
           IF YTD-FILE-OK
               CLOSE YTD-FILE
           END-IF.
           MOVE WS-BACKED-OUT-COUNT TO WS-ET-COUNT.
           MOVE WS-TOTAL-GROSS      TO WS-ET-GROSS.
           MOVE WS-TOTAL-NET        TO WS-ET-NET.
           WRITE BACKOUT-REPORT-LINE FROM WS-EMPLOYEE-TOTAL-LINE.
           MOVE SPACES TO BACKOUT-REPORT-LINE.
           WRITE BACKOUT-REPORT-LINE.

           WRITE BACKOUT-REPORT-LINE FROM WS-MASTER-HEADING.
           PERFORM WRITE-MASTER-LINE
               VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 7.
           MOVE SPACES TO BACKOUT-REPORT-LINE.
           WRITE BACKOUT-REPORT-LINE.

           MOVE WS-CAL-STATUS-BEFORE TO WS-CL-BEFORE.
           MOVE WS-CAL-STATUS-AFTER  TO WS-CL-AFTER.
           WRITE BACKOUT-REPORT-LINE FROM WS-CALENDAR-LINE.
           IF CHECKPOINT-PENDING
               MOVE "RESTART CHECKPOINT FOR THE PERIOD CLEARED"
                   TO BACKOUT-REPORT-LINE
               WRITE BACKOUT-REPORT-LINE
           END-IF.
           IF HANDOFF-FOR-PERIOD
               MOVE "PAYMENT HAND-OFF FOR THE PERIOD EMPTIED"
                   TO BACKOUT-REPORT-LINE
               WRITE BACKOUT-REPORT-LINE
           END-IF.
           IF WS-RESTORE-ERRORS > 0
               MOVE "*** RESTORE DID NOT COMPLETE - SEE THE JOB LOG "
                   TO BACKOUT-REPORT-LINE
               WRITE BACKOUT-REPORT-LINE
           END-IF.

       WRITE-NEXT-EMPLOYEE-LINE.
           READ BACKOUT-WORK-FILE NEXT RECORD
               AT END
                   SET FILE-PASS-DONE TO TRUE
               NOT AT END
                   IF BKW-PAID-IN-PERIOD
                       PERFORM WRITE-EMPLOYEE-LINE
                   END-IF
           END-READ.

       WRITE-EMPLOYEE-LINE.
           MOVE 0 TO WS-YTD-GROSS-AFTER.
           IF YTD-FILE-OK
               MOVE BKW-EMP-ID TO YTD-EMP-ID
               READ YTD-FILE
                   INVALID KEY
                       MOVE 0 TO WS-YTD-GROSS-AFTER
                   NOT INVALID KEY
                       MOVE YTD-GROSS-PAY TO WS-YTD-GROSS-AFTER
               END-READ
           END-IF.
           MOVE BKW-EMP-ID           TO WS-EL-EMP-ID.
           MOVE BKW-EMP-NAME         TO WS-EL-EMP-NAME.
           MOVE BKW-COMPANY-CODE     TO WS-EL-COMPANY.
           MOVE BKW-GROSS-PAY        TO WS-EL-GROSS.
           MOVE BKW-NET-PAY          TO WS-EL-NET.
           MOVE BKW-YTD-GROSS-BEFORE TO WS-EL-YTD-BEFORE.
           MOVE WS-YTD-GROSS-AFTER   TO WS-EL-YTD-AFTER.
           IF BKW-ALREADY-REVERSED
               MOVE "REVERSED EARLIER" TO WS-EL-NOTE
           ELSE
               MOVE "BACKED OUT"       TO WS-EL-NOTE
           END-IF.
           IF NOT BKW-YTD-ON-FILE
               MOVE "NO YTD RECORD"    TO WS-EL-NOTE
           END-IF.
           WRITE BACKOUT-REPORT-LINE FROM WS-EMPLOYEE-LINE.

      *> A master agrees when its records and control amount
      *> after the backout are the snapshot's
       WRITE-MASTER-LINE.
           MOVE WS-MN-NAME (WS-MX)          TO WS-ML-NAME.
           MOVE WS-MT-BEFORE-RECORDS (WS-MX) TO WS-ML-BEFORE-RECORDS.
           MOVE WS-MT-BEFORE-AMOUNT (WS-MX)  TO WS-ML-BEFORE-AMOUNT.
           MOVE WS-MT-AFTER-RECORDS (WS-MX)  TO WS-ML-AFTER-RECORDS.
           MOVE WS-MT-AFTER-AMOUNT (WS-MX)   TO WS-ML-AFTER-AMOUNT.
           MOVE WS-MT-SNAP-RECORDS (WS-MX)   TO WS-ML-SNAP-RECORDS.
           MOVE WS-MT-SNAP-AMOUNT (WS-MX)    TO WS-ML-SNAP-AMOUNT.
           IF WS-MT-AFTER-RECORDS (WS-MX) =
                   WS-MT-SNAP-RECORDS (WS-MX) AND
               WS-MT-AFTER-AMOUNT (WS-MX) =
                   WS-MT-SNAP-AMOUNT (WS-MX)
               MOVE "RESTORED" TO WS-ML-STATUS
           ELSE
               MOVE "DIFFERS"  TO WS-ML-STATUS
               ADD 1 TO WS-DIFFERS-COUNT
           END-IF.
           WRITE BACKOUT-REPORT-LINE FROM WS-MASTER-LINE.

      *> ====================================================
      *> Termination
      *> ====================================================
       TERMINATION.
           CLOSE BACKOUT-WORK-FILE.

           IF WS-RESTORE-ERRORS > 0
               DISPLAY "*** RESTORE DID NOT COMPLETE - "
                   WS-RESTORE-ERRORS " ERRORS - THE MASTERS MUST "
                   "BE RESTORED BEFORE THE PERIOD IS RERUN ***"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-DIFFERS-COUNT > 0
                   DISPLAY "Backout complete - " WS-DIFFERS-COUNT
                       " master(s) differ from the snapshot, see "
                       "backoutreport.txt."
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "Backout complete - every master agrees "
                       "with the snapshot."
               END-IF
           END-IF.

           DISPLAY " ".
           DISPLAY "Period " WS-REQUEST-PERIOD " backed out: "
               WS-BACKED-OUT-COUNT " payments, gross $"
               WS-TOTAL-GROSS " net $" WS-TOTAL-NET.
           DISPLAY " ".
