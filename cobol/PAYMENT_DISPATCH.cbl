      *> by check - an ACH file without valid company
      *> identification would be refused by the bank anyway.
      *>
      *> Payments are dispatched company by company. Each
      *> company's deposits go out in their own NACHA file under
      *> the originator on the company master (company.dat):
      *> achfile.txt for company 01, achfile_CC.txt for the
      *> others. Company 01 falls back to achcompany.txt when
      *> the master carries no originator for it; any other
      *> company without one is paid by check. Checks share one
      *> number series and register, each line showing the
      *> paying company. A company trailer on the hand-off must
      *> balance that company's detail as well as the whole-run
      *> trailer balancing the lot.
      *>
      *> Modification History:
      *>   Initial version - ACH file and check register from the
      *>     payments hand-off and the bank details master.
      *>     is refused unless each one holds an approving
      *>     disposition recorded by VARIANCE-SIGNOFF for the
      *>     period on the report's header line.
      *>   Payments dispatched by company: one NACHA file per
      *>     company under the originator on the company master,
      *>     the paying company on the check register and the
      *>     check master, and each company's detail balanced to
      *>     its own trailer as well as the whole run's.
      *>   Minimum wage and exempt salary violations the payroll
      *>     run lists on the variance report are flagged lines
      *>     too, needing an approving or corrected disposition.
      *>   Checks posted to the check master are marked not yet
      *>     reported to the bank, for the positive pay issue file
      *>     POSITIVE-PAY builds after every dispatch.
      *>   Every run, balanced or refused, appends its counts and
      *>     ACH and check totals to the run history through RUN-LOG,
      *>     under the payroll, pension or off-cycle job its hand-off
      *>     period belongs to.
      *>   A balanced run marks its pay period dispatched on the
      *>     calendar, so PERIOD-BACKOUT can never back out a
      *>     period whose payments have gone to the bank.
      *>   Every company's ACH file is emptied at the start of the
      *>     run, not just company 01's, so a file left by an
      *>     earlier run for a company with no deposits this time
      *>     can never go to the bank again.
      *> ====================================================

       ENVIRONMENT DIVISION.
               RECORD KEY IS PCAL-PERIOD-ID
               FILE STATUS IS WS-PCL-FILE-STATUS.

           SELECT ACH-FILE ASSIGN TO DYNAMIC WS-ACH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-FILE-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "company.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CODE
               FILE STATUS IS WS-CO-FILE-STATUS.

           SELECT PAYMENT-SORT-FILE ASSIGN TO "paysort.tmp".

           SELECT CHECK-REGISTER-FILE ASSIGN TO "checkregister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHK-FILE-STATUS.
       FD  BANK-ACCOUNT-FILE.
           COPY BANKACCT.

      *> Company identification for company 01's NACHA file,
      *> maintained by accounting as a one-record parameter
      *> file (layout as ACH-COMPANY-RECORD below)
       FD  ACH-COMPANY-FILE.
       01  ACH-COMPANY-FILE-RECORD     PIC X(126).

       FD  COMPANY-FILE.
           COPY COMPANY.

      *> The hand-off detail in company order, so each
      *> company's NACHA file is written in one pass
       SD  PAYMENT-SORT-FILE.
       01  PAYMENT-SORT-RECORD.
           05  FILLER                  PIC X(1).
           05  PSR-EMP-ID              PIC 9(5).
           05  FILLER                  PIC X(63).
           05  PSR-COMPANY-CODE        PIC X(2).

       FD  PAY-CALENDAR-FILE.
           COPY PAYCAL.
           05  CKR-AMOUNT              PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CKR-REASON              PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CKR-COMPANY-CODE        PIC X(2).

       FD  CHECK-CONTROL-FILE.
       01  CHECK-CONTROL-RECORD.
               88  VARIANCE-SCAN-DONE      VALUE 'Y'.
           05  WS-VSG-AVAILABLE        PIC X VALUE 'N'.
               88  SIGNOFF-FILE-AVAILABLE  VALUE 'Y'.
           05  WS-CO-AVAILABLE         PIC X VALUE 'N'.
               88  COMPANY-MASTER-AVAILABLE VALUE 'Y'.
           05  WS-DEFAULT-ACP-FLAG     PIC X VALUE 'N'.
               88  DEFAULT-ACH-PARMS-LOADED VALUE 'Y'.
           05  WS-ACH-FILE-OPEN-FLAG   PIC X VALUE 'N'.
               88  ACH-FILE-IS-OPEN        VALUE 'Y'.
           05  WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
               88  SORT-PASS-DONE          VALUE 'Y'.
           05  WS-CO-TRAILER-FLAG      PIC X VALUE 'N'.
               88  COMPANY-TRAILERS-SEEN   VALUE 'Y'.
           05  WS-CO-EOF-FLAG          PIC X VALUE 'N'.
               88  COMPANY-SCAN-DONE       VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-PAY-FILE-STATUS      PIC X(2) VALUE '00'.
               88  VAR-FILE-OK              VALUE '00'.
           05  WS-VSG-FILE-STATUS      PIC X(2) VALUE '00'.
               88  VSG-FILE-OK              VALUE '00'.
           05  WS-CO-FILE-STATUS       PIC X(2) VALUE '00'.
               88  CO-FILE-OK               VALUE '00'.

       01  WS-COUNTERS.
           05  WS-DETAIL-COUNT         PIC 9(5) VALUE 0.
           05  WS-TRAILER-COUNT        PIC 9(5) VALUE 0.
           05  WS-TRAILER-TOTAL        PIC 9(10)V99 VALUE 0.

      *> The period on the hand-off, which also tells the run
      *> history whose cycle this dispatch belongs to
       01  WS-DISPATCH-PERIOD          PIC 9(6) VALUE 0.
           88  DISPATCHING-PENSION         VALUE 700000 THRU 799999.
           88  DISPATCHING-OFF-CYCLE       VALUE 900000 THRU 999999.

      *> Each company's detail read and the trailer the payroll
      *> run wrote for it, balanced after dispatch
       01  WS-COMPANY-PAY-TABLE.
           05  WS-CPT-COUNT            PIC 9(2) VALUE 0.
           05  WS-CPT-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-CPT-IDX.
               10  WS-CPT-CODE         PIC X(2).
               10  WS-CPT-DETAIL-COUNT PIC 9(5).
               10  WS-CPT-DETAIL-TOTAL PIC 9(10)V99.
               10  WS-CPT-TRAILER-FLAG PIC X(1).
                   88  CPT-TRAILER-SEEN    VALUE 'Y'.
               10  WS-CPT-TRAILER-COUNT PIC 9(5).
               10  WS-CPT-TRAILER-TOTAL PIC 9(10)V99.
           05  WS-CPT-FOUND-FLAG       PIC X VALUE 'N'.
               88  CPT-ENTRY-FOUND         VALUE 'Y'.
           05  WS-CPT-LOOKUP-CODE      PIC X(2).

      *> The company being dispatched and its own figures
       01  WS-CURRENT-COMPANY-FIELDS.
           05  WS-CURRENT-COMPANY      PIC X(2) VALUE SPACES.
           05  WS-CO-ACH-COUNT         PIC 9(5) VALUE 0.
           05  WS-CO-ACH-TOTAL         PIC 9(10)V99 VALUE 0.
           05  WS-CO-CHECK-COUNT       PIC 9(5) VALUE 0.
           05  WS-CO-CHECK-TOTAL       PIC 9(10)V99 VALUE 0.
           05  WS-ACH-FILE-NAME        PIC X(20) VALUE "achfile.txt".

      *> NACHA company identification in force for the company
      *> being dispatched, and company 01's parameter file copy
       01  ACH-COMPANY-RECORD.
           05  ACP-COMPANY-NAME        PIC X(16).
           05  ACP-COMPANY-ID          PIC X(10).
           05  ACP-IMMED-DEST          PIC 9(9).
           05  ACP-IMMED-ORIGIN        PIC 9(9).
           05  ACP-DEST-NAME           PIC X(23).
           05  ACP-ORIGIN-NAME         PIC X(23).
           05  ACP-FUNDING-ROUTING     PIC 9(9).
           05  ACP-FUNDING-ACCOUNT     PIC X(17).
           05  ACP-ENTRY-DESC          PIC X(10).
       01  WS-DEFAULT-ACH-PARMS        PIC X(126).

       01  WS-CHECK-NUMBER             PIC 9(8) VALUE 100000.

       01  WS-CHECK-REASON             PIC X(20).
           05  WS-AT-EMP-NAME          PIC X(30).
           05  FILLER                  PIC X(18) VALUE SPACES.

           COPY RUNLOGP.

      *> ====================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION.
           PERFORM RUN-DISPATCH-SORT.
           PERFORM BALANCE-AGAINST-TRAILER.
           PERFORM MARK-PERIOD-DISPATCHED.
           PERFORM TERMINATION.
           PERFORM END-RUN-LOG.
           STOP RUN.

      *> ====================================================
      *> Initialization
      *> ====================================================
       INITIALIZATION.
           PERFORM START-RUN-LOG.
           DISPLAY "=================================".
           DISPLAY "PAYMENT DISPATCH".
           DISPLAY "=================================".
               DISPLAY "UNABLE TO OPEN PAYMENTS.DAT - STATUS "
                   WS-PAY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM END-RUN-LOG
               STOP RUN
           END-IF.


           PERFORM LOAD-ACH-COMPANY-PARMS.

           OPEN INPUT COMPANY-FILE.
           IF CO-FILE-OK
               SET COMPANY-MASTER-AVAILABLE TO TRUE
           END-IF.

           OPEN I-O PAY-CALENDAR-FILE.
           IF PCL-FILE-OK
               SET PAY-CALENDAR-AVAILABLE TO TRUE
           END-IF.

      *> Every company's file is emptied before anything is
      *> dispatched, so a file left by an earlier run can never
      *> go to the bank again
           MOVE "achfile.txt" TO WS-ACH-FILE-NAME.
           OPEN OUTPUT ACH-FILE.
           CLOSE ACH-FILE.
           IF COMPANY-MASTER-AVAILABLE
               PERFORM CLEAR-COMPANY-ACH-FILES
           END-IF.
           OPEN OUTPUT CHECK-REGISTER-FILE.
           PERFORM OPEN-CHECK-MASTER-FILE.

           PERFORM LOAD-CHECK-NUMBER.

      *> ====================================================
      *> Empty the ACH file of every company on the company
      *> master other than 01, whose file is emptied above
      *> ====================================================
       CLEAR-COMPANY-ACH-FILES.
           MOVE 'N' TO WS-CO-EOF-FLAG.
           MOVE LOW-VALUES TO CO-CODE.
           START COMPANY-FILE KEY >= CO-CODE
               INVALID KEY
                   SET COMPANY-SCAN-DONE TO TRUE
           END-START.
           PERFORM CLEAR-NEXT-COMPANY-ACH-FILE
               UNTIL COMPANY-SCAN-DONE.
           MOVE "achfile.txt" TO WS-ACH-FILE-NAME.

       CLEAR-NEXT-COMPANY-ACH-FILE.
           READ COMPANY-FILE NEXT RECORD
               AT END
                   SET COMPANY-SCAN-DONE TO TRUE
               NOT AT END
                   IF CO-CODE NOT = '01' AND CO-CODE NOT = SPACES
                       MOVE SPACES TO WS-ACH-FILE-NAME
                       STRING "achfile_" CO-CODE ".txt"
                           DELIMITED BY SIZE INTO WS-ACH-FILE-NAME
                       END-STRING
                       OPEN OUTPUT ACH-FILE
                       CLOSE ACH-FILE
                   END-IF
           END-READ.

      *> ====================================================
      *> Open the check register master, creating it on first
      *> use
                       "LACK AN APPROVING DISPOSITION - RUN "
                       "THE VARIANCE SIGN-OFF - NOTHING PAID ***"
                   MOVE 16 TO RETURN-CODE
                   PERFORM END-RUN-LOG
                   STOP RUN
               END-IF
               IF WS-FLAGGED-COUNT > 0
                           VARIANCE-LINE(8:6) IS NUMERIC
                           MOVE VARIANCE-LINE(8:6)
                               TO WS-REPORT-PERIOD
                       WHEN (VARIANCE-LINE(1:8) = "VARIANCE" OR
                             VARIANCE-LINE(1:10) = "COMPLIANCE") AND
                           VARIANCE-LINE(13:5) IS NUMERIC
                           ADD 1 TO WS-FLAGGED-COUNT
                           MOVE VARIANCE-LINE(13:5)

      *> ====================================================
      *> Load the company identification accounting maintains
      *> for company 01's NACHA file. Without it (and without
      *> an originator on the company master) no valid ACH file
      *> can be produced, so company 01 is paid by check.
      *> ====================================================
       LOAD-ACH-COMPANY-PARMS.
           OPEN INPUT ACH-COMPANY-FILE.
           IF ACP-FILE-OK
               READ ACH-COMPANY-FILE INTO WS-DEFAULT-ACH-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       SET DEFAULT-ACH-PARMS-LOADED TO TRUE
               END-READ
               CLOSE ACH-COMPANY-FILE
           END-IF.
           IF NOT DEFAULT-ACH-PARMS-LOADED
               DISPLAY "ACH COMPANY PARAMETER FILE UNAVAILABLE - "
                   "COMPANY 01 PAID BY CHECK UNLESS THE COMPANY "
                   "MASTER CARRIES ITS ORIGINATOR"
           END-IF.

      *> ====================================================
      *> The originator for the company about to be dispatched:
      *> the company master's when it carries one, else company
      *> 01's parameter file; otherwise the company pays by
      *> check
      *> ====================================================
       LOAD-COMPANY-ACH-PARMS.
           MOVE 'N' TO WS-ACP-AVAILABLE.
           IF COMPANY-MASTER-AVAILABLE
               MOVE WS-CURRENT-COMPANY TO CO-CODE
               READ COMPANY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CO-ACH-COMPANY-ID NOT = SPACES
                           MOVE CO-ACH-ORIGINATOR
                               TO ACH-COMPANY-RECORD
                           SET ACH-COMPANY-AVAILABLE TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF NOT ACH-COMPANY-AVAILABLE AND
               WS-CURRENT-COMPANY = '01' AND
               DEFAULT-ACH-PARMS-LOADED
               MOVE WS-DEFAULT-ACH-PARMS TO ACH-COMPANY-RECORD
               SET ACH-COMPANY-AVAILABLE TO TRUE
           END-IF.
           IF NOT ACH-COMPANY-AVAILABLE
               DISPLAY "NO ACH ORIGINATOR FOR COMPANY "
                   WS-CURRENT-COMPANY " - ITS EMPLOYEES PAID BY "
                   "CHECK"
           END-IF.

      *> ====================================================
           END-IF.

      *> ====================================================
      *> Sort the hand-off detail into company order and
      *> dispatch each company's payments in turn
      *> ====================================================
       RUN-DISPATCH-SORT.
           SORT PAYMENT-SORT-FILE
               ON ASCENDING KEY PSR-COMPANY-CODE PSR-EMP-ID
               INPUT PROCEDURE IS PROCESS-PAYMENTS
               OUTPUT PROCEDURE IS DISPATCH-BY-COMPANY.

      *> ====================================================
      *> Process Payments (SORT input procedure) - tally and
      *> release the detail, keep the trailers
      *> ====================================================
       PROCESS-PAYMENTS.
           PERFORM UNTIL END-OF-FILE
               END-READ
           END-PERFORM.

      *> A blank company on the hand-off is company 01
       DISPATCH-ONE-RECORD.
           IF PAY-COMPANY-CODE = SPACES AND PAY-DETAIL
               MOVE '01' TO PAY-COMPANY-CODE
           END-IF.
           EVALUATE TRUE
               WHEN PAY-TRAILER AND PAY-COMPANY-CODE = SPACES
                   SET TRAILER-SEEN TO TRUE
                   MOVE PAY-TRAILER-COUNT TO WS-TRAILER-COUNT
                   MOVE PAY-TRAILER-TOTAL TO WS-TRAILER-TOTAL
               WHEN PAY-TRAILER
                   SET COMPANY-TRAILERS-SEEN TO TRUE
                   MOVE PAY-COMPANY-CODE TO WS-CPT-LOOKUP-CODE
                   PERFORM FIND-COMPANY-PAY-ENTRY
                   SET CPT-TRAILER-SEEN (WS-CPT-IDX) TO TRUE
                   MOVE PAY-TRAILER-COUNT
                       TO WS-CPT-TRAILER-COUNT (WS-CPT-IDX)
                   MOVE PAY-TRAILER-TOTAL
                       TO WS-CPT-TRAILER-TOTAL (WS-CPT-IDX)
               WHEN PAY-DETAIL
                   ADD 1 TO WS-DETAIL-COUNT
                   IF WS-DISPATCH-PERIOD = 0 AND
                       PAY-PERIOD-ID IS NUMERIC
                       MOVE PAY-PERIOD-ID TO WS-DISPATCH-PERIOD
                   END-IF
                   ADD PAY-NET-AMOUNT TO WS-DETAIL-TOTAL
                   MOVE PAY-COMPANY-CODE TO WS-CPT-LOOKUP-CODE
                   PERFORM FIND-COMPANY-PAY-ENTRY
                   ADD 1 TO WS-CPT-DETAIL-COUNT (WS-CPT-IDX)
                   ADD PAY-NET-AMOUNT
                       TO WS-CPT-DETAIL-TOTAL (WS-CPT-IDX)
                   RELEASE PAYMENT-SORT-RECORD FROM PAYMENT-RECORD
               WHEN OTHER
                   DISPLAY "*** UNRECOGNIZED PAYMENT RECORD TYPE '"
                       PAY-RECORD-TYPE "' - RECORD SKIPPED ***"
           END-EVALUATE.

      *> The company's entry in the balancing table, added on
      *> first sight. More companies than the table holds is a
      *> hand-off this step cannot balance.
       FIND-COMPANY-PAY-ENTRY.
           MOVE 'N' TO WS-CPT-FOUND-FLAG.
           PERFORM MATCH-COMPANY-PAY-ENTRY
               VARYING WS-CPT-IDX FROM 1 BY 1
               UNTIL WS-CPT-IDX > WS-CPT-COUNT OR CPT-ENTRY-FOUND.
           IF CPT-ENTRY-FOUND
               SET WS-CPT-IDX DOWN BY 1
           ELSE
               IF WS-CPT-COUNT >= 20
                   DISPLAY "*** MORE THAN 20 COMPANIES ON "
                       "PAYMENTS.DAT - NOTHING PAID ***"
                   MOVE 16 TO RETURN-CODE
                   PERFORM END-RUN-LOG
                   STOP RUN
               END-IF
               ADD 1 TO WS-CPT-COUNT
               SET WS-CPT-IDX TO WS-CPT-COUNT
               MOVE WS-CPT-LOOKUP-CODE TO WS-CPT-CODE (WS-CPT-IDX)
               MOVE 0   TO WS-CPT-DETAIL-COUNT (WS-CPT-IDX)
               MOVE 0   TO WS-CPT-DETAIL-TOTAL (WS-CPT-IDX)
               MOVE 'N' TO WS-CPT-TRAILER-FLAG (WS-CPT-IDX)
               MOVE 0   TO WS-CPT-TRAILER-COUNT (WS-CPT-IDX)
               MOVE 0   TO WS-CPT-TRAILER-TOTAL (WS-CPT-IDX)
           END-IF.

       MATCH-COMPANY-PAY-ENTRY.
           IF WS-CPT-CODE (WS-CPT-IDX) = WS-CPT-LOOKUP-CODE
               SET CPT-ENTRY-FOUND TO TRUE
           END-IF.

      *> ====================================================
      *> Dispatch by company (SORT output procedure): a company
      *> break closes the last company's NACHA file and opens
      *> the next company's under its own originator
      *> ====================================================
       DISPATCH-BY-COMPANY.
           PERFORM RETURN-NEXT-PAYMENT
               UNTIL SORT-PASS-DONE.
           IF WS-CURRENT-COMPANY NOT = SPACES
               PERFORM CLOSE-COMPANY-DISPATCH
           END-IF.

       RETURN-NEXT-PAYMENT.
           RETURN PAYMENT-SORT-FILE INTO PAYMENT-RECORD
               AT END
                   SET SORT-PASS-DONE TO TRUE
               NOT AT END
                   IF PAY-COMPANY-CODE NOT = WS-CURRENT-COMPANY
                       IF WS-CURRENT-COMPANY NOT = SPACES
                           PERFORM CLOSE-COMPANY-DISPATCH
                       END-IF
                       PERFORM OPEN-COMPANY-DISPATCH
                   END-IF
                   PERFORM DISPATCH-ONE-PAYMENT
           END-RETURN.

       OPEN-COMPANY-DISPATCH.
           MOVE PAY-COMPANY-CODE TO WS-CURRENT-COMPANY.
           MOVE 0 TO WS-CO-ACH-COUNT
                     WS-CO-ACH-TOTAL
                     WS-CO-CHECK-COUNT
                     WS-CO-CHECK-TOTAL.
           MOVE 0 TO WS-ACH-RECORDS-WRITTEN
                     WS-ENTRY-ADDENDA-COUNT
                     WS-ENTRY-HASH
                     WS-CREDIT-CENTS
                     WS-DEBIT-CENTS
                     WS-TRACE-SEQ.
           MOVE 'N' TO WS-ACH-OPEN-FLAG.
           PERFORM LOAD-COMPANY-ACH-PARMS.
           IF ACH-COMPANY-AVAILABLE
               MOVE SPACES TO WS-ACH-FILE-NAME
               IF WS-CURRENT-COMPANY = '01'
                   MOVE "achfile.txt" TO WS-ACH-FILE-NAME
               ELSE
                   STRING "achfile_" WS-CURRENT-COMPANY ".txt"
                       DELIMITED BY SIZE INTO WS-ACH-FILE-NAME
                   END-STRING
               END-IF
               OPEN OUTPUT ACH-FILE
               SET ACH-FILE-IS-OPEN TO TRUE
           END-IF.

       CLOSE-COMPANY-DISPATCH.
           PERFORM CLOSE-ACH-FILE-SET.
           IF ACH-FILE-IS-OPEN
               CLOSE ACH-FILE
               MOVE 'N' TO WS-ACH-FILE-OPEN-FLAG
           END-IF.
           DISPLAY "Company " WS-CURRENT-COMPANY
               " direct deposits: " WS-CO-ACH-COUNT
               " total $" WS-CO-ACH-TOTAL
               " checks: " WS-CO-CHECK-COUNT
               " total $" WS-CO-CHECK-TOTAL.

      *> ====================================================
      *> Pay one employee: direct deposit when confirmed bank
      *> details are on file and the company parameters allow a

           ADD 1 TO WS-ACH-COUNT.
           ADD PAY-NET-AMOUNT TO WS-ACH-TOTAL.
           ADD 1 TO WS-CO-ACH-COUNT.
           ADD PAY-NET-AMOUNT TO WS-CO-ACH-TOTAL.

      *> ====================================================
      *> File header and batch header, written once ahead of
           MOVE PAY-EMP-NAME    TO CKR-EMP-NAME.
           MOVE PAY-NET-AMOUNT  TO CKR-AMOUNT.
           MOVE WS-CHECK-REASON TO CKR-REASON.
           MOVE PAY-COMPANY-CODE TO CKR-COMPANY-CODE.
           WRITE CHECK-REGISTER-RECORD.
           ADD 1 TO WS-CHECK-COUNT.
           ADD PAY-NET-AMOUNT TO WS-CHECK-TOTAL.
           ADD 1 TO WS-CO-CHECK-COUNT.
           ADD PAY-NET-AMOUNT TO WS-CO-CHECK-TOTAL.
           PERFORM POST-CHECK-MASTER-RECORD.

      *> Every check issued is also posted to the permanent
           MOVE WS-TODAY-NUM    TO CKG-ISSUE-DATE.
           SET CKG-OUTSTANDING  TO TRUE.
           MOVE 0               TO CKG-CLEARED-DATE.
           MOVE PAY-COMPANY-CODE TO CKG-COMPANY-CODE.
           MOVE 0               TO CKG-VOID-DATE.
           MOVE 0               TO CKG-PP-ISSUE-FILE.
           MOVE 0               TO CKG-PP-VOID-FILE.
           WRITE CHECK-REGISTER-MASTER-REC
               INVALID KEY
                   REWRITE CHECK-REGISTER-MASTER-REC
                       "control trailer."
               END-IF
           END-IF.
           IF COMPANY-TRAILERS-SEEN
               PERFORM BALANCE-ONE-COMPANY
                   VARYING WS-CPT-IDX FROM 1 BY 1
                   UNTIL WS-CPT-IDX > WS-CPT-COUNT
           END-IF.

      *> Once the run trailers its companies, every company
      *> paid must carry a trailer and balance to it
       BALANCE-ONE-COMPANY.
           IF NOT CPT-TRAILER-SEEN (WS-CPT-IDX)
               DISPLAY "*** NO CONTROL TRAILER FOR COMPANY "
                   WS-CPT-CODE (WS-CPT-IDX) " - PAYMENT FILES "
                   "MUST NOT BE RELEASED ***"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-CPT-DETAIL-COUNT (WS-CPT-IDX) NOT =
                       WS-CPT-TRAILER-COUNT (WS-CPT-IDX) OR
                   WS-CPT-DETAIL-TOTAL (WS-CPT-IDX) NOT =
                       WS-CPT-TRAILER-TOTAL (WS-CPT-IDX)
                   DISPLAY "*** OUT OF BALANCE - COMPANY "
                       WS-CPT-CODE (WS-CPT-IDX) " DETAIL DOES NOT "
                       "MATCH ITS CONTROL TRAILER ***"
                   DISPLAY "Trailer count: "
                       WS-CPT-TRAILER-COUNT (WS-CPT-IDX)
                       " Detail count: "
                       WS-CPT-DETAIL-COUNT (WS-CPT-IDX)
                   DISPLAY "Trailer total: $"
                       WS-CPT-TRAILER-TOTAL (WS-CPT-IDX)
                       " Detail total: $"
                       WS-CPT-DETAIL-TOTAL (WS-CPT-IDX)
                   MOVE 16 TO RETURN-CODE
               ELSE
                   DISPLAY "Company " WS-CPT-CODE (WS-CPT-IDX)
                       " payment detail balanced to its trailer."
               END-IF
           END-IF.

      *> ====================================================
      *> Once a balanced run has put payments out, the period
      *> is marked dispatched and can no longer be backed out.
      *> Pension and off-cycle periods are not on the calendar.
      *> ====================================================
       MARK-PERIOD-DISPATCHED.
           IF PAY-CALENDAR-AVAILABLE AND RETURN-CODE < 16 AND
               WS-ACH-COUNT + WS-CHECK-COUNT > 0
               MOVE WS-DISPATCH-PERIOD TO PCAL-PERIOD-ID
               READ PAY-CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PCAL-PERIOD-DISPATCHED TO TRUE
                       REWRITE PAY-CALENDAR-RECORD
                       DISPLAY "Pay period " WS-DISPATCH-PERIOD
                           " marked dispatched on the calendar."
               END-READ
           END-IF.

      *> ====================================================
      *> Termination
           IF PAY-CALENDAR-AVAILABLE
               CLOSE PAY-CALENDAR-FILE
           END-IF.
           IF COMPANY-MASTER-AVAILABLE
               CLOSE COMPANY-FILE
           END-IF.
           CLOSE CHECK-REGISTER-FILE.
           CLOSE CHECK-MASTER-FILE.

           MOVE WS-CHECK-NUMBER TO CCT-LAST-CHECK-NUMBER.
           WRITE CHECK-CONTROL-RECORD.
           CLOSE CHECK-CONTROL-FILE.

      *> ====================================================
      *> Run history - the step's start, and its end on
      *> every way out
      *> ====================================================
       START-RUN-LOG.
           INITIALIZE RL-RUN-LOG-PARAMETERS.
           MOVE "PAYDISP"  TO RL-STEP-NAME.
           SET RL-LIVE-RUN   TO TRUE.
           SET RL-START-STEP TO TRUE.
           CALL "RUN-LOG" USING RL-RUN-LOG-PARAMETERS.

       END-RUN-LOG.
           IF WS-DISPATCH-PERIOD > 0
               MOVE WS-DISPATCH-PERIOD TO RL-PERIOD
               EVALUATE TRUE
                   WHEN DISPATCHING-PENSION
                       MOVE "PENSION"  TO RL-JOB-NAME
                   WHEN DISPATCHING-OFF-CYCLE
                       MOVE "OFFCYCLE" TO RL-JOB-NAME
                   WHEN OTHER
                       MOVE "PAYROLL"  TO RL-JOB-NAME
               END-EVALUATE
           END-IF.
           MOVE WS-DETAIL-COUNT    TO RL-RECORDS-READ.
           COMPUTE RL-RECORDS-WRITTEN = WS-ACH-COUNT + WS-CHECK-COUNT
           END-COMPUTE.
           MOVE "ACH"              TO RL-AMOUNT-1-LABEL.
           MOVE WS-ACH-TOTAL       TO RL-AMOUNT-1.
           MOVE "CHECKS"           TO RL-AMOUNT-2-LABEL.
           MOVE WS-CHECK-TOTAL     TO RL-AMOUNT-2.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           SET RL-END-STEP TO TRUE.
           CALL "RUN-LOG" USING RL-RUN-LOG-PARAMETERS.
           MOVE RL-RETURN-CODE TO RETURN-CODE.
