      *>
      *> SYSIN carries the reporting year and quarter (YYYY Q);
      *> when absent they default to the current year and the
      *> quarter containing today. An optional company code
      *> follows (YYYY Q CC, default 01): each company files its
      *> own return under its own FEIN, so the report covers
      *> that company's detail only, reconciles it against the
      *> YTD records it owns (live ones plus those closed off by
      *> a transfer, from ytdxfer.dat) and prints the state
      *> account numbers from the company master. Company 01
      *> reports to quarterlytax.txt, others to
      *> quarterlytax_CC.txt.
      *>
      *> Modification History:
      *>   Initial version - monthly/quarterly rollup of the tax
      *>     of the unemployment wage listing, and is shown on
      *>     its own reconciliation line. Detail rows older
      *>     than the gross field land at zero wages.
      *>   The quarter's income-tax wages and FICA wages (gross
      *>     less pre-tax deductions) are rolled up by month
      *>     and printed with the quarter totals for the wage
      *>     boxes of the return; unemployment wages are the
      *>     FICA wages, since Section 125 deductions are not
      *>     wages there either. Rows older than those fields
      *>     take their gross for both.
      *>   One company per run (SYSIN YYYY Q CC): detail and
      *>     YTD records filtered by company, transferred-out YTD
      *>     from ytdxfer.dat counted with the old company, FEIN
      *>     and state account numbers printed from the company
      *>     master, report file named for the company.
      *>   Every run appends its counts and the quarter's tax
      *>     withheld and taxable wages to the run history through
      *>     RUN-LOG, one step per company reported.
      *> ====================================================

       ENVIRONMENT DIVISION.
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

               RECORD KEY IS SUW-KEY
               FILE STATUS IS WS-SUW-FILE-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "company.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CODE
               FILE STATUS IS WS-CO-FILE-STATUS.

           SELECT YTD-TRANSFER-FILE ASSIGN TO "ytdxfer.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-DETAIL-FILE.
           05  SUW-QTR-WAGES           PIC S9(10)V99.
           05  SUW-QTR-TAXABLE         PIC S9(10)V99.

       FD  COMPANY-FILE.
           COPY COMPANY.

       FD  YTD-TRANSFER-FILE.
           COPY YTDXFER.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-TXD-EOF-FLAG         PIC X VALUE 'N'.
               88  SUI-LISTING-DONE        VALUE 'Y'.
           05  WS-SUW-NEW-FLAG         PIC X VALUE 'N'.
               88  SUI-RECORD-IS-NEW       VALUE 'Y'.
           05  WS-CO-FOUND-FLAG        PIC X VALUE 'N'.
               88  COMPANY-ON-MASTER       VALUE 'Y'.
           05  WS-YTX-EOF-FLAG         PIC X VALUE 'N'.
               88  TRANSFERS-DONE          VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-TXD-FILE-STATUS      PIC X(2) VALUE '00'.
               88  SBS-FILE-OK              VALUE '00'.
           05  WS-SUW-FILE-STATUS      PIC X(2) VALUE '00'.
               88  SUW-FILE-OK              VALUE '00'.
           05  WS-CO-FILE-STATUS       PIC X(2) VALUE '00'.
               88  CO-FILE-OK               VALUE '00'.
           05  WS-YTX-FILE-STATUS      PIC X(2) VALUE '00'.
               88  YTX-FILE-OK              VALUE '00'.

       01  WS-TODAY-NUM                PIC 9(8) VALUE 0.
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-NUM.
           05  WS-TODAY-MM             PIC 9(2).
           05  WS-TODAY-DD             PIC 9(2).

       01  WS-PARM-INPUT               PIC X(9) VALUE SPACES.
       01  WS-PARM-PARTS REDEFINES WS-PARM-INPUT.
           05  WS-PARM-YEAR            PIC X(4).
           05  FILLER                  PIC X(1).
           05  WS-PARM-QUARTER         PIC X(1).
           05  FILLER                  PIC X(1).
           05  WS-PARM-COMPANY         PIC X(2).

      *> The company being reported and what the company master
      *> says about it; a blank company code on a record is 01
       01  WS-COMPANY-FIELDS.
           05  WS-REPORT-COMPANY       PIC X(2) VALUE '01'.
           05  WS-RECORD-COMPANY       PIC X(2) VALUE SPACES.
           05  WS-COMPANY-NAME         PIC X(40) VALUE SPACES.
           05  WS-COMPANY-FEIN         PIC 9(9) VALUE 0.
           05  WS-REG-LOOKUP-STATE     PIC X(2) VALUE SPACES.
           05  WS-REG-WITHHOLD-ID      PIC X(15) VALUE SPACES.
           05  WS-REG-UNEMP-ID         PIC X(15) VALUE SPACES.
           05  WS-RPT-FILE-NAME        PIC X(24)
                   VALUE "quarterlytax.txt".

       01  WS-REPORT-YEAR              PIC 9(4) VALUE 0.
       01  WS-REPORT-QUARTER           PIC 9(1) VALUE 0.
               10  WS-MON-FEDERAL      PIC S9(10)V99 VALUE 0.
               10  WS-MON-STATE        PIC S9(10)V99 VALUE 0.
               10  WS-MON-FICA         PIC S9(10)V99 VALUE 0.
               10  WS-MON-TAXABLE-WAGES
                                       PIC S9(10)V99 VALUE 0.
               10  WS-MON-FICA-WAGES   PIC S9(10)V99 VALUE 0.

       01  WS-QUARTER-TOTALS.
           05  WS-QTR-FEDERAL          PIC S9(10)V99 VALUE 0.
           05  WS-QTR-STATE            PIC S9(10)V99 VALUE 0.
           05  WS-QTR-FICA             PIC S9(10)V99 VALUE 0.
           05  WS-QTR-TOTAL            PIC S9(11)V99 VALUE 0.
           05  WS-QTR-TAXABLE-WAGES    PIC S9(11)V99 VALUE 0.
           05  WS-QTR-FICA-WAGES       PIC S9(11)V99 VALUE 0.

       01  WS-YEAR-DETAIL-TOTALS.
           05  WS-DTL-FEDERAL          PIC S9(12)V99 VALUE 0.
           05  WS-YTD-FICA             PIC 9(12)V99 VALUE 0.

       01  WS-MONTH-NUMBER             PIC 9(2).
       01  WS-DETAIL-ROWS-READ         PIC 9(7) VALUE 0.

      *> Quarter state-tax remittance buckets - one per work
      *> jurisdiction, '**' for employees with no work state.
      *> gross read back space-filled there - they land at zero
      *> wages, as the copybook promises
           05  WS-DETAIL-GROSS         PIC 9(8)V99.
      *> The row's income-tax and FICA wages - its gross when
      *> the row predates those fields
           05  WS-DETAIL-TAXABLE-WAGES PIC 9(8)V99.
           05  WS-DETAIL-FICA-WAGES    PIC 9(8)V99.
           05  WS-SUI-BASE             PIC 9(8)V99.
           05  WS-SUI-ROOM             PIC S9(10)V99.
           05  WS-SUI-TAXABLE-NOW      PIC 9(8)V99.
           05  FILLER                  PIC X(22)
               VALUE "  QUARTER WITHHELD   $".
           05  WS-SR-QTR-TAX           PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(10) VALUE "  ACCOUNT ".
           05  WS-SR-REG-ID            PIC X(15).
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-SUI-DETAIL-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "  FICA ".
           05  WS-ML-FICA              PIC $$$,$$$,$$$,$$9.99.

       01  WS-QTR-WAGE-LINE.
           05  FILLER                  PIC X(29)
               VALUE "QUARTER WAGES  INCOME TAX  $".
           05  WS-QW-TAXABLE-WAGES     PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                  PIC X(9)  VALUE "  FICA  $".
           05  WS-QW-FICA-WAGES        PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-RECON-LINE.
           05  WS-RL-CAPTION           PIC X(20).
           05  FILLER                  PIC X(9)  VALUE " DETAIL $".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RL-VERDICT           PIC X(14).

           COPY RUNLOGP.

      *> ====================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM WRITE-SUI-WAGE-LISTING.
           PERFORM RECONCILE-SOURCES.
           PERFORM TERMINATION.
           PERFORM END-RUN-LOG.
           STOP RUN.

      *> ====================================================
      *> Initialization
      *> ====================================================
       INITIALIZATION.
           PERFORM START-RUN-LOG.
           DISPLAY "=================================".
           DISPLAY "QUARTERLY WITHHOLDING REPORT".
           DISPLAY "=================================".

           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.
           PERFORM DETERMINE-REPORT-QUARTER.
           PERFORM LOAD-REPORT-COMPANY.

           OPEN INPUT TAX-DETAIL-FILE.
           IF NOT TXD-FILE-OK
               DISPLAY "UNABLE TO OPEN TAXDETAIL.DAT - STATUS "
                   WS-TXD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM END-RUN-LOG
               STOP RUN
           END-IF.

               DISPLAY "UNABLE TO OPEN YTD.DAT - STATUS "
                   WS-YTD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM END-RUN-LOG
               STOP RUN
           END-IF.

           IF WS-REPORT-COMPANY NOT = '01'
               MOVE SPACES TO WS-RPT-FILE-NAME
               STRING "quarterlytax_" WS-REPORT-COMPANY ".txt"
                   DELIMITED BY SIZE INTO WS-RPT-FILE-NAME
               END-STRING
           END-IF.
           OPEN OUTPUT REPORT-FILE.

           PERFORM LOAD-STATE-WAGE-BASES.
           END-COMPUTE.
           COMPUTE WS-QUARTER-MONTH-3 = WS-REPORT-QUARTER * 3
           END-COMPUTE.
           IF WS-PARM-COMPANY NOT = SPACES
               MOVE WS-PARM-COMPANY TO WS-REPORT-COMPANY
           END-IF.
           DISPLAY "REPORTING YEAR " WS-REPORT-YEAR
               " QUARTER " WS-REPORT-QUARTER
               " COMPANY " WS-REPORT-COMPANY.
           DISPLAY " ".

      *> ====================================================
      *> The reporting company's name and FEIN from the company
      *> master. A company the master does not know cannot be
      *> filed for; without the master only company 01 (the
      *> original employer) can be reported.
      *> ====================================================
       LOAD-REPORT-COMPANY.
           OPEN INPUT COMPANY-FILE.
           IF CO-FILE-OK
               MOVE WS-REPORT-COMPANY TO CO-CODE
               READ COMPANY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET COMPANY-ON-MASTER TO TRUE
                       MOVE CO-NAME TO WS-COMPANY-NAME
                       MOVE CO-FEIN TO WS-COMPANY-FEIN
               END-READ
               IF NOT COMPANY-ON-MASTER
                   DISPLAY "COMPANY " WS-REPORT-COMPANY
                       " NOT ON COMPANY MASTER - NO REPORT"
                   MOVE 16 TO RETURN-CODE
                   PERFORM END-RUN-LOG
                   STOP RUN
               END-IF
           ELSE
               IF WS-REPORT-COMPANY NOT = '01'
                   DISPLAY "COMPANY MASTER UNAVAILABLE - ONLY "
                       "COMPANY 01 CAN BE REPORTED"
                   MOVE 16 TO RETURN-CODE
                   PERFORM END-RUN-LOG
                   STOP RUN
               END-IF
               DISPLAY "COMPANY MASTER UNAVAILABLE - REPORT "
                   "CARRIES NO FEIN OR STATE ACCOUNT NUMBERS"
           END-IF.

      *> The company's withholding and unemployment account
      *> numbers with the state in WS-REG-LOOKUP-STATE
       FIND-STATE-REGISTRATION.
           MOVE SPACES TO WS-REG-WITHHOLD-ID.
           MOVE SPACES TO WS-REG-UNEMP-ID.
           IF COMPANY-ON-MASTER
               PERFORM MATCH-STATE-REGISTRATION
                   VARYING CO-REG-IDX FROM 1 BY 1
                   UNTIL CO-REG-IDX > CO-STATE-REG-COUNT
                      OR CO-REG-IDX > 10
           END-IF.

       MATCH-STATE-REGISTRATION.
           IF CO-REG-STATE(CO-REG-IDX) = WS-REG-LOOKUP-STATE
               MOVE CO-REG-WITHHOLD-ID(CO-REG-IDX)
                   TO WS-REG-WITHHOLD-ID
               MOVE CO-REG-UNEMP-ID(CO-REG-IDX) TO WS-REG-UNEMP-ID
           END-IF.

      *> ====================================================
      *> Pass the tax detail file once: bucket the report year's
      *> withholding by month and keep the year totals for the
                   AT END
                       SET TAX-DETAIL-EOF TO TRUE
                   NOT AT END
                       PERFORM SELECT-COMPANY-DETAIL
               END-READ
           END-PERFORM.

      *> Only the reporting company's rows; a blank company on
      *> the detail (rows written before companies, and pension
      *> rows) is company 01
       SELECT-COMPANY-DETAIL.
           ADD 1 TO WS-DETAIL-ROWS-READ.
           MOVE TXD-COMPANY-CODE TO WS-RECORD-COMPANY.
           IF WS-RECORD-COMPANY = SPACES
               MOVE '01' TO WS-RECORD-COMPANY
           END-IF.
           IF WS-RECORD-COMPANY = WS-REPORT-COMPANY
               PERFORM BUCKET-ONE-DETAIL
           END-IF.

      *> A reversal backout subtracts the taxes it carries, so
      *> the filed figures stay true after a payment is reversed
       BUCKET-ONE-DETAIL.
           IF TXD-PERIOD-ID >= 700000 AND TXD-PERIOD-ID <= 799999
               SET DETAIL-IS-PENSION TO TRUE
           END-IF.
           PERFORM RESOLVE-DETAIL-WAGES.
           IF WS-DETAIL-YYYY = WS-REPORT-YEAR AND
               WS-DETAIL-MM >= 1 AND WS-DETAIL-MM <= 12
               SET WS-MON-IDX TO WS-DETAIL-MM
                   ADD TXD-STATE-TAX   TO WS-MON-STATE(WS-MON-IDX)
                   ADD TXD-FICA-TAX    TO WS-MON-FICA(WS-MON-IDX)
               END-IF
               IF NOT DETAIL-IS-PENSION
                   PERFORM BUCKET-DETAIL-WAGES
               END-IF
               PERFORM SUM-YEAR-DETAIL
               PERFORM BUCKET-STATE-DETAIL
           END-IF.

      *> Rows written before the gross field existed read back
      *> space-filled and carry no wages; rows written before
      *> the taxable-wage fields take their gross for both
       RESOLVE-DETAIL-WAGES.
           MOVE 0 TO WS-DETAIL-GROSS.
           IF TXD-GROSS-PAY IS NUMERIC
               MOVE TXD-GROSS-PAY TO WS-DETAIL-GROSS
           END-IF.
           MOVE WS-DETAIL-GROSS TO WS-DETAIL-TAXABLE-WAGES.
           IF TXD-TAXABLE-WAGES IS NUMERIC
               MOVE TXD-TAXABLE-WAGES TO WS-DETAIL-TAXABLE-WAGES
           END-IF.
           MOVE WS-DETAIL-GROSS TO WS-DETAIL-FICA-WAGES.
           IF TXD-FICA-WAGES IS NUMERIC
               MOVE TXD-FICA-WAGES TO WS-DETAIL-FICA-WAGES
           END-IF.

      *> Wage boxes of the quarterly return - pension benefits
      *> are reported on their own return, not with wages
       BUCKET-DETAIL-WAGES.
           IF TXD-IS-REVERSAL
               SUBTRACT WS-DETAIL-TAXABLE-WAGES
                   FROM WS-MON-TAXABLE-WAGES(WS-MON-IDX)
               SUBTRACT WS-DETAIL-FICA-WAGES
                   FROM WS-MON-FICA-WAGES(WS-MON-IDX)
           ELSE
               ADD WS-DETAIL-TAXABLE-WAGES
                   TO WS-MON-TAXABLE-WAGES(WS-MON-IDX)
               ADD WS-DETAIL-FICA-WAGES
                   TO WS-MON-FICA-WAGES(WS-MON-IDX)
           END-IF.

      *> Pension withholding never reaches ytd.dat, so it goes
      *> to its own year totals instead of the ones the YTD
      *> reconciliation judges - otherwise the first pension
               WS-DETAIL-MM <= WS-QUARTER-MONTH-3
               PERFORM ACCUMULATE-STATE-REMIT
           END-IF.
      *> Unemployment wages are the FICA wages - Section 125
      *> deductions are not wages there either; pension
      *> benefits are not unemployment wages at all
           MOVE WS-DETAIL-FICA-WAGES TO WS-DETAIL-GROSS.
           IF WS-DETAIL-GROSS > 0 AND NOT DETAIL-IS-PENSION
               PERFORM ACCUMULATE-SUI-WAGES
           END-IF.

      *> ====================================================
      *> Sum the ytd.dat accumulators for the report year - the
      *> independent side of the reconciliation. Only records
      *> the reporting company owns count, plus what employees
      *> earned with it before transferring away (ytdxfer.dat).
      *> ====================================================
       SUM-YTD-MOVEMENT.
           MOVE 0 TO YTD-EMP-ID.
                   AT END
                       SET YTD-EOF TO TRUE
                   NOT AT END
                       PERFORM SUM-ONE-YTD-RECORD
               END-READ
           END-PERFORM.
           PERFORM SUM-TRANSFERRED-YTD.

       SUM-ONE-YTD-RECORD.
           MOVE YTD-COMPANY-CODE TO WS-RECORD-COMPANY.
           IF WS-RECORD-COMPANY = SPACES
               MOVE '01' TO WS-RECORD-COMPANY
           END-IF.
           IF YTD-YEAR = WS-REPORT-YEAR AND
               WS-RECORD-COMPANY = WS-REPORT-COMPANY
               ADD YTD-FEDERAL-TAX TO WS-YTD-FEDERAL
               ADD YTD-STATE-TAX   TO WS-YTD-STATE
               ADD YTD-FICA-TAX    TO WS-YTD-FICA
           END-IF.

      *> No transfer file simply means nobody has moved
       SUM-TRANSFERRED-YTD.
           OPEN INPUT YTD-TRANSFER-FILE.
           IF YTX-FILE-OK
               PERFORM READ-ONE-TRANSFER UNTIL TRANSFERS-DONE
               CLOSE YTD-TRANSFER-FILE
           END-IF.

       READ-ONE-TRANSFER.
           READ YTD-TRANSFER-FILE
               AT END
                   SET TRANSFERS-DONE TO TRUE
               NOT AT END
                   IF YTX-YEAR = WS-REPORT-YEAR AND
                       YTX-COMPANY-CODE = WS-REPORT-COMPANY
                       ADD YTX-FEDERAL-TAX TO WS-YTD-FEDERAL
                       ADD YTX-STATE-TAX   TO WS-YTD-STATE
                       ADD YTX-FICA-TAX    TO WS-YTD-FICA
                   END-IF
           END-READ.

      *> ====================================================
      *> The remittance summary: one line per month of the
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "COMPANY " WS-REPORT-COMPANY " " WS-COMPANY-NAME
               "  FEIN " WS-COMPANY-FEIN
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM WRITE-ONE-MONTH-LINE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-QTR-TAXABLE-WAGES TO WS-QW-TAXABLE-WAGES.
           MOVE WS-QTR-FICA-WAGES    TO WS-QW-FICA-WAGES.
           MOVE WS-QTR-WAGE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-ONE-MONTH-LINE.
           SET WS-MON-IDX TO WS-MONTH-NUMBER.
           ADD WS-MON-FEDERAL(WS-MON-IDX)  TO WS-QTR-FEDERAL.
           ADD WS-MON-STATE(WS-MON-IDX)    TO WS-QTR-STATE.
           ADD WS-MON-FICA(WS-MON-IDX)     TO WS-QTR-FICA.
           ADD WS-MON-TAXABLE-WAGES(WS-MON-IDX)
               TO WS-QTR-TAXABLE-WAGES.
           ADD WS-MON-FICA-WAGES(WS-MON-IDX) TO WS-QTR-FICA-WAGES.
           MOVE WS-MONTH-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-ONE-STATE-REMIT.
           MOVE WS-SRM-STATE(WS-SRM-IDX)   TO WS-SR-STATE.
           MOVE WS-SRM-QTR-TAX(WS-SRM-IDX) TO WS-SR-QTR-TAX.
           MOVE WS-SRM-STATE(WS-SRM-IDX) TO WS-REG-LOOKUP-STATE.
           PERFORM FIND-STATE-REGISTRATION.
           MOVE WS-REG-WITHHOLD-ID TO WS-SR-REG-ID.
           MOVE WS-STATE-REMIT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

                   PERFORM WRITE-SUI-STATE-TOTAL
               END-IF
               MOVE SUW-STATE TO WS-SUI-BREAK-STATE
               MOVE SUW-STATE TO WS-REG-LOOKUP-STATE
               PERFORM FIND-STATE-REGISTRATION
               MOVE SPACES TO REPORT-LINE
               STRING "STATE " SUW-STATE
                   "  UNEMPLOYMENT ACCOUNT " WS-REG-UNEMP-ID
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           CLOSE YTD-FILE.
           CLOSE SUI-WORK-FILE.
           CLOSE REPORT-FILE.
           IF COMPANY-ON-MASTER
               CLOSE COMPANY-FILE
           END-IF.

           DISPLAY " ".
           DISPLAY "Quarter federal withheld: $" WS-QTR-FEDERAL.
           DISPLAY "Quarter state withheld: $" WS-QTR-STATE.
           DISPLAY "Quarter FICA withheld: $" WS-QTR-FICA.
           DISPLAY " ".

      *> ====================================================
      *> Run history - the step's start, and its end on
      *> every way out
      *> ====================================================
       START-RUN-LOG.
           INITIALIZE RL-RUN-LOG-PARAMETERS.
           MOVE "QTRTAX"   TO RL-JOB-NAME.
           MOVE "QTRTAX"   TO RL-STEP-NAME.
           SET RL-LIVE-RUN   TO TRUE.
           SET RL-START-STEP TO TRUE.
           CALL "RUN-LOG" USING RL-RUN-LOG-PARAMETERS.

       END-RUN-LOG.
           MOVE WS-REPORT-COMPANY   TO RL-STEP-QUALIFIER.
           IF WS-REPORT-YEAR > 0 AND WS-REPORT-QUARTER > 0
               STRING WS-REPORT-YEAR "Q" WS-REPORT-QUARTER
                   DELIMITED BY SIZE INTO RL-PERIOD
               END-STRING
           END-IF.
           MOVE WS-DETAIL-ROWS-READ TO RL-RECORDS-READ.
           MOVE "WITHHELD"          TO RL-AMOUNT-1-LABEL.
           MOVE WS-QTR-TOTAL        TO RL-AMOUNT-1.
           MOVE "WAGES"             TO RL-AMOUNT-2-LABEL.
           MOVE WS-QTR-TAXABLE-WAGES TO RL-AMOUNT-2.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           SET RL-END-STEP TO TRUE.
           CALL "RUN-LOG" USING RL-RUN-LOG-PARAMETERS.
           MOVE RL-RETURN-CODE TO RETURN-CODE.
