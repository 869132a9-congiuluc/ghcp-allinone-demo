      *> rollover resets the YTD accumulators.
      *>
      *> The statement year is read from SYSIN; when none is
      *> supplied the current calendar year is used. An optional
      *> company code follows (YYYY CC, default 01): each
      *> company issues its own statements under its own FEIN,
      *> covering only the wages the employee earned with it -
      *> the live ytd.dat record when the company owns it, plus
      *> any closed off to ytdxfer.dat when the employee
      *> transferred away. The two are merged per employee in a
      *> work file first. Company 01 writes wagestatements.txt
      *> and wagefile.dat; other companies add _CC to the names.
      *>
      *> Modification History:
      *>   Initial version - wage statements, company totals and
      *>     filing extract from ytd.dat.
      *>   Statements, company totals and the extract carry the
      *>     federal taxable wages (gross less pre-tax
      *>     deductions) and the FICA taxable wages; a YTD
      *>     record older than the taxable-wage field reports
      *>     its gross.
      *>   One company per run (SYSIN YYYY CC): statements
      *>     built from the company's own ytd.dat records plus
      *>     those closed off to ytdxfer.dat by a transfer, the
      *>     employer name and FEIN on each statement and on the
      *>     extract, output files named for the company.
      *>   Every run appends its counts and the company's gross and
      *>     federal withholding to the run history through RUN-LOG,
      *>     one step per company.
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

           SELECT STATEMENT-FILE ASSIGN TO DYNAMIC WS-STM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STM-FILE-STATUS.

           SELECT WAGE-EXTRACT-FILE ASSIGN TO DYNAMIC WS-WGX-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WGX-FILE-STATUS.

           SELECT YTD-TRANSFER-FILE ASSIGN TO "ytdxfer.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTX-FILE-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "company.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CODE
               FILE STATUS IS WS-CO-FILE-STATUS.

           SELECT WAGE-WORK-FILE ASSIGN TO "wagework.tmp"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WGW-EMP-ID
               FILE STATUS IS WS-WGW-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  YTD-FILE.
           05  WGX-OTHER-DEDUCTIONS    PIC 9(10)V99.
           05  WGX-GARNISHMENTS        PIC 9(10)V99.
           05  WGX-NET-PAY             PIC 9(10)V99.
           05  WGX-TAXABLE-WAGES       PIC 9(10)V99.
           05  WGX-FICA-WAGES          PIC 9(10)V99.
           05  WGX-COMPANY-CODE        PIC X(2).
           05  WGX-COMPANY-FEIN        PIC 9(9).

       FD  YTD-TRANSFER-FILE.
           COPY YTDXFER.

       FD  COMPANY-FILE.
           COPY COMPANY.

      *> The statement year's wages each employee earned with
      *> the company being reported, from either source
       FD  WAGE-WORK-FILE.
       01  WAGE-WORK-RECORD.
           05  WGW-EMP-ID              PIC 9(5).
           05  WGW-GROSS-PAY           PIC 9(10)V99.
           05  WGW-FEDERAL-TAX         PIC 9(10)V99.
           05  WGW-STATE-TAX           PIC 9(10)V99.
           05  WGW-FICA-TAX            PIC 9(10)V99.
           05  WGW-FICA-TAXABLE-WAGES  PIC 9(10)V99.
           05  WGW-401K                PIC 9(10)V99.
           05  WGW-HEALTH-PREMIUMS     PIC 9(10)V99.
           05  WGW-OTHER-DEDUCTIONS    PIC 9(10)V99.
           05  WGW-GARNISHMENTS        PIC 9(10)V99.
           05  WGW-NET-PAY             PIC 9(10)V99.
           05  WGW-TAXABLE-WAGES       PIC 9(10)V99.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X VALUE 'N'.
               88  END-OF-FILE             VALUE 'Y'.
           05  WS-YTX-EOF-FLAG         PIC X VALUE 'N'.
               88  TRANSFERS-DONE          VALUE 'Y'.
           05  WS-WGW-EOF-FLAG         PIC X VALUE 'N'.
               88  WAGE-WORK-DONE          VALUE 'Y'.
           05  WS-WGW-NEW-FLAG         PIC X VALUE 'N'.
               88  WAGE-WORK-IS-NEW        VALUE 'Y'.
           05  WS-CO-FOUND-FLAG        PIC X VALUE 'N'.
               88  COMPANY-ON-MASTER       VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-YTD-FILE-STATUS      PIC X(2) VALUE '00'.
               88  STM-FILE-OK              VALUE '00'.
           05  WS-WGX-FILE-STATUS      PIC X(2) VALUE '00'.
               88  WGX-FILE-OK              VALUE '00'.
           05  WS-YTX-FILE-STATUS      PIC X(2) VALUE '00'.
               88  YTX-FILE-OK              VALUE '00'.
           05  WS-CO-FILE-STATUS       PIC X(2) VALUE '00'.
               88  CO-FILE-OK               VALUE '00'.
           05  WS-WGW-FILE-STATUS      PIC X(2) VALUE '00'.
               88  WGW-FILE-OK              VALUE '00'.

       01  WS-COUNTERS.
           05  WS-STATEMENT-COUNT      PIC 9(5) VALUE 0.
           05  WS-COMPANY-OTHER        PIC 9(12)V99 VALUE 0.
           05  WS-COMPANY-GARNISH      PIC 9(12)V99 VALUE 0.
           05  WS-COMPANY-NET          PIC 9(12)V99 VALUE 0.
           05  WS-COMPANY-TAXABLE      PIC 9(12)V99 VALUE 0.
           05  WS-COMPANY-FICA-WAGES   PIC 9(12)V99 VALUE 0.

       01  WS-TODAY-NUM                PIC 9(8) VALUE 0.
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-NUM.
           05  WS-TODAY-MM             PIC 9(2).
           05  WS-TODAY-DD             PIC 9(2).

       01  WS-PARM-INPUT               PIC X(7) VALUE SPACES.
       01  WS-PARM-PARTS REDEFINES WS-PARM-INPUT.
           05  WS-YEAR-INPUT           PIC X(4).
           05  FILLER                  PIC X(1).
           05  WS-PARM-COMPANY         PIC X(2).
       01  WS-STATEMENT-YEAR           PIC 9(4) VALUE 0.

      *> The employer the statements are issued for; a blank
      *> company code on a YTD record is 01
       01  WS-COMPANY-FIELDS.
           05  WS-REPORT-COMPANY       PIC X(2) VALUE '01'.
           05  WS-RECORD-COMPANY       PIC X(2) VALUE SPACES.
           05  WS-COMPANY-NAME         PIC X(40) VALUE SPACES.
           05  WS-COMPANY-FEIN         PIC 9(9) VALUE 0.
           05  WS-STM-FILE-NAME        PIC X(24)
                   VALUE "wagestatements.txt".
           05  WS-WGX-FILE-NAME        PIC X(24)
                   VALUE "wagefile.dat".

       01  WS-EMP-NAME-HOLD            PIC X(30).
       01  WS-EMP-DEPT-HOLD            PIC X(20).

           05  WS-SH-YEAR              PIC 9(4).
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-EMPLOYER-LINE.
           05  FILLER                  PIC X(10) VALUE "EMPLOYER: ".
           05  WS-EM-COMPANY-NAME      PIC X(40).
           05  FILLER                  PIC X(7)  VALUE "  FEIN ".
           05  WS-EM-FEIN              PIC 9(9).
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-EMPLOYEE-LINE.
           05  FILLER                  PIC X(10) VALUE "EMPLOYEE: ".
           05  WS-EL-EMP-ID            PIC 9(5).
           05  WS-AL-AMOUNT            PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(36) VALUE SPACES.

           COPY RUNLOGP.

      *> ====================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION.
           PERFORM MERGE-TRANSFERRED-YTD.
           PERFORM PROCESS-YTD-RECORDS.
           PERFORM PRODUCE-STATEMENTS.
           PERFORM WRITE-COMPANY-TOTALS.
           PERFORM TERMINATION.
           PERFORM END-RUN-LOG.
           STOP RUN.

      *> ====================================================
      *> Initialization
      *> ====================================================
       INITIALIZATION.
           PERFORM START-RUN-LOG.
           DISPLAY "=================================".
           DISPLAY "YEAR-END WAGE STATEMENTS".
           DISPLAY "=================================".

           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.
           PERFORM DETERMINE-STATEMENT-YEAR.
           PERFORM LOAD-REPORT-COMPANY.

           OPEN INPUT YTD-FILE.
           IF NOT YTD-FILE-OK
               DISPLAY "UNABLE TO OPEN YTD.DAT - STATUS "
                   WS-YTD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM END-RUN-LOG
               STOP RUN
           END-IF.

               DISPLAY "UNABLE TO OPEN EMPLOYEES.TXT - STATUS "
                   WS-EMP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM END-RUN-LOG
               STOP RUN
           END-IF.

           IF WS-REPORT-COMPANY NOT = '01'
               MOVE SPACES TO WS-STM-FILE-NAME
               STRING "wagestatements_" WS-REPORT-COMPANY ".txt"
                   DELIMITED BY SIZE INTO WS-STM-FILE-NAME
               END-STRING
               MOVE SPACES TO WS-WGX-FILE-NAME
               STRING "wagefile_" WS-REPORT-COMPANY ".dat"
                   DELIMITED BY SIZE INTO WS-WGX-FILE-NAME
               END-STRING
           END-IF.
           OPEN OUTPUT STATEMENT-FILE.
           OPEN OUTPUT WAGE-EXTRACT-FILE.
           OPEN OUTPUT WAGE-WORK-FILE.
           CLOSE WAGE-WORK-FILE.
           OPEN I-O WAGE-WORK-FILE.

      *> ====================================================
      *> The statement year comes from SYSIN; an empty or
      *> non-numeric value defaults to the current year. The
      *> company follows it, defaulting to 01.
      *> ====================================================
       DETERMINE-STATEMENT-YEAR.
           ACCEPT WS-PARM-INPUT.
           IF WS-PARM-COMPANY NOT = SPACES
               MOVE WS-PARM-COMPANY TO WS-REPORT-COMPANY
           END-IF.
           IF WS-YEAR-INPUT IS NUMERIC AND WS-YEAR-INPUT NOT = "0000"
               MOVE WS-YEAR-INPUT TO WS-STATEMENT-YEAR
           ELSE
               MOVE WS-TODAY-YYYY TO WS-STATEMENT-YEAR
           END-IF.
           DISPLAY "STATEMENT YEAR: " WS-STATEMENT-YEAR
               " COMPANY: " WS-REPORT-COMPANY.
           DISPLAY " ".

      *> ====================================================
      *> The employer's name and FEIN from the company master.
      *> A company the master does not know cannot issue
      *> statements; without the master only company 01 (the
      *> original employer) can.
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
               CLOSE COMPANY-FILE
               IF NOT COMPANY-ON-MASTER
                   DISPLAY "COMPANY " WS-REPORT-COMPANY
                       " NOT ON COMPANY MASTER - NO STATEMENTS"
                   MOVE 16 TO RETURN-CODE
                   PERFORM END-RUN-LOG
                   STOP RUN
               END-IF
           ELSE
               IF WS-REPORT-COMPANY NOT = '01'
                   DISPLAY "COMPANY MASTER UNAVAILABLE - ONLY "
                       "COMPANY 01 CAN ISSUE STATEMENTS"
                   MOVE 16 TO RETURN-CODE
                   PERFORM END-RUN-LOG
                   STOP RUN
               END-IF
               DISPLAY "COMPANY MASTER UNAVAILABLE - STATEMENTS "
                   "CARRY NO EMPLOYER FEIN"
           END-IF.

      *> ====================================================
      *> Wages earned with this company before a transfer away
      *> were closed off to ytdxfer.dat; no file simply means
      *> nobody has moved
      *> ====================================================
       MERGE-TRANSFERRED-YTD.
           OPEN INPUT YTD-TRANSFER-FILE.
           IF YTX-FILE-OK
               PERFORM MERGE-ONE-TRANSFER UNTIL TRANSFERS-DONE
               CLOSE YTD-TRANSFER-FILE
           END-IF.

       MERGE-ONE-TRANSFER.
           READ YTD-TRANSFER-FILE
               AT END
                   SET TRANSFERS-DONE TO TRUE
               NOT AT END
                   IF YTX-YEAR = WS-STATEMENT-YEAR AND
                       YTX-COMPANY-CODE = WS-REPORT-COMPANY
                       PERFORM ADD-TRANSFER-TO-WORK
                   END-IF
           END-READ.

       ADD-TRANSFER-TO-WORK.
           MOVE YTX-EMP-ID TO WGW-EMP-ID.
           PERFORM READ-WAGE-WORK-RECORD.
           ADD YTX-GROSS-PAY          TO WGW-GROSS-PAY.
           ADD YTX-FEDERAL-TAX        TO WGW-FEDERAL-TAX.
           ADD YTX-STATE-TAX          TO WGW-STATE-TAX.
           ADD YTX-FICA-TAX           TO WGW-FICA-TAX.
           ADD YTX-FICA-TAXABLE-WAGES TO WGW-FICA-TAXABLE-WAGES.
           ADD YTX-401K               TO WGW-401K.
           ADD YTX-HEALTH-PREMIUMS    TO WGW-HEALTH-PREMIUMS.
           ADD YTX-OTHER-DEDUCTIONS   TO WGW-OTHER-DEDUCTIONS.
           ADD YTX-GARNISHMENTS       TO WGW-GARNISHMENTS.
           ADD YTX-NET-PAY            TO WGW-NET-PAY.
           ADD YTX-TAXABLE-WAGES      TO WGW-TAXABLE-WAGES.
           PERFORM WRITE-WAGE-WORK-RECORD.

      *> The employee's work record, started at zero when new
       READ-WAGE-WORK-RECORD.
           MOVE 'N' TO WS-WGW-NEW-FLAG.
           READ WAGE-WORK-FILE
               INVALID KEY
                   SET WAGE-WORK-IS-NEW TO TRUE
                   MOVE 0 TO WGW-GROSS-PAY
                             WGW-FEDERAL-TAX
                             WGW-STATE-TAX
                             WGW-FICA-TAX
                             WGW-FICA-TAXABLE-WAGES
                             WGW-401K
                             WGW-HEALTH-PREMIUMS
                             WGW-OTHER-DEDUCTIONS
                             WGW-GARNISHMENTS
                             WGW-NET-PAY
                             WGW-TAXABLE-WAGES
           END-READ.

       WRITE-WAGE-WORK-RECORD.
           IF WAGE-WORK-IS-NEW
               WRITE WAGE-WORK-RECORD
           ELSE
               REWRITE WAGE-WORK-RECORD
           END-IF.

      *> ====================================================
      *> Pass the whole YTD file, adding every record the
      *> company owns for the statement year to the work file
      *> ====================================================
       PROCESS-YTD-RECORDS.
           MOVE 0 TO YTD-EMP-ID.
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM SELECT-ONE-YTD-RECORD
               END-READ
           END-PERFORM.

       SELECT-ONE-YTD-RECORD.
           MOVE YTD-COMPANY-CODE TO WS-RECORD-COMPANY.
           IF WS-RECORD-COMPANY = SPACES
               MOVE '01' TO WS-RECORD-COMPANY
           END-IF.
           IF YTD-YEAR = WS-STATEMENT-YEAR AND
               WS-RECORD-COMPANY = WS-REPORT-COMPANY
               PERFORM ADD-YTD-TO-WORK
           END-IF.

       ADD-YTD-TO-WORK.
           IF YTD-TAXABLE-WAGES NOT NUMERIC
               MOVE YTD-GROSS-PAY TO YTD-TAXABLE-WAGES
           END-IF.
           MOVE YTD-EMP-ID TO WGW-EMP-ID.
           PERFORM READ-WAGE-WORK-RECORD.
           ADD YTD-GROSS-PAY          TO WGW-GROSS-PAY.
           ADD YTD-FEDERAL-TAX        TO WGW-FEDERAL-TAX.
           ADD YTD-STATE-TAX          TO WGW-STATE-TAX.
           ADD YTD-FICA-TAX           TO WGW-FICA-TAX.
           ADD YTD-FICA-TAXABLE-WAGES TO WGW-FICA-TAXABLE-WAGES.
           ADD YTD-401K               TO WGW-401K.
           ADD YTD-HEALTH-PREMIUMS    TO WGW-HEALTH-PREMIUMS.
           ADD YTD-OTHER-DEDUCTIONS   TO WGW-OTHER-DEDUCTIONS.
           ADD YTD-GARNISHMENTS       TO WGW-GARNISHMENTS.
           ADD YTD-NET-PAY            TO WGW-NET-PAY.
           ADD YTD-TAXABLE-WAGES      TO WGW-TAXABLE-WAGES.
           PERFORM WRITE-WAGE-WORK-RECORD.

      *> ====================================================
      *> One statement per employee in the work file
      *> ====================================================
       PRODUCE-STATEMENTS.
           MOVE 0 TO WGW-EMP-ID.
           START WAGE-WORK-FILE KEY >= WGW-EMP-ID
               INVALID KEY
                   SET WAGE-WORK-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-WAGE-WORK UNTIL WAGE-WORK-DONE.

       READ-NEXT-WAGE-WORK.
           READ WAGE-WORK-FILE NEXT RECORD
               AT END
                   SET WAGE-WORK-DONE TO TRUE
               NOT AT END
                   PERFORM PRODUCE-ONE-STATEMENT
           END-READ.

       PRODUCE-ONE-STATEMENT.
           PERFORM LOOK-UP-EMPLOYEE.
           PERFORM WRITE-STATEMENT-BLOCK.
      *> still gets a statement - wages were paid either way.
      *> ====================================================
       LOOK-UP-EMPLOYEE.
           MOVE WGW-EMP-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "** NOT ON EMPLOYEE MASTER **"
           MOVE WS-STATEMENT-YEAR TO WS-SH-YEAR.
           MOVE WS-STATEMENT-HEADER TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-COMPANY-NAME TO WS-EM-COMPANY-NAME.
           MOVE WS-COMPANY-FEIN TO WS-EM-FEIN.
           MOVE WS-EMPLOYER-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE WGW-EMP-ID       TO WS-EL-EMP-ID.
           MOVE WS-EMP-NAME-HOLD TO WS-EL-EMP-NAME.
           MOVE WS-EMP-DEPT-HOLD TO WS-EL-DEPARTMENT.
           MOVE WS-EMPLOYEE-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE "GROSS WAGES"          TO WS-AL-CAPTION.
           MOVE WGW-GROSS-PAY          TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "FEDERAL TAXABLE WAGES" TO WS-AL-CAPTION.
           MOVE WGW-TAXABLE-WAGES      TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "FICA TAXABLE WAGES"   TO WS-AL-CAPTION.
           MOVE WGW-FICA-TAXABLE-WAGES TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "FEDERAL TAX WITHHELD" TO WS-AL-CAPTION.
           MOVE WGW-FEDERAL-TAX        TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "STATE TAX WITHHELD"   TO WS-AL-CAPTION.
           MOVE WGW-STATE-TAX          TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "FICA TAX WITHHELD"    TO WS-AL-CAPTION.
           MOVE WGW-FICA-TAX           TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "401K CONTRIBUTIONS"   TO WS-AL-CAPTION.
           MOVE WGW-401K               TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "HEALTH PREMIUMS"      TO WS-AL-CAPTION.
           MOVE WGW-HEALTH-PREMIUMS    TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "OTHER DEDUCTIONS"     TO WS-AL-CAPTION.
           MOVE WGW-OTHER-DEDUCTIONS   TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "GARNISHMENTS"         TO WS-AL-CAPTION.
           MOVE WGW-GARNISHMENTS       TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "NET PAY"              TO WS-AL-CAPTION.
           MOVE WGW-NET-PAY            TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.

       WRITE-AMOUNT-LINE.
       WRITE-EXTRACT-RECORD.
           MOVE SPACES               TO WAGE-EXTRACT-RECORD.
           MOVE WS-STATEMENT-YEAR    TO WGX-YEAR.
           MOVE WGW-EMP-ID           TO WGX-EMP-ID.
           MOVE WS-EMP-NAME-HOLD     TO WGX-EMP-NAME.
           MOVE WGW-GROSS-PAY        TO WGX-GROSS-PAY.
           MOVE WGW-FEDERAL-TAX      TO WGX-FEDERAL-TAX.
           MOVE WGW-STATE-TAX        TO WGX-STATE-TAX.
           MOVE WGW-FICA-TAX         TO WGX-FICA-TAX.
           MOVE WGW-401K             TO WGX-401K.
           MOVE WGW-HEALTH-PREMIUMS  TO WGX-HEALTH-PREMIUMS.
           MOVE WGW-OTHER-DEDUCTIONS TO WGX-OTHER-DEDUCTIONS.
           MOVE WGW-GARNISHMENTS     TO WGX-GARNISHMENTS.
           MOVE WGW-NET-PAY          TO WGX-NET-PAY.
           MOVE WGW-TAXABLE-WAGES    TO WGX-TAXABLE-WAGES.
           MOVE WGW-FICA-TAXABLE-WAGES TO WGX-FICA-WAGES.
           MOVE WS-REPORT-COMPANY    TO WGX-COMPANY-CODE.
           MOVE WS-COMPANY-FEIN      TO WGX-COMPANY-FEIN.
           WRITE WAGE-EXTRACT-RECORD.

       ACCUMULATE-COMPANY-TOTALS.
           ADD WGW-GROSS-PAY        TO WS-COMPANY-GROSS.
           ADD WGW-FEDERAL-TAX      TO WS-COMPANY-FEDERAL.
           ADD WGW-STATE-TAX        TO WS-COMPANY-STATE.
           ADD WGW-FICA-TAX         TO WS-COMPANY-FICA.
           ADD WGW-401K             TO WS-COMPANY-401K.
           ADD WGW-HEALTH-PREMIUMS  TO WS-COMPANY-HEALTH.
           ADD WGW-OTHER-DEDUCTIONS TO WS-COMPANY-OTHER.
           ADD WGW-GARNISHMENTS     TO WS-COMPANY-GARNISH.
           ADD WGW-NET-PAY          TO WS-COMPANY-NET.
           ADD WGW-TAXABLE-WAGES    TO WS-COMPANY-TAXABLE.
           ADD WGW-FICA-TAXABLE-WAGES TO WS-COMPANY-FICA-WAGES.

      *> ====================================================
      *> Company totals page - the figures the filing service
           MOVE "========================================"
               TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "COMPANY TOTALS - " WS-REPORT-COMPANY " "
               WS-COMPANY-NAME DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING.
           WRITE STATEMENT-LINE.
           MOVE WS-COMPANY-FEIN TO WS-EM-FEIN.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "FEIN " WS-EM-FEIN DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING.
           WRITE STATEMENT-LINE.

           MOVE "GROSS WAGES"          TO WS-AL-CAPTION.
           MOVE WS-COMPANY-GROSS       TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "FEDERAL TAXABLE WAGES" TO WS-AL-CAPTION.
           MOVE WS-COMPANY-TAXABLE     TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "FICA TAXABLE WAGES"   TO WS-AL-CAPTION.
           MOVE WS-COMPANY-FICA-WAGES  TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "FEDERAL TAX WITHHELD" TO WS-AL-CAPTION.
           MOVE WS-COMPANY-FEDERAL     TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           CLOSE EMPLOYEE-FILE.
           CLOSE STATEMENT-FILE.
           CLOSE WAGE-EXTRACT-FILE.
           CLOSE WAGE-WORK-FILE.

           DISPLAY "Wage statements produced: " WS-STATEMENT-COUNT.
           DISPLAY "YTD records with no master entry: "

           IF WS-STATEMENT-COUNT = 0
               DISPLAY "*** NO YTD RECORDS FOR YEAR "
                   WS-STATEMENT-YEAR " COMPANY "
                   WS-REPORT-COMPANY " ***"
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> ====================================================
      *> Run history - the step's start, and its end on
      *> every way out
      *> ====================================================
       START-RUN-LOG.
           INITIALIZE RL-RUN-LOG-PARAMETERS.
           MOVE "YEAREND"  TO RL-JOB-NAME.
           MOVE "YEARWAGE" TO RL-STEP-NAME.
           SET RL-LIVE-RUN   TO TRUE.
           SET RL-START-STEP TO TRUE.
           CALL "RUN-LOG" USING RL-RUN-LOG-PARAMETERS.

       END-RUN-LOG.
           MOVE WS-REPORT-COMPANY    TO RL-STEP-QUALIFIER.
           IF WS-STATEMENT-YEAR > 0
               MOVE WS-STATEMENT-YEAR TO RL-PERIOD
           END-IF.
           MOVE WS-STATEMENT-COUNT    TO RL-RECORDS-WRITTEN.
           MOVE WS-NOT-ON-MASTER-COUNT TO RL-RECORDS-REJECTED.
           MOVE "GROSS"               TO RL-AMOUNT-1-LABEL.
           MOVE WS-COMPANY-GROSS      TO RL-AMOUNT-1.
           MOVE "FEDERAL"             TO RL-AMOUNT-2-LABEL.
           MOVE WS-COMPANY-FEDERAL    TO RL-AMOUNT-2.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           SET RL-END-STEP TO TRUE.
           CALL "RUN-LOG" USING RL-RUN-LOG-PARAMETERS.
           MOVE RL-RETURN-CODE TO RETURN-CODE.
