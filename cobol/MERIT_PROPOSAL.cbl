       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERIT-PROPOSAL.
      *> ====================================================
      *> Annual merit increase proposal
      *> Proposes each active employee's merit increase from
      *> the merit matrix - the percentage for their
      *> EMP-PERFORMANCE-RATING against their position in the
      *> pay range for their department and pay type - and
      *> prints the proposal worksheet by department with the
      *> annual cost of the increases, so HR starts the cycle
      *> from a worked proposal instead of a blank spreadsheet.
      *> Salaried and hourly staff are handled separately: each
      *> has its own matrix and ranges, salaried against the
      *> annual salary and hourly against the hourly rate, an
      *> hourly increase costed over 2080 hours a year.
      *>
      *> The merit matrix (meritmatrix.txt) carries one line
      *> per pay type and rating (1-5) with six percentages,
      *> one per position in range: below the minimum, the
      *> first to fourth quarter of the range, and at or above
      *> the maximum. The pay ranges (payranges.txt) carry the
      *> minimum and maximum per department and pay type; a
      *> range with a blank department covers every department
      *> without one of its own. An increase never lifts pay
      *> within the range past its maximum. An employee with no
      *> range or no valid rating is listed with no increase
      *> for HR to decide.
      *>
      *> SYSIN may carry the cycle's effective date (YYYYMMDD);
      *> blank means the run date. The proposal goes to
      *> meritproposal.txt (MERITPRP.cpy) in worksheet order;
      *> HR returns the approved lines as meritapproved.txt for
      *> MERIT-APPLY. The worksheet is meritworksheet.txt.
      *> Employees listed without an increase end the step
      *> RC 4; no merit matrix ends it RC 16.
      *>
      *> Modification History:
      *>   Initial version - merit matrix proposal and
      *>     departmental worksheet.
      *>   Declares the employee master's alternate keys on
      *>     EMP-NAME and EMP-DEPARTMENT.
      *> ====================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "employees.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPARTMENT
                   WITH DUPLICATES
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT MERIT-MATRIX-FILE ASSIGN TO "meritmatrix.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MMX-FILE-STATUS.

           SELECT PAY-RANGE-FILE ASSIGN TO "payranges.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRG-FILE-STATUS.

           SELECT MERIT-WORK-FILE ASSIGN TO "meritwork.tmp"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MWK-KEY
               FILE STATUS IS WS-MWK-FILE-STATUS.

           SELECT MERIT-PROPOSAL-FILE ASSIGN TO "meritproposal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRP-FILE-STATUS.

           SELECT WORKSHEET-FILE ASSIGN TO "meritworksheet.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE.

      *> HR's merit matrix: for one pay type ('S' or 'H') and
      *> rating, the increase percentage at each position in
      *> range
       FD  MERIT-MATRIX-FILE.
       01  MERIT-MATRIX-RECORD.
           05  MMX-PAY-TYPE            PIC X(1).
           05  MMX-RATING              PIC 9(1).
           05  MMX-PERCENT             PIC 9(2)V99
                   OCCURS 6 TIMES.

      *> Pay range for a department and pay type - annual
      *> salary for 'S', hourly rate for 'H'
       FD  PAY-RANGE-FILE.
       01  PAY-RANGE-RECORD.
           05  PRG-DEPARTMENT          PIC X(20).
           05  PRG-PAY-TYPE            PIC X(1).
           05  PRG-MINIMUM             PIC 9(8)V99.
           05  PRG-MAXIMUM             PIC 9(8)V99.

      *> One employee's proposal in worksheet order, with the
      *> note printed beside it
       FD  MERIT-WORK-FILE.
       01  MERIT-WORK-RECORD.
           05  MWK-KEY.
               10  MWK-DEPARTMENT      PIC X(20).
               10  MWK-PAY-TYPE        PIC X(1).
               10  MWK-EMP-ID          PIC 9(5).
           05  MWK-PROPOSAL            PIC X(90).
           05  MWK-NOTE                PIC X(16).

       FD  MERIT-PROPOSAL-FILE.
           COPY MERITPRP.

       FD  WORKSHEET-FILE.
       01  WORKSHEET-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EMP-EOF-FLAG         PIC X VALUE 'N'.
               88  MASTER-PASS-DONE        VALUE 'Y'.
           05  WS-MMX-EOF-FLAG         PIC X VALUE 'N'.
               88  MATRIX-LOADED           VALUE 'Y'.
           05  WS-PRG-EOF-FLAG         PIC X VALUE 'N'.
               88  RANGES-LOADED           VALUE 'Y'.
           05  WS-MWK-EOF-FLAG         PIC X VALUE 'N'.
               88  WORK-PASS-DONE          VALUE 'Y'.
           05  WS-RANGE-FOUND-FLAG     PIC X VALUE 'N'.
               88  RANGE-FOUND             VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-EMP-FILE-STATUS      PIC X(2) VALUE '00'.
               88  EMP-FILE-OK              VALUE '00'.
           05  WS-MMX-FILE-STATUS      PIC X(2) VALUE '00'.
               88  MMX-FILE-OK              VALUE '00'.
           05  WS-PRG-FILE-STATUS      PIC X(2) VALUE '00'.
               88  PRG-FILE-OK              VALUE '00'.
           05  WS-MWK-FILE-STATUS      PIC X(2) VALUE '00'.
               88  MWK-FILE-OK              VALUE '00'.
           05  WS-MRP-FILE-STATUS      PIC X(2) VALUE '00'.
               88  MRP-FILE-OK              VALUE '00'.
           05  WS-RPT-FILE-STATUS      PIC X(2) VALUE '00'.
               88  RPT-FILE-OK              VALUE '00'.

       01  WS-COUNTERS.
           05  WS-EMPLOYEES-READ       PIC 9(5) VALUE 0.
           05  WS-EMPLOYEES-PROPOSED   PIC 9(5) VALUE 0.
           05  WS-EMPLOYEES-FLAGGED    PIC 9(5) VALUE 0.
           05  WS-MATRIX-LINES         PIC 9(3) VALUE 0.
           05  WS-MATRIX-REJECTED      PIC 9(3) VALUE 0.
           05  WS-RANGES-REJECTED      PIC 9(3) VALUE 0.

       01  WS-PARM-INPUT               PIC X(8) VALUE SPACES.

       01  WS-DATE-FIELDS.
           05  WS-TODAY-NUM            PIC 9(8) VALUE 0.
           05  WS-EFFECTIVE-DATE       PIC 9(8) VALUE 0.
           05  WS-EFFECTIVE-PARTS REDEFINES WS-EFFECTIVE-DATE.
               10  WS-EFFECTIVE-YYYY   PIC 9(4).
               10  WS-EFFECTIVE-MM     PIC 9(2).
               10  WS-EFFECTIVE-DD     PIC 9(2).

      *> Merit percentages by pay type (1 salaried, 2 hourly),
      *> rating and position in range
       01  WS-MERIT-MATRIX.
           05  WS-MATRIX-TYPE OCCURS 2 TIMES.
               10  WS-MATRIX-RATING OCCURS 5 TIMES.
                   15  WS-MATRIX-PERCENT PIC 9(2)V99
                           OCCURS 6 TIMES.

       01  WS-PAY-RANGE-TABLE.
           05  WS-RANGE-ENTRY OCCURS 500 TIMES.
               10  WS-RNG-DEPARTMENT   PIC X(20).
               10  WS-RNG-PAY-TYPE     PIC X(1).
               10  WS-RNG-MINIMUM      PIC 9(8)V99.
               10  WS-RNG-MAXIMUM      PIC 9(8)V99.
       01  WS-RANGE-COUNT              PIC 9(3) VALUE 0.
       01  WS-RANGE-SUB                PIC 9(3) VALUE 0.
       01  WS-RANGE-MAX-ENTRIES        PIC 9(3) VALUE 500.

      *> The employee being proposed
       01  WS-PROPOSAL-FIELDS.
           05  WS-TYPE-SUB             PIC 9(1).
           05  WS-PAY-TYPE             PIC X(1).
           05  WS-CURRENT-PAY          PIC 9(8)V99.
           05  WS-RANGE-MINIMUM        PIC 9(8)V99.
           05  WS-RANGE-MAXIMUM        PIC 9(8)V99.
           05  WS-RANGE-POSITION       PIC 9V9999.
           05  WS-RANGE-BAND           PIC 9(1).
           05  WS-MERIT-PERCENT        PIC 9(2)V99.
           05  WS-PROPOSED-PAY         PIC 9(8)V99.
           05  WS-PROPOSAL-NOTE        PIC X(16).
           05  WS-ANNUAL-CURRENT       PIC 9(9)V99.
           05  WS-ANNUAL-COST          PIC 9(9)V99.
       01  WS-ANNUAL-HOURS             PIC 9(4) VALUE 2080.

       01  WS-BAND-NAMES-VALUES.
           05  FILLER                  PIC X(8) VALUE "NO RANGE".
           05  FILLER                  PIC X(8) VALUE "BELOW".
           05  FILLER                  PIC X(8) VALUE "Q1".
           05  FILLER                  PIC X(8) VALUE "Q2".
           05  FILLER                  PIC X(8) VALUE "Q3".
           05  FILLER                  PIC X(8) VALUE "Q4".
           05  FILLER                  PIC X(8) VALUE "AT MAX".
       01  WS-BAND-NAMES REDEFINES WS-BAND-NAMES-VALUES.
           05  WS-BAND-NAME            PIC X(8) OCCURS 7 TIMES.

      *> Subtotals: 1 the department, 2 salaried, 3 hourly,
      *> 4 all employees
       01  WS-TOTALS-TABLE.
           05  WS-TOTAL-ENTRY OCCURS 4 TIMES.
               10  TT-EMPLOYEES        PIC 9(6).
               10  TT-INCREASES        PIC 9(6).
               10  TT-ANNUAL-PAYROLL   PIC 9(11)V99.
               10  TT-ANNUAL-COST      PIC 9(10)V99.
       01  WS-TOTAL-SUB                PIC 9(1) COMP VALUE 0.
       01  WS-PRIOR-DEPARTMENT         PIC X(20) VALUE LOW-VALUES.
       01  WS-DEPT-ROWS                PIC 9(5) VALUE 0.
       01  WS-COST-PERCENT             PIC 9(3)V99 VALUE 0.

       01  WS-DETAIL-LINE.
           05  WS-DL-EMP-ID            PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DL-NAME              PIC X(30).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DL-PAY-TYPE          PIC X(6).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-DL-RATING            PIC X(1).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-DL-POSITION          PIC X(8).
           05  WS-DL-CURRENT-PAY       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DL-PERCENT           PIC Z9.99.
           05  FILLER                  PIC X(1)  VALUE '%'.
           05  WS-DL-PROPOSED-PAY      PIC ZZ,ZZZ,ZZ9.99.
           05  WS-DL-ANNUAL-COST       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DL-NOTE              PIC X(16).
           05  FILLER                  PIC X(8)  VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(42)
               VALUE "EMP ID NAME".
           05  FILLER                  PIC X(34)
               VALUE "TYPE  RATING POSITION      CURRENT".
           05  FILLER                  PIC X(56)
               VALUE "   MERIT     PROPOSED  ANNUAL COST  NOTE".

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-TL-EMPLOYEES         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE " EMPLOYEES ".
           05  WS-TL-INCREASES         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(17)
               VALUE " INCREASES  PAY ".
           05  WS-TL-ANNUAL-PAYROLL    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(7)  VALUE "  COST ".
           05  WS-TL-ANNUAL-COST       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-TL-COST-PERCENT      PIC ZZ9.99.
           05  FILLER                  PIC X(13)
               VALUE "% OF PAYROLL".
           05  FILLER                  PIC X(6)  VALUE SPACES.

      *> ====================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION.
           PERFORM LOAD-MERIT-MATRIX.
           PERFORM LOAD-PAY-RANGES.
           PERFORM PROPOSE-INCREASES.
           PERFORM WRITE-WORKSHEET.
           PERFORM TERMINATION.
           STOP RUN.

      *> ====================================================
      *> Initialization - settle the effective date
      *> ====================================================
       INITIALIZATION.
           DISPLAY "=================================".
           DISPLAY "MERIT INCREASE PROPOSAL".
           DISPLAY "=================================".
           DISPLAY " ".

           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.
           ACCEPT WS-PARM-INPUT.
           IF WS-PARM-INPUT IS NUMERIC
               MOVE WS-PARM-INPUT TO WS-EFFECTIVE-DATE
           END-IF.
           IF WS-EFFECTIVE-DATE = 0
               MOVE WS-TODAY-NUM TO WS-EFFECTIVE-DATE
           END-IF.
           IF WS-EFFECTIVE-MM < 1 OR WS-EFFECTIVE-MM > 12 OR
               WS-EFFECTIVE-DD < 1 OR WS-EFFECTIVE-DD > 31
               DISPLAY "*** EFFECTIVE DATE " WS-EFFECTIVE-DATE
                   " IS INVALID - EXPECTED YYYYMMDD ON SYSIN ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT EMPLOYEE-FILE.
           IF NOT EMP-FILE-OK
               DISPLAY "UNABLE TO OPEN EMPLOYEES.TXT - STATUS "
                   WS-EMP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT MERIT-WORK-FILE.
           CLOSE MERIT-WORK-FILE.
           OPEN I-O MERIT-WORK-FILE.

           INITIALIZE WS-MERIT-MATRIX.
           INITIALIZE WS-TOTALS-TABLE.

      *> ====================================================
      *> Load the merit matrix - without one there is nothing
      *> to propose from
      *> ====================================================
       LOAD-MERIT-MATRIX.
           OPEN INPUT MERIT-MATRIX-FILE.
           IF NOT MMX-FILE-OK
               DISPLAY "UNABLE TO OPEN MERITMATRIX.TXT - STATUS "
                   WS-MMX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-MERIT-MATRIX-RECORD UNTIL MATRIX-LOADED.
           CLOSE MERIT-MATRIX-FILE.
           IF WS-MATRIX-LINES = 0
               DISPLAY "*** MERITMATRIX.TXT HAS NO USABLE LINES ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-MERIT-MATRIX-RECORD.
           READ MERIT-MATRIX-FILE
               AT END
                   SET MATRIX-LOADED TO TRUE
               NOT AT END
                   PERFORM APPLY-MERIT-MATRIX-RECORD
           END-READ.

       APPLY-MERIT-MATRIX-RECORD.
           EVALUATE MMX-PAY-TYPE
               WHEN 'S'
                   MOVE 1 TO WS-TYPE-SUB
               WHEN 'H'
                   MOVE 2 TO WS-TYPE-SUB
               WHEN OTHER
                   MOVE 0 TO WS-TYPE-SUB
           END-EVALUATE.
           IF WS-TYPE-SUB = 0 OR
               MMX-RATING IS NOT NUMERIC OR
               MMX-RATING < 1 OR MMX-RATING > 5 OR
               MMX-PERCENT(1) IS NOT NUMERIC OR
               MMX-PERCENT(2) IS NOT NUMERIC OR
               MMX-PERCENT(3) IS NOT NUMERIC OR
               MMX-PERCENT(4) IS NOT NUMERIC OR
               MMX-PERCENT(5) IS NOT NUMERIC OR
               MMX-PERCENT(6) IS NOT NUMERIC
               ADD 1 TO WS-MATRIX-REJECTED
               DISPLAY "*** MERIT MATRIX LINE IGNORED: "
                   MERIT-MATRIX-RECORD " ***"
           ELSE
               ADD 1 TO WS-MATRIX-LINES
               MOVE MMX-PERCENT(1)
                   TO WS-MATRIX-PERCENT(WS-TYPE-SUB, MMX-RATING, 1)
               MOVE MMX-PERCENT(2)
                   TO WS-MATRIX-PERCENT(WS-TYPE-SUB, MMX-RATING, 2)
               MOVE MMX-PERCENT(3)
                   TO WS-MATRIX-PERCENT(WS-TYPE-SUB, MMX-RATING, 3)
               MOVE MMX-PERCENT(4)
                   TO WS-MATRIX-PERCENT(WS-TYPE-SUB, MMX-RATING, 4)
               MOVE MMX-PERCENT(5)
                   TO WS-MATRIX-PERCENT(WS-TYPE-SUB, MMX-RATING, 5)
               MOVE MMX-PERCENT(6)
                   TO WS-MATRIX-PERCENT(WS-TYPE-SUB, MMX-RATING, 6)
           END-IF.

      *> ====================================================
      *> Load the pay ranges; without them every employee is
      *> listed for HR to decide
      *> ====================================================
       LOAD-PAY-RANGES.
           OPEN INPUT PAY-RANGE-FILE.
           IF PRG-FILE-OK
               PERFORM READ-PAY-RANGE-RECORD UNTIL RANGES-LOADED
               CLOSE PAY-RANGE-FILE
           ELSE
               DISPLAY "*** NO PAYRANGES.TXT - POSITION IN RANGE "
                   "NOT AVAILABLE ***"
           END-IF.

       READ-PAY-RANGE-RECORD.
           READ PAY-RANGE-FILE
               AT END
                   SET RANGES-LOADED TO TRUE
               NOT AT END
                   PERFORM APPLY-PAY-RANGE-RECORD
           END-READ.

       APPLY-PAY-RANGE-RECORD.
           IF (PRG-PAY-TYPE NOT = 'S' AND PRG-PAY-TYPE NOT = 'H') OR
               PRG-MINIMUM IS NOT NUMERIC OR
               PRG-MAXIMUM IS NOT NUMERIC OR
               PRG-MAXIMUM NOT > PRG-MINIMUM
               ADD 1 TO WS-RANGES-REJECTED
               DISPLAY "*** PAY RANGE LINE IGNORED: "
                   PAY-RANGE-RECORD " ***"
           ELSE
               IF WS-RANGE-COUNT < WS-RANGE-MAX-ENTRIES
                   ADD 1 TO WS-RANGE-COUNT
                   MOVE PRG-DEPARTMENT
                       TO WS-RNG-DEPARTMENT(WS-RANGE-COUNT)
                   MOVE PRG-PAY-TYPE
                       TO WS-RNG-PAY-TYPE(WS-RANGE-COUNT)
                   MOVE PRG-MINIMUM
                       TO WS-RNG-MINIMUM(WS-RANGE-COUNT)
                   MOVE PRG-MAXIMUM
                       TO WS-RNG-MAXIMUM(WS-RANGE-COUNT)
               ELSE
                   ADD 1 TO WS-RANGES-REJECTED
                   DISPLAY "*** PAY RANGE TABLE FULL - LINE IGNORED: "
                       PAY-RANGE-RECORD " ***"
               END-IF
           END-IF.

      *> ====================================================
      *> Propose an increase for every active employee
      *> ====================================================
       PROPOSE-INCREASES.
           MOVE 0 TO EMP-ID.
           START EMPLOYEE-FILE KEY >= EMP-ID
               INVALID KEY
                   SET MASTER-PASS-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-EMPLOYEE UNTIL MASTER-PASS-DONE.

       READ-NEXT-EMPLOYEE.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   SET MASTER-PASS-DONE TO TRUE
               NOT AT END
                   IF ACTIVE
                       ADD 1 TO WS-EMPLOYEES-READ
                       PERFORM PROPOSE-ONE-EMPLOYEE
                   END-IF
           END-READ.

       PROPOSE-ONE-EMPLOYEE.
           MOVE SPACES TO WS-PROPOSAL-NOTE.
           MOVE 0 TO WS-MERIT-PERCENT.
           IF PAY-TYPE-HOURLY
               MOVE 2   TO WS-TYPE-SUB
               MOVE 'H' TO WS-PAY-TYPE
               MOVE EMP-HOURLY-RATE TO WS-CURRENT-PAY
           ELSE
               MOVE 1   TO WS-TYPE-SUB
               MOVE 'S' TO WS-PAY-TYPE
               MOVE EMP-SALARY TO WS-CURRENT-PAY
           END-IF.

           PERFORM FIND-PAY-RANGE.
           PERFORM FIGURE-RANGE-BAND.

           EVALUATE TRUE
               WHEN EMP-PERFORMANCE-RATING IS NOT NUMERIC OR
                   EMP-PERFORMANCE-RATING < 1 OR
                   EMP-PERFORMANCE-RATING > 5
                   MOVE "NO VALID RATING" TO WS-PROPOSAL-NOTE
               WHEN WS-RANGE-BAND = 0
                   MOVE "NO PAY RANGE" TO WS-PROPOSAL-NOTE
               WHEN OTHER
                   MOVE WS-MATRIX-PERCENT(WS-TYPE-SUB,
                       EMP-PERFORMANCE-RATING, WS-RANGE-BAND)
                       TO WS-MERIT-PERCENT
           END-EVALUATE.

           COMPUTE WS-PROPOSED-PAY ROUNDED =
               WS-CURRENT-PAY * (100 + WS-MERIT-PERCENT) / 100
           END-COMPUTE.
           IF WS-RANGE-BAND > 1 AND WS-RANGE-BAND < 6 AND
               WS-PROPOSED-PAY > WS-RANGE-MAXIMUM
               MOVE WS-RANGE-MAXIMUM TO WS-PROPOSED-PAY
               MOVE "CAPPED AT MAX" TO WS-PROPOSAL-NOTE
           END-IF.

           IF WS-PROPOSAL-NOTE(1:3) = "NO "
               ADD 1 TO WS-EMPLOYEES-FLAGGED
           ELSE
               ADD 1 TO WS-EMPLOYEES-PROPOSED
           END-IF.

           MOVE EMP-ID             TO MRP-EMP-ID.
           MOVE EMP-NAME           TO MRP-EMP-NAME.
           MOVE EMP-DEPARTMENT     TO MRP-DEPARTMENT.
           MOVE WS-PAY-TYPE        TO MRP-PAY-TYPE.
           IF EMP-PERFORMANCE-RATING IS NUMERIC
               MOVE EMP-PERFORMANCE-RATING TO MRP-RATING
           ELSE
               MOVE 0 TO MRP-RATING
           END-IF.
           MOVE WS-RANGE-BAND      TO MRP-RANGE-BAND.
           MOVE WS-CURRENT-PAY     TO MRP-CURRENT-PAY.
           MOVE WS-MERIT-PERCENT   TO MRP-MERIT-PERCENT.
           MOVE WS-PROPOSED-PAY    TO MRP-PROPOSED-PAY.
           MOVE WS-EFFECTIVE-DATE  TO MRP-EFFECTIVE-DATE.

           MOVE EMP-DEPARTMENT     TO MWK-DEPARTMENT.
           MOVE WS-PAY-TYPE        TO MWK-PAY-TYPE.
           MOVE EMP-ID             TO MWK-EMP-ID.
           MOVE MERIT-PROPOSAL-RECORD TO MWK-PROPOSAL.
           MOVE WS-PROPOSAL-NOTE   TO MWK-NOTE.
           WRITE MERIT-WORK-RECORD
               INVALID KEY
                   DISPLAY "*** MERIT WORK WRITE FAILED - STATUS "
                       WS-MWK-FILE-STATUS " ***"
           END-WRITE.

      *> The department's own range for the pay type, else the
      *> pay type's range with a blank department
       FIND-PAY-RANGE.
           MOVE 'N' TO WS-RANGE-FOUND-FLAG.
           PERFORM MATCH-DEPARTMENT-RANGE
               VARYING WS-RANGE-SUB FROM 1 BY 1
               UNTIL WS-RANGE-SUB > WS-RANGE-COUNT OR RANGE-FOUND.
           IF NOT RANGE-FOUND
               PERFORM MATCH-DEFAULT-RANGE
                   VARYING WS-RANGE-SUB FROM 1 BY 1
                   UNTIL WS-RANGE-SUB > WS-RANGE-COUNT OR RANGE-FOUND
           END-IF.

       MATCH-DEPARTMENT-RANGE.
           IF WS-RNG-DEPARTMENT(WS-RANGE-SUB) = EMP-DEPARTMENT AND
               WS-RNG-PAY-TYPE(WS-RANGE-SUB) = WS-PAY-TYPE
               PERFORM TAKE-PAY-RANGE
           END-IF.

       MATCH-DEFAULT-RANGE.
           IF WS-RNG-DEPARTMENT(WS-RANGE-SUB) = SPACES AND
               WS-RNG-PAY-TYPE(WS-RANGE-SUB) = WS-PAY-TYPE
               PERFORM TAKE-PAY-RANGE
           END-IF.

       TAKE-PAY-RANGE.
           SET RANGE-FOUND TO TRUE.
           MOVE WS-RNG-MINIMUM(WS-RANGE-SUB) TO WS-RANGE-MINIMUM.
           MOVE WS-RNG-MAXIMUM(WS-RANGE-SUB) TO WS-RANGE-MAXIMUM.

      *> Position in range: below the minimum, the quarter of
      *> the range the pay falls in, or at or above the maximum
       FIGURE-RANGE-BAND.
           EVALUATE TRUE
               WHEN NOT RANGE-FOUND
                   MOVE 0 TO WS-RANGE-BAND
               WHEN WS-CURRENT-PAY < WS-RANGE-MINIMUM
                   MOVE 1 TO WS-RANGE-BAND
               WHEN WS-CURRENT-PAY >= WS-RANGE-MAXIMUM
                   MOVE 6 TO WS-RANGE-BAND
               WHEN OTHER
                   COMPUTE WS-RANGE-POSITION =
                       (WS-CURRENT-PAY - WS-RANGE-MINIMUM) /
                       (WS-RANGE-MAXIMUM - WS-RANGE-MINIMUM)
                   END-COMPUTE
                   EVALUATE TRUE
                       WHEN WS-RANGE-POSITION < 0.25
                           MOVE 2 TO WS-RANGE-BAND
                       WHEN WS-RANGE-POSITION < 0.50
                           MOVE 3 TO WS-RANGE-BAND
                       WHEN WS-RANGE-POSITION < 0.75
                           MOVE 4 TO WS-RANGE-BAND
                       WHEN OTHER
                           MOVE 5 TO WS-RANGE-BAND
                   END-EVALUATE
           END-EVALUATE.

      *> ====================================================
      *> Worksheet and proposal file in department order, a
      *> subtotal as each department ends
      *> ====================================================
       WRITE-WORKSHEET.
           OPEN OUTPUT MERIT-PROPOSAL-FILE.
           OPEN OUTPUT WORKSHEET-FILE.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "MERIT INCREASE PROPOSAL WORKSHEET - EFFECTIVE "
               WS-EFFECTIVE-DATE "  RUN " WS-TODAY-NUM
               DELIMITED BY SIZE INTO WORKSHEET-LINE
           END-STRING.
           WRITE WORKSHEET-LINE.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "SALARIED PAY IS ANNUAL SALARY; HOURLY PAY IS THE "
               "HOURLY RATE, COSTED OVER 2080 HOURS A YEAR"
               DELIMITED BY SIZE INTO WORKSHEET-LINE
           END-STRING.
           WRITE WORKSHEET-LINE.

           MOVE LOW-VALUES TO MWK-KEY.
           START MERIT-WORK-FILE KEY >= MWK-KEY
               INVALID KEY
                   SET WORK-PASS-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-MERIT-WORK UNTIL WORK-PASS-DONE.
           IF WS-DEPT-ROWS > 0
               PERFORM WRITE-DEPARTMENT-TOTAL
           END-IF.

       READ-NEXT-MERIT-WORK.
           READ MERIT-WORK-FILE NEXT RECORD
               AT END
                   SET WORK-PASS-DONE TO TRUE
               NOT AT END
                   PERFORM LIST-ONE-PROPOSAL
           END-READ.

       LIST-ONE-PROPOSAL.
           IF MWK-DEPARTMENT NOT = WS-PRIOR-DEPARTMENT
               IF WS-DEPT-ROWS > 0
                   PERFORM WRITE-DEPARTMENT-TOTAL
               END-IF
               PERFORM WRITE-DEPARTMENT-HEADING
           END-IF.
           MOVE MWK-DEPARTMENT TO WS-PRIOR-DEPARTMENT.
           ADD 1 TO WS-DEPT-ROWS.

           MOVE MWK-PROPOSAL TO MERIT-PROPOSAL-RECORD.
           WRITE MERIT-PROPOSAL-RECORD.

           IF MRP-HOURLY
               COMPUTE WS-ANNUAL-CURRENT =
                   MRP-CURRENT-PAY * WS-ANNUAL-HOURS
               END-COMPUTE
               COMPUTE WS-ANNUAL-COST =
                   (MRP-PROPOSED-PAY - MRP-CURRENT-PAY)
                   * WS-ANNUAL-HOURS
               END-COMPUTE
           ELSE
               MOVE MRP-CURRENT-PAY TO WS-ANNUAL-CURRENT
               COMPUTE WS-ANNUAL-COST =
                   MRP-PROPOSED-PAY - MRP-CURRENT-PAY
               END-COMPUTE
           END-IF.

           MOVE 1 TO WS-TOTAL-SUB.
           PERFORM ADD-PROPOSAL-TO-TOTAL.
           IF MRP-HOURLY
               MOVE 3 TO WS-TOTAL-SUB
           ELSE
               MOVE 2 TO WS-TOTAL-SUB
           END-IF.
           PERFORM ADD-PROPOSAL-TO-TOTAL.
           MOVE 4 TO WS-TOTAL-SUB.
           PERFORM ADD-PROPOSAL-TO-TOTAL.

           MOVE MRP-EMP-ID        TO WS-DL-EMP-ID.
           MOVE MRP-EMP-NAME      TO WS-DL-NAME.
           IF MRP-HOURLY
               MOVE "HOURLY"      TO WS-DL-PAY-TYPE
           ELSE
               MOVE "SALARY"      TO WS-DL-PAY-TYPE
           END-IF.
           IF MRP-RATING = 0
               MOVE '-'           TO WS-DL-RATING
           ELSE
               MOVE MRP-RATING    TO WS-DL-RATING
           END-IF.
           MOVE WS-BAND-NAME(MRP-RANGE-BAND + 1) TO WS-DL-POSITION.
           MOVE MRP-CURRENT-PAY   TO WS-DL-CURRENT-PAY.
           MOVE MRP-MERIT-PERCENT TO WS-DL-PERCENT.
           MOVE MRP-PROPOSED-PAY  TO WS-DL-PROPOSED-PAY.
           MOVE WS-ANNUAL-COST    TO WS-DL-ANNUAL-COST.
           MOVE MWK-NOTE          TO WS-DL-NOTE.
           MOVE WS-DETAIL-LINE    TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.

       ADD-PROPOSAL-TO-TOTAL.
           ADD 1 TO TT-EMPLOYEES(WS-TOTAL-SUB).
           IF MRP-PROPOSED-PAY > MRP-CURRENT-PAY
               ADD 1 TO TT-INCREASES(WS-TOTAL-SUB)
           END-IF.
           ADD WS-ANNUAL-CURRENT TO TT-ANNUAL-PAYROLL(WS-TOTAL-SUB).
           ADD WS-ANNUAL-COST    TO TT-ANNUAL-COST(WS-TOTAL-SUB).

       WRITE-DEPARTMENT-HEADING.
           MOVE SPACES TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "DEPARTMENT: " MWK-DEPARTMENT
               DELIMITED BY SIZE INTO WORKSHEET-LINE
           END-STRING.
           WRITE WORKSHEET-LINE.
           MOVE WS-HEADING-LINE TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.

       WRITE-DEPARTMENT-TOTAL.
           MOVE "DEPARTMENT TOTAL" TO WS-TL-LABEL.
           MOVE 1 TO WS-TOTAL-SUB.
           PERFORM WRITE-TOTAL-LINE.
           INITIALIZE WS-TOTAL-ENTRY(1).
           MOVE 0 TO WS-DEPT-ROWS.

       WRITE-TOTAL-LINE.
           MOVE 0 TO WS-COST-PERCENT.
           IF TT-ANNUAL-PAYROLL(WS-TOTAL-SUB) > 0
               COMPUTE WS-COST-PERCENT ROUNDED =
                   TT-ANNUAL-COST(WS-TOTAL-SUB) * 100
                   / TT-ANNUAL-PAYROLL(WS-TOTAL-SUB)
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-COST-PERCENT
               END-COMPUTE
           END-IF.
           MOVE TT-EMPLOYEES(WS-TOTAL-SUB)      TO WS-TL-EMPLOYEES.
           MOVE TT-INCREASES(WS-TOTAL-SUB)      TO WS-TL-INCREASES.
           MOVE TT-ANNUAL-PAYROLL(WS-TOTAL-SUB)
               TO WS-TL-ANNUAL-PAYROLL.
           MOVE TT-ANNUAL-COST(WS-TOTAL-SUB)    TO WS-TL-ANNUAL-COST.
           MOVE WS-COST-PERCENT                 TO WS-TL-COST-PERCENT.
           MOVE WS-TOTAL-LINE TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.

      *> ====================================================
      *> Termination - salaried, hourly and all employees,
      *> then the counts
      *> ====================================================
       TERMINATION.
           MOVE SPACES TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE "ALL SALARIED"  TO WS-TL-LABEL.
           MOVE 2 TO WS-TOTAL-SUB.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "ALL HOURLY"    TO WS-TL-LABEL.
           MOVE 3 TO WS-TOTAL-SUB.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "ALL EMPLOYEES" TO WS-TL-LABEL.
           MOVE 4 TO WS-TOTAL-SUB.
           PERFORM WRITE-TOTAL-LINE.

           CLOSE EMPLOYEE-FILE.
           CLOSE MERIT-WORK-FILE.
           CLOSE MERIT-PROPOSAL-FILE.
           CLOSE WORKSHEET-FILE.

           DISPLAY "Effective date: " WS-EFFECTIVE-DATE.
           DISPLAY "Merit matrix lines: " WS-MATRIX-LINES
               "  ignored: " WS-MATRIX-REJECTED.
           DISPLAY "Pay ranges loaded: " WS-RANGE-COUNT
               "  ignored: " WS-RANGES-REJECTED.
           DISPLAY "Active employees: " WS-EMPLOYEES-READ.
           DISPLAY "Increases proposed: " WS-EMPLOYEES-PROPOSED.
           DISPLAY "Listed for HR to decide: " WS-EMPLOYEES-FLAGGED.
           DISPLAY "Annual cost of increases: " TT-ANNUAL-COST(4).
           IF WS-EMPLOYEES-FLAGGED > 0 OR WS-MATRIX-REJECTED > 0 OR
               WS-RANGES-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY " ".
