       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-BALANCE-REPORT.
      *> ====================================================
      *> Monthly employee loan and pay advance balance report
      *> for finance. Lists every loan on loans.dat still open,
      *> or recovered during the report month, with its
      *> original amount, installment, the month's recoveries,
      *> the total recovered to date and the balance still
      *> owed. An open balance belonging to someone no longer
      *> active on the master is flagged LEAVER - the final
      *> check could not cover it and finance has to collect
      *> it or write it off. The totals line is the loans
      *> receivable finance carries on the books at month end.
      *>
      *> The report month (YYYYMM) may be given on SYSIN;
      *> blank means the current month.
      *>
      *> Modification History:
      *>   Initial version - month-end loan balance listing
      *>     with recoveries and leaver balances flagged.
      *>   Declares the employee master's alternate keys on
      *>     EMP-NAME and EMP-DEPARTMENT.
      *> ====================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-KEY
               FILE STATUS IS WS-LN-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "employees.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPARTMENT
                   WITH DUPLICATES
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT BALANCE-REPORT-FILE ASSIGN TO "loanbalance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
           COPY LOAN.

       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE.

       FD  BALANCE-REPORT-FILE.
       01  BALANCE-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-LN-EOF-FLAG          PIC X VALUE 'N'.
               88  LOAN-PASS-DONE          VALUE 'Y'.
           05  WS-EMP-AVAILABLE        PIC X VALUE 'N'.
               88  EMPLOYEE-MASTER-AVAILABLE VALUE 'Y'.
           05  WS-LEAVER-FLAG          PIC X VALUE 'N'.
               88  BALANCE-OWED-BY-LEAVER  VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-LN-FILE-STATUS       PIC X(2) VALUE '00'.
               88  LN-FILE-OK               VALUE '00'.
           05  WS-EMP-FILE-STATUS      PIC X(2) VALUE '00'.
               88  EMP-FILE-OK              VALUE '00'.
           05  WS-RPT-FILE-STATUS      PIC X(2) VALUE '00'.
               88  RPT-FILE-OK              VALUE '00'.

       01  WS-COUNTERS.
           05  WS-LOANS-LISTED         PIC 9(5) VALUE 0.
           05  WS-OPEN-LOANS           PIC 9(5) VALUE 0.
           05  WS-LEAVER-LOANS         PIC 9(5) VALUE 0.
           05  WS-TOTAL-OUTSTANDING    PIC 9(10)V99 VALUE 0.
           05  WS-TOTAL-MONTH-RECOVERED PIC 9(10)V99 VALUE 0.
           05  WS-TOTAL-LEAVER-BALANCE PIC 9(10)V99 VALUE 0.

       01  WS-PARM-INPUT               PIC X(6) VALUE SPACES.

       01  WS-TODAY-FIELDS.
           05  WS-TODAY-NUM            PIC 9(8) VALUE 0.
           05  WS-TODAY-MONTH-VIEW REDEFINES WS-TODAY-NUM.
               10  WS-TODAY-YYYYMM     PIC 9(6).
               10  FILLER              PIC 9(2).

       01  WS-REPORT-MONTH             PIC 9(6) VALUE 0.
       01  WS-MONTH-RECOVERED          PIC 9(8)V99 VALUE 0.

       01  WS-LOAN-DETAIL-LINE.
           05  WS-LD-EMP-ID            PIC 9(5).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-LD-EMP-NAME          PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-LD-LOAN-NO           PIC 9(3).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-LD-LOAN-TYPE         PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-LD-ISSUE-DATE        PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-LD-ORIGINAL          PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-LD-INSTALLMENT       PIC $$$,$$9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-LD-MONTH             PIC $$$,$$9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-LD-RECOVERED         PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-LD-BALANCE           PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-LD-STATUS            PIC X(11).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-LD-FLAG              PIC X(6).
           05  FILLER                  PIC X(6)  VALUE SPACES.

       01  WS-LOAN-HEADING-LINE.
           05  FILLER                  PIC X(27)
               VALUE "EMPNO NAME".
           05  FILLER                  PIC X(15)
               VALUE "LN  T ISSUED".
           05  FILLER                  PIC X(14)
               VALUE "     ORIGINAL".
           05  FILLER                  PIC X(11)
               VALUE "INSTALLMNT".
           05  FILLER                  PIC X(11)
               VALUE "THIS MONTH".
           05  FILLER                  PIC X(14)
               VALUE "    RECOVERED".
           05  FILLER                  PIC X(14)
               VALUE "     BAL OWED".
           05  FILLER                  PIC X(26)
               VALUE "STATUS".

      *> ====================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION.
           PERFORM LIST-LOAN-BALANCES.
           PERFORM TERMINATION.
           STOP RUN.

      *> ====================================================
      *> Initialization
      *> ====================================================
       INITIALIZATION.
           DISPLAY "=================================".
           DISPLAY "LOAN BALANCE REPORT".
           DISPLAY "=================================".
           DISPLAY " ".

           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.
           MOVE WS-TODAY-YYYYMM TO WS-REPORT-MONTH.
           ACCEPT WS-PARM-INPUT.
           IF WS-PARM-INPUT IS NUMERIC
               MOVE WS-PARM-INPUT TO WS-REPORT-MONTH
           END-IF.

           OPEN INPUT LOAN-FILE.
           IF NOT LN-FILE-OK
               DISPLAY "UNABLE TO OPEN LOANS.DAT - STATUS "
                   WS-LN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT EMPLOYEE-FILE.
           IF EMP-FILE-OK
               SET EMPLOYEE-MASTER-AVAILABLE TO TRUE
           END-IF.

           OPEN OUTPUT BALANCE-REPORT-FILE.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           STRING "EMPLOYEE LOAN AND ADVANCE BALANCES - MONTH "
               WS-REPORT-MONTH DELIMITED BY SIZE
               INTO BALANCE-REPORT-LINE
           END-STRING.
           WRITE BALANCE-REPORT-LINE.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           MOVE WS-LOAN-HEADING-LINE TO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.

      *> ====================================================
      *> List every loan still owed or recovered this month,
      *> in employee and loan-number order
      *> ====================================================
       LIST-LOAN-BALANCES.
           MOVE 0 TO LN-EMP-ID.
           MOVE 0 TO LN-LOAN-NO.
           START LOAN-FILE KEY >= LN-KEY
               INVALID KEY
                   SET LOAN-PASS-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-LOAN-RECORD
               UNTIL LOAN-PASS-DONE.

       READ-NEXT-LOAN-RECORD.
           READ LOAN-FILE NEXT RECORD
               AT END
                   SET LOAN-PASS-DONE TO TRUE
               NOT AT END
                   MOVE 0 TO WS-MONTH-RECOVERED
                   IF LN-RECOVERY-MONTH = WS-REPORT-MONTH
                       MOVE LN-MONTH-RECOVERED TO WS-MONTH-RECOVERED
                   END-IF
                   IF LN-LOAN-OPEN OR WS-MONTH-RECOVERED > 0
                       PERFORM LIST-ONE-LOAN
                   END-IF
           END-READ.

       LIST-ONE-LOAN.
           ADD 1 TO WS-LOANS-LISTED.
           ADD WS-MONTH-RECOVERED TO WS-TOTAL-MONTH-RECOVERED.

           MOVE 'N' TO WS-LEAVER-FLAG.
           MOVE SPACES TO EMP-NAME.
           IF EMPLOYEE-MASTER-AVAILABLE
               MOVE LN-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       MOVE "NOT ON EMPLOYEE MASTER" TO EMP-NAME
                       MOVE 'Y' TO WS-LEAVER-FLAG
                   NOT INVALID KEY
                       IF NOT ACTIVE
                           MOVE 'Y' TO WS-LEAVER-FLAG
                       END-IF
               END-READ
           END-IF.

           IF LN-LOAN-OPEN
               ADD 1 TO WS-OPEN-LOANS
               ADD LN-REMAINING-BALANCE TO WS-TOTAL-OUTSTANDING
               IF BALANCE-OWED-BY-LEAVER
                   ADD 1 TO WS-LEAVER-LOANS
                   ADD LN-REMAINING-BALANCE
                       TO WS-TOTAL-LEAVER-BALANCE
               END-IF
           END-IF.

           MOVE LN-EMP-ID          TO WS-LD-EMP-ID.
           MOVE EMP-NAME(1:20)     TO WS-LD-EMP-NAME.
           MOVE LN-LOAN-NO         TO WS-LD-LOAN-NO.
           MOVE LN-LOAN-TYPE       TO WS-LD-LOAN-TYPE.
           MOVE LN-ISSUE-DATE      TO WS-LD-ISSUE-DATE.
           MOVE LN-ORIGINAL-AMOUNT TO WS-LD-ORIGINAL.
           MOVE LN-INSTALLMENT     TO WS-LD-INSTALLMENT.
           MOVE WS-MONTH-RECOVERED TO WS-LD-MONTH.
           MOVE LN-TOTAL-RECOVERED TO WS-LD-RECOVERED.
           MOVE LN-REMAINING-BALANCE TO WS-LD-BALANCE.
           EVALUATE TRUE
               WHEN LN-LOAN-OPEN
                   MOVE "OPEN"        TO WS-LD-STATUS
               WHEN LN-LOAN-REPAID
                   MOVE "REPAID"      TO WS-LD-STATUS
               WHEN LN-LOAN-WRITTEN-OFF
                   MOVE "WRITTEN OFF" TO WS-LD-STATUS
               WHEN OTHER
                   MOVE LN-STATUS     TO WS-LD-STATUS
           END-EVALUATE.
           MOVE SPACES TO WS-LD-FLAG.
           IF LN-LOAN-OPEN AND BALANCE-OWED-BY-LEAVER
               MOVE "LEAVER" TO WS-LD-FLAG
           END-IF.
           MOVE WS-LOAN-DETAIL-LINE TO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.

      *> ====================================================
      *> Termination
      *> ====================================================
       TERMINATION.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           STRING "OPEN LOANS: " WS-OPEN-LOANS
               "  OUTSTANDING $" WS-TOTAL-OUTSTANDING
               "  RECOVERED THIS MONTH $" WS-TOTAL-MONTH-RECOVERED
               DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
           END-STRING.
           WRITE BALANCE-REPORT-LINE.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           STRING "OWED BY LEAVERS: " WS-LEAVER-LOANS
               "  BALANCE $" WS-TOTAL-LEAVER-BALANCE
               DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
           END-STRING.
           WRITE BALANCE-REPORT-LINE.

           CLOSE LOAN-FILE.
           IF EMPLOYEE-MASTER-AVAILABLE
               CLOSE EMPLOYEE-FILE
           END-IF.
           CLOSE BALANCE-REPORT-FILE.

           DISPLAY "Loans listed: " WS-LOANS-LISTED.
           DISPLAY "Open loans: " WS-OPEN-LOANS
               " outstanding $" WS-TOTAL-OUTSTANDING.
           DISPLAY "Recovered this month: $"
               WS-TOTAL-MONTH-RECOVERED.
           IF WS-LEAVER-LOANS > 0
               DISPLAY "*** " WS-LEAVER-LOANS " OPEN LOANS OWED BY "
                   "EMPLOYEES NO LONGER ACTIVE - $"
                   WS-TOTAL-LEAVER-BALANCE " TO COLLECT ***"
           END-IF.
           DISPLAY " ".
