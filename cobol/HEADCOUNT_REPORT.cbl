       IDENTIFICATION DIVISION.
       PROGRAM-ID. HEADCOUNT-REPORT.
      *> ====================================================
      *> Monthly headcount, hire and turnover statistics
      *> Answers management's month-end questions - how many we
      *> employ, how many we hired, how many left and why - from
      *> the employee master and its change history
      *> (emphist.dat) instead of a hand count of employees.txt.
      *> For each department and pay type the report shows the
      *> opening headcount, hires, rehires, transfers in,
      *> terminations (status to 'I'), retirements (status to
      *> 'R'), transfers out, other removals (employees deleted
      *> from the master while active) and the closing
      *> headcount, with the month's turnover rate, the rolling
      *> twelve-month turnover rate and the average tenure of
      *> those on the closing headcount from their hire dates.
      *> Each department is subtotalled, and salaried, hourly
      *> and all employees are totalled at the end.
      *>
      *> Headcount is employees on the master with status 'A'.
      *> Each employee is rebuilt as of the start of the
      *> twelve-month window the way EMP-HISTORY-INQUIRY does it
      *> - today's master with every later change taken back
      *> out - and the history is then replayed forward to the
      *> end of the month, so the openings, the movements and
      *> the closing always add across. A hire or rehire counts
      *> in the department and pay type the employee joined, a
      *> leaver in the one they left; a change of department or
      *> pay type while active is a transfer out of the old and
      *> into the new.
      *>
      *> Turnover is terminations plus retirements over the
      *> average of the opening and closing headcount, for the
      *> month and for the twelve months ending with it.
      *>
      *> SYSIN may carry the report month (YYYYMM); blank means
      *> the month before the run date. Without the change
      *> history only the headcount from the master can be
      *> shown, and the step ends RC 4.
      *>
      *> Modification History:
      *>   Initial version - monthly headcount and turnover by
      *>     department and pay type.
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

           SELECT EMP-HISTORY-FILE ASSIGN TO "emphist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-EH-FILE-STATUS.

           SELECT HEADCOUNT-WORK-FILE ASSIGN TO "headcountwork.tmp"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HCW-KEY
               FILE STATUS IS WS-HCW-FILE-STATUS.

           SELECT HEADCOUNT-REPORT-FILE ASSIGN TO "headcount.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE.

       FD  EMP-HISTORY-FILE.
           COPY EMPHIST.

      *> One department and pay type's counts for the month,
      *> its headcount at the start of the twelve-month window
      *> and its separations over the window, and the months of
      *> service of those on its closing headcount
       FD  HEADCOUNT-WORK-FILE.
       01  HEADCOUNT-WORK-RECORD.
           05  HCW-KEY.
               10  HCW-DEPARTMENT      PIC X(20).
               10  HCW-PAY-TYPE        PIC X(1).
           05  HCW-OPENING             PIC 9(5).
           05  HCW-HIRES               PIC 9(5).
           05  HCW-REHIRES             PIC 9(5).
           05  HCW-TRANSFERS-IN        PIC 9(5).
           05  HCW-TERMINATIONS        PIC 9(5).
           05  HCW-RETIREMENTS         PIC 9(5).
           05  HCW-TRANSFERS-OUT       PIC 9(5).
           05  HCW-OTHER-OUT           PIC 9(5).
           05  HCW-CLOSING             PIC 9(5).
           05  HCW-YEAR-OPENING        PIC 9(5).
           05  HCW-YEAR-SEPARATIONS    PIC 9(5).
           05  HCW-TENURE-MONTHS       PIC 9(9).

       FD  HEADCOUNT-REPORT-FILE.
       01  HEADCOUNT-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EMP-EOF-FLAG         PIC X VALUE 'N'.
               88  MASTER-PASS-DONE        VALUE 'Y'.
           05  WS-EH-EOF-FLAG          PIC X VALUE 'N'.
               88  ENTRIES-DONE            VALUE 'Y'.
           05  WS-EH-PASS-FLAG         PIC X VALUE 'N'.
               88  HISTORY-PASS-DONE       VALUE 'Y'.
           05  WS-HCW-EOF-FLAG         PIC X VALUE 'N'.
               88  WORK-PASS-DONE          VALUE 'Y'.
           05  WS-EH-AVAILABLE         PIC X VALUE 'N'.
               88  HISTORY-AVAILABLE       VALUE 'Y'.
           05  WS-ON-MASTER-FLAG       PIC X VALUE 'N'.
               88  ON-MASTER-NOW           VALUE 'Y'.
           05  WS-ON-FILE-FLAG         PIC X VALUE 'N'.
               88  RUN-ON-FILE             VALUE 'Y'.
           05  WS-MONTH-OPEN-FLAG      PIC X VALUE 'N'.
               88  MONTH-OPENING-TAKEN     VALUE 'Y'.
           05  WS-GROUP-NEW-FLAG       PIC X VALUE 'N'.
               88  GROUP-IS-NEW            VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-EMP-FILE-STATUS      PIC X(2) VALUE '00'.
               88  EMP-FILE-OK              VALUE '00'.
           05  WS-EH-FILE-STATUS       PIC X(2) VALUE '00'.
               88  EH-FILE-OK               VALUE '00'.
           05  WS-HCW-FILE-STATUS      PIC X(2) VALUE '00'.
               88  HCW-FILE-OK              VALUE '00'.
           05  WS-RPT-FILE-STATUS      PIC X(2) VALUE '00'.
               88  RPT-FILE-OK              VALUE '00'.

       01  WS-COUNTERS.
           05  WS-EMPLOYEES-READ       PIC 9(5) VALUE 0.
           05  WS-FORMER-EMPLOYEES     PIC 9(5) VALUE 0.
           05  WS-ENTRIES-REPLAYED     PIC 9(7) VALUE 0.

       01  WS-PARM-INPUT               PIC X(6) VALUE SPACES.

      *> The report month runs from its first day through day
      *> 31 - no date in any month sorts past it - and the
      *> twelve-month window from the first day eleven months
      *> earlier
       01  WS-PERIOD-FIELDS.
           05  WS-TODAY-NUM            PIC 9(8) VALUE 0.
           05  WS-TODAY-PARTS REDEFINES WS-TODAY-NUM.
               10  WS-TODAY-YYYY       PIC 9(4).
               10  WS-TODAY-MM         PIC 9(2).
               10  WS-TODAY-DD         PIC 9(2).
           05  WS-REPORT-MONTH         PIC 9(6) VALUE 0.
           05  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
               10  WS-REPORT-YYYY      PIC 9(4).
               10  WS-REPORT-MM        PIC 9(2).
           05  WS-MONTH-START          PIC 9(8) VALUE 0.
           05  WS-MONTH-END            PIC 9(8) VALUE 0.
           05  WS-MONTH-END-PARTS REDEFINES WS-MONTH-END.
               10  WS-MONTH-END-YYYY   PIC 9(4).
               10  WS-MONTH-END-MM     PIC 9(2).
               10  WS-MONTH-END-DD     PIC 9(2).
           05  WS-WINDOW-START         PIC 9(8) VALUE 0.
           05  WS-WINDOW-START-PARTS REDEFINES WS-WINDOW-START.
               10  WS-WINDOW-YYYY      PIC 9(4).
               10  WS-WINDOW-MM        PIC 9(2).
               10  WS-WINDOW-DD        PIC 9(2).

      *> The employee being counted: the record rebuilt as of
      *> the window start and then rolled forward, and the
      *> transaction codes that say whether they were on the
      *> master at the window start
       01  WS-EMPLOYEE-FIELDS.
           05  WS-CURRENT-EMP-ID       PIC 9(5).
           05  WS-NEXT-EMP-ID          PIC 9(6).
           05  WS-RUN-IMAGE            PIC X(185).
           05  WS-LAST-CODE-BEFORE     PIC X(1).
           05  WS-FIRST-CODE-AFTER     PIC X(1).
           05  WS-RESTORED-FLAGS.
               10  WS-RESTORED-FLAG    PIC X(1) OCCURS 23 TIMES.

           COPY EMPFLDS.

      *> The employee's state before and after one history
      *> entry: counted in the headcount or not, and where
       01  WS-STATE-FIELDS.
           05  WS-STATE-ACTIVE         PIC X(1).
               88  STATE-IS-ACTIVE         VALUE 'Y'.
           05  WS-STATE-STATUS         PIC X(1).
           05  WS-STATE-DEPARTMENT     PIC X(20).
           05  WS-STATE-PAY-TYPE       PIC X(1).
           05  WS-STATE-HIRE-DATE      PIC 9(8).
           05  WS-STATE-HIRE-PARTS REDEFINES WS-STATE-HIRE-DATE.
               10  WS-STATE-HIRE-YYYY  PIC 9(4).
               10  WS-STATE-HIRE-MM    PIC 9(2).
               10  WS-STATE-HIRE-DD    PIC 9(2).
           05  WS-BEFORE-ACTIVE        PIC X(1).
               88  BEFORE-WAS-ACTIVE       VALUE 'Y'.
           05  WS-BEFORE-DEPARTMENT    PIC X(20).
           05  WS-BEFORE-PAY-TYPE      PIC X(1).
           05  WS-TENURE-MONTHS        PIC S9(5).

      *> The department and pay type a count is posted to, and
      *> which count
       01  WS-POST-FIELDS.
           05  WS-POST-DEPARTMENT      PIC X(20).
           05  WS-POST-PAY-TYPE        PIC X(1).
           05  WS-POST-COUNT           PIC X(2).
               88  POST-OPENING            VALUE 'OP'.
               88  POST-HIRE               VALUE 'HI'.
               88  POST-REHIRE             VALUE 'RH'.
               88  POST-TRANSFER-IN        VALUE 'TI'.
               88  POST-TERMINATION        VALUE 'TM'.
               88  POST-RETIREMENT         VALUE 'RT'.
               88  POST-TRANSFER-OUT       VALUE 'TO'.
               88  POST-OTHER-OUT          VALUE 'OO'.
               88  POST-CLOSING            VALUE 'CL'.
               88  POST-YEAR-OPENING       VALUE 'YO'.
               88  POST-YEAR-SEPARATION    VALUE 'YS'.

      *> Subtotals: 1 the department, 2 salaried, 3 hourly,
      *> 4 all employees
       01  WS-TOTALS-TABLE.
           05  WS-TOTAL-ENTRY OCCURS 4 TIMES.
               10  TT-OPENING          PIC 9(6).
               10  TT-HIRES            PIC 9(6).
               10  TT-REHIRES          PIC 9(6).
               10  TT-TRANSFERS-IN     PIC 9(6).
               10  TT-TERMINATIONS     PIC 9(6).
               10  TT-RETIREMENTS      PIC 9(6).
               10  TT-TRANSFERS-OUT    PIC 9(6).
               10  TT-OTHER-OUT        PIC 9(6).
               10  TT-CLOSING          PIC 9(6).
               10  TT-YEAR-OPENING     PIC 9(6).
               10  TT-YEAR-SEPARATIONS PIC 9(6).
               10  TT-TENURE-MONTHS    PIC 9(10).
       01  WS-TOTAL-SUB                PIC 9(1) COMP VALUE 0.
       01  WS-PRIOR-DEPARTMENT         PIC X(20) VALUE LOW-VALUES.
       01  WS-DEPT-ROWS                PIC 9(3) VALUE 0.

      *> One line's counts, from a work record or a subtotal
       01  WS-LINE-COUNTS.
           05  LC-OPENING              PIC 9(6).
           05  LC-HIRES                PIC 9(6).
           05  LC-REHIRES              PIC 9(6).
           05  LC-TRANSFERS-IN         PIC 9(6).
           05  LC-TERMINATIONS         PIC 9(6).
           05  LC-RETIREMENTS          PIC 9(6).
           05  LC-TRANSFERS-OUT        PIC 9(6).
           05  LC-OTHER-OUT            PIC 9(6).
           05  LC-CLOSING              PIC 9(6).
           05  LC-YEAR-OPENING         PIC 9(6).
           05  LC-YEAR-SEPARATIONS     PIC 9(6).
           05  LC-TENURE-MONTHS        PIC 9(10).

       01  WS-RATE-FIELDS.
           05  WS-AVERAGE-HEADCOUNT    PIC 9(6)V9.
           05  WS-MONTH-TURNOVER       PIC 9(4)V9.
           05  WS-YEAR-TURNOVER        PIC 9(4)V9.
           05  WS-AVERAGE-TENURE       PIC 9(3)V9.

       01  WS-DETAIL-LINE.
           05  WS-DL-DEPARTMENT        PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DL-PAY-TYPE          PIC X(7).
           05  WS-DL-OPENING           PIC ZZZ,ZZ9.
           05  WS-DL-HIRES             PIC ZZ,ZZ9.
           05  WS-DL-REHIRES           PIC ZZ,ZZ9.
           05  WS-DL-TRANSFERS-IN      PIC ZZ,ZZ9.
           05  WS-DL-TERMINATIONS      PIC ZZ,ZZ9.
           05  WS-DL-RETIREMENTS       PIC ZZ,ZZ9.
           05  WS-DL-TRANSFERS-OUT     PIC ZZ,ZZ9.
           05  WS-DL-OTHER-OUT         PIC ZZ,ZZ9.
           05  WS-DL-CLOSING           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DL-MONTH-TURNOVER    PIC ZZZ9.9.
           05  FILLER                  PIC X(1)  VALUE '%'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DL-YEAR-TURNOVER     PIC ZZZ9.9.
           05  FILLER                  PIC X(1)  VALUE '%'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DL-AVERAGE-TENURE    PIC ZZ9.9.
           05  FILLER                  PIC X(4)  VALUE " YRS".
           05  FILLER                  PIC X(9)  VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(28)
               VALUE "DEPARTMENT           PAY".
           05  FILLER                  PIC X(25)
               VALUE "   OPEN HIRES REHIR  X-IN".
           05  FILLER                  PIC X(30)
               VALUE " TERMS RETIR X-OUT  OTHER".
           05  FILLER                  PIC X(49)
               VALUE "   CLOSE   MONTH TURN  12-MO TURN  AVG TENURE".

      *> ====================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION.
           PERFORM COUNT-MASTER-EMPLOYEES.
           PERFORM COUNT-FORMER-EMPLOYEES.
           PERFORM LIST-HEADCOUNT.
           PERFORM TERMINATION.
           STOP RUN.

      *> ====================================================
      *> Initialization - settle the month and the window
      *> ====================================================
       INITIALIZATION.
           DISPLAY "=================================".
           DISPLAY "HEADCOUNT AND TURNOVER REPORT".
           DISPLAY "=================================".
           DISPLAY " ".

           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.
           ACCEPT WS-PARM-INPUT.
           IF WS-PARM-INPUT IS NUMERIC
               MOVE WS-PARM-INPUT TO WS-REPORT-MONTH
           END-IF.
           IF WS-REPORT-MONTH = 0
               IF WS-TODAY-MM = 1
                   COMPUTE WS-REPORT-YYYY = WS-TODAY-YYYY - 1
                   END-COMPUTE
                   MOVE 12 TO WS-REPORT-MM
               ELSE
                   MOVE WS-TODAY-YYYY TO WS-REPORT-YYYY
                   COMPUTE WS-REPORT-MM = WS-TODAY-MM - 1
                   END-COMPUTE
               END-IF
           END-IF.
           IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
               DISPLAY "*** REPORT MONTH " WS-REPORT-MONTH
                   " IS INVALID - EXPECTED YYYYMM ON SYSIN ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE WS-MONTH-START = WS-REPORT-MONTH * 100 + 1
           END-COMPUTE.
           COMPUTE WS-MONTH-END = WS-REPORT-MONTH * 100 + 31
           END-COMPUTE.
           IF WS-REPORT-MM = 12
               MOVE WS-REPORT-YYYY TO WS-WINDOW-YYYY
               MOVE 1 TO WS-WINDOW-MM
           ELSE
               COMPUTE WS-WINDOW-YYYY = WS-REPORT-YYYY - 1
               END-COMPUTE
               COMPUTE WS-WINDOW-MM = WS-REPORT-MM + 1
               END-COMPUTE
           END-IF.
           MOVE 1 TO WS-WINDOW-DD.

           OPEN INPUT EMPLOYEE-FILE.
           IF NOT EMP-FILE-OK
               DISPLAY "UNABLE TO OPEN EMPLOYEES.TXT - STATUS "
                   WS-EMP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT EMP-HISTORY-FILE.
           IF EH-FILE-OK
               SET HISTORY-AVAILABLE TO TRUE
           ELSE
               DISPLAY "*** NO CHANGE HISTORY ON FILE - ONLY THE "
                   "CURRENT HEADCOUNT CAN BE SHOWN ***"
           END-IF.

           OPEN OUTPUT HEADCOUNT-WORK-FILE.
           CLOSE HEADCOUNT-WORK-FILE.
           OPEN I-O HEADCOUNT-WORK-FILE.

           OPEN OUTPUT HEADCOUNT-REPORT-FILE.
           MOVE SPACES TO HEADCOUNT-REPORT-LINE.
           STRING "HEADCOUNT, HIRES AND TURNOVER - MONTH "
               WS-REPORT-MONTH "  TWELVE MONTHS FROM "
               WS-WINDOW-START DELIMITED BY SIZE
               INTO HEADCOUNT-REPORT-LINE
           END-STRING.
           WRITE HEADCOUNT-REPORT-LINE.
           MOVE SPACES TO HEADCOUNT-REPORT-LINE.
           STRING "HEADCOUNT IS ACTIVE EMPLOYEES; TURNOVER IS "
               "TERMINATIONS PLUS RETIREMENTS OVER AVERAGE "
               "HEADCOUNT" DELIMITED BY SIZE
               INTO HEADCOUNT-REPORT-LINE
           END-STRING.
           WRITE HEADCOUNT-REPORT-LINE.
           MOVE SPACES TO HEADCOUNT-REPORT-LINE.
           WRITE HEADCOUNT-REPORT-LINE.
           MOVE WS-HEADING-LINE TO HEADCOUNT-REPORT-LINE.
           WRITE HEADCOUNT-REPORT-LINE.

           INITIALIZE WS-TOTALS-TABLE.

      *> ====================================================
      *> Everyone on the master today
      *> ====================================================
       COUNT-MASTER-EMPLOYEES.
           MOVE 0 TO EMP-ID.
           START EMPLOYEE-FILE KEY >= EMP-ID
               INVALID KEY
                   SET MASTER-PASS-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-MASTER-EMPLOYEE UNTIL MASTER-PASS-DONE.

       READ-NEXT-MASTER-EMPLOYEE.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   SET MASTER-PASS-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-EMPLOYEES-READ
                   MOVE EMP-ID TO WS-CURRENT-EMP-ID
                   MOVE EMPLOYEE-RECORD TO WS-RUN-IMAGE
                   SET ON-MASTER-NOW TO TRUE
                   PERFORM COUNT-ONE-EMPLOYEE
           END-READ.

      *> ====================================================
      *> Everyone with history but no longer on the master -
      *> a leaver deleted since may still count in the window.
      *> The history is stepped one employee at a time, since
      *> counting an employee repositions it.
      *> ====================================================
       COUNT-FORMER-EMPLOYEES.
           IF HISTORY-AVAILABLE
               MOVE 0 TO WS-NEXT-EMP-ID
               PERFORM FIND-NEXT-HISTORY-EMPLOYEE
                   UNTIL HISTORY-PASS-DONE
           END-IF.

       FIND-NEXT-HISTORY-EMPLOYEE.
           IF WS-NEXT-EMP-ID > 99999
               SET HISTORY-PASS-DONE TO TRUE
           ELSE
               MOVE WS-NEXT-EMP-ID TO EH-EMP-ID
               MOVE 0 TO EH-EFFECTIVE-DATE
               MOVE 0 TO EH-SEQUENCE
               START EMP-HISTORY-FILE KEY >= EH-KEY
                   INVALID KEY
                       SET HISTORY-PASS-DONE TO TRUE
                   NOT INVALID KEY
                       READ EMP-HISTORY-FILE NEXT RECORD
                           AT END
                               SET HISTORY-PASS-DONE TO TRUE
                           NOT AT END
                               PERFORM CHECK-FORMER-EMPLOYEE
                       END-READ
               END-START
           END-IF.

       CHECK-FORMER-EMPLOYEE.
           MOVE EH-EMP-ID TO WS-CURRENT-EMP-ID.
           COMPUTE WS-NEXT-EMP-ID = EH-EMP-ID + 1
           END-COMPUTE.
           MOVE WS-CURRENT-EMP-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   ADD 1 TO WS-FORMER-EMPLOYEES
                   MOVE SPACES TO WS-RUN-IMAGE
                   MOVE 'N' TO WS-ON-MASTER-FLAG
                   PERFORM COUNT-ONE-EMPLOYEE
           END-READ.

      *> ====================================================
      *> Count one employee: rebuild them as of the window
      *> start, then roll them forward through the month end
      *> ====================================================
       COUNT-ONE-EMPLOYEE.
           MOVE SPACE TO WS-LAST-CODE-BEFORE.
           MOVE SPACE TO WS-FIRST-CODE-AFTER.
           MOVE SPACES TO WS-RESTORED-FLAGS.
           MOVE 'N' TO WS-MONTH-OPEN-FLAG.
           IF HISTORY-AVAILABLE
               PERFORM REBUILD-AT-WINDOW-START
           END-IF.

           EVALUATE TRUE
               WHEN WS-LAST-CODE-BEFORE NOT = SPACE
                   IF WS-LAST-CODE-BEFORE = 'D'
                       MOVE 'N' TO WS-ON-FILE-FLAG
                   ELSE
                       SET RUN-ON-FILE TO TRUE
                   END-IF
               WHEN WS-FIRST-CODE-AFTER NOT = SPACE
                   IF WS-FIRST-CODE-AFTER = 'A'
                       MOVE 'N' TO WS-ON-FILE-FLAG
                   ELSE
                       SET RUN-ON-FILE TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE WS-ON-MASTER-FLAG TO WS-ON-FILE-FLAG
           END-EVALUATE.

           PERFORM TAKE-EMPLOYEE-STATE.
           IF STATE-IS-ACTIVE
               SET POST-YEAR-OPENING TO TRUE
               PERFORM POST-STATE-COUNT
           END-IF.

           IF HISTORY-AVAILABLE
               PERFORM REPLAY-WINDOW-ENTRIES
           END-IF.
           IF NOT MONTH-OPENING-TAKEN
               PERFORM TAKE-MONTH-OPENING
           END-IF.

           PERFORM TAKE-EMPLOYEE-STATE.
           IF STATE-IS-ACTIVE
               SET POST-CLOSING TO TRUE
               PERFORM POST-STATE-COUNT
           END-IF.

      *> Every change effective on or after the window start
      *> comes back out: each field takes its value from before
      *> the earliest such change
       REBUILD-AT-WINDOW-START.
           MOVE 'N' TO WS-EH-EOF-FLAG.
           MOVE WS-CURRENT-EMP-ID TO EH-EMP-ID.
           MOVE 0 TO EH-EFFECTIVE-DATE.
           MOVE 0 TO EH-SEQUENCE.
           START EMP-HISTORY-FILE KEY >= EH-KEY
               INVALID KEY
                   SET ENTRIES-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-REBUILD-ENTRY UNTIL ENTRIES-DONE.

       READ-NEXT-REBUILD-ENTRY.
           READ EMP-HISTORY-FILE NEXT RECORD
               AT END
                   SET ENTRIES-DONE TO TRUE
               NOT AT END
                   IF EH-EMP-ID NOT = WS-CURRENT-EMP-ID
                       SET ENTRIES-DONE TO TRUE
                   ELSE
                       PERFORM TAKE-BACK-ONE-ENTRY
                   END-IF
           END-READ.

       TAKE-BACK-ONE-ENTRY.
           IF EH-EFFECTIVE-DATE < WS-WINDOW-START
               MOVE EH-TRAN-CODE TO WS-LAST-CODE-BEFORE
           ELSE
               IF WS-FIRST-CODE-AFTER = SPACE
                   MOVE EH-TRAN-CODE TO WS-FIRST-CODE-AFTER
               END-IF
               PERFORM RESTORE-ONE-FIELD
                   VARYING EH-CHG-IDX FROM 1 BY 1
                   UNTIL EH-CHG-IDX > EH-CHANGE-COUNT
           END-IF.

       RESTORE-ONE-FIELD.
           IF EH-FIELD-NUMBER(EH-CHG-IDX) > 0 AND
               EH-FIELD-NUMBER(EH-CHG-IDX) <= EMP-FIELD-COUNT
               SET EFM-IDX TO EH-FIELD-NUMBER(EH-CHG-IDX)
               IF WS-RESTORED-FLAG(EFM-IDX) NOT = 'Y'
                   MOVE EH-BEFORE-VALUE(EH-CHG-IDX)
                       TO WS-RUN-IMAGE(EFM-OFFSET(EFM-IDX):
                           EFM-LENGTH(EFM-IDX))
                   MOVE 'Y' TO WS-RESTORED-FLAG(EFM-IDX)
               END-IF
           END-IF.

      *> ====================================================
      *> Roll the employee forward through each change in the
      *> window, counting the movement each one makes
      *> ====================================================
       REPLAY-WINDOW-ENTRIES.
           MOVE 'N' TO WS-EH-EOF-FLAG.
           MOVE WS-CURRENT-EMP-ID TO EH-EMP-ID.
           MOVE WS-WINDOW-START TO EH-EFFECTIVE-DATE.
           MOVE 0 TO EH-SEQUENCE.
           START EMP-HISTORY-FILE KEY >= EH-KEY
               INVALID KEY
                   SET ENTRIES-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-REPLAY-ENTRY UNTIL ENTRIES-DONE.

       READ-NEXT-REPLAY-ENTRY.
           READ EMP-HISTORY-FILE NEXT RECORD
               AT END
                   SET ENTRIES-DONE TO TRUE
               NOT AT END
                   IF EH-EMP-ID NOT = WS-CURRENT-EMP-ID OR
                       EH-EFFECTIVE-DATE > WS-MONTH-END
                       SET ENTRIES-DONE TO TRUE
                   ELSE
                       PERFORM REPLAY-ONE-ENTRY
                   END-IF
           END-READ.

       REPLAY-ONE-ENTRY.
           ADD 1 TO WS-ENTRIES-REPLAYED.
           IF EH-EFFECTIVE-DATE >= WS-MONTH-START AND
               NOT MONTH-OPENING-TAKEN
               PERFORM TAKE-MONTH-OPENING
           END-IF.

           PERFORM TAKE-EMPLOYEE-STATE.
           MOVE WS-STATE-ACTIVE     TO WS-BEFORE-ACTIVE.
           MOVE WS-STATE-DEPARTMENT TO WS-BEFORE-DEPARTMENT.
           MOVE WS-STATE-PAY-TYPE   TO WS-BEFORE-PAY-TYPE.

           EVALUATE TRUE
               WHEN EH-ADDED
                   SET RUN-ON-FILE TO TRUE
               WHEN EH-DELETED
                   MOVE 'N' TO WS-ON-FILE-FLAG
           END-EVALUATE.
           PERFORM APPLY-ONE-FIELD
               VARYING EH-CHG-IDX FROM 1 BY 1
               UNTIL EH-CHG-IDX > EH-CHANGE-COUNT.
           PERFORM TAKE-EMPLOYEE-STATE.

           PERFORM CLASSIFY-MOVEMENT.

       APPLY-ONE-FIELD.
           IF EH-FIELD-NUMBER(EH-CHG-IDX) > 0 AND
               EH-FIELD-NUMBER(EH-CHG-IDX) <= EMP-FIELD-COUNT
               SET EFM-IDX TO EH-FIELD-NUMBER(EH-CHG-IDX)
               MOVE EH-AFTER-VALUE(EH-CHG-IDX)
                   TO WS-RUN-IMAGE(EFM-OFFSET(EFM-IDX):
                       EFM-LENGTH(EFM-IDX))
           END-IF.

      *> A joiner counts where they joined and a leaver where
      *> they left. Only the report month's movements are
      *> shown; a separation anywhere in the window counts in
      *> the twelve-month turnover.
       CLASSIFY-MOVEMENT.
           EVALUATE TRUE
               WHEN NOT BEFORE-WAS-ACTIVE AND STATE-IS-ACTIVE
                   IF EH-EFFECTIVE-DATE >= WS-MONTH-START
                       IF EH-ADDED
                           SET POST-HIRE TO TRUE
                       ELSE
                           SET POST-REHIRE TO TRUE
                       END-IF
                       PERFORM POST-STATE-COUNT
                   END-IF
               WHEN BEFORE-WAS-ACTIVE AND NOT STATE-IS-ACTIVE
                   MOVE WS-BEFORE-DEPARTMENT TO WS-POST-DEPARTMENT
                   MOVE WS-BEFORE-PAY-TYPE   TO WS-POST-PAY-TYPE
                   IF RUN-ON-FILE AND
                       (WS-STATE-STATUS = 'I' OR WS-STATE-STATUS = 'R')
                       SET POST-YEAR-SEPARATION TO TRUE
                       PERFORM POST-TO-GROUP
                   END-IF
                   IF EH-EFFECTIVE-DATE >= WS-MONTH-START
                       EVALUATE TRUE
                           WHEN NOT RUN-ON-FILE
                               SET POST-OTHER-OUT TO TRUE
                           WHEN WS-STATE-STATUS = 'I'
                               SET POST-TERMINATION TO TRUE
                           WHEN WS-STATE-STATUS = 'R'
                               SET POST-RETIREMENT TO TRUE
                           WHEN OTHER
                               SET POST-OTHER-OUT TO TRUE
                       END-EVALUATE
                       PERFORM POST-TO-GROUP
                   END-IF
               WHEN BEFORE-WAS-ACTIVE AND STATE-IS-ACTIVE AND
                   (WS-STATE-DEPARTMENT NOT = WS-BEFORE-DEPARTMENT OR
                    WS-STATE-PAY-TYPE NOT = WS-BEFORE-PAY-TYPE)
                   IF EH-EFFECTIVE-DATE >= WS-MONTH-START
                       MOVE WS-BEFORE-DEPARTMENT TO WS-POST-DEPARTMENT
                       MOVE WS-BEFORE-PAY-TYPE   TO WS-POST-PAY-TYPE
                       SET POST-TRANSFER-OUT TO TRUE
                       PERFORM POST-TO-GROUP
                       SET POST-TRANSFER-IN TO TRUE
                       PERFORM POST-STATE-COUNT
                   END-IF
           END-EVALUATE.

      *> The headcount at the start of the month is the state
      *> before the month's first change, or after the last
      *> change of the window when the month had none
       TAKE-MONTH-OPENING.
           SET MONTH-OPENING-TAKEN TO TRUE.
           PERFORM TAKE-EMPLOYEE-STATE.
           IF STATE-IS-ACTIVE
               SET POST-OPENING TO TRUE
               PERFORM POST-STATE-COUNT
           END-IF.

      *> Read the rolled-forward record through the master
      *> layout; a blank pay type is salaried, as everywhere
       TAKE-EMPLOYEE-STATE.
           MOVE WS-RUN-IMAGE TO EMPLOYEE-RECORD.
           MOVE EMP-STATUS     TO WS-STATE-STATUS.
           MOVE EMP-DEPARTMENT TO WS-STATE-DEPARTMENT.
           IF EMP-PAY-TYPE = 'H'
               MOVE 'H' TO WS-STATE-PAY-TYPE
           ELSE
               MOVE 'S' TO WS-STATE-PAY-TYPE
           END-IF.
           IF EMP-HIRE-DATE IS NUMERIC
               MOVE EMP-HIRE-DATE TO WS-STATE-HIRE-DATE
           ELSE
               MOVE 0 TO WS-STATE-HIRE-DATE
           END-IF.
           IF RUN-ON-FILE AND ACTIVE
               MOVE 'Y' TO WS-STATE-ACTIVE
           ELSE
               MOVE 'N' TO WS-STATE-ACTIVE
           END-IF.

      *> ====================================================
      *> Post a count to the department and pay type the
      *> employee is in now, or to the one set by the caller
      *> ====================================================
       POST-STATE-COUNT.
           MOVE WS-STATE-DEPARTMENT TO WS-POST-DEPARTMENT.
           MOVE WS-STATE-PAY-TYPE   TO WS-POST-PAY-TYPE.
           PERFORM POST-TO-GROUP.

       POST-TO-GROUP.
           MOVE WS-POST-DEPARTMENT TO HCW-DEPARTMENT.
           MOVE WS-POST-PAY-TYPE   TO HCW-PAY-TYPE.
           MOVE 'N' TO WS-GROUP-NEW-FLAG.
           READ HEADCOUNT-WORK-FILE
               INVALID KEY
                   SET GROUP-IS-NEW TO TRUE
                   MOVE 0 TO HCW-OPENING
                   MOVE 0 TO HCW-HIRES
                   MOVE 0 TO HCW-REHIRES
                   MOVE 0 TO HCW-TRANSFERS-IN
                   MOVE 0 TO HCW-TERMINATIONS
                   MOVE 0 TO HCW-RETIREMENTS
                   MOVE 0 TO HCW-TRANSFERS-OUT
                   MOVE 0 TO HCW-OTHER-OUT
                   MOVE 0 TO HCW-CLOSING
                   MOVE 0 TO HCW-YEAR-OPENING
                   MOVE 0 TO HCW-YEAR-SEPARATIONS
                   MOVE 0 TO HCW-TENURE-MONTHS
           END-READ.

           EVALUATE TRUE
               WHEN POST-OPENING
                   ADD 1 TO HCW-OPENING
               WHEN POST-HIRE
                   ADD 1 TO HCW-HIRES
               WHEN POST-REHIRE
                   ADD 1 TO HCW-REHIRES
               WHEN POST-TRANSFER-IN
                   ADD 1 TO HCW-TRANSFERS-IN
               WHEN POST-TERMINATION
                   ADD 1 TO HCW-TERMINATIONS
               WHEN POST-RETIREMENT
                   ADD 1 TO HCW-RETIREMENTS
               WHEN POST-TRANSFER-OUT
                   ADD 1 TO HCW-TRANSFERS-OUT
               WHEN POST-OTHER-OUT
                   ADD 1 TO HCW-OTHER-OUT
               WHEN POST-CLOSING
                   ADD 1 TO HCW-CLOSING
                   PERFORM FIGURE-TENURE
                   ADD WS-TENURE-MONTHS TO HCW-TENURE-MONTHS
               WHEN POST-YEAR-OPENING
                   ADD 1 TO HCW-YEAR-OPENING
               WHEN POST-YEAR-SEPARATION
                   ADD 1 TO HCW-YEAR-SEPARATIONS
           END-EVALUATE.

           IF GROUP-IS-NEW
               WRITE HEADCOUNT-WORK-RECORD
                   INVALID KEY
                       DISPLAY "*** HEADCOUNT WORK WRITE FAILED - "
                           "STATUS " WS-HCW-FILE-STATUS " ***"
               END-WRITE
           ELSE
               REWRITE HEADCOUNT-WORK-RECORD
                   INVALID KEY
                       DISPLAY "*** HEADCOUNT WORK REWRITE FAILED - "
                           "STATUS " WS-HCW-FILE-STATUS " ***"
               END-REWRITE
           END-IF.

      *> Whole months of service from the hire date to the end
      *> of the report month; a hire date missing or after it
      *> counts none
       FIGURE-TENURE.
           MOVE 0 TO WS-TENURE-MONTHS.
           IF WS-STATE-HIRE-DATE > 0 AND
               WS-STATE-HIRE-DATE <= WS-MONTH-END
               COMPUTE WS-TENURE-MONTHS =
                   (WS-MONTH-END-YYYY - WS-STATE-HIRE-YYYY) * 12
                   + WS-MONTH-END-MM - WS-STATE-HIRE-MM
               END-COMPUTE
               IF WS-TENURE-MONTHS < 0
                   MOVE 0 TO WS-TENURE-MONTHS
               END-IF
           END-IF.

      *> ====================================================
      *> List each department and pay type in department order,
      *> a subtotal as each department ends
      *> ====================================================
       LIST-HEADCOUNT.
           MOVE LOW-VALUES TO HCW-KEY.
           START HEADCOUNT-WORK-FILE KEY >= HCW-KEY
               INVALID KEY
                   SET WORK-PASS-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-HEADCOUNT-WORK UNTIL WORK-PASS-DONE.
           IF WS-DEPT-ROWS > 0
               PERFORM WRITE-DEPARTMENT-TOTAL
           END-IF.

       READ-NEXT-HEADCOUNT-WORK.
           READ HEADCOUNT-WORK-FILE NEXT RECORD
               AT END
                   SET WORK-PASS-DONE TO TRUE
               NOT AT END
                   PERFORM LIST-ONE-GROUP
           END-READ.

       LIST-ONE-GROUP.
           IF HCW-DEPARTMENT NOT = WS-PRIOR-DEPARTMENT AND
               WS-DEPT-ROWS > 0
               PERFORM WRITE-DEPARTMENT-TOTAL
           END-IF.
           MOVE HCW-DEPARTMENT TO WS-PRIOR-DEPARTMENT.
           ADD 1 TO WS-DEPT-ROWS.

           MOVE HCW-OPENING          TO LC-OPENING.
           MOVE HCW-HIRES            TO LC-HIRES.
           MOVE HCW-REHIRES          TO LC-REHIRES.
           MOVE HCW-TRANSFERS-IN     TO LC-TRANSFERS-IN.
           MOVE HCW-TERMINATIONS     TO LC-TERMINATIONS.
           MOVE HCW-RETIREMENTS      TO LC-RETIREMENTS.
           MOVE HCW-TRANSFERS-OUT    TO LC-TRANSFERS-OUT.
           MOVE HCW-OTHER-OUT        TO LC-OTHER-OUT.
           MOVE HCW-CLOSING          TO LC-CLOSING.
           MOVE HCW-YEAR-OPENING     TO LC-YEAR-OPENING.
           MOVE HCW-YEAR-SEPARATIONS TO LC-YEAR-SEPARATIONS.
           MOVE HCW-TENURE-MONTHS    TO LC-TENURE-MONTHS.

           MOVE 1 TO WS-TOTAL-SUB.
           PERFORM ADD-LINE-TO-TOTAL.
           IF HCW-PAY-TYPE = 'H'
               MOVE 3 TO WS-TOTAL-SUB
           ELSE
               MOVE 2 TO WS-TOTAL-SUB
           END-IF.
           PERFORM ADD-LINE-TO-TOTAL.
           MOVE 4 TO WS-TOTAL-SUB.
           PERFORM ADD-LINE-TO-TOTAL.

           MOVE HCW-DEPARTMENT TO WS-DL-DEPARTMENT.
           IF HCW-PAY-TYPE = 'H'
               MOVE "HOURLY"   TO WS-DL-PAY-TYPE
           ELSE
               MOVE "SALARY"   TO WS-DL-PAY-TYPE
           END-IF.
           PERFORM WRITE-COUNTS-LINE.

       ADD-LINE-TO-TOTAL.
           ADD LC-OPENING       TO TT-OPENING(WS-TOTAL-SUB).
           ADD LC-HIRES         TO TT-HIRES(WS-TOTAL-SUB).
           ADD LC-REHIRES       TO TT-REHIRES(WS-TOTAL-SUB).
           ADD LC-TRANSFERS-IN  TO TT-TRANSFERS-IN(WS-TOTAL-SUB).
           ADD LC-TERMINATIONS  TO TT-TERMINATIONS(WS-TOTAL-SUB).
           ADD LC-RETIREMENTS   TO TT-RETIREMENTS(WS-TOTAL-SUB).
           ADD LC-TRANSFERS-OUT TO TT-TRANSFERS-OUT(WS-TOTAL-SUB).
           ADD LC-OTHER-OUT     TO TT-OTHER-OUT(WS-TOTAL-SUB).
           ADD LC-CLOSING       TO TT-CLOSING(WS-TOTAL-SUB).
           ADD LC-YEAR-OPENING  TO TT-YEAR-OPENING(WS-TOTAL-SUB).
           ADD LC-YEAR-SEPARATIONS
               TO TT-YEAR-SEPARATIONS(WS-TOTAL-SUB).
           ADD LC-TENURE-MONTHS TO TT-TENURE-MONTHS(WS-TOTAL-SUB).

       WRITE-DEPARTMENT-TOTAL.
           MOVE 1 TO WS-TOTAL-SUB.
           MOVE SPACES TO WS-DL-DEPARTMENT.
           MOVE "DEPT"  TO WS-DL-PAY-TYPE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE SPACES TO HEADCOUNT-REPORT-LINE.
           WRITE HEADCOUNT-REPORT-LINE.
           INITIALIZE WS-TOTAL-ENTRY(1).
           MOVE 0 TO WS-DEPT-ROWS.

       WRITE-TOTAL-LINE.
           MOVE TT-OPENING(WS-TOTAL-SUB)       TO LC-OPENING.
           MOVE TT-HIRES(WS-TOTAL-SUB)         TO LC-HIRES.
           MOVE TT-REHIRES(WS-TOTAL-SUB)       TO LC-REHIRES.
           MOVE TT-TRANSFERS-IN(WS-TOTAL-SUB)  TO LC-TRANSFERS-IN.
           MOVE TT-TERMINATIONS(WS-TOTAL-SUB)  TO LC-TERMINATIONS.
           MOVE TT-RETIREMENTS(WS-TOTAL-SUB)   TO LC-RETIREMENTS.
           MOVE TT-TRANSFERS-OUT(WS-TOTAL-SUB) TO LC-TRANSFERS-OUT.
           MOVE TT-OTHER-OUT(WS-TOTAL-SUB)     TO LC-OTHER-OUT.
           MOVE TT-CLOSING(WS-TOTAL-SUB)       TO LC-CLOSING.
           MOVE TT-YEAR-OPENING(WS-TOTAL-SUB)  TO LC-YEAR-OPENING.
           MOVE TT-YEAR-SEPARATIONS(WS-TOTAL-SUB)
               TO LC-YEAR-SEPARATIONS.
           MOVE TT-TENURE-MONTHS(WS-TOTAL-SUB) TO LC-TENURE-MONTHS.
           PERFORM WRITE-COUNTS-LINE.

      *> Turnover over the average of the opening and closing
      *> headcount; tenure averaged over the closing headcount
       WRITE-COUNTS-LINE.
           MOVE 0 TO WS-MONTH-TURNOVER.
           MOVE 0 TO WS-YEAR-TURNOVER.
           MOVE 0 TO WS-AVERAGE-TENURE.
           COMPUTE WS-AVERAGE-HEADCOUNT =
               (LC-OPENING + LC-CLOSING) / 2
           END-COMPUTE.
           IF WS-AVERAGE-HEADCOUNT > 0
               COMPUTE WS-MONTH-TURNOVER ROUNDED =
                   (LC-TERMINATIONS + LC-RETIREMENTS) * 100
                   / WS-AVERAGE-HEADCOUNT
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-MONTH-TURNOVER
               END-COMPUTE
           END-IF.
           COMPUTE WS-AVERAGE-HEADCOUNT =
               (LC-YEAR-OPENING + LC-CLOSING) / 2
           END-COMPUTE.
           IF WS-AVERAGE-HEADCOUNT > 0
               COMPUTE WS-YEAR-TURNOVER ROUNDED =
                   LC-YEAR-SEPARATIONS * 100 / WS-AVERAGE-HEADCOUNT
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-YEAR-TURNOVER
               END-COMPUTE
           END-IF.
           IF LC-CLOSING > 0
               COMPUTE WS-AVERAGE-TENURE ROUNDED =
                   LC-TENURE-MONTHS / LC-CLOSING / 12
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-AVERAGE-TENURE
               END-COMPUTE
           END-IF.

           MOVE LC-OPENING        TO WS-DL-OPENING.
           MOVE LC-HIRES          TO WS-DL-HIRES.
           MOVE LC-REHIRES        TO WS-DL-REHIRES.
           MOVE LC-TRANSFERS-IN   TO WS-DL-TRANSFERS-IN.
           MOVE LC-TERMINATIONS   TO WS-DL-TERMINATIONS.
           MOVE LC-RETIREMENTS    TO WS-DL-RETIREMENTS.
           MOVE LC-TRANSFERS-OUT  TO WS-DL-TRANSFERS-OUT.
           MOVE LC-OTHER-OUT      TO WS-DL-OTHER-OUT.
           MOVE LC-CLOSING        TO WS-DL-CLOSING.
           MOVE WS-MONTH-TURNOVER TO WS-DL-MONTH-TURNOVER.
           MOVE WS-YEAR-TURNOVER  TO WS-DL-YEAR-TURNOVER.
           MOVE WS-AVERAGE-TENURE TO WS-DL-AVERAGE-TENURE.
           MOVE WS-DETAIL-LINE    TO HEADCOUNT-REPORT-LINE.
           WRITE HEADCOUNT-REPORT-LINE.

      *> ====================================================
      *> Termination - salaried, hourly and all employees,
      *> then the counts
      *> ====================================================
       TERMINATION.
           MOVE "ALL SALARIED"  TO WS-DL-DEPARTMENT.
           MOVE SPACES          TO WS-DL-PAY-TYPE.
           MOVE 2 TO WS-TOTAL-SUB.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "ALL HOURLY"    TO WS-DL-DEPARTMENT.
           MOVE 3 TO WS-TOTAL-SUB.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "ALL EMPLOYEES" TO WS-DL-DEPARTMENT.
           MOVE 4 TO WS-TOTAL-SUB.
           PERFORM WRITE-TOTAL-LINE.

           CLOSE EMPLOYEE-FILE.
           IF HISTORY-AVAILABLE
               CLOSE EMP-HISTORY-FILE
           END-IF.
           CLOSE HEADCOUNT-WORK-FILE.
           CLOSE HEADCOUNT-REPORT-FILE.

           DISPLAY "Report month: " WS-REPORT-MONTH.
           DISPLAY "Employees on master: " WS-EMPLOYEES-READ.
           DISPLAY "Former employees from history: "
               WS-FORMER-EMPLOYEES.
           DISPLAY "History entries replayed: " WS-ENTRIES-REPLAYED.
           DISPLAY "Opening headcount: " TT-OPENING(4)
               "  closing headcount: " TT-CLOSING(4).
           IF NOT HISTORY-AVAILABLE
               DISPLAY "*** NO CHANGE HISTORY - MOVEMENTS AND "
                   "TURNOVER NOT AVAILABLE ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY " ".
