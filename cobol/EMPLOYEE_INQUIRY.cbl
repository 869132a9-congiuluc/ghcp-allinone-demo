       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-INQUIRY.
      *> ====================================================
      *> Employee lookup by name or department
      *> Finds employees on the master without their id, through
      *> the alternate keys employees.txt carries on EMP-NAME
      *> and EMP-DEPARTMENT, instead of a pass of the whole file.
      *> SYSIN selects the lookup:
      *>   N name     employees whose name begins with the text
      *>              given; when none does, every employee whose
      *>              name contains it anywhere, in either case
      *>              (a caller who gives a surname only)
      *>   D dept     the department's roster
      *>   E nnnnn    the one employee's full summary
      *> Each employee found is listed with status, pay type,
      *> salary or hourly rate and work state. A name lookup
      *> that finds exactly one employee, and every E lookup,
      *> goes on to the employee's summary in one view: the
      *> master, year-to-date totals, leave balances, deduction
      *> elections and arrears, and garnishment orders. Output
      *> goes to the console and to empinquiry.txt; nothing
      *> found ends the step RC 4.
      *>
      *> Modification History:
      *>   Initial version - name and department lookup through
      *>     the employee master's alternate keys, with the
      *>     employee summary drill-down.
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

           SELECT YTD-FILE ASSIGN TO "ytd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-FILE-STATUS.

           SELECT LEAVE-FILE ASSIGN TO "leavebal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-EMP-ID
               FILE STATUS IS WS-LVB-FILE-STATUS.

           SELECT DEDUCTION-FILE ASSIGN TO "deductions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-EMP-ID
               FILE STATUS IS WS-DED-FILE-STATUS.

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

           SELECT INQUIRY-FILE ASSIGN TO "empinquiry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE.

       FD  YTD-FILE.
           COPY YTD.

       FD  LEAVE-FILE.
           COPY LEAVE.

       FD  DEDUCTION-FILE.
           COPY DEDUCT.

       FD  ARREARS-FILE.
           COPY DEDARR.

       FD  GARNISH-FILE.
           COPY GARNISH.

       FD  INQUIRY-FILE.
       01  INQUIRY-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X VALUE 'N'.
               88  LOOKUP-DONE             VALUE 'Y'.
           05  WS-GAR-EOF-FLAG         PIC X VALUE 'N'.
               88  GARNISH-DONE            VALUE 'Y'.
           05  WS-CONTAINS-FLAG        PIC X VALUE 'N'.
               88  CONTAINS-SEARCH         VALUE 'Y'.
           05  WS-YTD-AVAILABLE        PIC X VALUE 'N'.
               88  YTD-AVAILABLE           VALUE 'Y'.
           05  WS-LVB-AVAILABLE        PIC X VALUE 'N'.
               88  LEAVE-AVAILABLE         VALUE 'Y'.
           05  WS-DED-AVAILABLE        PIC X VALUE 'N'.
               88  DEDUCTIONS-AVAILABLE    VALUE 'Y'.
           05  WS-ARR-AVAILABLE        PIC X VALUE 'N'.
               88  ARREARS-AVAILABLE       VALUE 'Y'.
           05  WS-GAR-AVAILABLE        PIC X VALUE 'N'.
               88  GARNISH-AVAILABLE       VALUE 'Y'.
           05  WS-FOUND-FLAG           PIC X VALUE 'N'.
               88  RECORD-FOUND            VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-EMP-FILE-STATUS      PIC X(2) VALUE '00'.
               88  EMP-FILE-OK              VALUE '00'.
           05  WS-YTD-FILE-STATUS      PIC X(2) VALUE '00'.
               88  YTD-FILE-OK              VALUE '00'.
           05  WS-LVB-FILE-STATUS      PIC X(2) VALUE '00'.
               88  LVB-FILE-OK              VALUE '00'.
           05  WS-DED-FILE-STATUS      PIC X(2) VALUE '00'.
               88  DED-FILE-OK              VALUE '00'.
           05  WS-ARR-FILE-STATUS      PIC X(2) VALUE '00'.
               88  ARR-FILE-OK              VALUE '00'.
           05  WS-GAR-FILE-STATUS      PIC X(2) VALUE '00'.
               88  GAR-FILE-OK              VALUE '00'.
           05  WS-INQ-FILE-STATUS      PIC X(2) VALUE '00'.
               88  INQ-FILE-OK              VALUE '00'.

       01  WS-PARM-INPUT               PIC X(32) VALUE SPACES.
       01  WS-PARM-PARTS REDEFINES WS-PARM-INPUT.
           05  WS-PARM-LOOKUP          PIC X(1).
               88  LOOKUP-BY-NAME          VALUE 'N'.
               88  LOOKUP-BY-DEPARTMENT    VALUE 'D'.
               88  LOOKUP-BY-ID            VALUE 'E'.
           05  FILLER                  PIC X(1).
           05  WS-PARM-VALUE           PIC X(30).
           05  WS-PARM-EMP-ID REDEFINES WS-PARM-VALUE.
               10  WS-PARM-ID-DIGITS   PIC X(5).
               10  FILLER              PIC X(25).

      *> The name text sought, its length without the trailing
      *> spaces, and the upper-case forms compared in a search
      *> for the text anywhere in the name
       01  WS-NAME-SEARCH.
           05  WS-NAME-TEXT            PIC X(30) VALUE SPACES.
           05  WS-NAME-LENGTH          PIC 9(2) VALUE 0.
           05  WS-UPPER-TEXT           PIC X(30) VALUE SPACES.
           05  WS-UPPER-NAME           PIC X(30) VALUE SPACES.
           05  WS-NAME-HITS            PIC 9(2) VALUE 0.

       01  WS-LOWER-LETTERS            PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER-LETTERS            PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  WS-REQUEST-DEPARTMENT       PIC X(20) VALUE SPACES.
       01  WS-REQUEST-EMP-ID           PIC 9(5) VALUE 0.
       01  WS-LAST-FOUND-ID            PIC 9(5) VALUE 0.

       01  WS-COUNTERS.
           05  WS-FOUND-COUNT          PIC 9(5) VALUE 0.
           05  WS-ACTIVE-COUNT         PIC 9(5) VALUE 0.
           05  WS-ORDER-COUNT          PIC 9(3) VALUE 0.
           05  WS-OPEN-ORDER-COUNT     PIC 9(3) VALUE 0.

       01  WS-ROSTER-HEADING.
           05  FILLER                  PIC X(7)  VALUE "EMP ID ".
           05  FILLER                  PIC X(31) VALUE "NAME".
           05  FILLER                  PIC X(21) VALUE "DEPARTMENT".
           05  FILLER                  PIC X(9)  VALUE "STATUS".
           05  FILLER                  PIC X(7)  VALUE "PAY".
           05  FILLER                  PIC X(17)
               VALUE "   SALARY/RATE".
           05  FILLER                  PIC X(8)  VALUE "STATE".

       01  WS-ROSTER-LINE.
           05  WS-RL-EMP-ID            PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RL-NAME              PIC X(30).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RL-DEPARTMENT        PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RL-STATUS            PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RL-PAY-TYPE          PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RL-PAY-AMOUNT        PIC $$,$$$,$$9.99.
           05  WS-RL-PAY-BASIS         PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RL-WORK-STATE        PIC X(2).
           05  FILLER                  PIC X(6)  VALUE SPACES.

       01  WS-CAPTION-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-CL-CAPTION           PIC X(24).
           05  WS-CL-AMOUNT            PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-HOURS-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-HRL-CAPTION          PIC X(24).
           05  WS-HRL-HOURS            PIC Z,ZZ9.99.
           05  FILLER                  PIC X(6)  VALUE " HOURS".
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-GARNISH-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-GL-PRIORITY          PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE "/".
           05  WS-GL-ORDER-NO          PIC 9(3).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-GL-TYPE              PIC X(13).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-GL-AGENCY            PIC X(25).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-GL-TERMS             PIC X(16).
           05  FILLER                  PIC X(5)  VALUE " BAL ".
           05  WS-GL-BALANCE           PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-GL-STATUS            PIC X(9).
           05  FILLER                  PIC X(7)  VALUE SPACES.

       01  WS-EDIT-FIELDS.
           05  WS-EDIT-AMOUNT          PIC $$$$,$$9.99.
           05  WS-EDIT-PERCENT         PIC ZZ9.9.
           05  WS-PERCENT-WORK         PIC 9(3)V9.
           05  WS-EDIT-COUNT           PIC ZZ,ZZ9.

      *> ====================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION.
           EVALUATE TRUE
               WHEN LOOKUP-BY-NAME
                   PERFORM FIND-BY-NAME
               WHEN LOOKUP-BY-DEPARTMENT
                   PERFORM LIST-DEPARTMENT-ROSTER
               WHEN LOOKUP-BY-ID
                   MOVE WS-REQUEST-EMP-ID TO WS-LAST-FOUND-ID
                   PERFORM SHOW-EMPLOYEE-SUMMARY
           END-EVALUATE.
           PERFORM TERMINATION.
           STOP RUN.

      *> ====================================================
      *> Initialization - the lookup and what to look for on
      *> SYSIN; the files behind the summary are optional
      *> ====================================================
       INITIALIZATION.
           DISPLAY "=================================".
           DISPLAY "EMPLOYEE INQUIRY".
           DISPLAY "=================================".
           DISPLAY " ".

           ACCEPT WS-PARM-INPUT.
           IF LOOKUP-BY-NAME
               MOVE WS-PARM-VALUE TO WS-NAME-TEXT
               MOVE 30 TO WS-NAME-LENGTH
               PERFORM SHORTEN-NAME-TEXT
                   UNTIL WS-NAME-LENGTH = 0
                   OR WS-NAME-TEXT(WS-NAME-LENGTH:1) NOT = SPACE
           END-IF.
           IF LOOKUP-BY-DEPARTMENT
               MOVE WS-PARM-VALUE TO WS-REQUEST-DEPARTMENT
           END-IF.
           IF LOOKUP-BY-ID AND WS-PARM-ID-DIGITS IS NUMERIC
               MOVE WS-PARM-ID-DIGITS TO WS-REQUEST-EMP-ID
           END-IF.
           IF (LOOKUP-BY-NAME AND WS-NAME-LENGTH = 0) OR
               (LOOKUP-BY-DEPARTMENT AND
                   WS-REQUEST-DEPARTMENT = SPACES) OR
               (LOOKUP-BY-ID AND WS-REQUEST-EMP-ID = 0) OR
               NOT (LOOKUP-BY-NAME OR LOOKUP-BY-DEPARTMENT OR
                   LOOKUP-BY-ID)
               DISPLAY "*** EXPECTED 'N NAME', 'D DEPARTMENT' OR "
                   "'E EMPID' ON SYSIN ***"
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

           OPEN INPUT YTD-FILE.
           IF YTD-FILE-OK
               SET YTD-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT LEAVE-FILE.
           IF LVB-FILE-OK
               SET LEAVE-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT DEDUCTION-FILE.
           IF DED-FILE-OK
               SET DEDUCTIONS-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT ARREARS-FILE.
           IF ARR-FILE-OK
               SET ARREARS-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT GARNISH-FILE.
           IF GAR-FILE-OK
               SET GARNISH-AVAILABLE TO TRUE
           END-IF.

           OPEN OUTPUT INQUIRY-FILE.

       SHORTEN-NAME-TEXT.
           SUBTRACT 1 FROM WS-NAME-LENGTH.

      *> ====================================================
      *> Name lookup - names beginning with the text, read in
      *> name order from the EMP-NAME key; failing any, every
      *> name containing it
      *> ====================================================
       FIND-BY-NAME.
           MOVE SPACES TO INQUIRY-LINE.
           STRING "EMPLOYEES NAMED '" WS-NAME-TEXT(1:WS-NAME-LENGTH)
               "'" DELIMITED BY SIZE INTO INQUIRY-LINE
           END-STRING.
           PERFORM ECHO-INQUIRY-LINE.
           PERFORM WRITE-ROSTER-HEADING.

           MOVE WS-NAME-TEXT TO EMP-NAME.
           MOVE 'N' TO WS-EOF-FLAG.
           START EMPLOYEE-FILE KEY >= EMP-NAME
               INVALID KEY
                   SET LOOKUP-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-BY-NAME UNTIL LOOKUP-DONE.

           IF WS-FOUND-COUNT = 0
               PERFORM FIND-NAME-ANYWHERE
           END-IF.

           PERFORM WRITE-FOUND-TOTAL.
           IF WS-FOUND-COUNT = 1
               PERFORM SHOW-EMPLOYEE-SUMMARY
           END-IF.

       READ-NEXT-BY-NAME.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   SET LOOKUP-DONE TO TRUE
               NOT AT END
                   IF EMP-NAME(1:WS-NAME-LENGTH) NOT =
                       WS-NAME-TEXT(1:WS-NAME-LENGTH)
                       SET LOOKUP-DONE TO TRUE
                   ELSE
                       PERFORM LIST-ONE-EMPLOYEE
                   END-IF
           END-READ.

      *> No name begins with the text - compare it, in upper
      *> case, against every name on the master
       FIND-NAME-ANYWHERE.
           SET CONTAINS-SEARCH TO TRUE.
           MOVE WS-NAME-TEXT TO WS-UPPER-TEXT.
           INSPECT WS-UPPER-TEXT
               CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS.
           MOVE LOW-VALUES TO EMP-NAME.
           MOVE 'N' TO WS-EOF-FLAG.
           START EMPLOYEE-FILE KEY >= EMP-NAME
               INVALID KEY
                   SET LOOKUP-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-CONTAINING UNTIL LOOKUP-DONE.

       READ-NEXT-CONTAINING.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   SET LOOKUP-DONE TO TRUE
               NOT AT END
                   MOVE EMP-NAME TO WS-UPPER-NAME
                   INSPECT WS-UPPER-NAME
                       CONVERTING WS-LOWER-LETTERS
                       TO WS-UPPER-LETTERS
                   MOVE 0 TO WS-NAME-HITS
                   INSPECT WS-UPPER-NAME TALLYING WS-NAME-HITS
                       FOR ALL WS-UPPER-TEXT(1:WS-NAME-LENGTH)
                   IF WS-NAME-HITS > 0
                       PERFORM LIST-ONE-EMPLOYEE
                   END-IF
           END-READ.

      *> ====================================================
      *> Department roster, read from the EMP-DEPARTMENT key
      *> ====================================================
       LIST-DEPARTMENT-ROSTER.
           MOVE SPACES TO INQUIRY-LINE.
           STRING "DEPARTMENT ROSTER - " WS-REQUEST-DEPARTMENT
               DELIMITED BY SIZE INTO INQUIRY-LINE
           END-STRING.
           PERFORM ECHO-INQUIRY-LINE.
           PERFORM WRITE-ROSTER-HEADING.

           MOVE WS-REQUEST-DEPARTMENT TO EMP-DEPARTMENT.
           MOVE 'N' TO WS-EOF-FLAG.
           START EMPLOYEE-FILE KEY = EMP-DEPARTMENT
               INVALID KEY
                   SET LOOKUP-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-IN-DEPARTMENT UNTIL LOOKUP-DONE.

           PERFORM WRITE-FOUND-TOTAL.

       READ-NEXT-IN-DEPARTMENT.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   SET LOOKUP-DONE TO TRUE
               NOT AT END
                   IF EMP-DEPARTMENT NOT = WS-REQUEST-DEPARTMENT
                       SET LOOKUP-DONE TO TRUE
                   ELSE
                       PERFORM LIST-ONE-EMPLOYEE
                   END-IF
           END-READ.

      *> ====================================================
      *> One line per employee found: status, pay type, salary
      *> or hourly rate, and work state
      *> ====================================================
       WRITE-ROSTER-HEADING.
           MOVE WS-ROSTER-HEADING TO INQUIRY-LINE.
           PERFORM ECHO-INQUIRY-LINE.

       LIST-ONE-EMPLOYEE.
           ADD 1 TO WS-FOUND-COUNT.
           MOVE EMP-ID TO WS-LAST-FOUND-ID.
           IF ACTIVE
               ADD 1 TO WS-ACTIVE-COUNT
           END-IF.
           MOVE EMP-ID         TO WS-RL-EMP-ID.
           MOVE EMP-NAME       TO WS-RL-NAME.
           MOVE EMP-DEPARTMENT TO WS-RL-DEPARTMENT.
           PERFORM SET-STATUS-TEXT.
           IF PAY-TYPE-HOURLY
               MOVE "HOURLY"        TO WS-RL-PAY-TYPE
               MOVE EMP-HOURLY-RATE TO WS-RL-PAY-AMOUNT
               MOVE "/HR"           TO WS-RL-PAY-BASIS
           ELSE
               MOVE "SALARY"        TO WS-RL-PAY-TYPE
               MOVE EMP-SALARY      TO WS-RL-PAY-AMOUNT
               MOVE "/YR"           TO WS-RL-PAY-BASIS
           END-IF.
           MOVE EMP-WORK-STATE TO WS-RL-WORK-STATE.
           MOVE WS-ROSTER-LINE TO INQUIRY-LINE.
           PERFORM ECHO-INQUIRY-LINE.

       SET-STATUS-TEXT.
           EVALUATE TRUE
               WHEN ACTIVE
                   MOVE "ACTIVE"   TO WS-RL-STATUS
               WHEN INACTIVE
                   MOVE "INACTIVE" TO WS-RL-STATUS
               WHEN RETIRED
                   MOVE "RETIRED"  TO WS-RL-STATUS
               WHEN OTHER
                   MOVE EMP-STATUS TO WS-RL-STATUS
           END-EVALUATE.

       WRITE-FOUND-TOTAL.
           MOVE SPACES TO INQUIRY-LINE.
           PERFORM ECHO-INQUIRY-LINE.
           IF WS-FOUND-COUNT = 0
               MOVE "  NO EMPLOYEES FOUND" TO INQUIRY-LINE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE WS-FOUND-COUNT TO WS-EDIT-COUNT
               STRING "  EMPLOYEES FOUND: " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO INQUIRY-LINE
               END-STRING
               MOVE WS-ACTIVE-COUNT TO WS-EDIT-COUNT
               STRING "  ACTIVE: " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO INQUIRY-LINE(26:)
               END-STRING
               IF CONTAINS-SEARCH
                   MOVE "  (NAME CONTAINS THE TEXT)"
                       TO INQUIRY-LINE(42:)
               END-IF
           END-IF.
           PERFORM ECHO-INQUIRY-LINE.

      *> ====================================================
      *> The employee's summary in one view - the master, YTD,
      *> leave, deductions and garnishments
      *> ====================================================
       SHOW-EMPLOYEE-SUMMARY.
           MOVE WS-LAST-FOUND-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "*** EMPLOYEE " WS-LAST-FOUND-ID
                       " NOT ON THE MASTER ***"
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM SHOW-MASTER-SUMMARY
                   PERFORM SHOW-YTD-SUMMARY
                   PERFORM SHOW-LEAVE-SUMMARY
                   PERFORM SHOW-DEDUCTION-SUMMARY
                   PERFORM SHOW-GARNISH-SUMMARY
           END-READ.

       SHOW-MASTER-SUMMARY.
           MOVE SPACES TO INQUIRY-LINE.
           PERFORM ECHO-INQUIRY-LINE.
           MOVE SPACES TO INQUIRY-LINE.
           STRING "EMPLOYEE SUMMARY - " EMP-ID " - " EMP-NAME
               DELIMITED BY SIZE INTO INQUIRY-LINE
           END-STRING.
           PERFORM ECHO-INQUIRY-LINE.

           PERFORM SET-STATUS-TEXT.
           MOVE SPACES TO INQUIRY-LINE.
           STRING "  DEPARTMENT " EMP-DEPARTMENT
               "  STATUS " WS-RL-STATUS " SINCE " EMP-STATUS-DATE
               "  HIRED " EMP-HIRE-DATE
               DELIMITED BY SIZE INTO INQUIRY-LINE
           END-STRING.
           PERFORM ECHO-INQUIRY-LINE.

           IF PAY-TYPE-HOURLY
               MOVE EMP-HOURLY-RATE TO WS-RL-PAY-AMOUNT
           ELSE
               MOVE EMP-SALARY      TO WS-RL-PAY-AMOUNT
           END-IF.
           MOVE SPACES TO INQUIRY-LINE.
           IF PAY-TYPE-HOURLY
               STRING "  HOURLY RATE " WS-RL-PAY-AMOUNT
                   DELIMITED BY SIZE INTO INQUIRY-LINE
               END-STRING
           ELSE
               STRING "  ANNUAL SALARY " WS-RL-PAY-AMOUNT
                   DELIMITED BY SIZE INTO INQUIRY-LINE
               END-STRING
           END-IF.
           STRING "  PAY FREQUENCY " EMP-PAY-FREQUENCY
               "  WORK STATE " EMP-WORK-STATE
               "  COMPANY " EMP-COMPANY-CODE
               DELIMITED BY SIZE INTO INQUIRY-LINE(36:)
           END-STRING.
           PERFORM ECHO-INQUIRY-LINE.

       SHOW-YTD-SUMMARY.
           MOVE SPACES TO INQUIRY-LINE.
           PERFORM ECHO-INQUIRY-LINE.
           MOVE 'N' TO WS-FOUND-FLAG.
           IF YTD-AVAILABLE
               MOVE EMP-ID TO YTD-EMP-ID
               READ YTD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RECORD-FOUND TO TRUE
               END-READ
           END-IF.
           IF NOT RECORD-FOUND
               MOVE "YEAR TO DATE - NONE ON FILE" TO INQUIRY-LINE
               PERFORM ECHO-INQUIRY-LINE
           ELSE
               MOVE SPACES TO INQUIRY-LINE
               STRING "YEAR TO DATE " YTD-YEAR
                   " - PERIODS PAID " YTD-PERIODS-PAID
                   DELIMITED BY SIZE INTO INQUIRY-LINE
               END-STRING
               PERFORM ECHO-INQUIRY-LINE
               MOVE "GROSS PAY"            TO WS-CL-CAPTION
               MOVE YTD-GROSS-PAY          TO WS-CL-AMOUNT
               PERFORM WRITE-CAPTION-LINE
               MOVE "FEDERAL TAX"          TO WS-CL-CAPTION
               MOVE YTD-FEDERAL-TAX        TO WS-CL-AMOUNT
               PERFORM WRITE-CAPTION-LINE
               MOVE "STATE TAX"            TO WS-CL-CAPTION
               MOVE YTD-STATE-TAX          TO WS-CL-AMOUNT
               PERFORM WRITE-CAPTION-LINE
               MOVE "FICA TAX"             TO WS-CL-CAPTION
               MOVE YTD-FICA-TAX           TO WS-CL-AMOUNT
               PERFORM WRITE-CAPTION-LINE
               MOVE "401K"                 TO WS-CL-CAPTION
               MOVE YTD-401K               TO WS-CL-AMOUNT
               PERFORM WRITE-CAPTION-LINE
               MOVE "HEALTH PREMIUMS"      TO WS-CL-CAPTION
               MOVE YTD-HEALTH-PREMIUMS    TO WS-CL-AMOUNT
               PERFORM WRITE-CAPTION-LINE
               MOVE "OTHER DEDUCTIONS"     TO WS-CL-CAPTION
               MOVE YTD-OTHER-DEDUCTIONS   TO WS-CL-AMOUNT
               PERFORM WRITE-CAPTION-LINE
               MOVE "GARNISHMENTS"         TO WS-CL-CAPTION
               MOVE YTD-GARNISHMENTS       TO WS-CL-AMOUNT
               PERFORM WRITE-CAPTION-LINE
               MOVE "NET PAY"              TO WS-CL-CAPTION
               MOVE YTD-NET-PAY            TO WS-CL-AMOUNT
               PERFORM WRITE-CAPTION-LINE
           END-IF.

       SHOW-LEAVE-SUMMARY.
           MOVE SPACES TO INQUIRY-LINE.
           PERFORM ECHO-INQUIRY-LINE.
           MOVE 'N' TO WS-FOUND-FLAG.
           IF LEAVE-AVAILABLE
               MOVE EMP-ID TO LV-EMP-ID
               READ LEAVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RECORD-FOUND TO TRUE
               END-READ
           END-IF.
           IF NOT RECORD-FOUND
               MOVE "LEAVE BALANCES - NONE ON FILE" TO INQUIRY-LINE
               PERFORM ECHO-INQUIRY-LINE
           ELSE
               MOVE SPACES TO INQUIRY-LINE
               STRING "LEAVE BALANCES " LV-YEAR
                   DELIMITED BY SIZE INTO INQUIRY-LINE
               END-STRING
               PERFORM ECHO-INQUIRY-LINE
               MOVE "VACATION"             TO WS-HRL-CAPTION
               MOVE LV-VACATION-BALANCE    TO WS-HRL-HOURS
               PERFORM WRITE-HOURS-LINE
               MOVE "SICK"                 TO WS-HRL-CAPTION
               MOVE LV-SICK-BALANCE        TO WS-HRL-HOURS
               PERFORM WRITE-HOURS-LINE
           END-IF.

       SHOW-DEDUCTION-SUMMARY.
           MOVE SPACES TO INQUIRY-LINE.
           PERFORM ECHO-INQUIRY-LINE.
           MOVE 'N' TO WS-FOUND-FLAG.
           IF DEDUCTIONS-AVAILABLE
               MOVE EMP-ID TO DED-EMP-ID
               READ DEDUCTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RECORD-FOUND TO TRUE
               END-READ
           END-IF.
           IF NOT RECORD-FOUND
               MOVE "DEDUCTION ELECTIONS - NONE ON FILE"
                   TO INQUIRY-LINE
               PERFORM ECHO-INQUIRY-LINE
           ELSE
               MOVE "DEDUCTION ELECTIONS PER PERIOD" TO INQUIRY-LINE
               PERFORM ECHO-INQUIRY-LINE
               COMPUTE WS-PERCENT-WORK = DED-401K-PERCENT * 100
               END-COMPUTE
               MOVE WS-PERCENT-WORK TO WS-EDIT-PERCENT
               MOVE SPACES TO INQUIRY-LINE
               STRING "  401K                    " WS-EDIT-PERCENT
                   "% OF GROSS" DELIMITED BY SIZE INTO INQUIRY-LINE
               END-STRING
               PERFORM ECHO-INQUIRY-LINE
               MOVE "HEALTH PREMIUM"       TO WS-CL-CAPTION
               MOVE DED-HEALTH-PREMIUM     TO WS-CL-AMOUNT
               PERFORM WRITE-CAPTION-LINE
               IF DED-OTHER-DESC = SPACES
                   MOVE "OTHER PREMIUM"    TO WS-CL-CAPTION
               ELSE
                   MOVE DED-OTHER-DESC     TO WS-CL-CAPTION
               END-IF
               MOVE DED-OTHER-PREMIUM      TO WS-CL-AMOUNT
               PERFORM WRITE-CAPTION-LINE
           END-IF.

           MOVE 'N' TO WS-FOUND-FLAG.
           IF ARREARS-AVAILABLE
               MOVE EMP-ID TO ARR-EMP-ID
               READ ARREARS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RECORD-FOUND TO TRUE
               END-READ
           END-IF.
           IF RECORD-FOUND AND
               (ARR-HEALTH-BALANCE > 0 OR ARR-OTHER-BALANCE > 0)
               MOVE SPACES TO INQUIRY-LINE
               STRING "DEDUCTIONS IN ARREARS SINCE " ARR-OLDEST-DATE
                   DELIMITED BY SIZE INTO INQUIRY-LINE
               END-STRING
               PERFORM ECHO-INQUIRY-LINE
               MOVE "HEALTH"               TO WS-CL-CAPTION
               MOVE ARR-HEALTH-BALANCE     TO WS-CL-AMOUNT
               PERFORM WRITE-CAPTION-LINE
               MOVE "OTHER"                TO WS-CL-CAPTION
               MOVE ARR-OTHER-BALANCE      TO WS-CL-AMOUNT
               PERFORM WRITE-CAPTION-LINE
           END-IF.

      *> Orders come back in legal priority sequence under the
      *> employee id
       SHOW-GARNISH-SUMMARY.
           MOVE SPACES TO INQUIRY-LINE.
           PERFORM ECHO-INQUIRY-LINE.
           MOVE 0 TO WS-ORDER-COUNT.
           MOVE 0 TO WS-OPEN-ORDER-COUNT.
           MOVE "GARNISHMENT ORDERS" TO INQUIRY-LINE.
           PERFORM ECHO-INQUIRY-LINE.
           IF GARNISH-AVAILABLE
               MOVE EMP-ID TO GAR-EMP-ID
               MOVE 0      TO GAR-PRIORITY
               MOVE 0      TO GAR-ORDER-NO
               MOVE 'N'    TO WS-GAR-EOF-FLAG
               START GARNISH-FILE KEY >= GAR-KEY
                   INVALID KEY
                       SET GARNISH-DONE TO TRUE
               END-START
               PERFORM READ-NEXT-GARNISH UNTIL GARNISH-DONE
           END-IF.
           MOVE SPACES TO INQUIRY-LINE.
           IF WS-ORDER-COUNT = 0
               MOVE "  NONE ON FILE" TO INQUIRY-LINE
           ELSE
               STRING "  ORDERS " WS-ORDER-COUNT
                   "  OPEN " WS-OPEN-ORDER-COUNT
                   DELIMITED BY SIZE INTO INQUIRY-LINE
               END-STRING
           END-IF.
           PERFORM ECHO-INQUIRY-LINE.

       READ-NEXT-GARNISH.
           READ GARNISH-FILE NEXT RECORD
               AT END
                   SET GARNISH-DONE TO TRUE
               NOT AT END
                   IF GAR-EMP-ID NOT = EMP-ID
                       SET GARNISH-DONE TO TRUE
                   ELSE
                       PERFORM LIST-ONE-GARNISH
                   END-IF
           END-READ.

       LIST-ONE-GARNISH.
           ADD 1 TO WS-ORDER-COUNT.
           MOVE GAR-PRIORITY     TO WS-GL-PRIORITY.
           MOVE GAR-ORDER-NO     TO WS-GL-ORDER-NO.
           EVALUATE TRUE
               WHEN GAR-CHILD-SUPPORT
                   MOVE "CHILD SUPPORT" TO WS-GL-TYPE
               WHEN GAR-TAX-LEVY
                   MOVE "TAX LEVY"      TO WS-GL-TYPE
               WHEN GAR-CREDITOR
                   MOVE "CREDITOR"      TO WS-GL-TYPE
               WHEN OTHER
                   MOVE GAR-ORDER-TYPE  TO WS-GL-TYPE
           END-EVALUATE.
           MOVE GAR-PAYEE-AGENCY TO WS-GL-AGENCY.
           MOVE SPACES TO WS-GL-TERMS.
           IF GAR-PCT-OF-DISPOSABLE
               COMPUTE WS-PERCENT-WORK = GAR-PERCENT * 100
               END-COMPUTE
               MOVE WS-PERCENT-WORK TO WS-EDIT-PERCENT
               STRING WS-EDIT-PERCENT "% DISP"
                   DELIMITED BY SIZE INTO WS-GL-TERMS
               END-STRING
           ELSE
               MOVE GAR-AMOUNT TO WS-EDIT-AMOUNT
               STRING WS-EDIT-AMOUNT " FLAT"
                   DELIMITED BY SIZE INTO WS-GL-TERMS
               END-STRING
           END-IF.
           MOVE GAR-REMAINING-BALANCE TO WS-GL-BALANCE.
           IF GAR-ORDER-OPEN
               ADD 1 TO WS-OPEN-ORDER-COUNT
               MOVE "OPEN"      TO WS-GL-STATUS
           ELSE
               MOVE "SATISFIED" TO WS-GL-STATUS
           END-IF.
           MOVE WS-GARNISH-LINE TO INQUIRY-LINE.
           PERFORM ECHO-INQUIRY-LINE.

       WRITE-CAPTION-LINE.
           MOVE WS-CAPTION-LINE TO INQUIRY-LINE.
           PERFORM ECHO-INQUIRY-LINE.

       WRITE-HOURS-LINE.
           MOVE WS-HOURS-LINE TO INQUIRY-LINE.
           PERFORM ECHO-INQUIRY-LINE.

      *> Every inquiry line goes to the report file and the
      *> console, so a phone inquiry can be answered on the spot
       ECHO-INQUIRY-LINE.
           WRITE INQUIRY-LINE.
           DISPLAY INQUIRY-LINE.

      *> ====================================================
      *> Termination
      *> ====================================================
       TERMINATION.
           CLOSE EMPLOYEE-FILE.
           IF YTD-AVAILABLE
               CLOSE YTD-FILE
           END-IF.
           IF LEAVE-AVAILABLE
               CLOSE LEAVE-FILE
           END-IF.
           IF DEDUCTIONS-AVAILABLE
               CLOSE DEDUCTION-FILE
           END-IF.
           IF ARREARS-AVAILABLE
               CLOSE ARREARS-FILE
           END-IF.
           IF GARNISH-AVAILABLE
               CLOSE GARNISH-FILE
           END-IF.
           CLOSE INQUIRY-FILE.
           DISPLAY " ".
           DISPLAY "Inquiry complete.".
