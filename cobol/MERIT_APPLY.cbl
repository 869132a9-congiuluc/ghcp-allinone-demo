       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERIT-APPLY.
      *> ====================================================
      *> Approved merit increases to roster transactions
      *> Takes back the merit proposal HR approved
      *> (meritapproved.txt, MERITPRP.cpy) and turns each
      *> approved increase into a ROSTER-MAINTENANCE change
      *> transaction - the new annual salary for salaried staff,
      *> the new hourly rate for hourly - carrying the
      *> increase's effective date and marked as coming from
      *> the merit cycle for the employee change history, so
      *> the raises are applied under the roster edits instead
      *> of being keyed one by one. The transactions go to
      *> merittrans.txt for ROSTER-MAINTENANCE to apply.
      *>
      *> An increase effective before the start of the first
      *> pay period not yet paid on the pay calendar has been
      *> underpaid for the periods already run. A salaried one
      *> is handed to RETRO-PAY as a retro transaction on
      *> meritretro.txt (RETROTRN.cpy) for the catch-up; an
      *> hourly one is listed for its timesheets to be
      *> repriced, as RETRO-PAY pays no hourly catch-up.
      *>
      *> An approved line is rejected when the employee is not
      *> on the master or not active, the pay type no longer
      *> matches, the pay has changed since the proposal was
      *> made, the new pay is not an increase or the effective
      *> date is not a real date, or the employee was already
      *> approved earlier in the file. Every line is listed on
      *> meritapply.txt; rejects end the step RC 4.
      *>
      *> Modification History:
      *>   Initial version - approved merit increases to roster
      *>     change and retro pay transactions.
      *>   Declares the employee master's alternate keys on
      *>     EMP-NAME and EMP-DEPARTMENT.
      *> ====================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVED-FILE ASSIGN TO "meritapproved.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APR-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "employees.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPARTMENT
                   WITH DUPLICATES
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT PAY-CALENDAR-FILE ASSIGN TO "paycalendar.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCAL-PERIOD-ID
               FILE STATUS IS WS-PCL-FILE-STATUS.

           SELECT APPROVED-WORK-FILE ASSIGN TO "meritseen.tmp"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AWK-EMP-ID
               FILE STATUS IS WS-AWK-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "merittrans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-FILE-STATUS.

           SELECT RETRO-TRANS-FILE ASSIGN TO "meritretro.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTP-FILE-STATUS.

           SELECT APPLY-LOG-FILE ASSIGN TO "meritapply.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVED-FILE.
           COPY MERITPRP.

       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE.

       FD  PAY-CALENDAR-FILE.
           COPY PAYCAL.

      *> Employees already approved earlier in the file
       FD  APPROVED-WORK-FILE.
       01  APPROVED-WORK-RECORD.
           05  AWK-EMP-ID              PIC 9(5).

       FD  TRANSACTION-FILE.
           COPY TRANREC.

       FD  RETRO-TRANS-FILE.
           COPY RETROTRN.

       FD  APPLY-LOG-FILE.
       01  APPLY-LOG-LINE              PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X VALUE 'N'.
               88  END-OF-FILE             VALUE 'Y'.
           05  WS-PCL-EOF-FLAG         PIC X VALUE 'N'.
               88  CALENDAR-SEARCH-DONE    VALUE 'Y'.
           05  WS-PCL-FOUND-FLAG       PIC X VALUE 'N'.
               88  OPEN-PERIOD-FOUND       VALUE 'Y'.
           05  WS-LINE-FLAG            PIC X VALUE 'Y'.
               88  LINE-IS-VALID           VALUE 'Y'.
               88  LINE-IS-INVALID         VALUE 'N'.

       01  WS-FILE-STATUSES.
           05  WS-APR-FILE-STATUS      PIC X(2) VALUE '00'.
               88  APR-FILE-OK              VALUE '00'.
           05  WS-EMP-FILE-STATUS      PIC X(2) VALUE '00'.
               88  EMP-FILE-OK              VALUE '00'.
           05  WS-PCL-FILE-STATUS      PIC X(2) VALUE '00'.
               88  PCL-FILE-OK              VALUE '00'.
           05  WS-AWK-FILE-STATUS      PIC X(2) VALUE '00'.
               88  AWK-FILE-OK              VALUE '00'.
           05  WS-TRN-FILE-STATUS      PIC X(2) VALUE '00'.
               88  TRN-FILE-OK              VALUE '00'.
           05  WS-RTP-FILE-STATUS      PIC X(2) VALUE '00'.
               88  RTP-FILE-OK              VALUE '00'.
           05  WS-LOG-FILE-STATUS      PIC X(2) VALUE '00'.
               88  LOG-FILE-OK              VALUE '00'.

       01  WS-COUNTERS.
           05  WS-LINES-READ           PIC 9(5) VALUE 0.
           05  WS-LINES-REJECTED       PIC 9(5) VALUE 0.
           05  WS-TRANS-WRITTEN        PIC 9(5) VALUE 0.
           05  WS-RETRO-WRITTEN        PIC 9(5) VALUE 0.
           05  WS-HOURLY-BACKDATED     PIC 9(5) VALUE 0.

       01  WS-DATE-FIELDS.
           05  WS-TODAY-NUM            PIC 9(8) VALUE 0.
           05  WS-CURRENT-PERIOD-START PIC 9(8) VALUE 0.
           05  WS-CHECK-DATE           PIC 9(8) VALUE 0.
           05  WS-CHECK-PARTS REDEFINES WS-CHECK-DATE.
               10  WS-CHECK-YYYY       PIC 9(4).
               10  WS-CHECK-MM         PIC 9(2).
               10  WS-CHECK-DD         PIC 9(2).

       01  WS-LINE-FIELDS.
           05  WS-MASTER-PAY-TYPE      PIC X(1).
           05  WS-MASTER-PAY           PIC 9(8)V99.
           05  WS-REJECT-REASON        PIC X(40).
           05  WS-LINE-RESULT          PIC X(40).
           05  WS-MAX-HOURLY-RATE      PIC 9(4)V99 VALUE 9999.99.

       01  WS-AMOUNT-DISPLAY.
           05  WS-OLD-PAY-DISPLAY      PIC ZZ,ZZZ,ZZ9.99.
           05  WS-NEW-PAY-DISPLAY      PIC ZZ,ZZZ,ZZ9.99.

      *> ====================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION.
           PERFORM FIND-CURRENT-PERIOD.
           PERFORM PROCESS-APPROVED-LINES.
           PERFORM TERMINATION.
           STOP RUN.

      *> ====================================================
      *> Initialization
      *> ====================================================
       INITIALIZATION.
           DISPLAY "=================================".
           DISPLAY "MERIT INCREASE APPLY".
           DISPLAY "=================================".
           DISPLAY " ".

           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.

           OPEN INPUT APPROVED-FILE.
           IF NOT APR-FILE-OK
               DISPLAY "UNABLE TO OPEN MERITAPPROVED.TXT - STATUS "
                   WS-APR-FILE-STATUS
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

           OPEN OUTPUT APPROVED-WORK-FILE.
           CLOSE APPROVED-WORK-FILE.
           OPEN I-O APPROVED-WORK-FILE.

           OPEN OUTPUT TRANSACTION-FILE.
           OPEN OUTPUT RETRO-TRANS-FILE.
           OPEN OUTPUT APPLY-LOG-FILE.
           MOVE SPACES TO APPLY-LOG-LINE.
           STRING "MERIT INCREASE APPLY LOG - RUN " WS-TODAY-NUM
               DELIMITED BY SIZE INTO APPLY-LOG-LINE
           END-STRING.
           WRITE APPLY-LOG-LINE.
           MOVE SPACES TO APPLY-LOG-LINE.
           WRITE APPLY-LOG-LINE.

      *> ====================================================
      *> The current period is the first on the calendar not
      *> yet paid; without a calendar, today stands in
      *> ====================================================
       FIND-CURRENT-PERIOD.
           MOVE WS-TODAY-NUM TO WS-CURRENT-PERIOD-START.
           OPEN INPUT PAY-CALENDAR-FILE.
           IF PCL-FILE-OK
               MOVE 0 TO PCAL-PERIOD-ID
               START PAY-CALENDAR-FILE KEY >= PCAL-PERIOD-ID
                   INVALID KEY
                       SET CALENDAR-SEARCH-DONE TO TRUE
               END-START
               PERFORM SEARCH-CALENDAR-RECORD
                   UNTIL CALENDAR-SEARCH-DONE
               CLOSE PAY-CALENDAR-FILE
           END-IF.
           IF OPEN-PERIOD-FOUND
               DISPLAY "Current pay period starts: "
                   WS-CURRENT-PERIOD-START
           ELSE
               DISPLAY "*** NO OPEN PAY PERIOD ON THE CALENDAR - "
                   "INCREASES BEFORE TODAY TREATED AS BACK-DATED ***"
           END-IF.

       SEARCH-CALENDAR-RECORD.
           READ PAY-CALENDAR-FILE NEXT RECORD
               AT END
                   SET CALENDAR-SEARCH-DONE TO TRUE
               NOT AT END
                   IF PCAL-PERIOD-OPEN
                       SET CALENDAR-SEARCH-DONE TO TRUE
                       SET OPEN-PERIOD-FOUND TO TRUE
                       MOVE PCAL-PERIOD-START
                           TO WS-CURRENT-PERIOD-START
                   END-IF
           END-READ.

      *> ====================================================
      *> Work every approved line
      *> ====================================================
       PROCESS-APPROVED-LINES.
           PERFORM READ-APPROVED-LINE UNTIL END-OF-FILE.

       READ-APPROVED-LINE.
           READ APPROVED-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINES-READ
                   PERFORM WORK-ONE-APPROVED-LINE
           END-READ.

       WORK-ONE-APPROVED-LINE.
           PERFORM VALIDATE-APPROVED-LINE.
           IF LINE-IS-INVALID
               ADD 1 TO WS-LINES-REJECTED
               MOVE WS-REJECT-REASON TO WS-LINE-RESULT
               PERFORM LOG-APPROVED-LINE
               DISPLAY "*** MERIT INCREASE FOR " MRP-EMP-ID
                   " REJECTED - " WS-REJECT-REASON " ***"
           ELSE
               PERFORM WRITE-MERIT-TRANSACTION
               MOVE "CHANGE TRANSACTION WRITTEN" TO WS-LINE-RESULT
               IF MRP-EFFECTIVE-DATE < WS-CURRENT-PERIOD-START
                   IF MRP-HOURLY
                       ADD 1 TO WS-HOURLY-BACKDATED
                       MOVE "BACK-DATED - REPRICE TIMESHEETS"
                           TO WS-LINE-RESULT
                   ELSE
                       PERFORM WRITE-RETRO-TRANSACTION
                       MOVE "BACK-DATED - HANDED TO RETRO PAY"
                           TO WS-LINE-RESULT
                   END-IF
               END-IF
               PERFORM LOG-APPROVED-LINE
           END-IF.

      *> ====================================================
      *> An approved increase must still fit the master: the
      *> same active employee, pay type and current pay the
      *> proposal was made from, a real increase and date,
      *> once only
      *> ====================================================
       VALIDATE-APPROVED-LINE.
           SET LINE-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.

           IF MRP-EMP-ID IS NOT NUMERIC OR
               MRP-CURRENT-PAY IS NOT NUMERIC OR
               MRP-PROPOSED-PAY IS NOT NUMERIC OR
               MRP-EFFECTIVE-DATE IS NOT NUMERIC
               SET LINE-IS-INVALID TO TRUE
               MOVE "LINE NOT IN PROPOSAL LAYOUT" TO
                   WS-REJECT-REASON
           END-IF.

           IF LINE-IS-VALID
               MOVE MRP-EFFECTIVE-DATE TO WS-CHECK-DATE
               IF WS-CHECK-YYYY < 1900 OR
                   WS-CHECK-MM < 1 OR WS-CHECK-MM > 12 OR
                   WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
                   SET LINE-IS-INVALID TO TRUE
                   MOVE "EFFECTIVE DATE INVALID" TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF LINE-IS-VALID
               MOVE MRP-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       SET LINE-IS-INVALID TO TRUE
                       MOVE "EMPLOYEE NOT ON MASTER" TO
                           WS-REJECT-REASON
               END-READ
           END-IF.

           IF LINE-IS-VALID AND NOT ACTIVE
               SET LINE-IS-INVALID TO TRUE
               MOVE "EMPLOYEE NOT ACTIVE" TO WS-REJECT-REASON
           END-IF.

           IF LINE-IS-VALID
               IF PAY-TYPE-HOURLY
                   MOVE 'H' TO WS-MASTER-PAY-TYPE
                   MOVE EMP-HOURLY-RATE TO WS-MASTER-PAY
               ELSE
                   MOVE 'S' TO WS-MASTER-PAY-TYPE
                   MOVE EMP-SALARY TO WS-MASTER-PAY
               END-IF
               IF MRP-PAY-TYPE NOT = WS-MASTER-PAY-TYPE
                   SET LINE-IS-INVALID TO TRUE
                   MOVE "PAY TYPE CHANGED SINCE PROPOSAL" TO
                       WS-REJECT-REASON
               END-IF
           END-IF.

           IF LINE-IS-VALID AND MRP-CURRENT-PAY NOT = WS-MASTER-PAY
               SET LINE-IS-INVALID TO TRUE
               MOVE "PAY CHANGED SINCE PROPOSAL" TO WS-REJECT-REASON
           END-IF.

           IF LINE-IS-VALID AND
               MRP-PROPOSED-PAY NOT > MRP-CURRENT-PAY
               SET LINE-IS-INVALID TO TRUE
               MOVE "APPROVED PAY NOT AN INCREASE" TO
                   WS-REJECT-REASON
           END-IF.

           IF LINE-IS-VALID AND MRP-HOURLY AND
               MRP-PROPOSED-PAY > WS-MAX-HOURLY-RATE
               SET LINE-IS-INVALID TO TRUE
               MOVE "APPROVED HOURLY RATE TOO LARGE" TO
                   WS-REJECT-REASON
           END-IF.

           IF LINE-IS-VALID
               MOVE MRP-EMP-ID TO AWK-EMP-ID
               WRITE APPROVED-WORK-RECORD
                   INVALID KEY
                       SET LINE-IS-INVALID TO TRUE
                       MOVE "EMPLOYEE ALREADY APPROVED ABOVE" TO
                           WS-REJECT-REASON
               END-WRITE
           END-IF.

      *> ====================================================
      *> A change carrying only the new pay; every other field
      *> is left blank or zero and so untouched by the roster
      *> ====================================================
       WRITE-MERIT-TRANSACTION.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE 'C'                 TO TRAN-CODE.
           MOVE MRP-EMP-ID          TO TRAN-EMP-ID.
           MOVE 0                   TO TRAN-EMP-SALARY.
           MOVE 0                   TO TRAN-EMP-HIRE-DATE.
           MOVE 0                   TO TRAN-EMP-YEARS-SERVICE.
           MOVE 0                   TO TRAN-EMP-PERFORMANCE-RATING.
           MOVE 0                   TO TRAN-EMP-IS-MANAGER.
           MOVE 0                   TO TRAN-EMP-EXECUTIVE-LEVEL.
           MOVE 0                   TO TRAN-EMP-STATUS-DATE.
           MOVE 0                   TO TRAN-EMP-HOURLY-RATE.
           MOVE 0                   TO TRAN-EMP-BIRTH-DATE.
           MOVE 0                   TO TRAN-EMP-SSN.
           IF MRP-HOURLY
               MOVE MRP-PROPOSED-PAY TO TRAN-EMP-HOURLY-RATE
           ELSE
               MOVE MRP-PROPOSED-PAY TO TRAN-EMP-SALARY
           END-IF.
           MOVE MRP-EFFECTIVE-DATE  TO TRAN-EFFECTIVE-DATE.
           MOVE "MERIT"             TO TRAN-SOURCE.
           WRITE TRANSACTION-RECORD.
           ADD 1 TO WS-TRANS-WRITTEN.

       WRITE-RETRO-TRANSACTION.
           MOVE MRP-EMP-ID          TO RTP-EMP-ID.
           MOVE MRP-CURRENT-PAY     TO RTP-OLD-SALARY.
           MOVE MRP-PROPOSED-PAY    TO RTP-NEW-SALARY.
           MOVE MRP-EFFECTIVE-DATE  TO RTP-EFFECTIVE-DATE.
           WRITE RETRO-TRANS-RECORD.
           ADD 1 TO WS-RETRO-WRITTEN.

       LOG-APPROVED-LINE.
           MOVE MRP-CURRENT-PAY  TO WS-OLD-PAY-DISPLAY.
           MOVE MRP-PROPOSED-PAY TO WS-NEW-PAY-DISPLAY.
           MOVE SPACES TO APPLY-LOG-LINE.
           STRING MRP-EMP-ID " " MRP-EMP-NAME " " MRP-PAY-TYPE
               " " WS-OLD-PAY-DISPLAY " TO " WS-NEW-PAY-DISPLAY
               " EFF " MRP-EFFECTIVE-DATE " - " WS-LINE-RESULT
               DELIMITED BY SIZE INTO APPLY-LOG-LINE
           END-STRING.
           WRITE APPLY-LOG-LINE.

      *> ====================================================
      *> Termination
      *> ====================================================
       TERMINATION.
           MOVE SPACES TO APPLY-LOG-LINE.
           WRITE APPLY-LOG-LINE.
           MOVE SPACES TO APPLY-LOG-LINE.
           STRING "LINES " WS-LINES-READ "  REJECTED "
               WS-LINES-REJECTED "  CHANGES " WS-TRANS-WRITTEN
               "  RETRO " WS-RETRO-WRITTEN "  HOURLY BACK-DATED "
               WS-HOURLY-BACKDATED
               DELIMITED BY SIZE INTO APPLY-LOG-LINE
           END-STRING.
           WRITE APPLY-LOG-LINE.

           CLOSE APPROVED-FILE.
           CLOSE EMPLOYEE-FILE.
           CLOSE APPROVED-WORK-FILE.
           CLOSE TRANSACTION-FILE.
           CLOSE RETRO-TRANS-FILE.
           CLOSE APPLY-LOG-FILE.

           DISPLAY "Approved lines read: " WS-LINES-READ.
           DISPLAY "Rejected: " WS-LINES-REJECTED.
           DISPLAY "Change transactions written: " WS-TRANS-WRITTEN.
           DISPLAY "Retro transactions written: " WS-RETRO-WRITTEN.
           DISPLAY "Hourly back-dated for repricing: "
               WS-HOURLY-BACKDATED.
           IF WS-LINES-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY " ".
