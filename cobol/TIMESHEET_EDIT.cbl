      *> and is pay type 'H', the week-ending date falls inside
      *> the pay period located from the calendar, the hours
      *> are inside the weekly ceiling, the earnings code is
      *> recognized, any charge cost center is one the
      *> department master posts under, and the employee/week/
      *> code/cost center is not a duplicate), requires the
      *> supervisor approval flag on tmsapproval.txt for the
      *> employee before any of their hours are releasable,
      *> and writes only the clean approved records to
      *> timesheets.txt - the file the payroll run reads.
      *> Rejects go to their own listing with reasons, and the
      *> run ends RC 4 so the job stream surfaces them; with no
      *> open period the edit refuses outright, exactly as the
      *> payroll step would.
      *>
      *> A duplicated employee/week line used to double-pay and
      *> a fat-fingered 80-hour week sailed through to the
      *> Modification History:
      *>   Initial version - validation, duplicate screen and
      *>     supervisor approval gate ahead of the payroll run.
      *>   Lines may carry a charge cost center, checked against
      *>     the cost centers on the department master; the
      *>     duplicate screen now keys on the cost center too,
      *>     so one week's hours can be split across several.
      *>   Every run, clean or refused, appends its counts and the
      *>     hours released to the run history through RUN-LOG.
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

           SELECT PAY-CALENDAR-FILE ASSIGN TO "paycalendar.dat"
               RECORD KEY IS PCAL-PERIOD-ID
               FILE STATUS IS WS-PCL-FILE-STATUS.

           SELECT DEPT-MASTER-FILE ASSIGN TO "deptmaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DM-FILE-STATUS.

           SELECT CC-WORK-FILE ASSIGN TO "tmsccwork.tmp"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCW-COST-CENTER
               FILE STATUS IS WS-CCW-FILE-STATUS.

           SELECT APPROVAL-WORK-FILE ASSIGN TO "aprwork.tmp"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05  TIN-WEEK-ENDING         PIC 9(8).
           05  TIN-HOURS-WORKED        PIC 9(3)V99.
           05  TIN-EARN-CODE           PIC X(1).
           05  TIN-CHARGE-COST-CENTER  PIC X(10).

      *> Supervisor approval: hours for an employee are only
      *> releasable when a row flags them approved
       FD  PAY-CALENDAR-FILE.
           COPY PAYCAL.

       FD  DEPT-MASTER-FILE.
           COPY DEPTMAST.

      *> The cost centers the department master posts under,
      *> banked by account so each charged line can be checked
       FD  CC-WORK-FILE.
       01  CC-WORK-RECORD.
           05  CCW-COST-CENTER         PIC X(10).

       FD  APPROVAL-WORK-FILE.
       01  APPROVAL-WORK-RECORD.
           05  APW-EMP-ID              PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  REJ-EARN-CODE           PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  REJ-CHARGE-COST-CENTER  PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  REJ-REASON              PIC X(40).

       SD  SORT-WORK-FILE.
           05  SRT-EMP-ID              PIC 9(5).
           05  SRT-WEEK-ENDING         PIC 9(8).
           05  SRT-EARN-CODE           PIC X(1).
           05  SRT-CHARGE-COST-CENTER  PIC X(10).
           05  SRT-HOURS-WORKED        PIC 9(3)V99.

       WORKING-STORAGE SECTION.
               88  CALENDAR-SEARCH-DONE    VALUE 'Y'.
           05  WS-PERIOD-FOUND-FLAG    PIC X VALUE 'N'.
               88  PAY-PERIOD-FOUND        VALUE 'Y'.
           05  WS-DM-EOF-FLAG          PIC X VALUE 'N'.
               88  DEPT-MASTER-DONE        VALUE 'Y'.
           05  WS-DM-AVAILABLE         PIC X VALUE 'N'.
               88  DEPT-MASTER-AVAILABLE   VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-TIN-FILE-STATUS      PIC X(2) VALUE '00'.
               88  EMP-FILE-OK              VALUE '00'.
           05  WS-PCL-FILE-STATUS      PIC X(2) VALUE '00'.
               88  PCL-FILE-OK              VALUE '00'.
           05  WS-DM-FILE-STATUS       PIC X(2) VALUE '00'.
               88  DM-FILE-OK               VALUE '00'.
           05  WS-CCW-FILE-STATUS      PIC X(2) VALUE '00'.
               88  CCW-FILE-OK              VALUE '00'.
           05  WS-APW-FILE-STATUS      PIC X(2) VALUE '00'.
               88  APW-FILE-OK              VALUE '00'.
           05  WS-TMS-FILE-STATUS      PIC X(2) VALUE '00'.
           05  WS-RECORDS-RELEASED     PIC 9(5) VALUE 0.
           05  WS-RECORDS-REJECTED     PIC 9(5) VALUE 0.
           05  WS-APPROVALS-LOADED     PIC 9(5) VALUE 0.
           05  WS-HOURS-RELEASED       PIC 9(7)V99 VALUE 0.

       01  WS-TODAY-NUM                PIC 9(8) VALUE 0.

           05  WS-PREV-EMP-ID          PIC 9(5) VALUE 0.
           05  WS-PREV-WEEK-ENDING     PIC 9(8) VALUE 0.
           05  WS-PREV-EARN-CODE       PIC X(1) VALUE SPACE.
           05  WS-PREV-CHARGE-CC       PIC X(10) VALUE SPACES.

           COPY RUNLOGP.

      *> ====================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION.
           PERFORM LOAD-APPROVALS.
           PERFORM LOAD-COST-CENTERS.
           PERFORM EDIT-TIMESHEET-SORT.
           PERFORM TERMINATION.
           PERFORM END-RUN-LOG.
           STOP RUN.

      *> ====================================================
      *> Initialization
      *> ====================================================
       INITIALIZATION.
           PERFORM START-RUN-LOG.
           DISPLAY "=================================".
           DISPLAY "TIMESHEET PRE-EDIT AND APPROVAL".
           DISPLAY "=================================".
               DISPLAY "UNABLE TO OPEN TMSINPUT.TXT - STATUS "
                   WS-TIN-FILE-STATUS
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

                   "(STATUS " WS-PCL-FILE-STATUS ") - EDIT "
                   "REFUSED ***"
               MOVE 16 TO RETURN-CODE
               PERFORM END-RUN-LOG
               STOP RUN
           END-IF.

               DISPLAY "*** NO OPEN PAY PERIOD COVERS "
                   WS-TODAY-NUM " - EDIT REFUSED ***"
               MOVE 16 TO RETURN-CODE
               PERFORM END-RUN-LOG
               STOP RUN
           END-IF.
           CLOSE PAY-CALENDAR-FILE.
                   END-IF
           END-READ.

      *> ====================================================
      *> Bank every cost center on the department master. With
      *> no master on hand a charge cost center cannot be
      *> checked, and the edit says so rather than refusing
      *> the hours.
      *> ====================================================
       LOAD-COST-CENTERS.
           OPEN OUTPUT CC-WORK-FILE.
           OPEN INPUT DEPT-MASTER-FILE.
           IF DM-FILE-OK
               SET DEPT-MASTER-AVAILABLE TO TRUE
               PERFORM READ-NEXT-DEPARTMENT UNTIL DEPT-MASTER-DONE
               CLOSE DEPT-MASTER-FILE
           ELSE
               DISPLAY "DEPARTMENT MASTER UNAVAILABLE - CHARGE "
                   "COST CENTERS NOT CHECKED THIS RUN"
           END-IF.
           CLOSE CC-WORK-FILE.
           OPEN INPUT CC-WORK-FILE.

       READ-NEXT-DEPARTMENT.
           READ DEPT-MASTER-FILE NEXT RECORD
               AT END
                   SET DEPT-MASTER-DONE TO TRUE
               NOT AT END
                   IF DM-COST-CENTER NOT = SPACES
                       MOVE DM-COST-CENTER TO CCW-COST-CENTER
                       WRITE CC-WORK-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   END-IF
           END-READ.

      *> ====================================================
      *> Sort the raw lines by employee/week/code so duplicate
      *> lines sit next to each other, then validate each in
       EDIT-TIMESHEET-SORT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-EMP-ID SRT-WEEK-ENDING
                   SRT-EARN-CODE SRT-CHARGE-COST-CENTER
               INPUT PROCEDURE IS RELEASE-RAW-RECORDS
               OUTPUT PROCEDURE IS EDIT-SORTED-RECORDS.

                       MOVE TIN-EMP-ID       TO SRT-EMP-ID
                       MOVE TIN-WEEK-ENDING  TO SRT-WEEK-ENDING
                       MOVE TIN-EARN-CODE    TO SRT-EARN-CODE
                       MOVE TIN-CHARGE-COST-CENTER
                           TO SRT-CHARGE-COST-CENTER
                       MOVE TIN-HOURS-WORKED TO SRT-HOURS-WORKED
                       RELEASE SORT-RECORD
               END-READ
           MOVE SRT-EMP-ID      TO WS-PREV-EMP-ID.
           MOVE SRT-WEEK-ENDING TO WS-PREV-WEEK-ENDING.
           MOVE SRT-EARN-CODE   TO WS-PREV-EARN-CODE.
           MOVE SRT-CHARGE-COST-CENTER TO WS-PREV-CHARGE-CC.

       VALIDATE-ONE-RECORD.
           SET RECORD-IS-VALID TO TRUE.

           IF SRT-EMP-ID = WS-PREV-EMP-ID AND
               SRT-WEEK-ENDING = WS-PREV-WEEK-ENDING AND
               SRT-EARN-CODE = WS-PREV-EARN-CODE AND
               SRT-CHARGE-COST-CENTER = WS-PREV-CHARGE-CC
               SET RECORD-IS-INVALID TO TRUE
               MOVE "DUPLICATE EMPLOYEE/WEEK/CODE LINE" TO
                   WS-REJECT-REASON
                   WS-REJECT-REASON
           END-IF.

           IF RECORD-IS-VALID AND DEPT-MASTER-AVAILABLE AND
               SRT-CHARGE-COST-CENTER NOT = SPACES
               MOVE SRT-CHARGE-COST-CENTER TO CCW-COST-CENTER
               READ CC-WORK-FILE
                   INVALID KEY
                       SET RECORD-IS-INVALID TO TRUE
                       MOVE "CHARGE COST CENTER NOT ON MASTER" TO
                           WS-REJECT-REASON
               END-READ
           END-IF.

           IF RECORD-IS-VALID
               MOVE SRT-EMP-ID TO APW-EMP-ID
               READ APPROVAL-WORK-FILE

       RELEASE-CLEAN-RECORD.
           ADD 1 TO WS-RECORDS-RELEASED.
           ADD SRT-HOURS-WORKED TO WS-HOURS-RELEASED.
           MOVE SRT-EMP-ID       TO TMS-EMP-ID.
           MOVE SRT-WEEK-ENDING  TO TMS-WEEK-ENDING.
           MOVE SRT-HOURS-WORKED TO TMS-HOURS-WORKED.
           MOVE SRT-EARN-CODE    TO TMS-EARN-CODE.
           MOVE SRT-CHARGE-COST-CENTER TO TMS-CHARGE-COST-CENTER.
           WRITE TIMESHEET-RECORD.

       REJECT-ONE-RECORD.
           MOVE SRT-WEEK-ENDING  TO REJ-WEEK-ENDING.
           MOVE SRT-HOURS-WORKED TO REJ-HOURS.
           MOVE SRT-EARN-CODE    TO REJ-EARN-CODE.
           MOVE SRT-CHARGE-COST-CENTER TO REJ-CHARGE-COST-CENTER.
           MOVE WS-REJECT-REASON TO REJ-REASON.
           WRITE REJECT-RECORD.

           CLOSE TMS-INPUT-FILE.
           CLOSE EMPLOYEE-FILE.
           CLOSE APPROVAL-WORK-FILE.
           CLOSE CC-WORK-FILE.
           CLOSE TIMESHEET-FILE.
           CLOSE REJECT-FILE.

           IF RETURN-CODE = 0 AND WS-RECORDS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> ====================================================
      *> Run history - the step's start, and its end on
      *> every way out
      *> ====================================================
       START-RUN-LOG.
           INITIALIZE RL-RUN-LOG-PARAMETERS.
           MOVE "PAYROLL"  TO RL-JOB-NAME.
           MOVE "TMSEDIT"  TO RL-STEP-NAME.
           SET RL-LIVE-RUN   TO TRUE.
           SET RL-START-STEP TO TRUE.
           CALL "RUN-LOG" USING RL-RUN-LOG-PARAMETERS.

       END-RUN-LOG.
           IF WS-PERIOD-ID > 0
               MOVE WS-PERIOD-ID    TO RL-PERIOD
           END-IF.
           MOVE WS-RECORDS-READ     TO RL-RECORDS-READ.
           MOVE WS-RECORDS-RELEASED TO RL-RECORDS-WRITTEN.
           MOVE WS-RECORDS-REJECTED TO RL-RECORDS-REJECTED.
           MOVE "HOURS"             TO RL-AMOUNT-1-LABEL.
           MOVE WS-HOURS-RELEASED   TO RL-AMOUNT-1.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           SET RL-END-STEP TO TRUE.
           CALL "RUN-LOG" USING RL-RUN-LOG-PARAMETERS.
           MOVE RL-RETURN-CODE TO RETURN-CODE.
