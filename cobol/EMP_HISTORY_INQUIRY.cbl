       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-HISTORY-INQUIRY.
      *> ====================================================
      *> Employee change history inquiry and as-of rebuild
      *> Answers what an employee's master record said on a
      *> given date - the salary a disputed check was figured
      *> on, the rate a retro calculation needs - from the
      *> change history ROSTER-MAINTENANCE keeps (emphist.dat).
      *> With an employee id and a date on SYSIN it lists the
      *> employee's complete change history, every field's
      *> value before and after each change, and then rebuilds
      *> the full master record as of that date; with an id
      *> alone the record is rebuilt as of today.
      *>
      *> The rebuild starts from the master as it stands now
      *> and takes every change effective after the as-of date
      *> back out - each field returns to its value before the
      *> earliest such change. An employee since deleted is
      *> rebuilt from the values the delete recorded. A field
      *> not changed since the history began reads as it does
      *> on the master today. Output goes to the console and to
      *> emphistory.txt; an employee with no history and no
      *> master record ends the step RC 4.
      *>
      *> Modification History:
      *>   Initial version - change history listing and as-of
      *>     rebuild of the employee master.
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

           SELECT INQUIRY-FILE ASSIGN TO "emphistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE.

       FD  EMP-HISTORY-FILE.
           COPY EMPHIST.

       FD  INQUIRY-FILE.
       01  INQUIRY-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X VALUE 'N'.
               88  HISTORY-DONE            VALUE 'Y'.
           05  WS-EH-AVAILABLE         PIC X VALUE 'N'.
               88  HISTORY-AVAILABLE       VALUE 'Y'.
           05  WS-ON-MASTER-FLAG       PIC X VALUE 'N'.
               88  ON-MASTER-NOW           VALUE 'Y'.
           05  WS-ASOF-ON-FILE-FLAG    PIC X VALUE 'N'.
               88  ON-FILE-AS-OF           VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-EMP-FILE-STATUS      PIC X(2) VALUE '00'.
               88  EMP-FILE-OK              VALUE '00'.
           05  WS-EH-FILE-STATUS       PIC X(2) VALUE '00'.
               88  EH-FILE-OK               VALUE '00'.
           05  WS-INQ-FILE-STATUS      PIC X(2) VALUE '00'.
               88  INQ-FILE-OK              VALUE '00'.

       01  WS-PARM-INPUT               PIC X(14) VALUE SPACES.
       01  WS-PARM-PARTS REDEFINES WS-PARM-INPUT.
           05  WS-PARM-EMP-ID          PIC X(5).
           05  FILLER                  PIC X(1).
           05  WS-PARM-AS-OF-DATE      PIC X(8).

       01  WS-REQUEST-EMP-ID           PIC 9(5) VALUE 0.
       01  WS-AS-OF-DATE               PIC 9(8) VALUE 0.
       01  WS-ENTRY-COUNT              PIC 9(5) VALUE 0.

      *> The transaction code of the last entry in force on the
      *> as-of date, and of the first entry after it - together
      *> they say whether the employee was on the master then
       01  WS-ASOF-CODES.
           05  WS-LAST-CODE-AT-ASOF    PIC X(1) VALUE SPACE.
           05  WS-FIRST-CODE-AFTER     PIC X(1) VALUE SPACE.

      *> The master record being rebuilt, and which of its
      *> fields have already been put back to an earlier value
       01  WS-ASOF-IMAGE               PIC X(185) VALUE SPACES.
       01  WS-RESTORED-FLAGS.
           05  WS-RESTORED-FLAG        PIC X(1) OCCURS 23 TIMES.

           COPY EMPFLDS.

      *> A field value from the history or the rebuilt record,
      *> laid out for reading
       01  WS-FORMAT-FIELDS.
           05  WS-FMT-RAW              PIC X(30).
           05  WS-FMT-TEXT             PIC X(30).
           05  WS-FMT-MONEY-DIGITS     PIC X(12) JUSTIFIED RIGHT.
           05  WS-FMT-MONEY-NUM REDEFINES WS-FMT-MONEY-DIGITS
                                       PIC 9(10)V99.
           05  WS-FMT-MONEY-EDIT       PIC $$,$$$,$$$,$$9.99.

       01  WS-ENTRY-HEADER-LINE.
           05  FILLER                  PIC X(10) VALUE "EFFECTIVE ".
           05  WS-EHL-EFFECTIVE-DATE   PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-EHL-ACTION           PIC X(7).
           05  FILLER                  PIC X(9)  VALUE "  SOURCE ".
           05  WS-EHL-SOURCE           PIC X(8).
           05  FILLER                  PIC X(11) VALUE "  RECORDED ".
           05  WS-EHL-RECORDED         PIC X(14).
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  WS-CHANGE-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-CHL-FIELD-NAME       PIC X(16).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-CHL-BEFORE           PIC X(30).
           05  FILLER                  PIC X(4)  VALUE " -> ".
           05  WS-CHL-AFTER            PIC X(30).
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-ASOF-FIELD-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-AFL-FIELD-NAME       PIC X(16).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-AFL-VALUE            PIC X(30).
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  WS-TODAY-NUM                PIC 9(8) VALUE 0.

      *> ====================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION.
           PERFORM LOAD-CURRENT-MASTER.
           PERFORM LIST-CHANGE-HISTORY.
           PERFORM WRITE-AS-OF-RECORD.
           PERFORM TERMINATION.
           STOP RUN.

      *> ====================================================
      *> Initialization - the request is an employee id and an
      *> optional as-of date on SYSIN
      *> ====================================================
       INITIALIZATION.
           DISPLAY "=================================".
           DISPLAY "EMPLOYEE HISTORY INQUIRY".
           DISPLAY "=================================".
           DISPLAY " ".

           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.
           ACCEPT WS-PARM-INPUT.
           IF WS-PARM-EMP-ID IS NUMERIC
               MOVE WS-PARM-EMP-ID TO WS-REQUEST-EMP-ID
           END-IF.
           IF WS-REQUEST-EMP-ID = 0
               DISPLAY "*** NO EMPLOYEE ID SUPPLIED - EXPECTED "
                   "'EMPID YYYYMMDD' OR 'EMPID' ON SYSIN ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PARM-AS-OF-DATE IS NUMERIC AND
               WS-PARM-AS-OF-DATE NOT = "00000000"
               MOVE WS-PARM-AS-OF-DATE TO WS-AS-OF-DATE
           ELSE
               MOVE WS-TODAY-NUM TO WS-AS-OF-DATE
           END-IF.

           OPEN INPUT EMPLOYEE-FILE.
           IF NOT EMP-FILE-OK
               DISPLAY "UNABLE TO OPEN EMPLOYEES.TXT - STATUS "
                   WS-EMP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Before the first roster run since the history was
      *> started there is no history file - the master stands
           OPEN INPUT EMP-HISTORY-FILE.
           IF EH-FILE-OK
               SET HISTORY-AVAILABLE TO TRUE
           ELSE
               DISPLAY "NO CHANGE HISTORY ON FILE - STATUS "
                   WS-EH-FILE-STATUS
           END-IF.

           OPEN OUTPUT INQUIRY-FILE.
           MOVE SPACES TO WS-RESTORED-FLAGS.

      *> ====================================================
      *> The rebuild starts from the record as it stands today
      *> ====================================================
       LOAD-CURRENT-MASTER.
           MOVE WS-REQUEST-EMP-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE SPACES TO WS-ASOF-IMAGE
               NOT INVALID KEY
                   MOVE EMPLOYEE-RECORD TO WS-ASOF-IMAGE
                   SET ON-MASTER-NOW TO TRUE
           END-READ.

      *> ====================================================
      *> List every history entry for the employee, oldest
      *> first, taking each one effective after the as-of date
      *> back out of the record being rebuilt as it goes
      *> ====================================================
       LIST-CHANGE-HISTORY.
           MOVE SPACES TO INQUIRY-LINE.
           STRING "CHANGE HISTORY - EMPLOYEE " WS-REQUEST-EMP-ID
               DELIMITED BY SIZE INTO INQUIRY-LINE
           END-STRING.
           PERFORM ECHO-INQUIRY-LINE.

           IF HISTORY-AVAILABLE
               MOVE WS-REQUEST-EMP-ID TO EH-EMP-ID
               MOVE 0                 TO EH-EFFECTIVE-DATE
               MOVE 0                 TO EH-SEQUENCE
               START EMP-HISTORY-FILE KEY >= EH-KEY
                   INVALID KEY
                       SET HISTORY-DONE TO TRUE
               END-START
               PERFORM READ-NEXT-HISTORY-ENTRY
                   UNTIL HISTORY-DONE
           END-IF.

           IF WS-ENTRY-COUNT = 0
               MOVE "  NO CHANGES ON FILE" TO INQUIRY-LINE
               PERFORM ECHO-INQUIRY-LINE
           END-IF.

       READ-NEXT-HISTORY-ENTRY.
           READ EMP-HISTORY-FILE NEXT RECORD
               AT END
                   SET HISTORY-DONE TO TRUE
               NOT AT END
                   IF EH-EMP-ID NOT = WS-REQUEST-EMP-ID
                       SET HISTORY-DONE TO TRUE
                   ELSE
                       PERFORM LIST-ONE-HISTORY-ENTRY
                       PERFORM APPLY-ENTRY-TO-AS-OF
                   END-IF
           END-READ.

       LIST-ONE-HISTORY-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT.
           MOVE EH-EFFECTIVE-DATE     TO WS-EHL-EFFECTIVE-DATE.
           EVALUATE TRUE
               WHEN EH-ADDED
                   MOVE "ADD"     TO WS-EHL-ACTION
               WHEN EH-DELETED
                   MOVE "DELETE"  TO WS-EHL-ACTION
               WHEN OTHER
                   MOVE "CHANGE"  TO WS-EHL-ACTION
           END-EVALUATE.
           MOVE EH-SOURCE             TO WS-EHL-SOURCE.
           MOVE EH-RECORDED-TIMESTAMP TO WS-EHL-RECORDED.
           MOVE SPACES TO INQUIRY-LINE.
           PERFORM ECHO-INQUIRY-LINE.
           MOVE WS-ENTRY-HEADER-LINE TO INQUIRY-LINE.
           PERFORM ECHO-INQUIRY-LINE.
           PERFORM LIST-ONE-FIELD-CHANGE
               VARYING EH-CHG-IDX FROM 1 BY 1
               UNTIL EH-CHG-IDX > EH-CHANGE-COUNT.

       LIST-ONE-FIELD-CHANGE.
           IF EH-FIELD-NUMBER(EH-CHG-IDX) > 0 AND
               EH-FIELD-NUMBER(EH-CHG-IDX) <= EMP-FIELD-COUNT
               SET EFM-IDX TO EH-FIELD-NUMBER(EH-CHG-IDX)
               MOVE EFM-NAME(EFM-IDX)    TO WS-CHL-FIELD-NAME
               MOVE EH-BEFORE-VALUE(EH-CHG-IDX) TO WS-FMT-RAW
               PERFORM FORMAT-FIELD-VALUE
               MOVE WS-FMT-TEXT          TO WS-CHL-BEFORE
               MOVE EH-AFTER-VALUE(EH-CHG-IDX) TO WS-FMT-RAW
               PERFORM FORMAT-FIELD-VALUE
               MOVE WS-FMT-TEXT          TO WS-CHL-AFTER
               MOVE WS-CHANGE-LINE       TO INQUIRY-LINE
               PERFORM ECHO-INQUIRY-LINE
           END-IF.

      *> ====================================================
      *> Entries come oldest first, so the last one on or
      *> before the as-of date is the one in force then, and
      *> the first value a field had before any later change
      *> is the first one met after the date
      *> ====================================================
       APPLY-ENTRY-TO-AS-OF.
           IF EH-EFFECTIVE-DATE <= WS-AS-OF-DATE
               MOVE EH-TRAN-CODE TO WS-LAST-CODE-AT-ASOF
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
                       TO WS-ASOF-IMAGE(EFM-OFFSET(EFM-IDX):
                           EFM-LENGTH(EFM-IDX))
                   MOVE 'Y' TO WS-RESTORED-FLAG(EFM-IDX)
               END-IF
           END-IF.

      *> ====================================================
      *> Print the record as it stood on the as-of date. The
      *> employee was on the master then if the entry in force
      *> was not a delete; with none in force, if the first
      *> later entry was not the add; with no history either
      *> side of the date, if they are on the master now.
      *> ====================================================
       WRITE-AS-OF-RECORD.
           EVALUATE TRUE
               WHEN WS-LAST-CODE-AT-ASOF NOT = SPACE
                   IF WS-LAST-CODE-AT-ASOF NOT = 'D'
                       SET ON-FILE-AS-OF TO TRUE
                   END-IF
               WHEN WS-FIRST-CODE-AFTER NOT = SPACE
                   IF WS-FIRST-CODE-AFTER NOT = 'A'
                       SET ON-FILE-AS-OF TO TRUE
                   END-IF
               WHEN ON-MASTER-NOW
                   SET ON-FILE-AS-OF TO TRUE
           END-EVALUATE.

           MOVE SPACES TO INQUIRY-LINE.
           PERFORM ECHO-INQUIRY-LINE.
           MOVE SPACES TO INQUIRY-LINE.
           IF ON-FILE-AS-OF
               STRING "MASTER RECORD - EMPLOYEE " WS-REQUEST-EMP-ID
                   " AS OF " WS-AS-OF-DATE DELIMITED BY SIZE
                   INTO INQUIRY-LINE
               END-STRING
               PERFORM ECHO-INQUIRY-LINE
               PERFORM WRITE-ONE-AS-OF-FIELD
                   VARYING EFM-IDX FROM 1 BY 1
                   UNTIL EFM-IDX > EMP-FIELD-COUNT
           ELSE
               STRING "EMPLOYEE " WS-REQUEST-EMP-ID
                   " WAS NOT ON THE MASTER AS OF " WS-AS-OF-DATE
                   DELIMITED BY SIZE INTO INQUIRY-LINE
               END-STRING
               PERFORM ECHO-INQUIRY-LINE
           END-IF.

           IF WS-ENTRY-COUNT = 0 AND NOT ON-MASTER-NOW
               MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-ONE-AS-OF-FIELD.
           MOVE EFM-NAME(EFM-IDX) TO WS-AFL-FIELD-NAME.
           MOVE SPACES TO WS-FMT-RAW.
           MOVE WS-ASOF-IMAGE(EFM-OFFSET(EFM-IDX):EFM-LENGTH(EFM-IDX))
               TO WS-FMT-RAW.
           PERFORM FORMAT-FIELD-VALUE.
           MOVE WS-FMT-TEXT TO WS-AFL-VALUE.
           MOVE WS-ASOF-FIELD-LINE TO INQUIRY-LINE.
           PERFORM ECHO-INQUIRY-LINE.

      *> ====================================================
      *> Lay a field value out for reading: money with its
      *> decimal point, a social security number masked to its
      *> last four digits, anything else as it is held
      *> ====================================================
       FORMAT-FIELD-VALUE.
           MOVE SPACES TO WS-FMT-TEXT.
           EVALUATE TRUE
               WHEN WS-FMT-RAW = SPACES
                   CONTINUE
               WHEN EFM-IS-MONEY(EFM-IDX)
                   MOVE WS-FMT-RAW(1:EFM-LENGTH(EFM-IDX))
                       TO WS-FMT-MONEY-DIGITS
                   INSPECT WS-FMT-MONEY-DIGITS
                       REPLACING LEADING SPACE BY ZERO
                   IF WS-FMT-MONEY-DIGITS IS NUMERIC
                       MOVE WS-FMT-MONEY-NUM TO WS-FMT-MONEY-EDIT
                       MOVE WS-FMT-MONEY-EDIT TO WS-FMT-TEXT
                   ELSE
                       MOVE WS-FMT-RAW TO WS-FMT-TEXT
                   END-IF
               WHEN EFM-IS-SSN(EFM-IDX)
                   STRING "***-**-" WS-FMT-RAW(6:4)
                       DELIMITED BY SIZE INTO WS-FMT-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE WS-FMT-RAW TO WS-FMT-TEXT
           END-EVALUATE.

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
           IF HISTORY-AVAILABLE
               CLOSE EMP-HISTORY-FILE
           END-IF.
           CLOSE INQUIRY-FILE.
           DISPLAY " ".
           DISPLAY "History entries listed: " WS-ENTRY-COUNT.
           DISPLAY "Inquiry complete.".
