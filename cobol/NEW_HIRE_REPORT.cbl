       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEW-HIRE-REPORT.
      *> ====================================================
      *> State new-hire reporting. Every state wants its new
      *> hires and rehires reported within about twenty days.
      *> ROSTER-MAINTENANCE enters each applied add, keyed or
      *> from HR-INTERFACE, and each return from inactive to
      *> active on the new-hire tracker (newhire.dat); this run
      *> picks up every entry not yet reported, groups them by
      *> the employee's work state and writes one file per
      *> state, headed with the employer identification from
      *> employer.txt:
      *>
      *>   newhire_SS_YYYYMMDDHHMM.txt
      *>     H  employer FEIN, name and address, the state
      *>        and the run date
      *>     E  one per hire - SSN, name, home address, birth
      *>        date, date of hire or rehire, N/R hire type
      *>     T  the state and the count of E records
      *>
      *> Each entry reported is stamped on the tracker with the
      *> date and the state it went to, so no hire is reported
      *> twice. A hire missing data the states require (SSN,
      *> name, home address, work state) is not reported; it is
      *> listed on newhirelist.txt with what is missing and how
      *> many days it has waited, flagged OVERDUE past twenty,
      *> and stays pending until the master is corrected. RC 4
      *> when anything is listed missing, 16 when the master or
      *> the employer identification cannot be read.
      *>
      *> Modification History:
      *>   Initial version - per-state new-hire files from the
      *>     new-hire tracker with a missing-data listing.
      *>   Declares the employee master's alternate keys on
      *>     EMP-NAME and EMP-DEPARTMENT.
      *> ====================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-HIRE-FILE ASSIGN TO "newhire.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NH-KEY
               FILE STATUS IS WS-NH-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "employees.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPARTMENT
                   WITH DUPLICATES
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT EMPLOYER-FILE ASSIGN TO "employer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-FILE-STATUS.

           SELECT STATE-HIRE-FILE ASSIGN TO DYNAMIC WS-STATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHF-FILE-STATUS.

           SELECT HIRE-LISTING-FILE ASSIGN TO "newhirelist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LST-FILE-STATUS.

           SELECT NH-SORT-FILE ASSIGN TO "newhiresort.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD  NEW-HIRE-FILE.
           COPY NEWHIRE.

       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE.

       FD  EMPLOYER-FILE.
           COPY EMPLOYER.

       FD  STATE-HIRE-FILE.
       01  STATE-HIRE-HEADER.
           05  SHH-RECORD-TYPE         PIC X(1).
           05  SHH-FEIN                PIC 9(9).
           05  SHH-EMPLOYER-NAME       PIC X(40).
           05  SHH-ADDR-STREET         PIC X(30).
           05  SHH-ADDR-CITY           PIC X(20).
           05  SHH-ADDR-STATE          PIC X(2).
           05  SHH-ADDR-ZIP            PIC X(10).
           05  SHH-REPORT-STATE        PIC X(2).
           05  SHH-RUN-DATE            PIC 9(8).
       01  STATE-HIRE-DETAIL.
           05  SHD-RECORD-TYPE         PIC X(1).
           05  SHD-SSN                 PIC 9(9).
           05  SHD-EMP-NAME            PIC X(30).
           05  SHD-ADDR-STREET         PIC X(30).
           05  SHD-ADDR-CITY           PIC X(20).
           05  SHD-ADDR-STATE          PIC X(2).
           05  SHD-ADDR-ZIP            PIC X(10).
           05  SHD-BIRTH-DATE          PIC 9(8).
           05  SHD-HIRE-DATE           PIC 9(8).
           05  SHD-HIRE-TYPE           PIC X(1).
       01  STATE-HIRE-TRAILER.
           05  SHT-RECORD-TYPE         PIC X(1).
           05  SHT-REPORT-STATE        PIC X(2).
           05  SHT-RECORD-COUNT        PIC 9(7).

       FD  HIRE-LISTING-FILE.
       01  HIRE-LISTING-LINE           PIC X(132).

       SD  NH-SORT-FILE.
       01  NH-SORT-RECORD.
           05  NHS-WORK-STATE          PIC X(2).
           05  NHS-EMP-ID              PIC 9(5).
           05  NHS-HIRE-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-NH-EOF-FLAG          PIC X VALUE 'N'.
               88  TRACKER-PASS-DONE       VALUE 'Y'.
           05  WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
               88  SORT-PASS-DONE          VALUE 'Y'.
           05  WS-STATE-OPEN-FLAG      PIC X VALUE 'N'.
               88  STATE-FILE-IS-OPEN      VALUE 'Y'.
           05  WS-EMP-FOUND-FLAG       PIC X VALUE 'N'.
               88  EMPLOYEE-ON-MASTER      VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-NH-FILE-STATUS       PIC X(2) VALUE '00'.
               88  NH-FILE-OK               VALUE '00'.
               88  NH-FILE-NOT-FOUND        VALUE '35'.
           05  WS-EMP-FILE-STATUS      PIC X(2) VALUE '00'.
               88  EMP-FILE-OK              VALUE '00'.
           05  WS-ER-FILE-STATUS       PIC X(2) VALUE '00'.
               88  ER-FILE-OK               VALUE '00'.
           05  WS-SHF-FILE-STATUS      PIC X(2) VALUE '00'.
               88  SHF-FILE-OK              VALUE '00'.
           05  WS-LST-FILE-STATUS      PIC X(2) VALUE '00'.
               88  LST-FILE-OK              VALUE '00'.

       01  WS-COUNTERS.
           05  WS-PENDING-COUNT        PIC 9(5) VALUE 0.
           05  WS-REPORTED-COUNT       PIC 9(5) VALUE 0.
           05  WS-MISSING-COUNT        PIC 9(5) VALUE 0.
           05  WS-OVERDUE-COUNT        PIC 9(5) VALUE 0.
           05  WS-STATE-FILE-COUNT     PIC 9(3) VALUE 0.
           05  WS-STATE-RECORD-COUNT   PIC 9(7) VALUE 0.

       01  WS-TODAY-FIELDS.
           05  WS-TODAY-NUM            PIC 9(8) VALUE 0.
           05  WS-TODAY-TIME           PIC 9(8) VALUE 0.
           05  WS-TODAY-TIME-VIEW REDEFINES WS-TODAY-TIME.
               10  WS-TODAY-HHMM       PIC 9(4).
               10  FILLER              PIC 9(4).

       01  WS-REPORTING-DAYS-LIMIT     PIC 9(3) VALUE 20.
       01  WS-DAYS-WAITING             PIC S9(5) VALUE 0.

       01  WS-CURRENT-STATE            PIC X(2) VALUE SPACES.
       01  WS-STATE-FILE-NAME          PIC X(40) VALUE SPACES.

       01  WS-MISSING-TEXT             PIC X(60) VALUE SPACES.
       01  WS-MISSING-PTR              PIC 9(3) VALUE 1.

       01  WS-STATE-SUMMARY-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-SS-STATE             PIC X(2).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-SS-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-SS-FILE-NAME         PIC X(40).
           05  FILLER                  PIC X(73) VALUE SPACES.

       01  WS-MISSING-DETAIL-LINE.
           05  WS-MD-EMP-ID            PIC 9(5).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-MD-EMP-NAME          PIC X(25).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-MD-HIRE-TYPE         PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-MD-HIRE-DATE         PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-MD-WORK-STATE        PIC X(2).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-MD-DAYS              PIC ZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-MD-FLAG              PIC X(7).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-MD-MISSING           PIC X(60).
           05  FILLER                  PIC X(7)  VALUE SPACES.

       01  WS-MISSING-HEADING-LINE.
           05  FILLER                  PIC X(32)
               VALUE "EMPNO NAME".
           05  FILLER                  PIC X(19)
               VALUE "TYPE   HIRED    ST".
           05  FILLER                  PIC X(14)
               VALUE " DAYS".
           05  FILLER                  PIC X(67)
               VALUE "MISSING".

      *> ====================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION.
           PERFORM REPORT-PENDING-HIRES.
           PERFORM TERMINATION.
           STOP RUN.

      *> ====================================================
      *> Initialization
      *> ====================================================
       INITIALIZATION.
           DISPLAY "=================================".
           DISPLAY "STATE NEW-HIRE REPORT".
           DISPLAY "=================================".
           DISPLAY " ".

           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-TIME FROM TIME.

           OPEN I-O NEW-HIRE-FILE.
           IF NH-FILE-NOT-FOUND
               DISPLAY "NO NEW-HIRE TRACKER ON FILE - NO HIRES HAVE "
                   "BEEN ENTERED FOR REPORTING"
               STOP RUN
           END-IF.
           IF NOT NH-FILE-OK
               DISPLAY "UNABLE TO OPEN NEWHIRE.DAT - STATUS "
                   WS-NH-FILE-STATUS
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

           PERFORM LOAD-EMPLOYER-IDENTIFICATION.

           OPEN OUTPUT HIRE-LISTING-FILE.
           MOVE SPACES TO HIRE-LISTING-LINE.
           STRING "STATE NEW-HIRE REPORTING - RUN " WS-TODAY-NUM
               "  EMPLOYER FEIN " ER-FEIN DELIMITED BY SIZE
               INTO HIRE-LISTING-LINE
           END-STRING.
           WRITE HIRE-LISTING-LINE.

      *> ====================================================
      *> The employer identification heads every state file -
      *> a state rejects the whole file without a FEIN and a
      *> name, so the run cannot go on without them
      *> ====================================================
       LOAD-EMPLOYER-IDENTIFICATION.
           OPEN INPUT EMPLOYER-FILE.
           IF NOT ER-FILE-OK
               DISPLAY "UNABLE TO OPEN EMPLOYER.TXT - STATUS "
                   WS-ER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ EMPLOYER-FILE
               AT END
                   MOVE SPACES TO EMPLOYER-RECORD
           END-READ.
           CLOSE EMPLOYER-FILE.
           IF ER-FEIN NOT NUMERIC OR ER-FEIN = 0 OR
               ER-NAME = SPACES
               DISPLAY "EMPLOYER.TXT HAS NO FEIN OR EMPLOYER NAME - "
                   "STATE FILES NOT WRITTEN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> ====================================================
      *> Sort the complete pending entries by work state so
      *> each state's file is written in one pass
      *> ====================================================
       REPORT-PENDING-HIRES.
           SORT NH-SORT-FILE
               ON ASCENDING KEY NHS-WORK-STATE NHS-EMP-ID
                   NHS-HIRE-DATE
               INPUT PROCEDURE IS SELECT-PENDING-HIRES
               OUTPUT PROCEDURE IS WRITE-STATE-FILES.

      *> ====================================================
      *> Select pending hires (SORT input procedure) - an entry
      *> with everything the states require is released for
      *> its work state; anything short is listed missing
      *> ====================================================
       SELECT-PENDING-HIRES.
           MOVE 0 TO NH-EMP-ID.
           MOVE 0 TO NH-HIRE-DATE.
           START NEW-HIRE-FILE KEY >= NH-KEY
               INVALID KEY
                   SET TRACKER-PASS-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-TRACKER-ENTRY
               UNTIL TRACKER-PASS-DONE.

       READ-NEXT-TRACKER-ENTRY.
           READ NEW-HIRE-FILE NEXT RECORD
               AT END
                   SET TRACKER-PASS-DONE TO TRUE
               NOT AT END
                   IF NH-NOT-YET-REPORTED
                       PERFORM SCREEN-PENDING-HIRE
                   END-IF
           END-READ.

       SCREEN-PENDING-HIRE.
           ADD 1 TO WS-PENDING-COUNT.
           PERFORM READ-HIRED-EMPLOYEE.
           PERFORM CHECK-REQUIRED-DATA.
           IF WS-MISSING-TEXT = SPACES
               MOVE EMP-WORK-STATE TO NHS-WORK-STATE
               MOVE NH-EMP-ID      TO NHS-EMP-ID
               MOVE NH-HIRE-DATE   TO NHS-HIRE-DATE
               RELEASE NH-SORT-RECORD
           ELSE
               PERFORM LIST-MISSING-DATA
           END-IF.

       READ-HIRED-EMPLOYEE.
           MOVE 'N' TO WS-EMP-FOUND-FLAG.
           MOVE NH-EMP-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE SPACES TO EMP-NAME
               NOT INVALID KEY
                   SET EMPLOYEE-ON-MASTER TO TRUE
           END-READ.

      *> ====================================================
      *> Build the list of what the states require and the
      *> master does not carry. Fields added after an employee
      *> was set up read back as spaces.
      *> ====================================================
       CHECK-REQUIRED-DATA.
           MOVE SPACES TO WS-MISSING-TEXT.
           MOVE 1 TO WS-MISSING-PTR.
           IF NOT EMPLOYEE-ON-MASTER
               STRING "NOT ON EMPLOYEE MASTER" DELIMITED BY SIZE
                   INTO WS-MISSING-TEXT WITH POINTER WS-MISSING-PTR
               END-STRING
           ELSE
               PERFORM CHECK-EMPLOYEE-FIELDS
           END-IF.

       CHECK-EMPLOYEE-FIELDS.
           IF EMP-SSN NOT NUMERIC OR EMP-SSN = 0
               STRING "SSN " DELIMITED BY SIZE
                   INTO WS-MISSING-TEXT WITH POINTER WS-MISSING-PTR
               END-STRING
           END-IF.
           IF EMP-NAME = SPACES
               STRING "NAME " DELIMITED BY SIZE
                   INTO WS-MISSING-TEXT WITH POINTER WS-MISSING-PTR
               END-STRING
           END-IF.
           IF EMP-ADDR-STREET = SPACES OR EMP-ADDR-CITY = SPACES
               STRING "STREET/CITY " DELIMITED BY SIZE
                   INTO WS-MISSING-TEXT WITH POINTER WS-MISSING-PTR
               END-STRING
           END-IF.
           IF EMP-ADDR-STATE = SPACES OR EMP-ADDR-ZIP = SPACES
               STRING "ADDRESS STATE/ZIP " DELIMITED BY SIZE
                   INTO WS-MISSING-TEXT WITH POINTER WS-MISSING-PTR
               END-STRING
           END-IF.
           IF EMP-WORK-STATE = SPACES
               STRING "WORK STATE " DELIMITED BY SIZE
                   INTO WS-MISSING-TEXT WITH POINTER WS-MISSING-PTR
               END-STRING
           END-IF.

      *> ====================================================
      *> A missing-data entry is held for the exception pass -
      *> it goes to the listing after the state files, with how
      *> long it has waited against the reporting deadline
      *> ====================================================
       LIST-MISSING-DATA.
           ADD 1 TO WS-MISSING-COUNT.
           IF WS-MISSING-COUNT = 1
               PERFORM WRITE-MISSING-HEADING
           END-IF.
           COMPUTE WS-DAYS-WAITING =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) -
               FUNCTION INTEGER-OF-DATE(NH-HIRE-DATE)
           END-COMPUTE.
           IF WS-DAYS-WAITING < 0
               MOVE 0 TO WS-DAYS-WAITING
           END-IF.

           MOVE NH-EMP-ID       TO WS-MD-EMP-ID.
           MOVE EMP-NAME        TO WS-MD-EMP-NAME.
           IF NH-REHIRE
               MOVE "REHIRE" TO WS-MD-HIRE-TYPE
           ELSE
               MOVE "NEW"    TO WS-MD-HIRE-TYPE
           END-IF.
           MOVE NH-HIRE-DATE    TO WS-MD-HIRE-DATE.
           IF EMPLOYEE-ON-MASTER
               MOVE EMP-WORK-STATE TO WS-MD-WORK-STATE
           ELSE
               MOVE SPACES         TO WS-MD-WORK-STATE
           END-IF.
           MOVE WS-DAYS-WAITING TO WS-MD-DAYS.
           IF WS-DAYS-WAITING > WS-REPORTING-DAYS-LIMIT
               MOVE "OVERDUE" TO WS-MD-FLAG
               ADD 1 TO WS-OVERDUE-COUNT
           ELSE
               MOVE SPACES    TO WS-MD-FLAG
           END-IF.
           MOVE WS-MISSING-TEXT TO WS-MD-MISSING.
           MOVE WS-MISSING-DETAIL-LINE TO HIRE-LISTING-LINE.
           WRITE HIRE-LISTING-LINE.

      *> The missing-data section opens the listing body; the
      *> state file summary follows once the sort returns
       WRITE-MISSING-HEADING.
           MOVE SPACES TO HIRE-LISTING-LINE.
           WRITE HIRE-LISTING-LINE.
           MOVE "HIRES HELD - MISSING DATA THE STATES REQUIRE:"
               TO HIRE-LISTING-LINE.
           WRITE HIRE-LISTING-LINE.
           MOVE WS-MISSING-HEADING-LINE TO HIRE-LISTING-LINE.
           WRITE HIRE-LISTING-LINE.

      *> ====================================================
      *> Write the state files (SORT output procedure) - one
      *> file per work state, header and trailer around its
      *> hires, each hire stamped reported on the tracker
      *> ====================================================
       WRITE-STATE-FILES.
           IF WS-MISSING-COUNT = 0
               MOVE SPACES TO HIRE-LISTING-LINE
               WRITE HIRE-LISTING-LINE
               MOVE "NO HIRES HELD FOR MISSING DATA" TO
                   HIRE-LISTING-LINE
               WRITE HIRE-LISTING-LINE
           END-IF.
           MOVE SPACES TO HIRE-LISTING-LINE.
           WRITE HIRE-LISTING-LINE.
           MOVE "STATE FILES WRITTEN:" TO HIRE-LISTING-LINE.
           WRITE HIRE-LISTING-LINE.
           PERFORM RETURN-NEXT-SORTED-HIRE
               UNTIL SORT-PASS-DONE.
           IF STATE-FILE-IS-OPEN
               PERFORM CLOSE-STATE-FILE
           END-IF.

       RETURN-NEXT-SORTED-HIRE.
           RETURN NH-SORT-FILE
               AT END
                   SET SORT-PASS-DONE TO TRUE
               NOT AT END
                   PERFORM REPORT-ONE-HIRE
           END-RETURN.

       REPORT-ONE-HIRE.
           IF NOT STATE-FILE-IS-OPEN OR
               NHS-WORK-STATE NOT = WS-CURRENT-STATE
               IF STATE-FILE-IS-OPEN
                   PERFORM CLOSE-STATE-FILE
               END-IF
               PERFORM OPEN-STATE-FILE
           END-IF.

           MOVE NHS-EMP-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE SPACES TO EMP-NAME
           END-READ.
           MOVE NHS-EMP-ID    TO NH-EMP-ID.
           MOVE NHS-HIRE-DATE TO NH-HIRE-DATE.
           READ NEW-HIRE-FILE
               INVALID KEY
                   MOVE 'N' TO NH-HIRE-TYPE
           END-READ.

           MOVE SPACES          TO STATE-HIRE-DETAIL.
           MOVE 'E'             TO SHD-RECORD-TYPE.
           MOVE EMP-SSN         TO SHD-SSN.
           MOVE EMP-NAME        TO SHD-EMP-NAME.
           MOVE EMP-ADDR-STREET TO SHD-ADDR-STREET.
           MOVE EMP-ADDR-CITY   TO SHD-ADDR-CITY.
           MOVE EMP-ADDR-STATE  TO SHD-ADDR-STATE.
           MOVE EMP-ADDR-ZIP    TO SHD-ADDR-ZIP.
           IF EMP-BIRTH-DATE IS NUMERIC
               MOVE EMP-BIRTH-DATE TO SHD-BIRTH-DATE
           ELSE
               MOVE 0 TO SHD-BIRTH-DATE
           END-IF.
           MOVE NHS-HIRE-DATE   TO SHD-HIRE-DATE.
           MOVE NH-HIRE-TYPE    TO SHD-HIRE-TYPE.
           WRITE STATE-HIRE-DETAIL.
           ADD 1 TO WS-STATE-RECORD-COUNT.
           ADD 1 TO WS-REPORTED-COUNT.

           MOVE WS-TODAY-NUM    TO NH-REPORTED-DATE.
           MOVE NHS-WORK-STATE  TO NH-REPORTED-STATE.
           REWRITE NEW-HIRE-RECORD
               INVALID KEY
                   DISPLAY "*** TRACKER NOT UPDATED FOR EMPLOYEE "
                       NHS-EMP-ID " HIRED " NHS-HIRE-DATE
                       " - IT WILL BE REPORTED AGAIN ***"
           END-REWRITE.

       OPEN-STATE-FILE.
           MOVE NHS-WORK-STATE TO WS-CURRENT-STATE.
           MOVE 0 TO WS-STATE-RECORD-COUNT.
           MOVE SPACES TO WS-STATE-FILE-NAME.
           STRING "newhire_" WS-CURRENT-STATE "_" WS-TODAY-NUM
               WS-TODAY-HHMM ".txt" DELIMITED BY SIZE
               INTO WS-STATE-FILE-NAME
           END-STRING.
           OPEN OUTPUT STATE-HIRE-FILE.
           IF NOT SHF-FILE-OK
               DISPLAY "UNABLE TO OPEN " WS-STATE-FILE-NAME
                   " - STATUS " WS-SHF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET STATE-FILE-IS-OPEN TO TRUE.
           ADD 1 TO WS-STATE-FILE-COUNT.

           MOVE SPACES           TO STATE-HIRE-HEADER.
           MOVE 'H'              TO SHH-RECORD-TYPE.
           MOVE ER-FEIN          TO SHH-FEIN.
           MOVE ER-NAME          TO SHH-EMPLOYER-NAME.
           MOVE ER-ADDR-STREET   TO SHH-ADDR-STREET.
           MOVE ER-ADDR-CITY     TO SHH-ADDR-CITY.
           MOVE ER-ADDR-STATE    TO SHH-ADDR-STATE.
           MOVE ER-ADDR-ZIP      TO SHH-ADDR-ZIP.
           MOVE WS-CURRENT-STATE TO SHH-REPORT-STATE.
           MOVE WS-TODAY-NUM     TO SHH-RUN-DATE.
           WRITE STATE-HIRE-HEADER.

       CLOSE-STATE-FILE.
           MOVE SPACES                TO STATE-HIRE-TRAILER.
           MOVE 'T'                   TO SHT-RECORD-TYPE.
           MOVE WS-CURRENT-STATE      TO SHT-REPORT-STATE.
           MOVE WS-STATE-RECORD-COUNT TO SHT-RECORD-COUNT.
           WRITE STATE-HIRE-TRAILER.
           CLOSE STATE-HIRE-FILE.
           MOVE 'N' TO WS-STATE-OPEN-FLAG.

           MOVE WS-CURRENT-STATE      TO WS-SS-STATE.
           MOVE WS-STATE-RECORD-COUNT TO WS-SS-COUNT.
           MOVE WS-STATE-FILE-NAME    TO WS-SS-FILE-NAME.
           MOVE WS-STATE-SUMMARY-LINE TO HIRE-LISTING-LINE.
           WRITE HIRE-LISTING-LINE.

      *> ====================================================
      *> Termination
      *> ====================================================
       TERMINATION.
           IF WS-STATE-FILE-COUNT = 0
               MOVE "  (NONE)" TO HIRE-LISTING-LINE
               WRITE HIRE-LISTING-LINE
           END-IF.
           MOVE SPACES TO HIRE-LISTING-LINE.
           WRITE HIRE-LISTING-LINE.
           STRING "PENDING " WS-PENDING-COUNT "  REPORTED "
               WS-REPORTED-COUNT "  HELD MISSING DATA "
               WS-MISSING-COUNT "  OVERDUE " WS-OVERDUE-COUNT
               DELIMITED BY SIZE INTO HIRE-LISTING-LINE
           END-STRING.
           WRITE HIRE-LISTING-LINE.

           CLOSE NEW-HIRE-FILE.
           CLOSE EMPLOYEE-FILE.
           CLOSE HIRE-LISTING-FILE.

           DISPLAY "Hires pending: " WS-PENDING-COUNT.
           DISPLAY "Hires reported: " WS-REPORTED-COUNT.
           DISPLAY "State files written: " WS-STATE-FILE-COUNT.
           DISPLAY "Hires held for missing data: " WS-MISSING-COUNT.
           IF WS-OVERDUE-COUNT > 0
               DISPLAY "*** " WS-OVERDUE-COUNT
                   " HELD HIRES ARE PAST THE REPORTING DEADLINE ***"
           END-IF.
           DISPLAY " ".

           IF WS-MISSING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
