      *>   Incoming department codes are validated against the
      *>     department reference master on adds and changes.
      *>   Work state maintained for multi-state withholding.
      *>   W-4 withholding elections maintained in w4elect.dat
      *>     from 'W' transactions and from an add carrying a
      *>     filing status; a deleted employee's election goes
      *>     with them.
      *>   Birth date maintained (required on an add) so the
      *>     payroll run can allow 401(k) catch-up deferrals.
      *>   Social security number and home address maintained,
      *>     and every applied add and every return from inactive
      *>     to active is entered on the new-hire tracker
      *>     (newhire.dat) for the state new-hire report.
      *>   Workers' compensation class code maintained; a class
      *>     must have a rate on wcrates.dat for the employee's
      *>     work state, rechecked when a change moves the state.
      *>   Company code maintained and validated against the
      *>     company master (company.dat). A change that moves an
      *>     employee to another company closes off the year's
      *>     accumulators earned with the old company to
      *>     ytdxfer.dat and restarts them in ytd.dat, so every
      *>     wage base starts over with the new employer.
      *>   Every applied add, change and delete is written to the
      *>     employee change history (emphist.dat) with the before
      *>     and after value of each field it changed, the date it
      *>     took effect and where the transaction came from.
      *>   Pay is checked against the minimum wage and exempt
      *>     salary standards (minwage.dat, the higher of federal
      *>     and the work state's in force on the effective date):
      *>     an add or change leaving an active hourly employee
      *>     below the minimum wage, or a salaried manager below the
      *>     exempt threshold, is rejected.
      *>   Declares the employee master's alternate keys on
      *>     EMP-NAME and EMP-DEPARTMENT.
      *>   The after-image and the fields the history, new-hire
      *>     and company-transfer steps need are saved before the
      *>     master is written, not read back from the record area.
      *> ====================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPARTMENT
                   WITH DUPLICATES
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "rostertrans.txt"
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DM-FILE-STATUS.

           SELECT W4-ELECTION-FILE ASSIGN TO "w4elect.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS W4-EMP-ID
               FILE STATUS IS WS-W4-FILE-STATUS.

           SELECT WC-RATE-FILE ASSIGN TO "wcrates.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WCR-KEY
               FILE STATUS IS WS-WCR-FILE-STATUS.

           SELECT MIN-WAGE-FILE ASSIGN TO "minwage.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MW-KEY
               FILE STATUS IS WS-MW-FILE-STATUS.

           SELECT NEW-HIRE-FILE ASSIGN TO "newhire.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NH-KEY
               FILE STATUS IS WS-NH-FILE-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "company.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CODE
               FILE STATUS IS WS-CO-FILE-STATUS.

           SELECT YTD-FILE ASSIGN TO "ytd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-FILE-STATUS.

           SELECT YTD-TRANSFER-FILE ASSIGN TO "ytdxfer.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTX-FILE-STATUS.

           SELECT EMP-HISTORY-FILE ASSIGN TO "emphist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-EH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       FD  DEPT-MASTER-FILE.
           COPY DEPTMAST.

       FD  W4-ELECTION-FILE.
           COPY W4ELECT.

       FD  WC-RATE-FILE.
           COPY WCRATE.

       FD  MIN-WAGE-FILE.
           COPY MINWAGE.

       FD  NEW-HIRE-FILE.
           COPY NEWHIRE.

       FD  COMPANY-FILE.
           COPY COMPANY.

       FD  YTD-FILE.
           COPY YTD.

       FD  YTD-TRANSFER-FILE.
           COPY YTDXFER.

       FD  EMP-HISTORY-FILE.
           COPY EMPHIST.

       FD  MAINT-LOG-FILE.
       01  MAINT-LOG-RECORD.
           05  ML-TIMESTAMP            PIC X(14).
               88  RECORD-IS-INVALID       VALUE 'N'.
           05  WS-DM-AVAILABLE         PIC X VALUE 'N'.
               88  DEPT-MASTER-AVAILABLE   VALUE 'Y'.
           05  WS-WCR-AVAILABLE        PIC X VALUE 'N'.
               88  WC-RATES-AVAILABLE      VALUE 'Y'.
           05  WS-MW-AVAILABLE         PIC X VALUE 'N'.
               88  MIN-WAGES-AVAILABLE     VALUE 'Y'.
           05  WS-CO-AVAILABLE         PIC X VALUE 'N'.
               88  COMPANY-MASTER-AVAILABLE VALUE 'Y'.
           05  WS-YTD-AVAILABLE        PIC X VALUE 'N'.
               88  YTD-FILE-AVAILABLE      VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-EMP-FILE-STATUS      PIC X(2) VALUE '00'.
               88  LOG-FILE-OK              VALUE '00'.
           05  WS-DM-FILE-STATUS       PIC X(2) VALUE '00'.
               88  DM-FILE-OK               VALUE '00'.
           05  WS-W4-FILE-STATUS       PIC X(2) VALUE '00'.
               88  W4-FILE-OK               VALUE '00'.
               88  W4-FILE-NOT-FOUND        VALUE '35'.
           05  WS-WCR-FILE-STATUS      PIC X(2) VALUE '00'.
               88  WCR-FILE-OK              VALUE '00'.
           05  WS-MW-FILE-STATUS       PIC X(2) VALUE '00'.
               88  MW-FILE-OK               VALUE '00'.
           05  WS-NH-FILE-STATUS       PIC X(2) VALUE '00'.
               88  NH-FILE-OK               VALUE '00'.
               88  NH-FILE-NOT-FOUND        VALUE '35'.
           05  WS-CO-FILE-STATUS       PIC X(2) VALUE '00'.
               88  CO-FILE-OK               VALUE '00'.
           05  WS-YTD-FILE-STATUS      PIC X(2) VALUE '00'.
               88  YTD-FILE-OK              VALUE '00'.
           05  WS-YTX-FILE-STATUS      PIC X(2) VALUE '00'.
               88  YTX-FILE-OK              VALUE '00'.
               88  YTX-FILE-NOT-FOUND       VALUE '35'.
           05  WS-EH-FILE-STATUS       PIC X(2) VALUE '00'.
               88  EH-FILE-OK               VALUE '00'.
               88  EH-FILE-NOT-FOUND        VALUE '35'.

       01  WS-COUNTERS.
           05  WS-TRAN-COUNT           PIC 9(5) VALUE 0.
           05  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
           05  WS-REJECT-COUNT         PIC 9(5) VALUE 0.
           05  WS-NEW-HIRE-COUNT       PIC 9(5) VALUE 0.
           05  WS-TRANSFER-COUNT       PIC 9(5) VALUE 0.
           05  WS-HISTORY-COUNT        PIC 9(5) VALUE 0.

       01  WS-REJECT-REASON            PIC X(40).

               10  WS-HIRE-MM          PIC 9(2).
               10  WS-HIRE-DD          PIC 9(2).

       01  WS-BIRTH-DATE-FIELDS.
           05  WS-BIRTH-DATE-NUM       PIC 9(8).
           05  WS-BIRTH-DATE-PARTS REDEFINES WS-BIRTH-DATE-NUM.
               10  WS-BIRTH-YYYY       PIC 9(4).
               10  WS-BIRTH-MM         PIC 9(2).
               10  WS-BIRTH-DD         PIC 9(2).

       01  WS-SSN-FIELDS.
           05  WS-SSN-NUM              PIC 9(9).
           05  WS-SSN-PARTS REDEFINES WS-SSN-NUM.
               10  WS-SSN-AREA         PIC 9(3).
               10  WS-SSN-GROUP        PIC 9(2).
               10  WS-SSN-SERIAL       PIC 9(4).

       01  WS-PRIOR-STATUS             PIC X(1).

       01  WS-WC-CLASS-FIELDS.
           05  WS-WC-STATE             PIC X(2).
           05  WS-WC-CLASS-CODE        PIC X(4).
           05  WS-WC-RATE-FLAG         PIC X VALUE 'N'.
               88  WC-CLASS-IS-RATED       VALUE 'Y'.

      *> Wage standards - the jurisdiction being looked up, the
      *> date pay must meet the standard from, and the binding
      *> (higher of federal and work state) minimum and exempt
      *> salary in force then
       01  WS-MIN-WAGE-FIELDS.
           05  WS-MW-STATE             PIC X(2).
           05  WS-MW-AS-OF-DATE        PIC 9(8).
           05  WS-MW-MINIMUM           PIC 9(3)V99.
           05  WS-MW-EXEMPT-SALARY     PIC 9(7)V99.
           05  WS-MW-FOUND-MINIMUM     PIC 9(3)V99.
           05  WS-MW-FOUND-EXEMPT      PIC 9(7)V99.
           05  WS-MW-EOF-FLAG          PIC X VALUE 'N'.
               88  MW-SCAN-DONE            VALUE 'Y'.

      *> Company transfer - the company the employee leaves
      *> (blank on the master reads as 01) and the date the
      *> move takes effect
       01  WS-COMPANY-FIELDS.
           05  WS-PRIOR-COMPANY        PIC X(2).
           05  WS-TRANSFER-DATE        PIC 9(8).
           05  WS-TRANSFER-DATE-PARTS REDEFINES WS-TRANSFER-DATE.
               10  WS-TRANSFER-YYYY    PIC 9(4).
               10  WS-TRANSFER-MMDD    PIC 9(4).

      *> Change history - the master record as it stood before
      *> and after the transaction (spaces before an add and
      *> after a delete), compared field by field through the
      *> field map, and the date the change takes effect
       01  WS-HISTORY-FIELDS.
           05  WS-HIST-BEFORE-IMAGE    PIC X(185).
           05  WS-HIST-AFTER-IMAGE     PIC X(185).
           05  WS-EFFECTIVE-DATE       PIC 9(8).
           05  WS-EFFECTIVE-DATE-PARTS REDEFINES WS-EFFECTIVE-DATE.
               10  WS-EFFECTIVE-YYYY   PIC 9(4).
               10  WS-EFFECTIVE-MM     PIC 9(2).
               10  WS-EFFECTIVE-DD     PIC 9(2).
           05  WS-HIST-WRITTEN-FLAG    PIC X VALUE 'N'.
               88  HISTORY-ENTRY-WRITTEN   VALUE 'Y'.

      *> The master fields the steps after an add or change work
      *> from, captured before the record is saved - the record
      *> area is not reliable after a WRITE/REWRITE
       01  WS-SAVED-EMPLOYEE-FIELDS.
           05  WS-SAVED-EMP-ID         PIC 9(5).
           05  WS-SAVED-HIRE-DATE      PIC 9(8).
           05  WS-SAVED-COMPANY        PIC X(2).
           05  WS-SAVED-STATUS         PIC X(1).
               88  SAVED-STATUS-ACTIVE     VALUE 'A'.

           COPY EMPFLDS.

       01  WS-RUN-TIMESTAMP            PIC X(14).

      *> ====================================================
                   "CODES NOT VALIDATED THIS RUN"
           END-IF.

           OPEN I-O W4-ELECTION-FILE.
           IF W4-FILE-NOT-FOUND
               OPEN OUTPUT W4-ELECTION-FILE
               CLOSE W4-ELECTION-FILE
               OPEN I-O W4-ELECTION-FILE
           END-IF.

           OPEN INPUT WC-RATE-FILE.
           IF WCR-FILE-OK
               SET WC-RATES-AVAILABLE TO TRUE
           ELSE
               DISPLAY "WORKERS' COMP RATE TABLE UNAVAILABLE - CLASS "
                   "CODES NOT VALIDATED THIS RUN"
           END-IF.

           OPEN INPUT MIN-WAGE-FILE.
           IF MW-FILE-OK
               SET MIN-WAGES-AVAILABLE TO TRUE
           ELSE
               DISPLAY "MINIMUM WAGE TABLE UNAVAILABLE - PAY NOT "
                   "CHECKED AGAINST WAGE STANDARDS THIS RUN"
           END-IF.

           OPEN I-O NEW-HIRE-FILE.
           IF NH-FILE-NOT-FOUND
               OPEN OUTPUT NEW-HIRE-FILE
               CLOSE NEW-HIRE-FILE
               OPEN I-O NEW-HIRE-FILE
           END-IF.

           OPEN INPUT COMPANY-FILE.
           IF CO-FILE-OK
               SET COMPANY-MASTER-AVAILABLE TO TRUE
           ELSE
               DISPLAY "COMPANY MASTER UNAVAILABLE - ONLY COMPANY 01 "
                   "ACCEPTED THIS RUN"
           END-IF.

      *> Until the first payroll has run there are no
      *> year-to-date figures for a transfer to close off
           OPEN I-O YTD-FILE.
           IF YTD-FILE-OK
               SET YTD-FILE-AVAILABLE TO TRUE
           END-IF.

           OPEN I-O EMP-HISTORY-FILE.
           IF EH-FILE-NOT-FOUND
               OPEN OUTPUT EMP-HISTORY-FILE
               CLOSE EMP-HISTORY-FILE
               OPEN I-O EMP-HISTORY-FILE
           END-IF.

      *> ====================================================
      *> Process Transactions
      *> ====================================================
                       PERFORM CHANGE-EMPLOYEE
                   WHEN TRAN-DELETE
                       PERFORM DELETE-EMPLOYEE
                   WHEN TRAN-W4-ELECTION
                       PERFORM FILE-W4-ELECTION
               END-EVALUATE
           END-IF.

           SET RECORD-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.

      *> A line keyed before the birth date was carried has
      *> spaces there - no birth date given
           IF TRAN-EMP-BIRTH-DATE NOT NUMERIC
               MOVE 0 TO TRAN-EMP-BIRTH-DATE
           END-IF.
      *> ...and likewise no social security number given
           IF TRAN-EMP-SSN NOT NUMERIC
               MOVE 0 TO TRAN-EMP-SSN
           END-IF.
      *> ...and no effective date given
           IF TRAN-EFFECTIVE-DATE NOT NUMERIC
               MOVE 0 TO TRAN-EFFECTIVE-DATE
           END-IF.

           IF TRAN-CODE NOT = 'A' AND TRAN-CODE NOT = 'C' AND
               TRAN-CODE NOT = 'D' AND TRAN-CODE NOT = 'W'
               SET RECORD-IS-INVALID TO TRUE
               MOVE "TRANSACTION CODE IS INVALID" TO WS-REJECT-REASON
           END-IF.
               MOVE "EMPLOYEE ID IS ZERO" TO WS-REJECT-REASON
           END-IF.

           IF RECORD-IS-VALID AND TRAN-EFFECTIVE-DATE NOT = 0 AND
               NOT TRAN-W4-ELECTION
               PERFORM VALIDATE-EFFECTIVE-DATE
           END-IF.

           IF RECORD-IS-VALID AND (TRAN-ADD OR TRAN-CHANGE)
               PERFORM VALIDATE-TRANSACTION-DATA
           END-IF.

           IF RECORD-IS-VALID AND (TRAN-W4-ELECTION OR
               (TRAN-ADD AND TRAN-W4-FILING-STATUS NOT = SPACES))
               PERFORM VALIDATE-W4-ELECTION
           END-IF.

      *> ====================================================
      *> Edit the incoming data fields for an add or change.
      *> A CHANGE transaction only carries the fields being
               PERFORM VALIDATE-TRANSACTION-HIRE-DATE
           END-IF.

           IF RECORD-IS-VALID AND
               (TRAN-ADD OR TRAN-EMP-BIRTH-DATE NOT = 0)
               PERFORM VALIDATE-TRANSACTION-BIRTH-DATE
           END-IF.

           IF RECORD-IS-VALID AND TRAN-EMP-SSN NOT = 0
               PERFORM VALIDATE-TRANSACTION-SSN
           END-IF.

      *> A change's class code is checked once the master is in
      *> hand, against whichever work state it leaves in force
           IF RECORD-IS-VALID AND TRAN-ADD AND
               TRAN-EMP-WC-CLASS-CODE NOT = SPACES
               MOVE TRAN-EMP-WORK-STATE    TO WS-WC-STATE
               MOVE TRAN-EMP-WC-CLASS-CODE TO WS-WC-CLASS-CODE
               PERFORM VALIDATE-WC-CLASS-CODE
           END-IF.

           IF RECORD-IS-VALID AND TRAN-EMP-COMPANY-CODE NOT = SPACES
               PERFORM VALIDATE-COMPANY-CODE
           END-IF.

       VALIDATE-PAY-FREQUENCY.
           IF TRAN-EMP-PAY-FREQUENCY NOT = 'A' AND
               TRAN-EMP-PAY-FREQUENCY NOT = 'M' AND
               MOVE "HIRE DATE IS IN THE FUTURE" TO WS-REJECT-REASON
           END-IF.

      *> ====================================================
      *> Edit an effective date for a real calendar date. The
      *> master is updated when the transaction is applied
      *> whatever its date, as before; the date is what the
      *> change history files it under.
      *> ====================================================
       VALIDATE-EFFECTIVE-DATE.
           MOVE TRAN-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.

           IF WS-EFFECTIVE-MM < 1 OR WS-EFFECTIVE-MM > 12 OR
               WS-EFFECTIVE-DD < 1 OR WS-EFFECTIVE-DD > 31 OR
               WS-EFFECTIVE-YYYY < 1900
               SET RECORD-IS-INVALID TO TRUE
               MOVE "EFFECTIVE DATE IS INVALID" TO WS-REJECT-REASON
           END-IF.

      *> ====================================================
      *> Edit the birth date for a real, past calendar date. It
      *> decides 401(k) catch-up eligibility, so a new hire
      *> cannot be added without one.
      *> ====================================================
       VALIDATE-TRANSACTION-BIRTH-DATE.
           MOVE TRAN-EMP-BIRTH-DATE TO WS-BIRTH-DATE-NUM.

           IF TRAN-EMP-BIRTH-DATE = 0
               SET RECORD-IS-INVALID TO TRUE
               MOVE "BIRTH DATE IS MISSING" TO WS-REJECT-REASON
           END-IF.

           IF RECORD-IS-VALID AND
               (WS-BIRTH-MM < 1 OR WS-BIRTH-MM > 12)
               SET RECORD-IS-INVALID TO TRUE
               MOVE "BIRTH DATE MONTH IS INVALID" TO
                   WS-REJECT-REASON
           END-IF.

           IF RECORD-IS-VALID AND
               (WS-BIRTH-DD < 1 OR WS-BIRTH-DD > 31)
               SET RECORD-IS-INVALID TO TRUE
               MOVE "BIRTH DATE DAY IS INVALID" TO WS-REJECT-REASON
           END-IF.

           IF RECORD-IS-VALID AND WS-BIRTH-YYYY < 1900
               SET RECORD-IS-INVALID TO TRUE
               MOVE "BIRTH DATE YEAR IS INVALID" TO WS-REJECT-REASON
           END-IF.

           IF RECORD-IS-VALID AND TRAN-EMP-BIRTH-DATE >= WS-TODAY-NUM
               SET RECORD-IS-INVALID TO TRUE
               MOVE "BIRTH DATE IS NOT IN THE PAST" TO
                   WS-REJECT-REASON
           END-IF.

      *> ====================================================
      *> Edit a social security number for a number the SSA
      *> could have issued - the states bounce a new-hire
      *> report carrying an area of 000, 666 or 900 and up, or
      *> an all-zero group or serial. It is not required here
      *> (the new-hire report lists anyone still without one).
      *> ====================================================
       VALIDATE-TRANSACTION-SSN.
           MOVE TRAN-EMP-SSN TO WS-SSN-NUM.
           IF WS-SSN-AREA = 0 OR WS-SSN-AREA = 666 OR
               WS-SSN-AREA > 899 OR WS-SSN-GROUP = 0 OR
               WS-SSN-SERIAL = 0
               SET RECORD-IS-INVALID TO TRUE
               MOVE "SOCIAL SECURITY NUMBER IS INVALID" TO
                   WS-REJECT-REASON
           END-IF.

      *> ====================================================
      *> A workers' comp class code is only good in a state it
      *> carries a rate for - a code the carrier does not rate
      *> in the work state would leave its payroll unpriced.
      *> The rate table is keyed state / class / effective
      *> date, so the first entry at or past the state and
      *> class is its earliest rate; that must be in force.
      *> ====================================================
       VALIDATE-WC-CLASS-CODE.
           IF WC-RATES-AVAILABLE
               IF WS-WC-STATE = SPACES
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "CLASS CODE GIVEN WITHOUT A WORK STATE" TO
                       WS-REJECT-REASON
               ELSE
                   PERFORM FIND-WC-CLASS-RATE
               END-IF
           END-IF.

       FIND-WC-CLASS-RATE.
           MOVE WS-WC-STATE      TO WCR-STATE-CODE.
           MOVE WS-WC-CLASS-CODE TO WCR-CLASS-CODE.
           MOVE 0                TO WCR-EFFECTIVE-DATE.
           MOVE 'N' TO WS-WC-RATE-FLAG.
           START WC-RATE-FILE KEY >= WCR-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ WC-RATE-FILE NEXT RECORD
                       NOT AT END
                           IF WCR-STATE-CODE = WS-WC-STATE AND
                               WCR-CLASS-CODE = WS-WC-CLASS-CODE AND
                               WCR-EFFECTIVE-DATE <= WS-TODAY-NUM
                               SET WC-CLASS-IS-RATED TO TRUE
                           END-IF
                   END-READ
           END-START.
           IF NOT WC-CLASS-IS-RATED
               SET RECORD-IS-INVALID TO TRUE
               MOVE "CLASS CODE NOT RATED IN WORK STATE" TO
                   WS-REJECT-REASON
           END-IF.

      *> ====================================================
      *> An employee can only be paid by a company the payroll
      *> knows the FEIN, bank and ledger of. Without the
      *> company master only the original company is accepted.
      *> ====================================================
       VALIDATE-COMPANY-CODE.
           IF COMPANY-MASTER-AVAILABLE
               MOVE TRAN-EMP-COMPANY-CODE TO CO-CODE
               READ COMPANY-FILE
                   INVALID KEY
                       SET RECORD-IS-INVALID TO TRUE
                       MOVE "COMPANY NOT ON COMPANY MASTER" TO
                           WS-REJECT-REASON
               END-READ
           ELSE
               IF TRAN-EMP-COMPANY-CODE NOT = '01'
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "COMPANY MASTER UNAVAILABLE" TO
                       WS-REJECT-REASON
               END-IF
           END-IF.

      *> ====================================================
      *> Edit a W-4 election. The form is filed whole, so every
      *> field must be present and numeric; an exempt claim may
      *> only be Y or N (blank reads as N).
      *> ====================================================
       VALIDATE-W4-ELECTION.
           IF TRAN-W4-FILING-STATUS NOT = 'S' AND
               TRAN-W4-FILING-STATUS NOT = 'M' AND
               TRAN-W4-FILING-STATUS NOT = 'H'
               SET RECORD-IS-INVALID TO TRUE
               MOVE "W-4 FILING STATUS IS INVALID" TO
                   WS-REJECT-REASON
           END-IF.

           IF RECORD-IS-VALID AND
               (TRAN-W4-DEPENDENT-CREDIT IS NOT NUMERIC OR
                TRAN-W4-OTHER-INCOME IS NOT NUMERIC OR
                TRAN-W4-DEDUCTIONS IS NOT NUMERIC OR
                TRAN-W4-EXTRA-WITHHOLD IS NOT NUMERIC)
               SET RECORD-IS-INVALID TO TRUE
               MOVE "W-4 AMOUNT IS NOT NUMERIC" TO WS-REJECT-REASON
           END-IF.

           IF RECORD-IS-VALID AND
               TRAN-W4-EXEMPT-FLAG NOT = 'Y' AND
               TRAN-W4-EXEMPT-FLAG NOT = 'N' AND
               TRAN-W4-EXEMPT-FLAG NOT = SPACE
               SET RECORD-IS-INVALID TO TRUE
               MOVE "W-4 EXEMPT FLAG IS INVALID" TO WS-REJECT-REASON
           END-IF.

      *> ====================================================
      *> Add a new employee to the master
      *> ====================================================
           READ EMPLOYEE-FILE
               INVALID KEY
                   PERFORM BUILD-EMPLOYEE-RECORD
                   PERFORM CHECK-WAGE-COMPLIANCE
                   IF RECORD-IS-VALID
                       PERFORM WRITE-NEW-EMPLOYEE
                   ELSE
                       ADD 1 TO WS-REJECT-COUNT
                       PERFORM WRITE-MAINT-LOG-REJECTED
                   END-IF
               NOT INVALID KEY
                   MOVE "EMPLOYEE ALREADY EXISTS" TO WS-REJECT-REASON
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM WRITE-MAINT-LOG-REJECTED
           END-READ.

       WRITE-NEW-EMPLOYEE.
           PERFORM SAVE-EMPLOYEE-FIELDS.
           WRITE EMPLOYEE-RECORD
               INVALID KEY
                   MOVE "EMPLOYEE WRITE FAILED" TO
                       WS-REJECT-REASON
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM WRITE-MAINT-LOG-REJECTED
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM WRITE-MAINT-LOG-APPLIED
                   MOVE SPACES TO WS-HIST-BEFORE-IMAGE
                   PERFORM RECORD-EMPLOYEE-HISTORY
                   IF TRAN-W4-FILING-STATUS NOT = SPACES
                       PERFORM SAVE-W4-ELECTION
                   END-IF
                   PERFORM TRACK-NEW-HIRE
           END-WRITE.

      *> ====================================================
      *> Move the transaction fields into a new master record
      *> ====================================================
           MOVE TRAN-EMP-WORK-STATE      TO EMP-WORK-STATE.
           MOVE TRAN-EMP-PAY-TYPE        TO EMP-PAY-TYPE.
           MOVE TRAN-EMP-HOURLY-RATE     TO EMP-HOURLY-RATE.
           MOVE TRAN-EMP-BIRTH-DATE      TO EMP-BIRTH-DATE.
           MOVE TRAN-EMP-SSN             TO EMP-SSN.
           MOVE TRAN-EMP-ADDR-STREET     TO EMP-ADDR-STREET.
           MOVE TRAN-EMP-ADDR-CITY       TO EMP-ADDR-CITY.
           MOVE TRAN-EMP-ADDR-STATE      TO EMP-ADDR-STATE.
           MOVE TRAN-EMP-ADDR-ZIP        TO EMP-ADDR-ZIP.
           MOVE TRAN-EMP-WC-CLASS-CODE   TO EMP-WC-CLASS-CODE.
           MOVE TRAN-EMP-COMPANY-CODE    TO EMP-COMPANY-CODE.

      *> A new employee's status is effective from the hire date
      *> unless the transaction says otherwise
               MOVE 'S' TO EMP-PAY-TYPE
           END-IF.

           IF EMP-COMPANY-CODE = SPACES
               MOVE '01' TO EMP-COMPANY-CODE
           END-IF.

           IF EMP-STATUS NOT = 'A' AND EMP-STATUS NOT = 'I' AND
               EMP-STATUS NOT = 'R'
               MOVE 'A' TO EMP-STATUS
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM WRITE-MAINT-LOG-REJECTED
               NOT INVALID KEY
                   MOVE EMPLOYEE-RECORD TO WS-HIST-BEFORE-IMAGE
                   MOVE EMP-STATUS TO WS-PRIOR-STATUS
                   MOVE EMP-COMPANY-CODE TO WS-PRIOR-COMPANY
                   IF WS-PRIOR-COMPANY = SPACES
                       MOVE '01' TO WS-PRIOR-COMPANY
                   END-IF
                   PERFORM APPLY-EMPLOYEE-CHANGES
                   PERFORM CHECK-CHANGED-WC-CLASS
                   PERFORM CHECK-CHANGED-PAY
                   IF RECORD-IS-VALID
                       PERFORM REWRITE-CHANGED-EMPLOYEE
                   ELSE
                       ADD 1 TO WS-REJECT-COUNT
                       PERFORM WRITE-MAINT-LOG-REJECTED
                   END-IF
           END-READ.

       REWRITE-CHANGED-EMPLOYEE.
           PERFORM SAVE-EMPLOYEE-FIELDS.
           REWRITE EMPLOYEE-RECORD
               INVALID KEY
                   MOVE "EMPLOYEE REWRITE FAILED" TO
                       WS-REJECT-REASON
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM WRITE-MAINT-LOG-REJECTED
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM WRITE-MAINT-LOG-APPLIED
                   PERFORM RECORD-EMPLOYEE-HISTORY
                   IF WS-PRIOR-STATUS = 'I' AND SAVED-STATUS-ACTIVE
                       PERFORM TRACK-REHIRE
                   END-IF
                   IF TRAN-EMP-COMPANY-CODE NOT = SPACES AND
                       TRAN-EMP-COMPANY-CODE NOT = WS-PRIOR-COMPANY
                       PERFORM TRANSFER-YTD-TO-COMPANY
                   END-IF
           END-REWRITE.

       SAVE-EMPLOYEE-FIELDS.
           MOVE EMPLOYEE-RECORD  TO WS-HIST-AFTER-IMAGE.
           MOVE EMP-ID           TO WS-SAVED-EMP-ID.
           MOVE EMP-HIRE-DATE    TO WS-SAVED-HIRE-DATE.
           MOVE EMP-COMPANY-CODE TO WS-SAVED-COMPANY.
           MOVE EMP-STATUS       TO WS-SAVED-STATUS.

      *> A new class, or a move to another work state, must
      *> leave the employee in a class rated in their state
       CHECK-CHANGED-WC-CLASS.
           IF (TRAN-EMP-WC-CLASS-CODE NOT = SPACES OR
               TRAN-EMP-WORK-STATE NOT = SPACES) AND
               EMP-WC-CLASS-CODE NOT = SPACES
               MOVE EMP-WORK-STATE    TO WS-WC-STATE
               MOVE EMP-WC-CLASS-CODE TO WS-WC-CLASS-CODE
               PERFORM VALIDATE-WC-CLASS-CODE
           END-IF.

      *> Only a change that touches pay, or what the standard
      *> depends on, is held to the wage standards - an address
      *> change must not be rejected for an old rate
       CHECK-CHANGED-PAY.
           IF RECORD-IS-VALID AND
               (TRAN-EMP-SALARY NOT = 0 OR
                TRAN-EMP-HOURLY-RATE NOT = 0 OR
                TRAN-EMP-PAY-TYPE NOT = SPACES OR
                TRAN-EMP-IS-MANAGER NOT = 0 OR
                TRAN-EMP-WORK-STATE NOT = SPACES OR
                TRAN-EMP-CURRENCY-CODE NOT = SPACES OR
                TRAN-EMP-STATUS NOT = SPACES)
               PERFORM CHECK-WAGE-COMPLIANCE
           END-IF.

      *> ====================================================
      *> Pay must meet the wage standards in force on the date
      *> it takes effect (today when the transaction carries no
      *> effective date). An hourly employee's rate may not be
      *> below the minimum wage; a salaried manager, treated as
      *> exempt from overtime, may not be paid below the exempt
      *> salary threshold. Only active employees paid in US
      *> dollars are held to US standards.
      *> ====================================================
       CHECK-WAGE-COMPLIANCE.
           IF MIN-WAGES-AVAILABLE AND ACTIVE AND
               (EMP-CURRENCY-CODE = SPACES OR
                EMP-CURRENCY-CODE = 'USD')
               IF TRAN-EFFECTIVE-DATE NOT = 0
                   MOVE TRAN-EFFECTIVE-DATE TO WS-MW-AS-OF-DATE
               ELSE
                   MOVE WS-TODAY-NUM TO WS-MW-AS-OF-DATE
               END-IF
               MOVE 0 TO WS-MW-MINIMUM
               MOVE 0 TO WS-MW-EXEMPT-SALARY
               MOVE 'US' TO WS-MW-STATE
               PERFORM FIND-WAGE-STANDARD
               IF EMP-WORK-STATE NOT = SPACES AND
                   EMP-WORK-STATE NOT = 'US'
                   MOVE EMP-WORK-STATE TO WS-MW-STATE
                   PERFORM FIND-WAGE-STANDARD
               END-IF
               IF PAY-TYPE-HOURLY AND
                   EMP-HOURLY-RATE < WS-MW-MINIMUM
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "HOURLY RATE BELOW MINIMUM WAGE" TO
                       WS-REJECT-REASON
               END-IF
               IF PAY-TYPE-SALARIED AND EMP-IS-A-MANAGER AND
                   EMP-SALARY < WS-MW-EXEMPT-SALARY
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "EXEMPT SALARY BELOW THRESHOLD" TO
                       WS-REJECT-REASON
               END-IF
           END-IF.

      *> The table is keyed jurisdiction / effective date, so the
      *> jurisdiction's entries come back oldest first; the last
      *> one effective by the as-of date is the one in force,
      *> and it binds when it is higher than what is held so far
       FIND-WAGE-STANDARD.
           MOVE 0 TO WS-MW-FOUND-MINIMUM.
           MOVE 0 TO WS-MW-FOUND-EXEMPT.
           MOVE WS-MW-STATE TO MW-STATE-CODE.
           MOVE 0           TO MW-EFFECTIVE-DATE.
           MOVE 'N' TO WS-MW-EOF-FLAG.
           START MIN-WAGE-FILE KEY >= MW-KEY
               INVALID KEY
                   SET MW-SCAN-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-WAGE-STANDARD UNTIL MW-SCAN-DONE.
           IF WS-MW-FOUND-MINIMUM > WS-MW-MINIMUM
               MOVE WS-MW-FOUND-MINIMUM TO WS-MW-MINIMUM
           END-IF.
           IF WS-MW-FOUND-EXEMPT > WS-MW-EXEMPT-SALARY
               MOVE WS-MW-FOUND-EXEMPT TO WS-MW-EXEMPT-SALARY
           END-IF.

       READ-NEXT-WAGE-STANDARD.
           READ MIN-WAGE-FILE NEXT RECORD
               AT END
                   SET MW-SCAN-DONE TO TRUE
               NOT AT END
                   IF MW-STATE-CODE NOT = WS-MW-STATE OR
                       MW-EFFECTIVE-DATE > WS-MW-AS-OF-DATE
                       SET MW-SCAN-DONE TO TRUE
                   ELSE
                       MOVE MW-MINIMUM-HOURLY TO WS-MW-FOUND-MINIMUM
                       MOVE MW-EXEMPT-SALARY  TO WS-MW-FOUND-EXEMPT
                   END-IF
           END-READ.

       APPLY-EMPLOYEE-CHANGES.
           IF TRAN-EMP-HOURLY-RATE NOT = 0
               MOVE TRAN-EMP-HOURLY-RATE TO EMP-HOURLY-RATE
           END-IF.
           IF TRAN-EMP-BIRTH-DATE NOT = 0
               MOVE TRAN-EMP-BIRTH-DATE TO EMP-BIRTH-DATE
           END-IF.
           IF TRAN-EMP-SSN NOT = 0
               MOVE TRAN-EMP-SSN TO EMP-SSN
           END-IF.
           IF TRAN-EMP-ADDR-STREET NOT = SPACES
               MOVE TRAN-EMP-ADDR-STREET TO EMP-ADDR-STREET
           END-IF.
           IF TRAN-EMP-ADDR-CITY NOT = SPACES
               MOVE TRAN-EMP-ADDR-CITY TO EMP-ADDR-CITY
           END-IF.
           IF TRAN-EMP-ADDR-STATE NOT = SPACES
               MOVE TRAN-EMP-ADDR-STATE TO EMP-ADDR-STATE
           END-IF.
           IF TRAN-EMP-ADDR-ZIP NOT = SPACES
               MOVE TRAN-EMP-ADDR-ZIP TO EMP-ADDR-ZIP
           END-IF.
           IF TRAN-EMP-WC-CLASS-CODE NOT = SPACES
               MOVE TRAN-EMP-WC-CLASS-CODE TO EMP-WC-CLASS-CODE
           END-IF.
           IF TRAN-EMP-COMPANY-CODE NOT = SPACES
               MOVE TRAN-EMP-COMPANY-CODE TO EMP-COMPANY-CODE
           END-IF.

      *> ====================================================
      *> A move to another company is a new employer for wage
      *> base purposes. The year's accumulators earned with the
      *> old company are closed off to ytdxfer.dat, where the
      *> quarterly and year-end filings find them, and the live
      *> record restarts under the new company. The move takes
      *> effect on the status date the change carries, or today.
      *> A record still holding an earlier year is reset by the
      *> next payroll run anyway, so it only takes the company.
      *> ====================================================
       TRANSFER-YTD-TO-COMPANY.
           ADD 1 TO WS-TRANSFER-COUNT.
           IF TRAN-EMP-STATUS-DATE NOT = 0
               MOVE TRAN-EMP-STATUS-DATE TO WS-TRANSFER-DATE
           ELSE
               MOVE WS-TODAY-NUM TO WS-TRANSFER-DATE
           END-IF.
           IF YTD-FILE-AVAILABLE
               MOVE WS-SAVED-EMP-ID TO YTD-EMP-ID
               READ YTD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM RESTART-YTD-FOR-COMPANY
               END-READ
           END-IF.

       RESTART-YTD-FOR-COMPANY.
      *> Figures carried on records from before these fields
      *> were kept read back as spaces
           IF YTD-TAXABLE-WAGES NOT NUMERIC
               MOVE YTD-GROSS-PAY TO YTD-TAXABLE-WAGES
           END-IF.
           IF YTD-401K-MATCH NOT NUMERIC
               MOVE 0 TO YTD-401K-MATCH
           END-IF.
           IF YTD-PRIOR-CO-401K NOT NUMERIC
               MOVE 0 TO YTD-PRIOR-CO-401K
           END-IF.

           IF YTD-YEAR = WS-TRANSFER-YYYY AND YTD-GROSS-PAY > 0
               PERFORM WRITE-YTD-TRANSFER-RECORD
               ADD YTD-401K TO YTD-PRIOR-CO-401K
               MOVE 0 TO YTD-GROSS-PAY
               MOVE 0 TO YTD-FEDERAL-TAX
               MOVE 0 TO YTD-STATE-TAX
               MOVE 0 TO YTD-FICA-TAX
               MOVE 0 TO YTD-FICA-TAXABLE-WAGES
               MOVE 0 TO YTD-401K
               MOVE 0 TO YTD-HEALTH-PREMIUMS
               MOVE 0 TO YTD-OTHER-DEDUCTIONS
               MOVE 0 TO YTD-GARNISHMENTS
               MOVE 0 TO YTD-EMPLOYER-FICA
               MOVE 0 TO YTD-EMPLOYER-UNEMP
               MOVE 0 TO YTD-UNEMP-TAXABLE-WAGES
               MOVE 0 TO YTD-NET-PAY
               MOVE 0 TO YTD-TAXABLE-WAGES
               MOVE 0 TO YTD-401K-MATCH
           END-IF.
           MOVE WS-SAVED-COMPANY TO YTD-COMPANY-CODE.
           REWRITE YTD-RECORD
               INVALID KEY
                   DISPLAY "*** YTD REWRITE FAILED FOR EMPLOYEE "
                       WS-SAVED-EMP-ID " ***"
           END-REWRITE.

       WRITE-YTD-TRANSFER-RECORD.
           MOVE YTD-EMP-ID              TO YTX-EMP-ID.
           MOVE YTD-YEAR                TO YTX-YEAR.
           MOVE WS-PRIOR-COMPANY        TO YTX-COMPANY-CODE.
           MOVE WS-TRANSFER-DATE        TO YTX-TRANSFER-DATE.
           MOVE WS-SAVED-COMPANY        TO YTX-NEW-COMPANY-CODE.
           MOVE YTD-GROSS-PAY           TO YTX-GROSS-PAY.
           MOVE YTD-FEDERAL-TAX         TO YTX-FEDERAL-TAX.
           MOVE YTD-STATE-TAX           TO YTX-STATE-TAX.
           MOVE YTD-FICA-TAX            TO YTX-FICA-TAX.
           MOVE YTD-FICA-TAXABLE-WAGES  TO YTX-FICA-TAXABLE-WAGES.
           MOVE YTD-401K                TO YTX-401K.
           MOVE YTD-HEALTH-PREMIUMS     TO YTX-HEALTH-PREMIUMS.
           MOVE YTD-OTHER-DEDUCTIONS    TO YTX-OTHER-DEDUCTIONS.
           MOVE YTD-GARNISHMENTS        TO YTX-GARNISHMENTS.
           MOVE YTD-EMPLOYER-FICA       TO YTX-EMPLOYER-FICA.
           MOVE YTD-EMPLOYER-UNEMP      TO YTX-EMPLOYER-UNEMP.
           MOVE YTD-UNEMP-TAXABLE-WAGES TO YTX-UNEMP-TAXABLE-WAGES.
           MOVE YTD-NET-PAY             TO YTX-NET-PAY.
           MOVE YTD-TAXABLE-WAGES       TO YTX-TAXABLE-WAGES.
           MOVE YTD-401K-MATCH          TO YTX-401K-MATCH.
           OPEN EXTEND YTD-TRANSFER-FILE.
           IF YTX-FILE-NOT-FOUND
               OPEN OUTPUT YTD-TRANSFER-FILE
           END-IF.
           WRITE YTD-TRANSFER-RECORD.
           CLOSE YTD-TRANSFER-FILE.

      *> ====================================================
      *> Remove an employee from the master
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM WRITE-MAINT-LOG-REJECTED
               NOT INVALID KEY
                   MOVE EMPLOYEE-RECORD TO WS-HIST-BEFORE-IMAGE
                   MOVE SPACES TO WS-HIST-AFTER-IMAGE
                   DELETE EMPLOYEE-FILE RECORD
                       INVALID KEY
                           MOVE "EMPLOYEE DELETE FAILED" TO
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                           PERFORM WRITE-MAINT-LOG-APPLIED
                           PERFORM RECORD-EMPLOYEE-HISTORY
                           PERFORM DROP-W4-ELECTION
                   END-DELETE
           END-READ.

      *> ====================================================
      *> Enter an applied add, change or delete on the change
      *> history: every field whose value differs between the
      *> before and after images, with both values. It is
      *> dated from the transaction's effective date, else the
      *> hire date of an add, the status date a change carries,
      *> or today. A change that altered nothing is not entered.
      *> ====================================================
       RECORD-EMPLOYEE-HISTORY.
           MOVE SPACES            TO EMP-HISTORY-RECORD.
           MOVE TRAN-EMP-ID       TO EH-EMP-ID.
           EVALUATE TRUE
               WHEN TRAN-EFFECTIVE-DATE NOT = 0
                   MOVE TRAN-EFFECTIVE-DATE TO EH-EFFECTIVE-DATE
               WHEN TRAN-ADD
                   MOVE WS-SAVED-HIRE-DATE TO EH-EFFECTIVE-DATE
               WHEN TRAN-CHANGE AND TRAN-EMP-STATUS-DATE NOT = 0
                   MOVE TRAN-EMP-STATUS-DATE TO EH-EFFECTIVE-DATE
               WHEN OTHER
                   MOVE WS-TODAY-NUM TO EH-EFFECTIVE-DATE
           END-EVALUATE.
           MOVE TRAN-CODE         TO EH-TRAN-CODE.
           IF TRAN-SOURCE = SPACES
               MOVE "ROSTER" TO EH-SOURCE
           ELSE
               MOVE TRAN-SOURCE TO EH-SOURCE
           END-IF.
           MOVE WS-RUN-TIMESTAMP  TO EH-RECORDED-TIMESTAMP.
           MOVE 0                 TO EH-CHANGE-COUNT.
           PERFORM COMPARE-ONE-FIELD
               VARYING EFM-IDX FROM 1 BY 1
               UNTIL EFM-IDX > EMP-FIELD-COUNT.
           IF EH-CHANGE-COUNT > 0
               PERFORM WRITE-HISTORY-ENTRY
           END-IF.

       COMPARE-ONE-FIELD.
           IF WS-HIST-BEFORE-IMAGE(EFM-OFFSET(EFM-IDX):
                   EFM-LENGTH(EFM-IDX)) NOT =
               WS-HIST-AFTER-IMAGE(EFM-OFFSET(EFM-IDX):
                   EFM-LENGTH(EFM-IDX))
               ADD 1 TO EH-CHANGE-COUNT
               SET EH-CHG-IDX TO EH-CHANGE-COUNT
               SET EH-FIELD-NUMBER(EH-CHG-IDX) TO EFM-IDX
               MOVE WS-HIST-BEFORE-IMAGE(EFM-OFFSET(EFM-IDX):
                   EFM-LENGTH(EFM-IDX)) TO EH-BEFORE-VALUE(EH-CHG-IDX)
               MOVE WS-HIST-AFTER-IMAGE(EFM-OFFSET(EFM-IDX):
                   EFM-LENGTH(EFM-IDX)) TO EH-AFTER-VALUE(EH-CHG-IDX)
           END-IF.

      *> More than one change the same day takes the next
      *> sequence number free under the employee and date
       WRITE-HISTORY-ENTRY.
           MOVE 0 TO EH-SEQUENCE.
           MOVE 'N' TO WS-HIST-WRITTEN-FLAG.
           PERFORM TRY-HISTORY-WRITE
               UNTIL HISTORY-ENTRY-WRITTEN OR EH-SEQUENCE = 999.
           IF HISTORY-ENTRY-WRITTEN
               ADD 1 TO WS-HISTORY-COUNT
           ELSE
               DISPLAY "*** CHANGE HISTORY WRITE FAILED FOR EMPLOYEE "
                   EH-EMP-ID " - STATUS " WS-EH-FILE-STATUS " ***"
           END-IF.

       TRY-HISTORY-WRITE.
           ADD 1 TO EH-SEQUENCE.
           WRITE EMP-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HISTORY-ENTRY-WRITTEN TO TRUE
           END-WRITE.

      *> ====================================================
      *> File a W-4 for an existing employee. The new form
      *> replaces whatever election was on file and is in
      *> force from the day it is applied.
      *> ====================================================
       FILE-W4-ELECTION.
           MOVE TRAN-EMP-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "EMPLOYEE NOT FOUND" TO WS-REJECT-REASON
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM WRITE-MAINT-LOG-REJECTED
               NOT INVALID KEY
                   PERFORM SAVE-W4-ELECTION
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM WRITE-MAINT-LOG-APPLIED
           END-READ.

       SAVE-W4-ELECTION.
           MOVE TRAN-EMP-ID              TO W4-EMP-ID.
           MOVE TRAN-W4-FILING-STATUS    TO W4-FILING-STATUS.
           MOVE TRAN-W4-DEPENDENT-CREDIT TO W4-DEPENDENT-CREDIT.
           MOVE TRAN-W4-OTHER-INCOME     TO W4-OTHER-INCOME.
           MOVE TRAN-W4-DEDUCTIONS       TO W4-DEDUCTIONS.
           MOVE TRAN-W4-EXTRA-WITHHOLD   TO W4-EXTRA-WITHHOLD.
           IF TRAN-W4-EXEMPT-FLAG = 'Y'
               MOVE 'Y' TO W4-EXEMPT-FLAG
           ELSE
               MOVE 'N' TO W4-EXEMPT-FLAG
           END-IF.
           MOVE WS-TODAY-NUM             TO W4-EFFECTIVE-DATE.
           WRITE W4-ELECTION-RECORD
               INVALID KEY
                   REWRITE W4-ELECTION-RECORD
           END-WRITE.

       DROP-W4-ELECTION.
           MOVE TRAN-EMP-ID TO W4-EMP-ID.
           DELETE W4-ELECTION-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

      *> ====================================================
      *> Enter a hire on the new-hire tracker for the state
      *> report. A new employee is reported as of the hire
      *> date; a return from inactive to active is a rehire as
      *> of the status date the change carries, or today when
      *> it carries none. An entry already there for the same
      *> employee and date has been tracked once and stands.
      *> ====================================================
       TRACK-NEW-HIRE.
           MOVE WS-SAVED-EMP-ID    TO NH-EMP-ID.
           MOVE WS-SAVED-HIRE-DATE TO NH-HIRE-DATE.
           MOVE 'N'           TO NH-HIRE-TYPE.
           PERFORM WRITE-NEW-HIRE-ENTRY.

       TRACK-REHIRE.
           MOVE WS-SAVED-EMP-ID TO NH-EMP-ID.
           IF TRAN-EMP-STATUS-DATE NOT = 0
               MOVE TRAN-EMP-STATUS-DATE TO NH-HIRE-DATE
           ELSE
               MOVE WS-TODAY-NUM TO NH-HIRE-DATE
           END-IF.
           MOVE 'R' TO NH-HIRE-TYPE.
           PERFORM WRITE-NEW-HIRE-ENTRY.

       WRITE-NEW-HIRE-ENTRY.
           MOVE WS-TODAY-NUM TO NH-LOGGED-DATE.
           MOVE 0            TO NH-REPORTED-DATE.
           MOVE SPACES       TO NH-REPORTED-STATE.
           WRITE NEW-HIRE-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-NEW-HIRE-COUNT
           END-WRITE.

      *> ====================================================
      *> Maintenance log writers
      *> ====================================================
           IF DEPT-MASTER-AVAILABLE
               CLOSE DEPT-MASTER-FILE
           END-IF.
           CLOSE W4-ELECTION-FILE.
           IF WC-RATES-AVAILABLE
               CLOSE WC-RATE-FILE
           END-IF.
           IF MIN-WAGES-AVAILABLE
               CLOSE MIN-WAGE-FILE
           END-IF.
           CLOSE NEW-HIRE-FILE.
           IF COMPANY-MASTER-AVAILABLE
               CLOSE COMPANY-FILE
           END-IF.
           IF YTD-FILE-AVAILABLE
               CLOSE YTD-FILE
           END-IF.
           CLOSE EMP-HISTORY-FILE.

           DISPLAY " ".
           DISPLAY "Transactions read: " WS-TRAN-COUNT.
           DISPLAY "Transactions applied: " WS-APPLIED-COUNT.
           DISPLAY "Transactions rejected: " WS-REJECT-COUNT.
           DISPLAY "Hires entered for state reporting: "
               WS-NEW-HIRE-COUNT.
           DISPLAY "Company transfers: " WS-TRANSFER-COUNT.
           DISPLAY "Change history entries: " WS-HISTORY-COUNT.
           DISPLAY " ".

           IF WS-REJECT-COUNT > 0
