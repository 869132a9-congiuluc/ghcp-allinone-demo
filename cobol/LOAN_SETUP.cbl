       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-SETUP.
      *> ====================================================
      *> Employee loan and pay advance setup
      *> Salary advances and hardship loans HR has approved and
      *> paid out come in as transactions on loantrans.txt, are
      *> edited here (the employee must be active on the master,
      *> the loan key must not already exist, the amount and
      *> per-period installment must be present and the
      *> installment no larger than the loan, and the approval
      *> reference must be quoted), and only clean loans reach
      *> loans.dat, where the payroll run recovers them. A
      *> write-off transaction closes an open loan HR has
      *> forgiven or finance has sent to collection, so the
      *> payroll run stops recovering it.
      *>
      *> Transactions: 'A' adds a loan (an issue date of zero
      *> means today), 'W' writes off an existing open loan by
      *> key. Results are listed on loansetup.txt; rejects end
      *> the step RC 4.
      *>
      *> Modification History:
      *>   Initial version - edited loan setup and write-off.
      *>   Declares the employee master's alternate keys on
      *>     EMP-NAME and EMP-DEPARTMENT.
      *> ====================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-TRANS-FILE ASSIGN TO "loantrans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LNT-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "employees.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPARTMENT
                   WITH DUPLICATES
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-KEY
               FILE STATUS IS WS-LN-FILE-STATUS.

           SELECT SETUP-LOG-FILE ASSIGN TO "loansetup.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-TRANS-FILE.
       01  LOAN-TRANS-RECORD.
           05  LNT-ACTION              PIC X(1).
               88  LNT-ADD                 VALUE 'A'.
               88  LNT-WRITE-OFF           VALUE 'W'.
           05  LNT-EMP-ID              PIC 9(5).
           05  LNT-LOAN-NO             PIC 9(3).
           05  LNT-LOAN-TYPE           PIC X(1).
           05  LNT-ISSUE-DATE          PIC 9(8).
           05  LNT-AMOUNT              PIC 9(8)V99.
           05  LNT-INSTALLMENT         PIC 9(6)V99.
           05  LNT-APPROVAL-REF        PIC X(12).

       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE.

       FD  LOAN-FILE.
           COPY LOAN.

       FD  SETUP-LOG-FILE.
       01  SETUP-LOG-LINE              PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X VALUE 'N'.
               88  END-OF-FILE             VALUE 'Y'.
           05  WS-TRANS-FLAG           PIC X VALUE 'Y'.
               88  TRANS-IS-VALID          VALUE 'Y'.
               88  TRANS-IS-INVALID        VALUE 'N'.

       01  WS-FILE-STATUSES.
           05  WS-LNT-FILE-STATUS      PIC X(2) VALUE '00'.
               88  LNT-FILE-OK              VALUE '00'.
           05  WS-EMP-FILE-STATUS      PIC X(2) VALUE '00'.
               88  EMP-FILE-OK              VALUE '00'.
           05  WS-LN-FILE-STATUS       PIC X(2) VALUE '00'.
               88  LN-FILE-OK               VALUE '00'.
               88  LN-FILE-NOT-FOUND        VALUE '35'.
           05  WS-LOG-FILE-STATUS      PIC X(2) VALUE '00'.
               88  LOG-FILE-OK              VALUE '00'.

       01  WS-COUNTERS.
           05  WS-TRANS-READ           PIC 9(5) VALUE 0.
           05  WS-LOANS-ADDED          PIC 9(5) VALUE 0.
           05  WS-LOANS-WRITTEN-OFF    PIC 9(5) VALUE 0.
           05  WS-TRANS-REJECTED       PIC 9(5) VALUE 0.
           05  WS-TOTAL-ADVANCED       PIC 9(10)V99 VALUE 0.
           05  WS-TOTAL-WRITTEN-OFF    PIC 9(10)V99 VALUE 0.

       01  WS-TODAY-NUM                PIC 9(8) VALUE 0.

       01  WS-ISSUE-DATE-FIELDS.
           05  WS-ISSUE-DATE-NUM       PIC 9(8).
           05  WS-ISSUE-DATE-PARTS REDEFINES WS-ISSUE-DATE-NUM.
               10  WS-ISSUE-YYYY       PIC 9(4).
               10  WS-ISSUE-MM         PIC 9(2).
               10  WS-ISSUE-DD         PIC 9(2).

       01  WS-REJECT-REASON            PIC X(40).

       01  WS-EDITED-AMOUNT            PIC $$,$$$,$$9.99.
       01  WS-EDITED-INSTALLMENT       PIC $$$,$$9.99.

      *> ====================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION.
           PERFORM PROCESS-LOAN-TRANS.
           PERFORM TERMINATION.
           STOP RUN.

      *> ====================================================
      *> Initialization
      *> ====================================================
       INITIALIZATION.
           DISPLAY "=================================".
           DISPLAY "EMPLOYEE LOAN SETUP".
           DISPLAY "=================================".
           DISPLAY " ".

           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.

           OPEN INPUT LOAN-TRANS-FILE.
           IF NOT LNT-FILE-OK
               DISPLAY "UNABLE TO OPEN LOANTRANS.TXT - STATUS "
                   WS-LNT-FILE-STATUS
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

           PERFORM OPEN-LOAN-FILE.
           OPEN OUTPUT SETUP-LOG-FILE.

      *> ====================================================
      *> Open the loan master, creating it on first use
      *> ====================================================
       OPEN-LOAN-FILE.
           OPEN I-O LOAN-FILE.
           IF LN-FILE-NOT-FOUND
               OPEN OUTPUT LOAN-FILE
               CLOSE LOAN-FILE
               OPEN I-O LOAN-FILE
           END-IF.

      *> ====================================================
      *> Work every setup transaction
      *> ====================================================
       PROCESS-LOAN-TRANS.
           PERFORM READ-NEXT-LOAN-TRANS UNTIL END-OF-FILE.

       READ-NEXT-LOAN-TRANS.
           READ LOAN-TRANS-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-READ
                   PERFORM WORK-ONE-TRANS
           END-READ.

       WORK-ONE-TRANS.
           PERFORM VALIDATE-ONE-TRANS.
           IF TRANS-IS-INVALID
               PERFORM REJECT-ONE-TRANS
           ELSE
               IF LNT-ADD
                   PERFORM ADD-ONE-LOAN
               ELSE
                   PERFORM WRITE-OFF-ONE-LOAN
               END-IF
           END-IF.

      *> ====================================================
      *> Edits common to both actions: a recognized action, an
      *> employee on the master and a loan number
      *> ====================================================
       VALIDATE-ONE-TRANS.
           SET TRANS-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.

           IF NOT LNT-ADD AND NOT LNT-WRITE-OFF
               SET TRANS-IS-INVALID TO TRUE
               MOVE "ACTION MUST BE A OR W" TO WS-REJECT-REASON
           END-IF.

           IF TRANS-IS-VALID AND
               (LNT-EMP-ID NOT NUMERIC OR LNT-EMP-ID = 0)
               SET TRANS-IS-INVALID TO TRUE
               MOVE "EMPLOYEE ID MISSING" TO WS-REJECT-REASON
           END-IF.

           IF TRANS-IS-VALID AND
               (LNT-LOAN-NO NOT NUMERIC OR LNT-LOAN-NO = 0)
               SET TRANS-IS-INVALID TO TRUE
               MOVE "LOAN NUMBER MISSING" TO WS-REJECT-REASON
           END-IF.

           IF TRANS-IS-VALID
               MOVE LNT-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       SET TRANS-IS-INVALID TO TRUE
                       MOVE "EMPLOYEE NOT ON MASTER" TO
                           WS-REJECT-REASON
               END-READ
           END-IF.

           IF TRANS-IS-VALID AND LNT-ADD
               PERFORM VALIDATE-ADD-FIELDS
           END-IF.

      *> A loan is only recoverable from someone still on the
      *> payroll, and it must carry the terms it will be
      *> recovered on
       VALIDATE-ADD-FIELDS.
           IF NOT ACTIVE
               SET TRANS-IS-INVALID TO TRUE
               MOVE "EMPLOYEE IS NOT ACTIVE" TO WS-REJECT-REASON
           END-IF.

           IF TRANS-IS-VALID AND
               LNT-LOAN-TYPE NOT = 'A' AND LNT-LOAN-TYPE NOT = 'H'
               SET TRANS-IS-INVALID TO TRUE
               MOVE "LOAN TYPE NOT A OR H" TO WS-REJECT-REASON
           END-IF.

           IF TRANS-IS-VALID AND
               (LNT-AMOUNT NOT NUMERIC OR LNT-AMOUNT = 0)
               SET TRANS-IS-INVALID TO TRUE
               MOVE "LOAN AMOUNT MISSING" TO WS-REJECT-REASON
           END-IF.

           IF TRANS-IS-VALID AND
               (LNT-INSTALLMENT NOT NUMERIC OR LNT-INSTALLMENT = 0)
               SET TRANS-IS-INVALID TO TRUE
               MOVE "INSTALLMENT MISSING" TO WS-REJECT-REASON
           END-IF.

           IF TRANS-IS-VALID AND LNT-INSTALLMENT > LNT-AMOUNT
               SET TRANS-IS-INVALID TO TRUE
               MOVE "INSTALLMENT EXCEEDS LOAN AMOUNT" TO
                   WS-REJECT-REASON
           END-IF.

           IF TRANS-IS-VALID AND LNT-APPROVAL-REF = SPACES
               SET TRANS-IS-INVALID TO TRUE
               MOVE "APPROVAL REFERENCE IS BLANK" TO
                   WS-REJECT-REASON
           END-IF.

           IF TRANS-IS-VALID
               PERFORM VALIDATE-ISSUE-DATE
           END-IF.

           IF TRANS-IS-VALID
               MOVE LNT-EMP-ID  TO LN-EMP-ID
               MOVE LNT-LOAN-NO TO LN-LOAN-NO
               READ LOAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET TRANS-IS-INVALID TO TRUE
                       MOVE "LOAN KEY ALREADY ON FILE" TO
                           WS-REJECT-REASON
               END-READ
           END-IF.

      *> A blank or zero issue date means the loan was paid out
      *> today; any other must be a real, non-future date
       VALIDATE-ISSUE-DATE.
           IF LNT-ISSUE-DATE NOT NUMERIC OR LNT-ISSUE-DATE = 0
               MOVE WS-TODAY-NUM TO LNT-ISSUE-DATE
           END-IF.
           MOVE LNT-ISSUE-DATE TO WS-ISSUE-DATE-NUM.

           IF WS-ISSUE-MM < 1 OR WS-ISSUE-MM > 12 OR
               WS-ISSUE-DD < 1 OR WS-ISSUE-DD > 31 OR
               WS-ISSUE-YYYY < 1900
               SET TRANS-IS-INVALID TO TRUE
               MOVE "ISSUE DATE IS INVALID" TO WS-REJECT-REASON
           END-IF.

           IF TRANS-IS-VALID AND LNT-ISSUE-DATE > WS-TODAY-NUM
               SET TRANS-IS-INVALID TO TRUE
               MOVE "ISSUE DATE IS IN THE FUTURE" TO
                   WS-REJECT-REASON
           END-IF.

      *> ====================================================
      *> Post the clean loan, open for recovery in full
      *> ====================================================
       ADD-ONE-LOAN.
           MOVE LNT-EMP-ID        TO LN-EMP-ID.
           MOVE LNT-LOAN-NO       TO LN-LOAN-NO.
           MOVE LNT-LOAN-TYPE     TO LN-LOAN-TYPE.
           MOVE LNT-ISSUE-DATE    TO LN-ISSUE-DATE.
           MOVE LNT-AMOUNT        TO LN-ORIGINAL-AMOUNT.
           MOVE LNT-INSTALLMENT   TO LN-INSTALLMENT.
           MOVE LNT-AMOUNT        TO LN-REMAINING-BALANCE.
           SET LN-LOAN-OPEN       TO TRUE.
           MOVE 0                 TO LN-TOTAL-RECOVERED.
           MOVE 0                 TO LN-LAST-RECOVERY-DATE.
           MOVE 0                 TO LN-LAST-RECOVERY-AMOUNT.
           MOVE 0                 TO LN-RECOVERY-MONTH.
           MOVE 0                 TO LN-MONTH-RECOVERED.
           MOVE LNT-APPROVAL-REF  TO LN-APPROVAL-REF.
           WRITE LOAN-RECORD.
           ADD 1 TO WS-LOANS-ADDED.
           ADD LNT-AMOUNT TO WS-TOTAL-ADVANCED.
           PERFORM LOG-ONE-LOAN-ADDED.

      *> A write-off leaves the unrecovered balance on the
      *> record for finance but stops the payroll recovery
       WRITE-OFF-ONE-LOAN.
           MOVE LNT-EMP-ID  TO LN-EMP-ID.
           MOVE LNT-LOAN-NO TO LN-LOAN-NO.
           READ LOAN-FILE
               INVALID KEY
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "LOAN NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM REJECT-ONE-TRANS
               NOT INVALID KEY
                   IF LN-LOAN-OPEN
                       ADD LN-REMAINING-BALANCE
                           TO WS-TOTAL-WRITTEN-OFF
                       MOVE LN-REMAINING-BALANCE
                           TO WS-EDITED-AMOUNT
                       SET LN-LOAN-WRITTEN-OFF TO TRUE
                       REWRITE LOAN-RECORD
                       ADD 1 TO WS-LOANS-WRITTEN-OFF
                       PERFORM LOG-ONE-LOAN-WRITTEN-OFF
                   ELSE
                       SET TRANS-IS-INVALID TO TRUE
                       MOVE "LOAN IS NOT OPEN" TO WS-REJECT-REASON
                       PERFORM REJECT-ONE-TRANS
                   END-IF
           END-READ.

       LOG-ONE-LOAN-ADDED.
           MOVE LNT-AMOUNT      TO WS-EDITED-AMOUNT.
           MOVE LNT-INSTALLMENT TO WS-EDITED-INSTALLMENT.
           MOVE SPACES TO SETUP-LOG-LINE.
           STRING "ADDED    EMPLOYEE " LNT-EMP-ID
               " LOAN " LNT-LOAN-NO " TYPE " LNT-LOAN-TYPE
               " AMOUNT " WS-EDITED-AMOUNT
               " INSTALLMENT " WS-EDITED-INSTALLMENT
               " REF " LNT-APPROVAL-REF DELIMITED BY SIZE
               INTO SETUP-LOG-LINE
           END-STRING.
           WRITE SETUP-LOG-LINE.

       LOG-ONE-LOAN-WRITTEN-OFF.
           MOVE SPACES TO SETUP-LOG-LINE.
           STRING "WROTE OFF EMPLOYEE " LNT-EMP-ID
               " LOAN " LNT-LOAN-NO
               " UNRECOVERED BALANCE " WS-EDITED-AMOUNT
               DELIMITED BY SIZE INTO SETUP-LOG-LINE
           END-STRING.
           WRITE SETUP-LOG-LINE.

       REJECT-ONE-TRANS.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE SPACES TO SETUP-LOG-LINE.
           STRING "REJECTED " LNT-ACTION " EMPLOYEE " LNT-EMP-ID
               " LOAN " LNT-LOAN-NO
               " - " WS-REJECT-REASON DELIMITED BY SIZE
               INTO SETUP-LOG-LINE
           END-STRING.
           WRITE SETUP-LOG-LINE.
           DISPLAY "*** LOAN TRANSACTION FOR " LNT-EMP-ID
               " REJECTED - " WS-REJECT-REASON " ***".

      *> ====================================================
      *> Termination
      *> ====================================================
       TERMINATION.
           MOVE SPACES TO SETUP-LOG-LINE.
           WRITE SETUP-LOG-LINE.
           MOVE SPACES TO SETUP-LOG-LINE.
           STRING "LOANS ADDED: " WS-LOANS-ADDED
               "  ADVANCED $" WS-TOTAL-ADVANCED
               "  WRITTEN OFF: " WS-LOANS-WRITTEN-OFF
               "  $" WS-TOTAL-WRITTEN-OFF
               DELIMITED BY SIZE INTO SETUP-LOG-LINE
           END-STRING.
           WRITE SETUP-LOG-LINE.

           CLOSE LOAN-TRANS-FILE.
           CLOSE EMPLOYEE-FILE.
           CLOSE LOAN-FILE.
           CLOSE SETUP-LOG-FILE.

           DISPLAY " ".
           DISPLAY "Transactions read: " WS-TRANS-READ.
           DISPLAY "Loans added: " WS-LOANS-ADDED.
           DISPLAY "Loans written off: " WS-LOANS-WRITTEN-OFF.
           DISPLAY "Transactions rejected: " WS-TRANS-REJECTED.
           DISPLAY " ".

           IF RETURN-CODE = 0 AND WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
