       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPT-BUDGET-SETUP.
      *> ====================================================
      *> Department payroll budget load
      *> Finance's approved annual and monthly payroll budgets
      *> come in as transactions on budgettrans.txt, one per
      *> department and year, are edited here (the department
      *> must be on the department master, the year must be
      *> real, and a monthly spread must add back to the annual
      *> figure), and only clean budgets reach deptbudget.dat
      *> for DEPT-BUDGET-REPORT to measure actual spend against.
      *>
      *> Transactions: 'A' adds the department's budget for the
      *> year (replacing one already on file), 'D' deletes it.
      *> An 'A' with no monthly figures spreads the annual
      *> budget evenly over the twelve months, December taking
      *> the odd cents; an 'A' with no annual figure takes the
      *> sum of its months. Results are listed on
      *> deptbudget.txt; rejects end the step RC 4.
      *>
      *> Modification History:
      *>   Initial version - edited department budget load.
      *> ====================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-TRANS-FILE ASSIGN TO "budgettrans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BGT-FILE-STATUS.

           SELECT DEPT-MASTER-FILE ASSIGN TO "deptmaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DM-FILE-STATUS.

           SELECT DEPT-BUDGET-FILE ASSIGN TO "deptbudget.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-KEY
               FILE STATUS IS WS-DB-FILE-STATUS.

           SELECT SETUP-LOG-FILE ASSIGN TO "deptbudget.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-TRANS-FILE.
       01  BUDGET-TRANS-RECORD.
           05  BGT-ACTION              PIC X(1).
               88  BGT-ADD                 VALUE 'A'.
               88  BGT-DELETE              VALUE 'D'.
           05  BGT-DEPT-CODE           PIC X(20).
           05  BGT-BUDGET-YEAR         PIC 9(4).
           05  BGT-ANNUAL-BUDGET       PIC 9(9)V99.
           05  BGT-MONTHLY-BUDGET      PIC 9(8)V99
                   OCCURS 12 TIMES INDEXED BY BGT-IDX.

       FD  DEPT-MASTER-FILE.
           COPY DEPTMAST.

       FD  DEPT-BUDGET-FILE.
           COPY DEPTBUDG.

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
           05  WS-BGT-FILE-STATUS      PIC X(2) VALUE '00'.
               88  BGT-FILE-OK              VALUE '00'.
           05  WS-DM-FILE-STATUS       PIC X(2) VALUE '00'.
               88  DM-FILE-OK               VALUE '00'.
           05  WS-DB-FILE-STATUS       PIC X(2) VALUE '00'.
               88  DB-FILE-OK               VALUE '00'.
               88  DB-FILE-NOT-FOUND        VALUE '35'.
           05  WS-LOG-FILE-STATUS      PIC X(2) VALUE '00'.
               88  LOG-FILE-OK              VALUE '00'.

       01  WS-COUNTERS.
           05  WS-TRANS-READ           PIC 9(5) VALUE 0.
           05  WS-BUDGETS-ADDED        PIC 9(5) VALUE 0.
           05  WS-BUDGETS-REPLACED     PIC 9(5) VALUE 0.
           05  WS-BUDGETS-DELETED      PIC 9(5) VALUE 0.
           05  WS-TRANS-REJECTED       PIC 9(5) VALUE 0.

       01  WS-TODAY-NUM                PIC 9(8) VALUE 0.

       01  WS-BUDGET-FIELDS.
           05  WS-MONTHS-TOTAL         PIC 9(10)V99.
           05  WS-EVEN-MONTH           PIC 9(8)V99.
           05  WS-ODD-CENTS-MONTH      PIC 9(9)V99.

       01  WS-REJECT-REASON            PIC X(40).
       01  WS-LOG-VERB                 PIC X(8).
       01  WS-EDITED-ANNUAL            PIC $$$,$$$,$$9.99.

      *> ====================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION.
           PERFORM PROCESS-BUDGET-TRANS.
           PERFORM TERMINATION.
           STOP RUN.

      *> ====================================================
      *> Initialization
      *> ====================================================
       INITIALIZATION.
           DISPLAY "=================================".
           DISPLAY "DEPARTMENT BUDGET LOAD".
           DISPLAY "=================================".
           DISPLAY " ".

           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.

           OPEN INPUT BUDGET-TRANS-FILE.
           IF NOT BGT-FILE-OK
               DISPLAY "UNABLE TO OPEN BUDGETTRANS.TXT - STATUS "
                   WS-BGT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT DEPT-MASTER-FILE.
           IF NOT DM-FILE-OK
               DISPLAY "UNABLE TO OPEN DEPTMASTER.DAT - STATUS "
                   WS-DM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-DEPT-BUDGET-FILE.
           OPEN OUTPUT SETUP-LOG-FILE.

      *> ====================================================
      *> Open the budget master, creating it on first use
      *> ====================================================
       OPEN-DEPT-BUDGET-FILE.
           OPEN I-O DEPT-BUDGET-FILE.
           IF DB-FILE-NOT-FOUND
               OPEN OUTPUT DEPT-BUDGET-FILE
               CLOSE DEPT-BUDGET-FILE
               OPEN I-O DEPT-BUDGET-FILE
           END-IF.

      *> ====================================================
      *> Work every budget transaction
      *> ====================================================
       PROCESS-BUDGET-TRANS.
           PERFORM READ-NEXT-BUDGET-TRANS UNTIL END-OF-FILE.

       READ-NEXT-BUDGET-TRANS.
           READ BUDGET-TRANS-FILE
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
               IF BGT-ADD
                   PERFORM ADD-ONE-BUDGET
               ELSE
                   PERFORM DELETE-ONE-BUDGET
               END-IF
           END-IF.

      *> ====================================================
      *> Edits common to both actions: a recognized action, a
      *> department on the master and a real budget year
      *> ====================================================
       VALIDATE-ONE-TRANS.
           SET TRANS-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.

           IF NOT BGT-ADD AND NOT BGT-DELETE
               SET TRANS-IS-INVALID TO TRUE
               MOVE "ACTION MUST BE A OR D" TO WS-REJECT-REASON
           END-IF.

           IF TRANS-IS-VALID
               MOVE BGT-DEPT-CODE TO DM-DEPT-CODE
               READ DEPT-MASTER-FILE
                   INVALID KEY
                       SET TRANS-IS-INVALID TO TRUE
                       MOVE "DEPARTMENT NOT ON MASTER" TO
                           WS-REJECT-REASON
               END-READ
           END-IF.

           IF TRANS-IS-VALID AND
               (BGT-BUDGET-YEAR NOT NUMERIC OR
                BGT-BUDGET-YEAR < 1900)
               SET TRANS-IS-INVALID TO TRUE
               MOVE "BUDGET YEAR IS INVALID" TO WS-REJECT-REASON
           END-IF.

           IF TRANS-IS-VALID AND BGT-ADD
               PERFORM VALIDATE-ADD-FIELDS
           END-IF.

      *> The months must be figures and, when given, add back to
      *> the annual budget to the cent - a spread that does not
      *> is a keying error, not a budget
       VALIDATE-ADD-FIELDS.
           IF BGT-ANNUAL-BUDGET NOT NUMERIC
               SET TRANS-IS-INVALID TO TRUE
               MOVE "ANNUAL BUDGET IS NOT NUMERIC" TO
                   WS-REJECT-REASON
           END-IF.

           MOVE 0 TO WS-MONTHS-TOTAL.
           IF TRANS-IS-VALID
               PERFORM ADD-ONE-MONTH
                   VARYING BGT-IDX FROM 1 BY 1
                   UNTIL BGT-IDX > 12 OR TRANS-IS-INVALID
           END-IF.

           IF TRANS-IS-VALID AND BGT-ANNUAL-BUDGET = 0 AND
               WS-MONTHS-TOTAL = 0
               SET TRANS-IS-INVALID TO TRUE
               MOVE "NO BUDGET FIGURES GIVEN" TO WS-REJECT-REASON
           END-IF.

           IF TRANS-IS-VALID AND BGT-ANNUAL-BUDGET > 0 AND
               WS-MONTHS-TOTAL > 0 AND
               WS-MONTHS-TOTAL NOT = BGT-ANNUAL-BUDGET
               SET TRANS-IS-INVALID TO TRUE
               MOVE "MONTHS DO NOT ADD TO ANNUAL BUDGET" TO
                   WS-REJECT-REASON
           END-IF.

       ADD-ONE-MONTH.
           IF BGT-MONTHLY-BUDGET (BGT-IDX) NOT NUMERIC
               SET TRANS-IS-INVALID TO TRUE
               MOVE "MONTHLY BUDGET IS NOT NUMERIC" TO
                   WS-REJECT-REASON
           ELSE
               ADD BGT-MONTHLY-BUDGET (BGT-IDX) TO WS-MONTHS-TOTAL
           END-IF.

      *> ====================================================
      *> Post the clean budget, replacing one already on file
      *> for the same department and year
      *> ====================================================
       ADD-ONE-BUDGET.
           MOVE BGT-DEPT-CODE   TO DB-DEPT-CODE.
           MOVE BGT-BUDGET-YEAR TO DB-BUDGET-YEAR.
           READ DEPT-BUDGET-FILE
               INVALID KEY
                   PERFORM BUILD-DEPT-BUDGET-RECORD
                   WRITE DEPT-BUDGET-RECORD
                   ADD 1 TO WS-BUDGETS-ADDED
                   MOVE "ADDED"    TO WS-LOG-VERB
               NOT INVALID KEY
                   PERFORM BUILD-DEPT-BUDGET-RECORD
                   REWRITE DEPT-BUDGET-RECORD
                   ADD 1 TO WS-BUDGETS-REPLACED
                   MOVE "REPLACED" TO WS-LOG-VERB
           END-READ.
           MOVE DB-ANNUAL-BUDGET TO WS-EDITED-ANNUAL.
           MOVE SPACES TO SETUP-LOG-LINE.
           STRING WS-LOG-VERB " " BGT-DEPT-CODE
               " YEAR " BGT-BUDGET-YEAR
               " ANNUAL " WS-EDITED-ANNUAL DELIMITED BY SIZE
               INTO SETUP-LOG-LINE
           END-STRING.
           WRITE SETUP-LOG-LINE.

      *> No spread given: twelve even months, December taking
      *> the cents the even split leaves over. No annual given:
      *> the months are the budget.
       BUILD-DEPT-BUDGET-RECORD.
           MOVE BGT-DEPT-CODE   TO DB-DEPT-CODE.
           MOVE BGT-BUDGET-YEAR TO DB-BUDGET-YEAR.
           MOVE WS-TODAY-NUM    TO DB-ENTERED-DATE.
           IF WS-MONTHS-TOTAL = 0
               MOVE BGT-ANNUAL-BUDGET TO DB-ANNUAL-BUDGET
               DIVIDE BGT-ANNUAL-BUDGET BY 12
                   GIVING WS-EVEN-MONTH
               END-DIVIDE
               PERFORM SPREAD-ONE-MONTH
                   VARYING BGT-IDX FROM 1 BY 1
                   UNTIL BGT-IDX > 11
               COMPUTE WS-ODD-CENTS-MONTH =
                   BGT-ANNUAL-BUDGET - (WS-EVEN-MONTH * 11)
               END-COMPUTE
               MOVE WS-ODD-CENTS-MONTH TO DB-MONTHLY-BUDGET (12)
           ELSE
               MOVE WS-MONTHS-TOTAL TO DB-ANNUAL-BUDGET
               PERFORM COPY-ONE-MONTH
                   VARYING BGT-IDX FROM 1 BY 1
                   UNTIL BGT-IDX > 12
           END-IF.

       SPREAD-ONE-MONTH.
           MOVE WS-EVEN-MONTH TO DB-MONTHLY-BUDGET (BGT-IDX).

       COPY-ONE-MONTH.
           MOVE BGT-MONTHLY-BUDGET (BGT-IDX)
               TO DB-MONTHLY-BUDGET (BGT-IDX).

       DELETE-ONE-BUDGET.
           MOVE BGT-DEPT-CODE   TO DB-DEPT-CODE.
           MOVE BGT-BUDGET-YEAR TO DB-BUDGET-YEAR.
           DELETE DEPT-BUDGET-FILE
               INVALID KEY
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "NO BUDGET ON FILE FOR THAT YEAR" TO
                       WS-REJECT-REASON
                   PERFORM REJECT-ONE-TRANS
               NOT INVALID KEY
                   ADD 1 TO WS-BUDGETS-DELETED
                   MOVE SPACES TO SETUP-LOG-LINE
                   STRING "DELETED  " BGT-DEPT-CODE
                       " YEAR " BGT-BUDGET-YEAR
                       DELIMITED BY SIZE INTO SETUP-LOG-LINE
                   END-STRING
                   WRITE SETUP-LOG-LINE
           END-DELETE.

       REJECT-ONE-TRANS.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE SPACES TO SETUP-LOG-LINE.
           STRING "REJECTED " BGT-ACTION " " BGT-DEPT-CODE
               " YEAR " BGT-BUDGET-YEAR
               " - " WS-REJECT-REASON DELIMITED BY SIZE
               INTO SETUP-LOG-LINE
           END-STRING.
           WRITE SETUP-LOG-LINE.
           DISPLAY "*** BUDGET FOR " BGT-DEPT-CODE
               " REJECTED - " WS-REJECT-REASON " ***".

      *> ====================================================
      *> Termination
      *> ====================================================
       TERMINATION.
           MOVE SPACES TO SETUP-LOG-LINE.
           WRITE SETUP-LOG-LINE.
           MOVE SPACES TO SETUP-LOG-LINE.
           STRING "BUDGETS ADDED: " WS-BUDGETS-ADDED
               "  REPLACED: " WS-BUDGETS-REPLACED
               "  DELETED: " WS-BUDGETS-DELETED
               "  REJECTED: " WS-TRANS-REJECTED
               DELIMITED BY SIZE INTO SETUP-LOG-LINE
           END-STRING.
           WRITE SETUP-LOG-LINE.

           CLOSE BUDGET-TRANS-FILE.
           CLOSE DEPT-MASTER-FILE.
           CLOSE DEPT-BUDGET-FILE.
           CLOSE SETUP-LOG-FILE.

           DISPLAY " ".
           DISPLAY "Transactions read: " WS-TRANS-READ.
           DISPLAY "Budgets added: " WS-BUDGETS-ADDED.
           DISPLAY "Budgets replaced: " WS-BUDGETS-REPLACED.
           DISPLAY "Budgets deleted: " WS-BUDGETS-DELETED.
           DISPLAY "Transactions rejected: " WS-TRANS-REJECTED.
           DISPLAY " ".

           IF RETURN-CODE = 0 AND WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
