       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABOR-DIST-SETUP.
      *> ====================================================
      *> Labor distribution setup
      *> Percentage allocations of an employee's pay across GL
      *> cost centers - for staff who split their time between
      *> departments or grant-funded projects - come in as
      *> transactions on labordisttrans.txt, are edited here
      *> (the employee must be on the master, the effective
      *> date must be a real date, every cost center must be
      *> one the department master posts under and appear only
      *> once in the set, every percentage must be present,
      *> the set must add to exactly 100 percent, and the
      *> approval reference must be quoted), and only clean
      *> sets reach labordist.dat, where the payroll run
      *> splits the GL posting by the set in force.
      *>
      *> Transactions: 'A' adds the allocation set effective on
      *> its date (replacing a set already on file for the
      *> same employee and date; a set with no allocations
      *> returns the employee to the home department in full
      *> from that date), 'D' deletes the set on file for the
      *> employee and date. Results are listed on
      *> labordist.txt; rejects end the step RC 4.
      *>
      *> Modification History:
      *>   Initial version - edited labor distribution setup.
      *>   Declares the employee master's alternate keys on
      *>     EMP-NAME and EMP-DEPARTMENT.
      *> ====================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LD-TRANS-FILE ASSIGN TO "labordisttrans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LDT-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "employees.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPARTMENT
                   WITH DUPLICATES
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT DEPT-MASTER-FILE ASSIGN TO "deptmaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DM-FILE-STATUS.

           SELECT LABOR-DIST-FILE ASSIGN TO "labordist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LD-KEY
               FILE STATUS IS WS-LD-FILE-STATUS.

           SELECT CC-WORK-FILE ASSIGN TO "ccwork.tmp"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCW-COST-CENTER
               FILE STATUS IS WS-CCW-FILE-STATUS.

           SELECT SETUP-LOG-FILE ASSIGN TO "labordist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LD-TRANS-FILE.
       01  LD-TRANS-RECORD.
           05  LDT-ACTION              PIC X(1).
               88  LDT-ADD                 VALUE 'A'.
               88  LDT-DELETE              VALUE 'D'.
           05  LDT-EMP-ID              PIC 9(5).
           05  LDT-EFFECTIVE-DATE      PIC 9(8).
           05  LDT-ALLOC-COUNT         PIC 9(2).
           05  LDT-ALLOCATION OCCURS 10 TIMES
                   INDEXED BY LDT-IDX LDT-DUP-IDX.
               10  LDT-COST-CENTER     PIC X(10).
               10  LDT-PERCENT         PIC 9(3)V99.
           05  LDT-APPROVAL-REF        PIC X(12).

       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE.

       FD  DEPT-MASTER-FILE.
           COPY DEPTMAST.

       FD  LABOR-DIST-FILE.
           COPY LABDIST.

      *> The cost centers the department master posts under,
      *> banked by account so each allocation can be checked
       FD  CC-WORK-FILE.
       01  CC-WORK-RECORD.
           05  CCW-COST-CENTER         PIC X(10).

       FD  SETUP-LOG-FILE.
       01  SETUP-LOG-LINE              PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X VALUE 'N'.
               88  END-OF-FILE             VALUE 'Y'.
           05  WS-DM-EOF-FLAG          PIC X VALUE 'N'.
               88  DEPT-MASTER-DONE        VALUE 'Y'.
           05  WS-DM-AVAILABLE         PIC X VALUE 'N'.
               88  DEPT-MASTER-AVAILABLE   VALUE 'Y'.
           05  WS-TRANS-FLAG           PIC X VALUE 'Y'.
               88  TRANS-IS-VALID          VALUE 'Y'.
               88  TRANS-IS-INVALID        VALUE 'N'.

       01  WS-FILE-STATUSES.
           05  WS-LDT-FILE-STATUS      PIC X(2) VALUE '00'.
               88  LDT-FILE-OK              VALUE '00'.
           05  WS-EMP-FILE-STATUS      PIC X(2) VALUE '00'.
               88  EMP-FILE-OK              VALUE '00'.
           05  WS-DM-FILE-STATUS       PIC X(2) VALUE '00'.
               88  DM-FILE-OK               VALUE '00'.
           05  WS-LD-FILE-STATUS       PIC X(2) VALUE '00'.
               88  LD-FILE-OK               VALUE '00'.
               88  LD-FILE-NOT-FOUND        VALUE '35'.
           05  WS-CCW-FILE-STATUS      PIC X(2) VALUE '00'.
               88  CCW-FILE-OK              VALUE '00'.
           05  WS-LOG-FILE-STATUS      PIC X(2) VALUE '00'.
               88  LOG-FILE-OK              VALUE '00'.

       01  WS-COUNTERS.
           05  WS-TRANS-READ           PIC 9(5) VALUE 0.
           05  WS-SETS-ADDED           PIC 9(5) VALUE 0.
           05  WS-SETS-REPLACED        PIC 9(5) VALUE 0.
           05  WS-SETS-DELETED         PIC 9(5) VALUE 0.
           05  WS-TRANS-REJECTED       PIC 9(5) VALUE 0.

       01  WS-TODAY-NUM                PIC 9(8) VALUE 0.

       01  WS-EFFECTIVE-DATE-FIELDS.
           05  WS-EFF-DATE-NUM         PIC 9(8).
           05  WS-EFF-DATE-PARTS REDEFINES WS-EFF-DATE-NUM.
               10  WS-EFF-YYYY         PIC 9(4).
               10  WS-EFF-MM           PIC 9(2).
               10  WS-EFF-DD           PIC 9(2).

       01  WS-PERCENT-TOTAL            PIC 9(5)V99.
       01  WS-REJECT-REASON            PIC X(40).
       01  WS-EDITED-PERCENT           PIC ZZ9.99.

      *> ====================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION.
           PERFORM PROCESS-LD-TRANS.
           PERFORM TERMINATION.
           STOP RUN.

      *> ====================================================
      *> Initialization
      *> ====================================================
       INITIALIZATION.
           DISPLAY "=================================".
           DISPLAY "LABOR DISTRIBUTION SETUP".
           DISPLAY "=================================".
           DISPLAY " ".

           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.

           OPEN INPUT LD-TRANS-FILE.
           IF NOT LDT-FILE-OK
               DISPLAY "UNABLE TO OPEN LABORDISTTRANS.TXT - STATUS "
                   WS-LDT-FILE-STATUS
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

           PERFORM LOAD-COST-CENTERS.
           PERFORM OPEN-LABOR-DIST-FILE.
           OPEN OUTPUT SETUP-LOG-FILE.

      *> ====================================================
      *> Bank every cost center on the department master. With
      *> no master on hand the cost centers cannot be checked,
      *> and the run says so rather than refusing the work.
      *> ====================================================
       LOAD-COST-CENTERS.
           OPEN OUTPUT CC-WORK-FILE.
           OPEN INPUT DEPT-MASTER-FILE.
           IF DM-FILE-OK
               SET DEPT-MASTER-AVAILABLE TO TRUE
               PERFORM READ-NEXT-DEPARTMENT UNTIL DEPT-MASTER-DONE
               CLOSE DEPT-MASTER-FILE
           ELSE
               DISPLAY "DEPARTMENT MASTER UNAVAILABLE - COST "
                   "CENTERS NOT CHECKED THIS RUN"
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
      *> Open the labor distribution master, creating it on
      *> first use
      *> ====================================================
       OPEN-LABOR-DIST-FILE.
           OPEN I-O LABOR-DIST-FILE.
           IF LD-FILE-NOT-FOUND
               OPEN OUTPUT LABOR-DIST-FILE
               CLOSE LABOR-DIST-FILE
               OPEN I-O LABOR-DIST-FILE
           END-IF.

      *> ====================================================
      *> Work every setup transaction
      *> ====================================================
       PROCESS-LD-TRANS.
           PERFORM READ-NEXT-LD-TRANS UNTIL END-OF-FILE.

       READ-NEXT-LD-TRANS.
           READ LD-TRANS-FILE
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
               IF LDT-ADD
                   PERFORM ADD-ONE-SET
               ELSE
                   PERFORM DELETE-ONE-SET
               END-IF
           END-IF.

      *> ====================================================
      *> Edits common to both actions: a recognized action, an
      *> employee on the master and a real effective date
      *> ====================================================
       VALIDATE-ONE-TRANS.
           SET TRANS-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.

           IF NOT LDT-ADD AND NOT LDT-DELETE
               SET TRANS-IS-INVALID TO TRUE
               MOVE "ACTION MUST BE A OR D" TO WS-REJECT-REASON
           END-IF.

           IF TRANS-IS-VALID AND
               (LDT-EMP-ID NOT NUMERIC OR LDT-EMP-ID = 0)
               SET TRANS-IS-INVALID TO TRUE
               MOVE "EMPLOYEE ID MISSING" TO WS-REJECT-REASON
           END-IF.

           IF TRANS-IS-VALID
               MOVE LDT-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       SET TRANS-IS-INVALID TO TRUE
                       MOVE "EMPLOYEE NOT ON MASTER" TO
                           WS-REJECT-REASON
               END-READ
           END-IF.

           IF TRANS-IS-VALID
               PERFORM VALIDATE-EFFECTIVE-DATE
           END-IF.

           IF TRANS-IS-VALID AND LDT-ADD
               PERFORM VALIDATE-ADD-FIELDS
           END-IF.

       VALIDATE-EFFECTIVE-DATE.
           IF LDT-EFFECTIVE-DATE NOT NUMERIC
               MOVE 0 TO WS-EFF-DATE-NUM
           ELSE
               MOVE LDT-EFFECTIVE-DATE TO WS-EFF-DATE-NUM
           END-IF.
           IF WS-EFF-MM < 1 OR WS-EFF-MM > 12 OR
               WS-EFF-DD < 1 OR WS-EFF-DD > 31 OR
               WS-EFF-YYYY < 1900
               SET TRANS-IS-INVALID TO TRUE
               MOVE "EFFECTIVE DATE IS INVALID" TO WS-REJECT-REASON
           END-IF.

      *> An allocation set must spread exactly all of the pay,
      *> over cost centers accounting actually posts to, and
      *> carry the approval it was set up under
       VALIDATE-ADD-FIELDS.
           IF LDT-ALLOC-COUNT NOT NUMERIC OR LDT-ALLOC-COUNT > 10
               SET TRANS-IS-INVALID TO TRUE
               MOVE "ALLOCATION COUNT NOT 0 THRU 10" TO
                   WS-REJECT-REASON
           END-IF.

           IF TRANS-IS-VALID AND LDT-APPROVAL-REF = SPACES
               SET TRANS-IS-INVALID TO TRUE
               MOVE "APPROVAL REFERENCE IS BLANK" TO
                   WS-REJECT-REASON
           END-IF.

           IF TRANS-IS-VALID AND LDT-ALLOC-COUNT > 0
               MOVE 0 TO WS-PERCENT-TOTAL
               PERFORM VALIDATE-ONE-ALLOCATION
                   VARYING LDT-IDX FROM 1 BY 1
                   UNTIL LDT-IDX > LDT-ALLOC-COUNT
                       OR TRANS-IS-INVALID
               IF TRANS-IS-VALID AND WS-PERCENT-TOTAL NOT = 100
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "PERCENTAGES DO NOT ADD TO 100" TO
                       WS-REJECT-REASON
               END-IF
           END-IF.

       VALIDATE-ONE-ALLOCATION.
           IF LDT-COST-CENTER (LDT-IDX) = SPACES
               SET TRANS-IS-INVALID TO TRUE
               MOVE "COST CENTER IS BLANK" TO WS-REJECT-REASON
           END-IF.

           IF TRANS-IS-VALID AND
               (LDT-PERCENT (LDT-IDX) NOT NUMERIC OR
                LDT-PERCENT (LDT-IDX) = 0)
               SET TRANS-IS-INVALID TO TRUE
               MOVE "PERCENTAGE MISSING" TO WS-REJECT-REASON
           END-IF.

           IF TRANS-IS-VALID AND DEPT-MASTER-AVAILABLE
               MOVE LDT-COST-CENTER (LDT-IDX) TO CCW-COST-CENTER
               READ CC-WORK-FILE
                   INVALID KEY
                       SET TRANS-IS-INVALID TO TRUE
                       MOVE "COST CENTER NOT ON DEPARTMENT MASTER"
                           TO WS-REJECT-REASON
               END-READ
           END-IF.

           IF TRANS-IS-VALID
               PERFORM CHECK-DUPLICATE-COST-CENTER
                   VARYING LDT-DUP-IDX FROM 1 BY 1
                   UNTIL LDT-DUP-IDX >= LDT-IDX
           END-IF.

           IF TRANS-IS-VALID
               ADD LDT-PERCENT (LDT-IDX) TO WS-PERCENT-TOTAL
           END-IF.

       CHECK-DUPLICATE-COST-CENTER.
           IF LDT-COST-CENTER (LDT-DUP-IDX) =
               LDT-COST-CENTER (LDT-IDX)
               SET TRANS-IS-INVALID TO TRUE
               MOVE "COST CENTER REPEATED IN THE SET" TO
                   WS-REJECT-REASON
           END-IF.

      *> ====================================================
      *> Post the clean set, replacing one already on file for
      *> the same employee and date
      *> ====================================================
       ADD-ONE-SET.
           MOVE LDT-EMP-ID         TO LD-EMP-ID.
           MOVE LDT-EFFECTIVE-DATE TO LD-EFFECTIVE-DATE.
           READ LABOR-DIST-FILE
               INVALID KEY
                   PERFORM BUILD-LABOR-DIST-RECORD
                   WRITE LABOR-DIST-RECORD
                   ADD 1 TO WS-SETS-ADDED
                   MOVE SPACES TO SETUP-LOG-LINE
                   STRING "ADDED    EMPLOYEE " LDT-EMP-ID
                       " EFFECTIVE " LDT-EFFECTIVE-DATE
                       " ALLOCATIONS " LDT-ALLOC-COUNT
                       " REF " LDT-APPROVAL-REF DELIMITED BY SIZE
                       INTO SETUP-LOG-LINE
                   END-STRING
               NOT INVALID KEY
                   PERFORM BUILD-LABOR-DIST-RECORD
                   REWRITE LABOR-DIST-RECORD
                   ADD 1 TO WS-SETS-REPLACED
                   MOVE SPACES TO SETUP-LOG-LINE
                   STRING "REPLACED EMPLOYEE " LDT-EMP-ID
                       " EFFECTIVE " LDT-EFFECTIVE-DATE
                       " ALLOCATIONS " LDT-ALLOC-COUNT
                       " REF " LDT-APPROVAL-REF DELIMITED BY SIZE
                       INTO SETUP-LOG-LINE
                   END-STRING
           END-READ.
           WRITE SETUP-LOG-LINE.
           IF LDT-ALLOC-COUNT = 0
               MOVE "         HOME DEPARTMENT 100.00 PERCENT"
                   TO SETUP-LOG-LINE
               WRITE SETUP-LOG-LINE
           ELSE
               PERFORM LOG-ONE-ALLOCATION
                   VARYING LDT-IDX FROM 1 BY 1
                   UNTIL LDT-IDX > LDT-ALLOC-COUNT
           END-IF.

       BUILD-LABOR-DIST-RECORD.
           MOVE LDT-EMP-ID         TO LD-EMP-ID.
           MOVE LDT-EFFECTIVE-DATE TO LD-EFFECTIVE-DATE.
           MOVE LDT-ALLOC-COUNT    TO LD-ALLOC-COUNT.
           PERFORM COPY-ONE-ALLOCATION
               VARYING LDT-IDX FROM 1 BY 1
               UNTIL LDT-IDX > 10.
           MOVE LDT-APPROVAL-REF   TO LD-APPROVAL-REF.
           MOVE WS-TODAY-NUM       TO LD-ENTERED-DATE.

      *> Slots past the set's count are cleared so a shorter
      *> replacement set leaves nothing of the old one behind
       COPY-ONE-ALLOCATION.
           IF LDT-IDX > LDT-ALLOC-COUNT
               MOVE SPACES TO LD-COST-CENTER (LDT-IDX)
               MOVE 0      TO LD-PERCENT (LDT-IDX)
           ELSE
               MOVE LDT-COST-CENTER (LDT-IDX)
                   TO LD-COST-CENTER (LDT-IDX)
               MOVE LDT-PERCENT (LDT-IDX)
                   TO LD-PERCENT (LDT-IDX)
           END-IF.

       LOG-ONE-ALLOCATION.
           MOVE LDT-PERCENT (LDT-IDX) TO WS-EDITED-PERCENT.
           MOVE SPACES TO SETUP-LOG-LINE.
           STRING "         COST CENTER " LDT-COST-CENTER (LDT-IDX)
               " " WS-EDITED-PERCENT " PERCENT"
               DELIMITED BY SIZE INTO SETUP-LOG-LINE
           END-STRING.
           WRITE SETUP-LOG-LINE.

       DELETE-ONE-SET.
           MOVE LDT-EMP-ID         TO LD-EMP-ID.
           MOVE LDT-EFFECTIVE-DATE TO LD-EFFECTIVE-DATE.
           DELETE LABOR-DIST-FILE
               INVALID KEY
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "SET NOT ON FILE FOR THAT DATE" TO
                       WS-REJECT-REASON
                   PERFORM REJECT-ONE-TRANS
               NOT INVALID KEY
                   ADD 1 TO WS-SETS-DELETED
                   MOVE SPACES TO SETUP-LOG-LINE
                   STRING "DELETED  EMPLOYEE " LDT-EMP-ID
                       " EFFECTIVE " LDT-EFFECTIVE-DATE
                       DELIMITED BY SIZE INTO SETUP-LOG-LINE
                   END-STRING
                   WRITE SETUP-LOG-LINE
           END-DELETE.

       REJECT-ONE-TRANS.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE SPACES TO SETUP-LOG-LINE.
           STRING "REJECTED " LDT-ACTION " EMPLOYEE " LDT-EMP-ID
               " EFFECTIVE " LDT-EFFECTIVE-DATE
               " - " WS-REJECT-REASON DELIMITED BY SIZE
               INTO SETUP-LOG-LINE
           END-STRING.
           WRITE SETUP-LOG-LINE.
           DISPLAY "*** LABOR DISTRIBUTION FOR " LDT-EMP-ID
               " REJECTED - " WS-REJECT-REASON " ***".

      *> ====================================================
      *> Termination
      *> ====================================================
       TERMINATION.
           MOVE SPACES TO SETUP-LOG-LINE.
           WRITE SETUP-LOG-LINE.
           MOVE SPACES TO SETUP-LOG-LINE.
           STRING "SETS ADDED: " WS-SETS-ADDED
               "  REPLACED: " WS-SETS-REPLACED
               "  DELETED: " WS-SETS-DELETED
               "  REJECTED: " WS-TRANS-REJECTED
               DELIMITED BY SIZE INTO SETUP-LOG-LINE
           END-STRING.
           WRITE SETUP-LOG-LINE.

           CLOSE LD-TRANS-FILE.
           CLOSE EMPLOYEE-FILE.
           CLOSE CC-WORK-FILE.
           CLOSE LABOR-DIST-FILE.
           CLOSE SETUP-LOG-FILE.

           DISPLAY " ".
           DISPLAY "Transactions read: " WS-TRANS-READ.
           DISPLAY "Allocation sets added: " WS-SETS-ADDED.
           DISPLAY "Allocation sets replaced: " WS-SETS-REPLACED.
           DISPLAY "Allocation sets deleted: " WS-SETS-DELETED.
           DISPLAY "Transactions rejected: " WS-TRANS-REJECTED.
           DISPLAY " ".

           IF RETURN-CODE = 0 AND WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
