      *> Modification History:
      *>   Initial version - snapshot-to-master balance line
      *>     with optional corrective transactions.
      *>   Corrective transactions are marked as coming from the
      *>     reconciliation for the employee change history.
      *>   Declares the employee master's alternate keys on
      *>     EMP-NAME and EMP-DEPARTMENT.
      *>   The snapshot carries the HR export's birth date, work
      *>     state, SSN and home address, and a missed hire's add
      *>     transaction takes them so the roster edits pass it.
      *> ====================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPARTMENT
                   WITH DUPLICATES
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT RECON-REPORT-FILE ASSIGN TO "hrrecon.txt"
           05  SNP-PAY-FREQUENCY       PIC X(1).
           05  SNP-PAY-TYPE            PIC X(1).
           05  SNP-HOURLY-RATE         PIC 9(4)V99.
           05  SNP-BIRTH-DATE          PIC 9(8).
           05  SNP-WORK-STATE          PIC X(2).
           05  SNP-SSN                 PIC 9(9).
           05  SNP-ADDR-STREET         PIC X(30).
           05  SNP-ADDR-CITY           PIC X(20).
           05  SNP-ADDR-STATE          PIC X(2).
           05  SNP-ADDR-ZIP            PIC X(10).

       FD  SNAP-WORK-FILE.
       01  SNAP-WORK-RECORD.
           05  SNW-PAY-FREQUENCY       PIC X(1).
           05  SNW-PAY-TYPE            PIC X(1).
           05  SNW-HOURLY-RATE         PIC 9(4)V99.
           05  SNW-BIRTH-DATE          PIC 9(8).
           05  SNW-WORK-STATE          PIC X(2).
           05  SNW-SSN                 PIC 9(9).
           05  SNW-ADDR-STREET         PIC X(30).
           05  SNW-ADDR-CITY           PIC X(20).
           05  SNW-ADDR-STATE          PIC X(2).
           05  SNW-ADDR-ZIP            PIC X(10).

       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE.
           05  SSR-PAY-FREQUENCY       PIC X(1).
           05  SSR-PAY-TYPE            PIC X(1).
           05  SSR-HOURLY-RATE         PIC 9(4)V99.
           05  SSR-BIRTH-DATE          PIC 9(8).
           05  SSR-WORK-STATE          PIC X(2).
           05  SSR-SSN                 PIC 9(9).
           05  SSR-ADDR-STREET         PIC X(30).
           05  SSR-ADDR-CITY           PIC X(20).
           05  SSR-ADDR-STATE          PIC X(2).
           05  SSR-ADDR-ZIP            PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
                               TO SSR-PAY-FREQUENCY
                           MOVE SNP-PAY-TYPE      TO SSR-PAY-TYPE
                           MOVE SNP-HOURLY-RATE   TO SSR-HOURLY-RATE
                           MOVE SNP-BIRTH-DATE    TO SSR-BIRTH-DATE
                           MOVE SNP-WORK-STATE    TO SSR-WORK-STATE
                           MOVE SNP-SSN           TO SSR-SSN
                           MOVE SNP-ADDR-STREET   TO SSR-ADDR-STREET
                           MOVE SNP-ADDR-CITY     TO SSR-ADDR-CITY
                           MOVE SNP-ADDR-STATE    TO SSR-ADDR-STATE
                           MOVE SNP-ADDR-ZIP      TO SSR-ADDR-ZIP
                           RELEASE SNAP-SORT-RECORD
                       END-IF
               END-READ
           MOVE 0                   TO TRAN-EMP-IS-MANAGER.
           MOVE 0                   TO TRAN-EMP-EXECUTIVE-LEVEL.
           MOVE SNW-EFFECTIVE-DATE  TO TRAN-EMP-STATUS-DATE.
           MOVE SNW-WORK-STATE      TO TRAN-EMP-WORK-STATE.
           MOVE SNW-PAY-TYPE        TO TRAN-EMP-PAY-TYPE.
           MOVE SNW-HOURLY-RATE     TO TRAN-EMP-HOURLY-RATE.
           IF SNW-BIRTH-DATE IS NUMERIC
               MOVE SNW-BIRTH-DATE TO TRAN-EMP-BIRTH-DATE
           ELSE
               MOVE 0 TO TRAN-EMP-BIRTH-DATE
           END-IF.
           IF SNW-SSN IS NUMERIC
               MOVE SNW-SSN TO TRAN-EMP-SSN
           ELSE
               MOVE 0 TO TRAN-EMP-SSN
           END-IF.
           MOVE SNW-ADDR-STREET     TO TRAN-EMP-ADDR-STREET.
           MOVE SNW-ADDR-CITY       TO TRAN-EMP-ADDR-CITY.
           MOVE SNW-ADDR-STATE      TO TRAN-EMP-ADDR-STATE.
           MOVE SNW-ADDR-ZIP        TO TRAN-EMP-ADDR-ZIP.
           MOVE 0                   TO TRAN-EFFECTIVE-DATE.
           MOVE "HRRECON"           TO TRAN-SOURCE.
           WRITE TRANSACTION-RECORD.

       BUILD-CHANGE-TRANSACTION.
           MOVE SPACES              TO TRAN-EMP-WORK-STATE.
           MOVE SNW-PAY-TYPE        TO TRAN-EMP-PAY-TYPE.
           MOVE SNW-HOURLY-RATE     TO TRAN-EMP-HOURLY-RATE.
           MOVE 0                   TO TRAN-EFFECTIVE-DATE.
           MOVE "HRRECON"           TO TRAN-SOURCE.
           WRITE TRANSACTION-RECORD.

      *> ====================================================
