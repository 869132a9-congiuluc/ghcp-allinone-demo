      *>   Payee names are resolved from the employee master so
      *>     the replacement check and the returns report no
      *>     longer go out blank.
      *>   The replacement payment carries the employee's
      *>     company from the employee master, so it is paid
      *>     from that company's account.
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

           SELECT PAYMENT-FILE ASSIGN TO "payments.dat"
      *> the replacement check and the returns report both say
      *> who the money belongs to
       01  WS-RESOLVED-NAME            PIC X(30).
      *> The employee's company - 01 when blank or unknown
       01  WS-RESOLVED-COMPANY         PIC X(2).

       01  WS-REPORT-DETAIL-LINE.
           05  WS-RD-TYPE              PIC X(6).

       RESOLVE-EMPLOYEE-NAME.
           MOVE SPACES TO WS-RESOLVED-NAME.
           MOVE '01' TO WS-RESOLVED-COMPANY.
           IF EMPLOYEE-MASTER-AVAILABLE
               MOVE RTN-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE
                           TO WS-RESOLVED-NAME
                   NOT INVALID KEY
                       MOVE EMP-NAME TO WS-RESOLVED-NAME
                       IF EMP-COMPANY-CODE NOT = SPACES
                           MOVE EMP-COMPANY-CODE
                               TO WS-RESOLVED-COMPANY
                       END-IF
               END-READ
           END-IF.

           MOVE 0             TO PAY-TRAILER-COUNT.
           MOVE 0             TO PAY-TRAILER-TOTAL.
           MOVE 0             TO PAY-PERIOD-ID.
           MOVE WS-RESOLVED-COMPANY TO PAY-COMPANY-CODE.
           WRITE PAYMENT-RECORD.

       WRITE-REPORT-DETAIL.
