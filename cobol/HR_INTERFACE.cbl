      *>
      *> Modification History:
      *>   Initial version - HR export to roster transactions.
      *>   The export now carries the birth date, required on a
      *>     hire and passed on a change when HR supplies one.
      *>   The export now carries the work state, social security
      *>     number and home address, passed on a hire and on a
      *>     change when HR supplies them, for state new-hire
      *>     reporting.
      *>   Transactions are marked as coming from HR and carry the
      *>     export's effective date for the employee change history.
      *> ====================================================

       ENVIRONMENT DIVISION.
           05  HR-PAY-FREQUENCY        PIC X(1).
           05  HR-PAY-TYPE             PIC X(1).
           05  HR-HOURLY-RATE          PIC 9(4)V99.
           05  HR-BIRTH-DATE           PIC 9(8).
           05  HR-WORK-STATE           PIC X(2).
           05  HR-SSN                  PIC 9(9).
           05  HR-ADDR-STREET          PIC X(30).
           05  HR-ADDR-CITY            PIC X(20).
           05  HR-ADDR-STATE           PIC X(2).
           05  HR-ADDR-ZIP             PIC X(10).

       FD  TRANSACTION-FILE.
           COPY TRANREC.
                   WHEN HR-ACTION-TERMINATE
                       PERFORM BUILD-TERMINATE-TRANSACTION
               END-EVALUATE
               PERFORM MARK-HR-SOURCE
               WRITE TRANSACTION-RECORD
               ADD 1 TO WS-TRANS-WRITTEN
           END-IF.
               SET ROW-IS-INVALID TO TRUE
               MOVE "SALARY IS NOT NUMERIC" TO WS-REJECT-REASON
           END-IF.
           IF ROW-IS-VALID AND
               (HR-BIRTH-DATE NOT NUMERIC OR HR-BIRTH-DATE = 0)
               SET ROW-IS-INVALID TO TRUE
               MOVE "HIRE ROW HAS NO BIRTH DATE" TO WS-REJECT-REASON
           END-IF.

      *> The roster edits reject a hire without a recognized pay
      *> frequency, and an unrecognized one would be paid the
           ELSE
               MOVE 0 TO TRAN-EMP-HOURLY-RATE
           END-IF.
           IF HR-BIRTH-DATE IS NUMERIC
               MOVE HR-BIRTH-DATE TO TRAN-EMP-BIRTH-DATE
           ELSE
               MOVE 0 TO TRAN-EMP-BIRTH-DATE
           END-IF.
           PERFORM MOVE-HR-IDENTITY-FIELDS.

      *> ====================================================
      *> A change carries only the fields HR supplied; blank or
           ELSE
               MOVE 0 TO TRAN-EMP-HOURLY-RATE
           END-IF.
           IF HR-BIRTH-DATE IS NUMERIC
               MOVE HR-BIRTH-DATE TO TRAN-EMP-BIRTH-DATE
           ELSE
               MOVE 0 TO TRAN-EMP-BIRTH-DATE
           END-IF.
           PERFORM MOVE-HR-IDENTITY-FIELDS.

      *> ====================================================
      *> A termination is a change flipping the employee
           MOVE HR-EFFECTIVE-DATE   TO TRAN-EMP-STATUS-DATE.
           MOVE SPACES              TO TRAN-EMP-PAY-TYPE.
           MOVE 0                   TO TRAN-EMP-HOURLY-RATE.
           MOVE 0                   TO TRAN-EMP-BIRTH-DATE.
           MOVE 0                   TO TRAN-EMP-SSN.

      *> ====================================================
      *> Work state, social security number and home address
      *> ride along on a hire or change when HR supplies them -
      *> the state new-hire report needs all of them. A blank
      *> number becomes zero, which the roster reads as not
      *> given; blank text fields are left alone on a change.
      *> ====================================================
       MOVE-HR-IDENTITY-FIELDS.
           MOVE HR-WORK-STATE       TO TRAN-EMP-WORK-STATE.
           IF HR-SSN IS NUMERIC
               MOVE HR-SSN TO TRAN-EMP-SSN
           ELSE
               MOVE 0 TO TRAN-EMP-SSN
           END-IF.
           MOVE HR-ADDR-STREET      TO TRAN-EMP-ADDR-STREET.
           MOVE HR-ADDR-CITY        TO TRAN-EMP-ADDR-CITY.
           MOVE HR-ADDR-STATE       TO TRAN-EMP-ADDR-STATE.
           MOVE HR-ADDR-ZIP         TO TRAN-EMP-ADDR-ZIP.

      *> ====================================================
      *> The roster files the change history under the date
      *> HR says the action took effect; a change HR sent
      *> without one is dated the day it is applied.
      *> ====================================================
       MARK-HR-SOURCE.
           MOVE "HR" TO TRAN-SOURCE.
           IF HR-EFFECTIVE-DATE IS NUMERIC
               MOVE HR-EFFECTIVE-DATE TO TRAN-EFFECTIVE-DATE
           ELSE
               MOVE 0 TO TRAN-EFFECTIVE-DATE
           END-IF.

      *> ====================================================
      *> Termination - prove the handoff: every row read must be
