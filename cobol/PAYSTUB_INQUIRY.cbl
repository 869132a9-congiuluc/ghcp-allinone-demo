      *> whole pay history, one line per period. Output goes to
      *> the console and to the reprint file.
      *>
      *> Pay history older than the retention window is moved
      *> off the live file by PAY-HISTORY-RETENTION into dated
      *> archives logged on phistarchlog.dat. A stub no longer on
      *> the live file is looked for in each logged archive, and
      *> the history listing shows the archived periods, marked
      *> ARCHIVED, ahead of the live ones.
      *>
      *> Modification History:
      *>   Initial version - reprint and history listing from
      *>     the pay history file.
      *>   The reprint shows the loan and pay advance recovery
      *>     taken from the check, when there was one.
      *>   The reprint shows the non-taxable expense
      *>     reimbursement paid with the check, when there was
      *>     one.
      *>   Searches the pay history archives for periods purged
      *>     from the live file.
      *> ====================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPR-FILE-STATUS.

           SELECT ARCHIVE-LOG-FILE ASSIGN TO "phistarchlog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHL-ARCHIVE-DATE
               FILE STATUS IS WS-PHL-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY-FILE.
       FD  REPRINT-FILE.
       01  REPRINT-LINE                PIC X(100).

       FD  ARCHIVE-LOG-FILE.
           COPY PHARCLOG.

       FD  ARCHIVE-FILE.
           COPY PHARCH.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X VALUE 'N'.
               88  HISTORY-DONE            VALUE 'Y'.
           05  WS-ARCHIVES-FLAG        PIC X VALUE 'N'.
               88  ARCHIVES-ON-FILE        VALUE 'Y'.
           05  WS-LOG-EOF-FLAG         PIC X VALUE 'N'.
               88  ARCHIVE-LOG-DONE        VALUE 'Y'.
           05  WS-ARCH-EOF-FLAG        PIC X VALUE 'N'.
               88  ARCHIVE-DONE            VALUE 'Y'.
           05  WS-ARCH-FOUND-FLAG      PIC X VALUE 'N'.
               88  STUB-FOUND-IN-ARCHIVE   VALUE 'Y'.
           05  WS-LIVE-FLAG            PIC X VALUE 'N'.
               88  STILL-ON-LIVE-FILE      VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-PHS-FILE-STATUS      PIC X(2) VALUE '00'.
               88  PHS-FILE-OK              VALUE '00'.
           05  WS-RPR-FILE-STATUS      PIC X(2) VALUE '00'.
               88  RPR-FILE-OK              VALUE '00'.
           05  WS-PHL-FILE-STATUS      PIC X(2) VALUE '00'.
               88  PHL-FILE-OK              VALUE '00'.
           05  WS-PHA-FILE-STATUS      PIC X(2) VALUE '00'.
               88  PHA-FILE-OK              VALUE '00'.

       01  WS-ARCHIVE-FILE-NAME        PIC X(24) VALUE SPACES.

       01  WS-PARM-INPUT               PIC X(12) VALUE SPACES.
       01  WS-PARM-PARTS REDEFINES WS-PARM-INPUT.
           05  WS-HL-GROSS             PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(6)  VALUE "  NET ".
           05  WS-HL-NET               PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-HL-SOURCE            PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-CAPTION-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.

           OPEN OUTPUT REPRINT-FILE.

      *> No archive log just means nothing has been archived yet
           OPEN INPUT ARCHIVE-LOG-FILE.
           IF PHL-FILE-OK
               SET ARCHIVES-ON-FILE TO TRUE
           END-IF.

      *> ====================================================
      *> Reprint the single requested employee-period stub
      *> ====================================================
           MOVE WS-REQUEST-PERIOD  TO PH-PERIOD-ID.
           READ PAY-HISTORY-FILE
               INVALID KEY
                   PERFORM REPRINT-ARCHIVED-STUB
               NOT INVALID KEY
                   PERFORM WRITE-STUB-REPRINT
           END-READ.

      *> Not on the live file - it may have been archived
       REPRINT-ARCHIVED-STUB.
           PERFORM SEARCH-ARCHIVES.
           IF NOT STUB-FOUND-IN-ARCHIVE
               DISPLAY "*** NO PAY HISTORY FOR EMPLOYEE "
                   WS-REQUEST-EMP-ID " PERIOD "
                   WS-REQUEST-PERIOD " ***"
               MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-STUB-REPRINT.
           MOVE SPACES TO REPRINT-LINE.
           STRING "PAYSTUB REPRINT - EMPLOYEE " PH-EMP-ID
           MOVE "GARNISHMENTS"         TO WS-CL-CAPTION.
           MOVE PH-GARNISH             TO WS-CL-AMOUNT.
           PERFORM WRITE-CAPTION-LINE.
           IF PH-LOAN-RECOVERY IS NUMERIC AND PH-LOAN-RECOVERY > 0
               MOVE "LOAN/ADVANCE RECOVERY" TO WS-CL-CAPTION
               MOVE PH-LOAN-RECOVERY       TO WS-CL-AMOUNT
               PERFORM WRITE-CAPTION-LINE
           END-IF.
           IF PH-REIMBURSEMENT IS NUMERIC AND PH-REIMBURSEMENT > 0
               MOVE "EXPENSE REIMBURSEMENT" TO WS-CL-CAPTION
               MOVE PH-REIMBURSEMENT       TO WS-CL-AMOUNT
               PERFORM WRITE-CAPTION-LINE
           END-IF.
           MOVE "NET PAY"              TO WS-CL-CAPTION.
           MOVE PH-NET-PAY             TO WS-CL-AMOUNT.
           PERFORM WRITE-CAPTION-LINE.
      *> List the employee's whole pay history, newest last
      *> ====================================================
       LIST-PAY-HISTORY.
           PERFORM SEARCH-ARCHIVES.
           MOVE SPACES            TO WS-HL-SOURCE.
           MOVE WS-REQUEST-EMP-ID TO PH-EMP-ID.
           MOVE 0                 TO PH-PERIOD-ID.
           START PAY-HISTORY-FILE KEY >= PH-KEY
           MOVE WS-HISTORY-LINE TO REPRINT-LINE.
           PERFORM ECHO-REPRINT-LINE.

      *> ====================================================
      *> Look through every logged archive, oldest first: for a
      *> reprint until the stub turns up, for a listing every
      *> one of the employee's archived periods. A period still
      *> on the live file (a purge not yet finished) is left for
      *> the live listing.
      *> ====================================================
       SEARCH-ARCHIVES.
           IF ARCHIVES-ON-FILE
               MOVE 'N' TO WS-LOG-EOF-FLAG
               MOVE 0   TO PHL-ARCHIVE-DATE
               START ARCHIVE-LOG-FILE KEY >= PHL-ARCHIVE-DATE
                   INVALID KEY
                       SET ARCHIVE-LOG-DONE TO TRUE
               END-START
               PERFORM READ-NEXT-ARCHIVE-LOG
                   UNTIL ARCHIVE-LOG-DONE OR STUB-FOUND-IN-ARCHIVE
           END-IF.

       READ-NEXT-ARCHIVE-LOG.
           READ ARCHIVE-LOG-FILE NEXT RECORD
               AT END
                   SET ARCHIVE-LOG-DONE TO TRUE
               NOT AT END
                   PERFORM SEARCH-ONE-ARCHIVE
           END-READ.

       SEARCH-ONE-ARCHIVE.
           MOVE PHL-FILE-NAME TO WS-ARCHIVE-FILE-NAME.
           OPEN INPUT ARCHIVE-FILE.
           IF PHA-FILE-OK
               MOVE 'N' TO WS-ARCH-EOF-FLAG
               PERFORM READ-NEXT-ARCHIVED
                   UNTIL ARCHIVE-DONE OR STUB-FOUND-IN-ARCHIVE
               CLOSE ARCHIVE-FILE
           ELSE
               DISPLAY "*** ARCHIVE " WS-ARCHIVE-FILE-NAME
                   " NOT AVAILABLE - STATUS " WS-PHA-FILE-STATUS
                   " ***"
               MOVE 4 TO RETURN-CODE
           END-IF.

       READ-NEXT-ARCHIVED.
           READ ARCHIVE-FILE
               AT END
                   SET ARCHIVE-DONE TO TRUE
               NOT AT END
                   IF PHA-DETAIL
                       MOVE PHA-HISTORY-DATA TO PAY-HISTORY-RECORD
                       IF PH-EMP-ID = WS-REQUEST-EMP-ID
                           PERFORM CHECK-ONE-ARCHIVED
                       END-IF
                   END-IF
           END-READ.

       CHECK-ONE-ARCHIVED.
           IF WS-REQUEST-PERIOD > 0
               IF PH-PERIOD-ID = WS-REQUEST-PERIOD
                   PERFORM REPRINT-FROM-ARCHIVE
               END-IF
           ELSE
               MOVE 'N' TO WS-LIVE-FLAG
               IF PHL-ARCHIVED
                   READ PAY-HISTORY-FILE
                       INVALID KEY
                           MOVE PHA-HISTORY-DATA
                               TO PAY-HISTORY-RECORD
                       NOT INVALID KEY
                           SET STILL-ON-LIVE-FILE TO TRUE
                   END-READ
               END-IF
               IF NOT STILL-ON-LIVE-FILE
                   MOVE "ARCHIVED" TO WS-HL-SOURCE
                   PERFORM LIST-ONE-HISTORY-LINE
               END-IF
           END-IF.

       REPRINT-FROM-ARCHIVE.
           SET STUB-FOUND-IN-ARCHIVE TO TRUE.
           MOVE SPACES TO REPRINT-LINE.
           STRING "REPRINTED FROM PAY HISTORY ARCHIVE "
               WS-ARCHIVE-FILE-NAME DELIMITED BY SIZE
               INTO REPRINT-LINE
           END-STRING.
           PERFORM ECHO-REPRINT-LINE.
           PERFORM WRITE-STUB-REPRINT.

      *> ====================================================
      *> Termination
      *> ====================================================
       TERMINATION.
           CLOSE PAY-HISTORY-FILE.
           CLOSE REPRINT-FILE.
           IF ARCHIVES-ON-FILE
               CLOSE ARCHIVE-LOG-FILE
           END-IF.
           DISPLAY " ".
           DISPLAY "Inquiry complete.".
