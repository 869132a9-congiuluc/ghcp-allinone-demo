       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-SNAPSHOT.
      *> ====================================================
      *> Pre-run snapshot of the payroll masters
      *> Runs just ahead of the payroll step. Copies every
      *> master the payroll step posts to - ytd.dat,
      *> leavebal.dat, dedarrears.dat, garnish.dat, loans.dat,
      *> suspense.dat, payhistory.dat and the period's calendar
      *> record with its paid flag - into one consistent
      *> snapshot, paysnapshot.dat (SNAPREC.cpy), with a
      *> control record per master. When a period posts with
      *> bad input (a wrong rate table, a timesheet file fed
      *> twice) PERIOD-BACKOUT restores the masters from it, as
      *> long as the period's payments have not gone out.
      *>
      *> The period is the one the payroll step will pay: the
      *> open calendar period covering today. There is nothing
      *> to snapshot for a trial run (it posts nothing), or when
      *> no open period covers today (the payroll step refuses
      *> the run itself), and the snapshot already on file is
      *> left alone.
      *>
      *> Once the period has begun posting - a checkpoint is
      *> waiting to resume it, or the pay history already holds
      *> payments for it - the masters are no longer the ones
      *> the period started from. The snapshot taken before the
      *> first attempt is kept; if there is none for the period
      *> no snapshot is taken, the step ends RC 4 and the period
      *> cannot be backed out.
      *>
      *> Any master that cannot be read, or a snapshot that
      *> cannot be written, ends the step RC 16, which holds the
      *> payroll step - a period is never posted without the
      *> snapshot to back it out from.
      *>
      *> Modification History:
      *>   Initial version - snapshot of the payroll masters
      *>     ahead of the payroll step.
      *> ====================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-MODE-FILE ASSIGN TO "runmode.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODE-FILE-STATUS.

           SELECT PAY-CALENDAR-FILE ASSIGN TO "paycalendar.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCAL-PERIOD-ID
               FILE STATUS IS WS-PCL-FILE-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "checkpoint.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHK-RUN-ID
               FILE STATUS IS WS-CHK-FILE-STATUS.

           SELECT YTD-FILE ASSIGN TO "ytd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-FILE-STATUS.

           SELECT LEAVE-FILE ASSIGN TO "leavebal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-EMP-ID
               FILE STATUS IS WS-LV-FILE-STATUS.

           SELECT ARREARS-FILE ASSIGN TO "dedarrears.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARR-EMP-ID
               FILE STATUS IS WS-ARR-FILE-STATUS.

           SELECT GARNISH-FILE ASSIGN TO "garnish.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAR-KEY
               FILE STATUS IS WS-GAR-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-KEY
               FILE STATUS IS WS-LN-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "suspense.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-EMP-ID
               FILE STATUS IS WS-SUS-FILE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO "payhistory.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PHS-FILE-STATUS.

           SELECT TAX-DETAIL-FILE ASSIGN TO "taxdetail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXD-FILE-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO "paysnapshot.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-MODE-FILE.
       01  RUN-MODE-RECORD             PIC X(10).

       FD  PAY-CALENDAR-FILE.
           COPY PAYCAL.

       FD  CHECKPOINT-FILE.
           COPY CHKPOINT.

       FD  YTD-FILE.
           COPY YTD.

       FD  LEAVE-FILE.
           COPY LEAVE.

       FD  ARREARS-FILE.
           COPY DEDARR.

       FD  GARNISH-FILE.
           COPY GARNISH.

       FD  LOAN-FILE.
           COPY LOAN.

       FD  SUSPENSE-FILE.
           COPY SUSPENSE.

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  TAX-DETAIL-FILE.
           COPY TAXDTL.

       FD  SNAPSHOT-FILE.
           COPY SNAPREC.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-PCL-EOF-FLAG         PIC X VALUE 'N'.
               88  CALENDAR-SEARCH-DONE    VALUE 'Y'.
           05  WS-PERIOD-FOUND-FLAG    PIC X VALUE 'N'.
               88  PAY-PERIOD-FOUND        VALUE 'Y'.
           05  WS-COPY-EOF-FLAG        PIC X VALUE 'N'.
               88  MASTER-COPY-DONE        VALUE 'Y'.
           05  WS-POSTING-FLAG         PIC X VALUE 'N'.
               88  PERIOD-POSTING-BEGUN    VALUE 'Y'.
           05  WS-OLD-SNAPSHOT-FLAG    PIC X VALUE 'N'.
               88  OLD-SNAPSHOT-COMPLETE   VALUE 'Y'.
           05  WS-YTD-AVAILABLE        PIC X VALUE 'N'.
               88  YTD-AVAILABLE           VALUE 'Y'.
           05  WS-LV-AVAILABLE         PIC X VALUE 'N'.
               88  LEAVE-AVAILABLE         VALUE 'Y'.
           05  WS-ARR-AVAILABLE        PIC X VALUE 'N'.
               88  ARREARS-AVAILABLE       VALUE 'Y'.
           05  WS-GAR-AVAILABLE        PIC X VALUE 'N'.
               88  GARNISH-AVAILABLE       VALUE 'Y'.
           05  WS-LN-AVAILABLE         PIC X VALUE 'N'.
               88  LOANS-AVAILABLE         VALUE 'Y'.
           05  WS-SUS-AVAILABLE        PIC X VALUE 'N'.
               88  SUSPENSE-AVAILABLE      VALUE 'Y'.
           05  WS-PHS-AVAILABLE        PIC X VALUE 'N'.
               88  PAY-HISTORY-AVAILABLE   VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-MODE-FILE-STATUS     PIC X(2) VALUE '00'.
               88  MODE-FILE-OK             VALUE '00'.
           05  WS-PCL-FILE-STATUS      PIC X(2) VALUE '00'.
               88  PCL-FILE-OK              VALUE '00'.
           05  WS-CHK-FILE-STATUS      PIC X(2) VALUE '00'.
               88  CHK-FILE-OK              VALUE '00'.
           05  WS-YTD-FILE-STATUS      PIC X(2) VALUE '00'.
               88  YTD-FILE-OK              VALUE '00'.
               88  YTD-FILE-NOT-FOUND       VALUE '35'.
           05  WS-LV-FILE-STATUS       PIC X(2) VALUE '00'.
               88  LV-FILE-OK               VALUE '00'.
               88  LV-FILE-NOT-FOUND        VALUE '35'.
           05  WS-ARR-FILE-STATUS      PIC X(2) VALUE '00'.
               88  ARR-FILE-OK              VALUE '00'.
               88  ARR-FILE-NOT-FOUND       VALUE '35'.
           05  WS-GAR-FILE-STATUS      PIC X(2) VALUE '00'.
               88  GAR-FILE-OK              VALUE '00'.
               88  GAR-FILE-NOT-FOUND       VALUE '35'.
           05  WS-LN-FILE-STATUS       PIC X(2) VALUE '00'.
               88  LN-FILE-OK               VALUE '00'.
               88  LN-FILE-NOT-FOUND        VALUE '35'.
           05  WS-SUS-FILE-STATUS      PIC X(2) VALUE '00'.
               88  SUS-FILE-OK              VALUE '00'.
               88  SUS-FILE-NOT-FOUND       VALUE '35'.
           05  WS-PHS-FILE-STATUS      PIC X(2) VALUE '00'.
               88  PHS-FILE-OK              VALUE '00'.
               88  PHS-FILE-NOT-FOUND       VALUE '35'.
           05  WS-TXD-FILE-STATUS      PIC X(2) VALUE '00'.
               88  TXD-FILE-OK              VALUE '00'.
           05  WS-SNP-FILE-STATUS      PIC X(2) VALUE '00'.
               88  SNP-FILE-OK              VALUE '00'.

       01  WS-RUN-MODE                 PIC X(1) VALUE 'L'.
           88  LIVE-RUN                    VALUE 'L'.
           88  TRIAL-RUN                   VALUE 'T'.

       01  WS-CHECKPOINT-RUN-ID        PIC X(8) VALUE "PAYCKPT1".

       01  WS-TODAY-FIELDS.
           05  WS-TODAY-NUM            PIC 9(8) VALUE 0.
           05  WS-TODAY-TIME           PIC 9(8) VALUE 0.
           05  WS-RUN-TIMESTAMP        PIC X(14).

       01  WS-PERIOD-FIELDS.
           05  WS-PERIOD-ID            PIC 9(6) VALUE 0.
           05  WS-OLD-SNAPSHOT-PERIOD  PIC 9(6) VALUE 0.
           05  WS-PERIOD-CALENDAR-REC  PIC X(23).

      *> The master being copied, and what went into the
      *> snapshot for each
       01  WS-COPY-FIELDS.
           05  WS-COPY-RECORDS         PIC 9(9) VALUE 0.
           05  WS-COPY-AMOUNT          PIC 9(11)V99 VALUE 0.
           05  WS-SNAPSHOT-RECORDS     PIC 9(9) VALUE 0.
           05  WS-MASTER-RECORDS       PIC 9(9) VALUE 0.
           05  WS-TAXDTL-COUNT         PIC 9(9) VALUE 0.
           05  WS-PERIOD-HISTORY-ROWS  PIC 9(7) VALUE 0.
           05  WS-YTD-GROSS-TOTAL      PIC 9(11)V99 VALUE 0.
           05  WS-HISTORY-NET-TOTAL    PIC 9(11)V99 VALUE 0.

       01  WS-DISPLAY-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  WS-DISPLAY-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

           COPY RUNLOGP.

      *> ====================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION.
           PERFORM LOCATE-PAY-PERIOD.
           PERFORM OPEN-MASTER-FILES.
           PERFORM CHECK-PERIOD-POSTING.
           PERFORM COUNT-TAX-DETAIL.
           PERFORM TAKE-SNAPSHOT.
           PERFORM TERMINATION.
           PERFORM END-RUN-LOG.
           STOP RUN.

      *> ====================================================
      *> Initialization - a trial run posts nothing, so there
      *> is nothing to snapshot ahead of it
      *> ====================================================
       INITIALIZATION.
           PERFORM START-RUN-LOG.
           DISPLAY "=================================".
           DISPLAY "PAYROLL MASTER SNAPSHOT".
           DISPLAY "=================================".
           DISPLAY " ".

           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-TIME FROM TIME.
           STRING WS-TODAY-NUM WS-TODAY-TIME DELIMITED BY SIZE
               INTO WS-RUN-TIMESTAMP
           END-STRING.

           OPEN INPUT RUN-MODE-FILE.
           IF MODE-FILE-OK
               READ RUN-MODE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUN-MODE-RECORD(1:5) = "TRIAL"
                           SET TRIAL-RUN TO TRUE
                       END-IF
               END-READ
               CLOSE RUN-MODE-FILE
           END-IF.

           IF TRIAL-RUN
               DISPLAY "TRIAL RUN - NOTHING WILL BE POSTED, NO "
                   "SNAPSHOT TAKEN"
               PERFORM END-RUN-LOG
               STOP RUN
           END-IF.

      *> ====================================================
      *> The period the payroll step is about to pay, found the
      *> way the payroll step finds it. With none, the payroll
      *> step refuses the run on its own and the snapshot on
      *> file - perhaps still needed for the period before - is
      *> left alone.
      *> ====================================================
       LOCATE-PAY-PERIOD.
           OPEN INPUT PAY-CALENDAR-FILE.
           IF NOT PCL-FILE-OK
               DISPLAY "PAY PERIOD CALENDAR UNAVAILABLE (STATUS "
                   WS-PCL-FILE-STATUS ") - NO SNAPSHOT TAKEN"
               PERFORM END-RUN-LOG
               STOP RUN
           END-IF.

           MOVE 0 TO PCAL-PERIOD-ID.
           START PAY-CALENDAR-FILE KEY >= PCAL-PERIOD-ID
               INVALID KEY
                   SET CALENDAR-SEARCH-DONE TO TRUE
           END-START.
           PERFORM SEARCH-CALENDAR-RECORD
               UNTIL CALENDAR-SEARCH-DONE.
           CLOSE PAY-CALENDAR-FILE.

           IF NOT PAY-PERIOD-FOUND
               DISPLAY "NO OPEN PAY PERIOD COVERS " WS-TODAY-NUM
                   " - NO SNAPSHOT TAKEN"
               PERFORM END-RUN-LOG
               STOP RUN
           END-IF.

           DISPLAY "SNAPSHOT FOR PAY PERIOD " WS-PERIOD-ID.

       SEARCH-CALENDAR-RECORD.
           READ PAY-CALENDAR-FILE NEXT RECORD
               AT END
                   SET CALENDAR-SEARCH-DONE TO TRUE
               NOT AT END
                   IF PCAL-PERIOD-START <= WS-TODAY-NUM AND
                       PCAL-PERIOD-END >= WS-TODAY-NUM
                       SET CALENDAR-SEARCH-DONE TO TRUE
                       IF PCAL-PERIOD-OPEN
                           SET PAY-PERIOD-FOUND TO TRUE
                           MOVE PCAL-PERIOD-ID TO WS-PERIOD-ID
                           MOVE PAY-CALENDAR-RECORD
                               TO WS-PERIOD-CALENDAR-REC
                       END-IF
                   END-IF
           END-READ.

      *> ====================================================
      *> Open every master before the snapshot file is touched,
      *> so a master that cannot be read never costs the
      *> snapshot already on file. A master not yet created is
      *> simply empty.
      *> ====================================================
       OPEN-MASTER-FILES.
           OPEN INPUT YTD-FILE.
           IF YTD-FILE-OK
               SET YTD-AVAILABLE TO TRUE
           ELSE
               IF NOT YTD-FILE-NOT-FOUND
                   DISPLAY "UNABLE TO OPEN YTD.DAT - STATUS "
                       WS-YTD-FILE-STATUS
                   PERFORM REFUSE-SNAPSHOT
               END-IF
           END-IF.

           OPEN INPUT LEAVE-FILE.
           IF LV-FILE-OK
               SET LEAVE-AVAILABLE TO TRUE
           ELSE
               IF NOT LV-FILE-NOT-FOUND
                   DISPLAY "UNABLE TO OPEN LEAVEBAL.DAT - STATUS "
                       WS-LV-FILE-STATUS
                   PERFORM REFUSE-SNAPSHOT
               END-IF
           END-IF.

           OPEN INPUT ARREARS-FILE.
           IF ARR-FILE-OK
               SET ARREARS-AVAILABLE TO TRUE
           ELSE
               IF NOT ARR-FILE-NOT-FOUND
                   DISPLAY "UNABLE TO OPEN DEDARREARS.DAT - STATUS "
                       WS-ARR-FILE-STATUS
                   PERFORM REFUSE-SNAPSHOT
               END-IF
           END-IF.

           OPEN INPUT GARNISH-FILE.
           IF GAR-FILE-OK
               SET GARNISH-AVAILABLE TO TRUE
           ELSE
               IF NOT GAR-FILE-NOT-FOUND
                   DISPLAY "UNABLE TO OPEN GARNISH.DAT - STATUS "
                       WS-GAR-FILE-STATUS
                   PERFORM REFUSE-SNAPSHOT
               END-IF
           END-IF.

           OPEN INPUT LOAN-FILE.
           IF LN-FILE-OK
               SET LOANS-AVAILABLE TO TRUE
           ELSE
               IF NOT LN-FILE-NOT-FOUND
                   DISPLAY "UNABLE TO OPEN LOANS.DAT - STATUS "
                       WS-LN-FILE-STATUS
                   PERFORM REFUSE-SNAPSHOT
               END-IF
           END-IF.

           OPEN INPUT SUSPENSE-FILE.
           IF SUS-FILE-OK
               SET SUSPENSE-AVAILABLE TO TRUE
           ELSE
               IF NOT SUS-FILE-NOT-FOUND
                   DISPLAY "UNABLE TO OPEN SUSPENSE.DAT - STATUS "
                       WS-SUS-FILE-STATUS
                   PERFORM REFUSE-SNAPSHOT
               END-IF
           END-IF.

           OPEN INPUT PAY-HISTORY-FILE.
           IF PHS-FILE-OK
               SET PAY-HISTORY-AVAILABLE TO TRUE
           ELSE
               IF NOT PHS-FILE-NOT-FOUND
                   DISPLAY "UNABLE TO OPEN PAYHISTORY.DAT - STATUS "
                       WS-PHS-FILE-STATUS
                   PERFORM REFUSE-SNAPSHOT
               END-IF
           END-IF.

       REFUSE-SNAPSHOT.
           DISPLAY "*** NO SNAPSHOT TAKEN - PAYROLL STEP HELD ***".
           MOVE 16 TO RETURN-CODE.
           PERFORM END-RUN-LOG.
           STOP RUN.

      *> ====================================================
      *> Has the period already begun posting? A checkpoint
      *> waiting to resume it, or payments for it already on
      *> the pay history, mean the masters have moved on from
      *> where the period started. The snapshot taken before
      *> the first attempt is then the one to keep.
      *> ====================================================
       CHECK-PERIOD-POSTING.
           OPEN INPUT CHECKPOINT-FILE.
           IF CHK-FILE-OK
               MOVE WS-CHECKPOINT-RUN-ID TO CHK-RUN-ID
               READ CHECKPOINT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CHK-PERIOD-ID = WS-PERIOD-ID AND
                           CHK-LAST-EMP-ID > 0
                           SET PERIOD-POSTING-BEGUN TO TRUE
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

           IF PAY-HISTORY-AVAILABLE
               PERFORM COUNT-PERIOD-HISTORY
           END-IF.
           IF WS-PERIOD-HISTORY-ROWS > 0
               SET PERIOD-POSTING-BEGUN TO TRUE
           END-IF.

           IF PERIOD-POSTING-BEGUN
               PERFORM READ-OLD-SNAPSHOT
               IF OLD-SNAPSHOT-COMPLETE AND
                   WS-OLD-SNAPSHOT-PERIOD = WS-PERIOD-ID
                   DISPLAY "PERIOD " WS-PERIOD-ID " HAS ALREADY "
                       "BEGUN POSTING - THE SNAPSHOT TAKEN BEFORE "
                       "IT IS KEPT"
                   PERFORM CLOSE-MASTER-FILES
                   PERFORM END-RUN-LOG
                   STOP RUN
               END-IF
               DISPLAY "*** PERIOD " WS-PERIOD-ID " HAS ALREADY "
                   "BEGUN POSTING AND NO SNAPSHOT WAS TAKEN BEFORE "
                   "IT - NONE TAKEN NOW; THE PERIOD CANNOT BE "
                   "BACKED OUT ***"
               MOVE 4 TO RETURN-CODE
               PERFORM CLOSE-MASTER-FILES
               PERFORM END-RUN-LOG
               STOP RUN
           END-IF.

       COUNT-PERIOD-HISTORY.
           MOVE 'N' TO WS-COPY-EOF-FLAG.
           PERFORM COUNT-NEXT-HISTORY UNTIL MASTER-COPY-DONE.
           CLOSE PAY-HISTORY-FILE.
           OPEN INPUT PAY-HISTORY-FILE.

       COUNT-NEXT-HISTORY.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   SET MASTER-COPY-DONE TO TRUE
               NOT AT END
                   IF PH-PERIOD-ID = WS-PERIOD-ID
                       ADD 1 TO WS-PERIOD-HISTORY-ROWS
                   END-IF
           END-READ.

      *> The snapshot on file counts only if it got as far as
      *> its end record
       READ-OLD-SNAPSHOT.
           OPEN INPUT SNAPSHOT-FILE.
           IF SNP-FILE-OK
               MOVE 'N' TO WS-COPY-EOF-FLAG
               PERFORM READ-OLD-SNAPSHOT-RECORD
                   UNTIL MASTER-COPY-DONE
               CLOSE SNAPSHOT-FILE
           END-IF.

       READ-OLD-SNAPSHOT-RECORD.
           READ SNAPSHOT-FILE
               AT END
                   SET MASTER-COPY-DONE TO TRUE
               NOT AT END
                   MOVE 'N' TO WS-OLD-SNAPSHOT-FLAG
                   EVALUATE TRUE
                       WHEN SNP-HEADER
                           MOVE SNP-PERIOD-ID
                               TO WS-OLD-SNAPSHOT-PERIOD
                       WHEN SNP-END
                           SET OLD-SNAPSHOT-COMPLETE TO TRUE
                   END-EVALUATE
           END-READ.

      *> ====================================================
      *> The tax detail is only ever appended to, so its record
      *> count now marks where this period's postings start
      *> ====================================================
       COUNT-TAX-DETAIL.
           OPEN INPUT TAX-DETAIL-FILE.
           IF TXD-FILE-OK
               MOVE 'N' TO WS-COPY-EOF-FLAG
               PERFORM COUNT-NEXT-TAX-DETAIL UNTIL MASTER-COPY-DONE
               CLOSE TAX-DETAIL-FILE
           END-IF.

       COUNT-NEXT-TAX-DETAIL.
           READ TAX-DETAIL-FILE
               AT END
                   SET MASTER-COPY-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-TAXDTL-COUNT
           END-READ.

      *> ====================================================
      *> Write the snapshot: header, each master in key order
      *> followed by its control record, the period's calendar
      *> record, and the end record last
      *> ====================================================
       TAKE-SNAPSHOT.
           OPEN OUTPUT SNAPSHOT-FILE.
           IF NOT SNP-FILE-OK
               DISPLAY "UNABLE TO OPEN PAYSNAPSHOT.DAT - STATUS "
                   WS-SNP-FILE-STATUS
               PERFORM REFUSE-SNAPSHOT
           END-IF.

           MOVE SPACES TO PAY-SNAPSHOT-RECORD.
           SET SNP-HEADER TO TRUE.
           MOVE WS-PERIOD-ID     TO SNP-PERIOD-ID.
           MOVE WS-RUN-TIMESTAMP TO SNP-TAKEN-TIMESTAMP.
           MOVE WS-TAXDTL-COUNT  TO SNP-TAXDTL-COUNT.
           PERFORM WRITE-SNAPSHOT-RECORD.

           PERFORM COPY-YTD-FILE.
           PERFORM COPY-LEAVE-FILE.
           PERFORM COPY-ARREARS-FILE.
           PERFORM COPY-GARNISH-FILE.
           PERFORM COPY-LOAN-FILE.
           PERFORM COPY-SUSPENSE-FILE.
           PERFORM COPY-PAY-HISTORY-FILE.

           MOVE SPACES TO PAY-SNAPSHOT-RECORD.
           SET SNP-CALENDAR TO TRUE.
           MOVE WS-PERIOD-CALENDAR-REC TO SNP-DATA.
           PERFORM WRITE-SNAPSHOT-RECORD.
           MOVE "PC" TO SNP-CT-MASTER.
           MOVE 1    TO WS-COPY-RECORDS.
           MOVE 0    TO WS-COPY-AMOUNT.
           PERFORM WRITE-CONTROL-RECORD.

           MOVE SPACES TO PAY-SNAPSHOT-RECORD.
           SET SNP-END TO TRUE.
           ADD 1 TO WS-SNAPSHOT-RECORDS GIVING SNP-END-RECORDS.
           PERFORM WRITE-SNAPSHOT-RECORD.
           CLOSE SNAPSHOT-FILE.

       WRITE-SNAPSHOT-RECORD.
           WRITE PAY-SNAPSHOT-RECORD.
           IF NOT SNP-FILE-OK
               DISPLAY "UNABLE TO WRITE PAYSNAPSHOT.DAT - STATUS "
                   WS-SNP-FILE-STATUS
               PERFORM REFUSE-SNAPSHOT
           END-IF.
           ADD 1 TO WS-SNAPSHOT-RECORDS.

      *> Each master's control record, shown on the console too
       WRITE-CONTROL-RECORD.
           SET SNP-CONTROL TO TRUE.
           MOVE WS-COPY-RECORDS TO SNP-CT-RECORDS.
           MOVE WS-COPY-AMOUNT  TO SNP-CT-AMOUNT.
           MOVE WS-COPY-RECORDS TO WS-DISPLAY-COUNT.
           MOVE WS-COPY-AMOUNT  TO WS-DISPLAY-AMOUNT.
           DISPLAY "  " SNP-CT-MASTER " RECORDS " WS-DISPLAY-COUNT
               "  CONTROL " WS-DISPLAY-AMOUNT.
           PERFORM WRITE-SNAPSHOT-RECORD.
           IF SNP-CT-MASTER NOT = "PC"
               ADD WS-COPY-RECORDS TO WS-MASTER-RECORDS
           END-IF.

       START-MASTER-COPY.
           MOVE 'N' TO WS-COPY-EOF-FLAG.
           MOVE 0   TO WS-COPY-RECORDS.
           MOVE 0   TO WS-COPY-AMOUNT.

      *> ----------------------------------------------------
      *> One copy loop per master - the record goes into the
      *> snapshot whole under the master's record type
      *> ----------------------------------------------------
       COPY-YTD-FILE.
           PERFORM START-MASTER-COPY.
           IF YTD-AVAILABLE
               PERFORM COPY-NEXT-YTD UNTIL MASTER-COPY-DONE
           END-IF.
           MOVE WS-COPY-AMOUNT TO WS-YTD-GROSS-TOTAL.
           MOVE SPACES TO PAY-SNAPSHOT-RECORD.
           MOVE "YT" TO SNP-CT-MASTER.
           PERFORM WRITE-CONTROL-RECORD.

       COPY-NEXT-YTD.
           READ YTD-FILE NEXT RECORD
               AT END
                   SET MASTER-COPY-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-COPY-RECORDS
                   ADD YTD-GROSS-PAY TO WS-COPY-AMOUNT
                   MOVE SPACES TO PAY-SNAPSHOT-RECORD
                   SET SNP-YTD TO TRUE
                   MOVE YTD-RECORD TO SNP-DATA
                   PERFORM WRITE-SNAPSHOT-RECORD
           END-READ.

       COPY-LEAVE-FILE.
           PERFORM START-MASTER-COPY.
           IF LEAVE-AVAILABLE
               PERFORM COPY-NEXT-LEAVE UNTIL MASTER-COPY-DONE
           END-IF.
           MOVE SPACES TO PAY-SNAPSHOT-RECORD.
           MOVE "LV" TO SNP-CT-MASTER.
           PERFORM WRITE-CONTROL-RECORD.

       COPY-NEXT-LEAVE.
           READ LEAVE-FILE NEXT RECORD
               AT END
                   SET MASTER-COPY-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-COPY-RECORDS
                   ADD LV-VACATION-BALANCE LV-SICK-BALANCE
                       TO WS-COPY-AMOUNT
                   MOVE SPACES TO PAY-SNAPSHOT-RECORD
                   SET SNP-LEAVE TO TRUE
                   MOVE LEAVE-BALANCE-RECORD TO SNP-DATA
                   PERFORM WRITE-SNAPSHOT-RECORD
           END-READ.

       COPY-ARREARS-FILE.
           PERFORM START-MASTER-COPY.
           IF ARREARS-AVAILABLE
               PERFORM COPY-NEXT-ARREARS UNTIL MASTER-COPY-DONE
           END-IF.
           MOVE SPACES TO PAY-SNAPSHOT-RECORD.
           MOVE "DA" TO SNP-CT-MASTER.
           PERFORM WRITE-CONTROL-RECORD.

       COPY-NEXT-ARREARS.
           READ ARREARS-FILE NEXT RECORD
               AT END
                   SET MASTER-COPY-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-COPY-RECORDS
                   ADD ARR-HEALTH-BALANCE ARR-OTHER-BALANCE
                       TO WS-COPY-AMOUNT
                   MOVE SPACES TO PAY-SNAPSHOT-RECORD
                   SET SNP-ARREARS TO TRUE
                   MOVE DEDUCTION-ARREARS-RECORD TO SNP-DATA
                   PERFORM WRITE-SNAPSHOT-RECORD
           END-READ.

       COPY-GARNISH-FILE.
           PERFORM START-MASTER-COPY.
           IF GARNISH-AVAILABLE
               PERFORM COPY-NEXT-GARNISH UNTIL MASTER-COPY-DONE
           END-IF.
           MOVE SPACES TO PAY-SNAPSHOT-RECORD.
           MOVE "GA" TO SNP-CT-MASTER.
           PERFORM WRITE-CONTROL-RECORD.

       COPY-NEXT-GARNISH.
           READ GARNISH-FILE NEXT RECORD
               AT END
                   SET MASTER-COPY-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-COPY-RECORDS
                   ADD GAR-REMAINING-BALANCE TO WS-COPY-AMOUNT
                   MOVE SPACES TO PAY-SNAPSHOT-RECORD
                   SET SNP-GARNISH TO TRUE
                   MOVE GARNISHMENT-RECORD TO SNP-DATA
                   PERFORM WRITE-SNAPSHOT-RECORD
           END-READ.

       COPY-LOAN-FILE.
           PERFORM START-MASTER-COPY.
           IF LOANS-AVAILABLE
               PERFORM COPY-NEXT-LOAN UNTIL MASTER-COPY-DONE
           END-IF.
           MOVE SPACES TO PAY-SNAPSHOT-RECORD.
           MOVE "LN" TO SNP-CT-MASTER.
           PERFORM WRITE-CONTROL-RECORD.

       COPY-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   SET MASTER-COPY-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-COPY-RECORDS
                   ADD LN-REMAINING-BALANCE TO WS-COPY-AMOUNT
                   MOVE SPACES TO PAY-SNAPSHOT-RECORD
                   SET SNP-LOAN TO TRUE
                   MOVE LOAN-RECORD TO SNP-DATA
                   PERFORM WRITE-SNAPSHOT-RECORD
           END-READ.

       COPY-SUSPENSE-FILE.
           PERFORM START-MASTER-COPY.
           IF SUSPENSE-AVAILABLE
               PERFORM COPY-NEXT-SUSPENSE UNTIL MASTER-COPY-DONE
           END-IF.
           MOVE SPACES TO PAY-SNAPSHOT-RECORD.
           MOVE "SU" TO SNP-CT-MASTER.
           PERFORM WRITE-CONTROL-RECORD.

       COPY-NEXT-SUSPENSE.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   SET MASTER-COPY-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-COPY-RECORDS
                   IF SUS-OPEN
                       ADD 1 TO WS-COPY-AMOUNT
                   END-IF
                   MOVE SPACES TO PAY-SNAPSHOT-RECORD
                   SET SNP-SUSPENSE TO TRUE
                   MOVE SUSPENSE-RECORD TO SNP-DATA
                   PERFORM WRITE-SNAPSHOT-RECORD
           END-READ.

       COPY-PAY-HISTORY-FILE.
           PERFORM START-MASTER-COPY.
           IF PAY-HISTORY-AVAILABLE
               PERFORM COPY-NEXT-PAY-HISTORY UNTIL MASTER-COPY-DONE
           END-IF.
           MOVE WS-COPY-AMOUNT TO WS-HISTORY-NET-TOTAL.
           MOVE SPACES TO PAY-SNAPSHOT-RECORD.
           MOVE "PH" TO SNP-CT-MASTER.
           PERFORM WRITE-CONTROL-RECORD.

       COPY-NEXT-PAY-HISTORY.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   SET MASTER-COPY-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-COPY-RECORDS
                   ADD PH-NET-PAY TO WS-COPY-AMOUNT
                   MOVE SPACES TO PAY-SNAPSHOT-RECORD
                   SET SNP-PAY-HISTORY TO TRUE
                   MOVE PAY-HISTORY-RECORD TO SNP-DATA
                   PERFORM WRITE-SNAPSHOT-RECORD
           END-READ.

      *> ====================================================
      *> Termination
      *> ====================================================
       TERMINATION.
           PERFORM CLOSE-MASTER-FILES.
           MOVE WS-SNAPSHOT-RECORDS TO WS-DISPLAY-COUNT.
           DISPLAY " ".
           DISPLAY "Snapshot for period " WS-PERIOD-ID
               " written to paysnapshot.dat: " WS-DISPLAY-COUNT
               " records.".
           DISPLAY " ".

       CLOSE-MASTER-FILES.
           IF YTD-AVAILABLE
               CLOSE YTD-FILE
           END-IF.
           IF LEAVE-AVAILABLE
               CLOSE LEAVE-FILE
           END-IF.
           IF ARREARS-AVAILABLE
               CLOSE ARREARS-FILE
           END-IF.
           IF GARNISH-AVAILABLE
               CLOSE GARNISH-FILE
           END-IF.
           IF LOANS-AVAILABLE
               CLOSE LOAN-FILE
           END-IF.
           IF SUSPENSE-AVAILABLE
               CLOSE SUSPENSE-FILE
           END-IF.
           IF PAY-HISTORY-AVAILABLE
               CLOSE PAY-HISTORY-FILE
           END-IF.

      *> ====================================================
      *> Run history - the step's start, and its end on
      *> every way out
      *> ====================================================
       START-RUN-LOG.
           INITIALIZE RL-RUN-LOG-PARAMETERS.
           MOVE "PAYROLL"  TO RL-JOB-NAME.
           MOVE "PAYSNAP"  TO RL-STEP-NAME.
           SET RL-START-STEP TO TRUE.
           CALL "RUN-LOG" USING RL-RUN-LOG-PARAMETERS.

       END-RUN-LOG.
           IF WS-PERIOD-ID > 0
               MOVE WS-PERIOD-ID       TO RL-PERIOD
           END-IF.
           IF TRIAL-RUN
               SET RL-TRIAL-RUN TO TRUE
           ELSE
               SET RL-LIVE-RUN  TO TRUE
           END-IF.
           MOVE WS-MASTER-RECORDS      TO RL-RECORDS-READ.
           MOVE WS-SNAPSHOT-RECORDS    TO RL-RECORDS-WRITTEN.
           MOVE "YTD GROSS"            TO RL-AMOUNT-1-LABEL.
           MOVE WS-YTD-GROSS-TOTAL     TO RL-AMOUNT-1.
           MOVE "HIST NET"             TO RL-AMOUNT-2-LABEL.
           MOVE WS-HISTORY-NET-TOTAL   TO RL-AMOUNT-2.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           SET RL-END-STEP TO TRUE.
           CALL "RUN-LOG" USING RL-RUN-LOG-PARAMETERS.
           MOVE RL-RETURN-CODE TO RETURN-CODE.
