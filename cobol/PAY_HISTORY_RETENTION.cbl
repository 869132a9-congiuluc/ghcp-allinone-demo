       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-HISTORY-RETENTION.
      *> ====================================================
      *> Pay history retention, archival and purge
      *> payhistory.dat gains a record per employee per period
      *> and nothing ever took one off. This step moves pay
      *> history older than the retention window out to a dated
      *> line sequential archive (phistarch_YYYYMMDD.dat,
      *> PHARCH.cpy) with a control trailer, logs the archive
      *> and its control totals on phistarchlog.dat
      *> (PHARCLOG.cpy), and only then removes the archived
      *> records from the live file. PAYSTUB-INQUIRY searches
      *> the logged archives for a stub no longer on the live
      *> file, so nothing the law requires kept is lost.
      *>
      *> SYSIN is "RR CC": RR the retention years, the number of
      *> whole tax years kept on the live file before the
      *> current one (mandatory, at least 1); CC the tax years
      *> before the current one still open for W-2 correction
      *> (default 3). A record's tax year is the year it was
      *> paid. Only tax years older than both windows are
      *> archived - a retention shorter than the correction
      *> window is held to the correction window, so a year
      *> still open for W-2 correction is never purged.
      *>
      *> The archive is re-read and tied to its trailer and to
      *> the totals taken while writing it before it is logged,
      *> and nothing is purged from an archive that does not
      *> tie. A run that stops part way through the purge leaves
      *> the archive logged as ARCHIVED. The next run, whatever
      *> day it is made, finishes the purge from that archive
      *> before it cuts a new one, so no record is ever carried
      *> in two archives.
      *>
      *> RC 0 archived and purged, or nothing old enough to
      *> archive; RC 16 refused, or the archive did not tie.
      *>
      *> Modification History:
      *>   Initial version - retention window, dated archive with
      *>     control totals, archive log and purge.
      *>   An interrupted purge is finished from its archive on
      *>     the next run whatever day it is made, not only a
      *>     rerun the same day, before a new archive is cut.
      *> ====================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY-FILE ASSIGN TO "payhistory.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PHS-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHA-FILE-STATUS.

           SELECT ARCHIVE-LOG-FILE ASSIGN TO "phistarchlog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHL-ARCHIVE-DATE
               FILE STATUS IS WS-PHL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  ARCHIVE-FILE.
           COPY PHARCH.

       FD  ARCHIVE-LOG-FILE.
           COPY PHARCLOG.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-PHS-EOF-FLAG         PIC X VALUE 'N'.
               88  HISTORY-PASS-DONE       VALUE 'Y'.
           05  WS-PHA-EOF-FLAG         PIC X VALUE 'N'.
               88  ARCHIVE-PASS-DONE       VALUE 'Y'.
           05  WS-ARCHIVE-OPEN-FLAG    PIC X VALUE 'N'.
               88  ARCHIVE-IS-OPEN         VALUE 'Y'.
           05  WS-RESUME-FLAG          PIC X VALUE 'N'.
               88  RESUMING-PURGE          VALUE 'Y'.
           05  WS-TRAILER-FLAG         PIC X VALUE 'N'.
               88  ARCHIVE-TRAILER-SEEN    VALUE 'Y'.
           05  WS-PHL-EOF-FLAG         PIC X VALUE 'N'.
               88  LOG-PASS-DONE           VALUE 'Y'.
           05  WS-TODAY-DONE-FLAG      PIC X VALUE 'N'.
               88  TODAYS-ARCHIVE-PURGED   VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-PHS-FILE-STATUS      PIC X(2) VALUE '00'.
               88  PHS-FILE-OK              VALUE '00'.
               88  PHS-FILE-NOT-FOUND       VALUE '35'.
           05  WS-PHA-FILE-STATUS      PIC X(2) VALUE '00'.
               88  PHA-FILE-OK              VALUE '00'.
           05  WS-PHL-FILE-STATUS      PIC X(2) VALUE '00'.
               88  PHL-FILE-OK              VALUE '00'.
               88  PHL-FILE-NOT-FOUND       VALUE '35'.

       01  WS-PARM-INPUT               PIC X(10) VALUE SPACES.
       01  WS-PARM-PARTS REDEFINES WS-PARM-INPUT.
           05  WS-PARM-RETENTION       PIC X(2).
           05  FILLER                  PIC X(1).
           05  WS-PARM-CORRECTION      PIC X(2).
           05  FILLER                  PIC X(5).

       01  WS-RETENTION-FIELDS.
           05  WS-RETENTION-YEARS      PIC 9(2) VALUE 0.
           05  WS-CORRECTION-YEARS     PIC 9(2) VALUE 3.
           05  WS-WINDOW-YEARS         PIC 9(2) VALUE 0.
           05  WS-CUTOFF-YEAR          PIC 9(4) VALUE 0.

       01  WS-TODAY-FIELDS.
           05  WS-TODAY-NUM            PIC 9(8) VALUE 0.
           05  WS-TODAY-PARTS REDEFINES WS-TODAY-NUM.
               10  WS-TODAY-YYYY       PIC 9(4).
               10  WS-TODAY-MMDD       PIC 9(4).
           05  WS-TODAY-TIME           PIC 9(8) VALUE 0.
           05  WS-RUN-TIMESTAMP        PIC X(14).

       01  WS-ARCHIVE-FILE-NAME        PIC X(24) VALUE SPACES.
      *> Log key of the archive being verified and purged
       01  WS-LOG-ARCHIVE-DATE         PIC 9(8) VALUE 0.

       01  WS-PAY-DATE-PARTS.
           05  WS-PAY-YYYY             PIC 9(4).
           05  WS-PAY-MMDD             PIC 9(4).

      *> Totals taken while the archive is written, and again
      *> when it is read back
       01  WS-ARCHIVE-TOTALS.
           05  WS-HISTORY-READ         PIC 9(9) VALUE 0.
           05  WS-ARCHIVE-COUNT        PIC 9(9) VALUE 0.
           05  WS-ARCHIVE-GROSS        PIC 9(11)V99 VALUE 0.
           05  WS-ARCHIVE-NET          PIC 9(11)V99 VALUE 0.
           05  WS-EARLIEST-PAY-DATE    PIC 9(8) VALUE 0.
           05  WS-LATEST-PAY-DATE      PIC 9(8) VALUE 0.
           05  WS-REREAD-COUNT         PIC 9(9) VALUE 0.
           05  WS-REREAD-GROSS         PIC 9(11)V99 VALUE 0.
           05  WS-REREAD-NET           PIC 9(11)V99 VALUE 0.
           05  WS-PURGED-COUNT         PIC 9(9) VALUE 0.
           05  WS-ALREADY-GONE-COUNT   PIC 9(9) VALUE 0.

       01  WS-DISPLAY-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  WS-DISPLAY-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

           COPY RUNLOGP.

      *> ====================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION.
           PERFORM CHECK-UNFINISHED-ARCHIVE.
           IF RESUMING-PURGE
               PERFORM VERIFY-ARCHIVE
               PERFORM PURGE-ARCHIVED-HISTORY
               PERFORM REPORT-ARCHIVE
               PERFORM START-NEW-ARCHIVE
           END-IF.
           PERFORM WRITE-ARCHIVE.
           PERFORM VERIFY-ARCHIVE.
           PERFORM LOG-NEW-ARCHIVE.
           PERFORM PURGE-ARCHIVED-HISTORY.
           PERFORM TERMINATION.
           PERFORM END-RUN-LOG.
           STOP RUN.

      *> ====================================================
      *> Initialization - settle the retention window from the
      *> SYSIN parameters, held to the W-2 correction window
      *> ====================================================
       INITIALIZATION.
           PERFORM START-RUN-LOG.
           DISPLAY "=================================".
           DISPLAY "PAY HISTORY RETENTION".
           DISPLAY "=================================".
           DISPLAY " ".

           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-TIME FROM TIME.
           STRING WS-TODAY-NUM WS-TODAY-TIME DELIMITED BY SIZE
               INTO WS-RUN-TIMESTAMP
           END-STRING.

           ACCEPT WS-PARM-INPUT.
           IF WS-PARM-RETENTION IS NUMERIC
               MOVE WS-PARM-RETENTION TO WS-RETENTION-YEARS
           END-IF.
           IF WS-PARM-CORRECTION IS NUMERIC
               MOVE WS-PARM-CORRECTION TO WS-CORRECTION-YEARS
           END-IF.
           IF WS-RETENTION-YEARS = 0
               DISPLAY "*** EXPECTED 'RR CC' ON SYSIN - RETENTION "
                   "YEARS OF AT LEAST 1 - NOTHING ARCHIVED ***"
               MOVE 16 TO RETURN-CODE
               PERFORM END-RUN-LOG
               STOP RUN
           END-IF.

           MOVE WS-RETENTION-YEARS TO WS-WINDOW-YEARS.
           IF WS-CORRECTION-YEARS > WS-WINDOW-YEARS
               MOVE WS-CORRECTION-YEARS TO WS-WINDOW-YEARS
               DISPLAY "Retention of " WS-RETENTION-YEARS
                   " years held to the " WS-CORRECTION-YEARS
                   " tax years open for W-2 correction."
           END-IF.
           COMPUTE WS-CUTOFF-YEAR = WS-TODAY-YYYY - WS-WINDOW-YEARS
           END-COMPUTE.
           DISPLAY "Pay history paid before " WS-CUTOFF-YEAR
               "0101 is archived.".

           PERFORM NAME-TODAYS-ARCHIVE.

           OPEN I-O PAY-HISTORY-FILE.
           IF NOT PHS-FILE-OK
               IF PHS-FILE-NOT-FOUND
                   DISPLAY "No pay history on file - nothing to "
                       "archive."
                   PERFORM END-RUN-LOG
                   STOP RUN
               END-IF
               DISPLAY "UNABLE TO OPEN PAYHISTORY.DAT - STATUS "
                   WS-PHS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM END-RUN-LOG
               STOP RUN
           END-IF.

           OPEN I-O ARCHIVE-LOG-FILE.
           IF PHL-FILE-NOT-FOUND
               OPEN OUTPUT ARCHIVE-LOG-FILE
               CLOSE ARCHIVE-LOG-FILE
               OPEN I-O ARCHIVE-LOG-FILE
           END-IF.
           IF NOT PHL-FILE-OK
               DISPLAY "UNABLE TO OPEN PHISTARCHLOG.DAT - STATUS "
                   WS-PHL-FILE-STATUS
               CLOSE PAY-HISTORY-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM END-RUN-LOG
               STOP RUN
           END-IF.

       NAME-TODAYS-ARCHIVE.
           MOVE WS-TODAY-NUM TO WS-LOG-ARCHIVE-DATE.
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME.
           STRING "phistarch_" WS-TODAY-NUM ".dat"
               DELIMITED BY SIZE INTO WS-ARCHIVE-FILE-NAME
           END-STRING.

      *> ====================================================
      *> One archive a day. Any logged archive still showing
      *> ARCHIVED, whatever its date, is an interrupted purge
      *> and is finished from first. Today's archive already
      *> purged means there is nothing left to do.
      *> ====================================================
       CHECK-UNFINISHED-ARCHIVE.
           MOVE 'N' TO WS-PHL-EOF-FLAG.
           MOVE 0 TO PHL-ARCHIVE-DATE.
           START ARCHIVE-LOG-FILE KEY >= PHL-ARCHIVE-DATE
               INVALID KEY
                   SET LOG-PASS-DONE TO TRUE
           END-START.
           PERFORM CHECK-NEXT-LOGGED-ARCHIVE UNTIL LOG-PASS-DONE.

           IF RESUMING-PURGE
               DISPLAY "Finishing the purge from archive "
                   WS-ARCHIVE-FILE-NAME " of " WS-LOG-ARCHIVE-DATE
           ELSE
               IF TODAYS-ARCHIVE-PURGED
                   DISPLAY "Today's archive " WS-ARCHIVE-FILE-NAME
                       " is already written and purged - "
                       "nothing to do."
                   PERFORM CLOSE-LIVE-FILES
                   PERFORM END-RUN-LOG
                   STOP RUN
               END-IF
           END-IF.

       CHECK-NEXT-LOGGED-ARCHIVE.
           READ ARCHIVE-LOG-FILE NEXT RECORD
               AT END
                   SET LOG-PASS-DONE TO TRUE
               NOT AT END
                   IF PHL-ARCHIVED
                       SET RESUMING-PURGE TO TRUE
                       SET LOG-PASS-DONE  TO TRUE
                       MOVE PHL-ARCHIVE-DATE TO WS-LOG-ARCHIVE-DATE
                       MOVE PHL-FILE-NAME    TO WS-ARCHIVE-FILE-NAME
                       MOVE PHL-RECORD-COUNT TO WS-ARCHIVE-COUNT
                       MOVE PHL-GROSS-TOTAL  TO WS-ARCHIVE-GROSS
                       MOVE PHL-NET-TOTAL    TO WS-ARCHIVE-NET
                       MOVE PHL-CUTOFF-YEAR  TO WS-CUTOFF-YEAR
                   ELSE
                       IF PHL-ARCHIVE-DATE = WS-TODAY-NUM
                           SET TODAYS-ARCHIVE-PURGED TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *> ====================================================
      *> After an interrupted purge is finished, go on to cut
      *> today's archive - unless the purge is still short, or
      *> the archive finished was today's own
      *> ====================================================
       START-NEW-ARCHIVE.
           IF RETURN-CODE NOT = 0 OR
               WS-LOG-ARCHIVE-DATE = WS-TODAY-NUM
               PERFORM CLOSE-LIVE-FILES
               PERFORM END-RUN-LOG
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-RESUME-FLAG.
           MOVE 'N' TO WS-TRAILER-FLAG.
           INITIALIZE WS-ARCHIVE-TOTALS.
           COMPUTE WS-CUTOFF-YEAR = WS-TODAY-YYYY - WS-WINDOW-YEARS
           END-COMPUTE.
           PERFORM NAME-TODAYS-ARCHIVE.

           MOVE LOW-VALUES TO PH-KEY.
           START PAY-HISTORY-FILE KEY >= PH-KEY
               INVALID KEY
                   DISPLAY "No pay history left on file - nothing "
                       "more to archive."
                   PERFORM CLOSE-LIVE-FILES
                   PERFORM END-RUN-LOG
                   STOP RUN
           END-START.

      *> ====================================================
      *> Copy every record paid before the cutoff year to the
      *> archive. The archive is only opened once there is
      *> something to put in it.
      *> ====================================================
       WRITE-ARCHIVE.
           MOVE 'N' TO WS-PHS-EOF-FLAG.
           PERFORM ARCHIVE-NEXT-HISTORY UNTIL HISTORY-PASS-DONE.

           IF NOT ARCHIVE-IS-OPEN
               MOVE WS-HISTORY-READ TO WS-DISPLAY-COUNT
               DISPLAY "No pay history paid before " WS-CUTOFF-YEAR
                   " among " WS-DISPLAY-COUNT " records - nothing "
                   "archived."
               PERFORM CLOSE-LIVE-FILES
               PERFORM END-RUN-LOG
               STOP RUN
           END-IF.

           MOVE SPACES TO PAY-HISTORY-ARCHIVE-RECORD.
           SET PHA-TRAILER TO TRUE.
           MOVE WS-ARCHIVE-COUNT TO PHA-RECORD-COUNT.
           MOVE WS-ARCHIVE-GROSS TO PHA-GROSS-TOTAL.
           MOVE WS-ARCHIVE-NET   TO PHA-NET-TOTAL.
           MOVE WS-CUTOFF-YEAR   TO PHA-CUTOFF-YEAR.
           MOVE WS-RUN-TIMESTAMP TO PHA-CREATED-TIMESTAMP.
           PERFORM WRITE-ARCHIVE-RECORD.
           CLOSE ARCHIVE-FILE.

       ARCHIVE-NEXT-HISTORY.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   SET HISTORY-PASS-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
                   MOVE PH-PAY-DATE TO WS-PAY-DATE-PARTS
                   IF PH-PAY-DATE IS NUMERIC AND
                       WS-PAY-YYYY < WS-CUTOFF-YEAR
                       PERFORM ARCHIVE-ONE-HISTORY
                   END-IF
           END-READ.

       ARCHIVE-ONE-HISTORY.
           IF NOT ARCHIVE-IS-OPEN
               OPEN OUTPUT ARCHIVE-FILE
               IF NOT PHA-FILE-OK
                   DISPLAY "UNABLE TO OPEN " WS-ARCHIVE-FILE-NAME
                       " - STATUS " WS-PHA-FILE-STATUS
                       " - NOTHING ARCHIVED"
                   PERFORM REFUSE-PURGE
               END-IF
               SET ARCHIVE-IS-OPEN TO TRUE
           END-IF.

           MOVE SPACES TO PAY-HISTORY-ARCHIVE-RECORD.
           SET PHA-DETAIL TO TRUE.
           MOVE PAY-HISTORY-RECORD TO PHA-HISTORY-DATA.
           PERFORM WRITE-ARCHIVE-RECORD.

           ADD 1 TO WS-ARCHIVE-COUNT.
           ADD PH-GROSS-PAY TO WS-ARCHIVE-GROSS.
           ADD PH-NET-PAY   TO WS-ARCHIVE-NET.
           IF WS-EARLIEST-PAY-DATE = 0 OR
               PH-PAY-DATE < WS-EARLIEST-PAY-DATE
               MOVE PH-PAY-DATE TO WS-EARLIEST-PAY-DATE
           END-IF.
           IF PH-PAY-DATE > WS-LATEST-PAY-DATE
               MOVE PH-PAY-DATE TO WS-LATEST-PAY-DATE
           END-IF.

       WRITE-ARCHIVE-RECORD.
           WRITE PAY-HISTORY-ARCHIVE-RECORD.
           IF NOT PHA-FILE-OK
               DISPLAY "UNABLE TO WRITE " WS-ARCHIVE-FILE-NAME
                   " - STATUS " WS-PHA-FILE-STATUS
               PERFORM REFUSE-PURGE
           END-IF.

       REFUSE-PURGE.
           DISPLAY "*** NOTHING PURGED FROM THE LIVE PAY HISTORY ***".
           MOVE 16 TO RETURN-CODE.
           PERFORM CLOSE-LIVE-FILES.
           PERFORM END-RUN-LOG.
           STOP RUN.

      *> ====================================================
      *> Read the archive back: its detail must tie to its own
      *> trailer and to the totals taken as it was written (or
      *> logged, for an interrupted purge) before a single
      *> record comes off the live file
      *> ====================================================
       VERIFY-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF NOT PHA-FILE-OK
               DISPLAY "UNABLE TO READ BACK " WS-ARCHIVE-FILE-NAME
                   " - STATUS " WS-PHA-FILE-STATUS
               PERFORM REFUSE-PURGE
           END-IF.
           MOVE 'N' TO WS-PHA-EOF-FLAG.
           PERFORM REREAD-NEXT-ARCHIVE UNTIL ARCHIVE-PASS-DONE.
           CLOSE ARCHIVE-FILE.

           IF NOT ARCHIVE-TRAILER-SEEN OR
               WS-REREAD-COUNT NOT = WS-ARCHIVE-COUNT OR
               WS-REREAD-GROSS NOT = WS-ARCHIVE-GROSS OR
               WS-REREAD-NET   NOT = WS-ARCHIVE-NET
               DISPLAY "*** ARCHIVE " WS-ARCHIVE-FILE-NAME
                   " DOES NOT TIE TO ITS CONTROL TOTALS ***"
               DISPLAY "Control count: " WS-ARCHIVE-COUNT
                   " Read back: " WS-REREAD-COUNT
               DISPLAY "Control net: $" WS-ARCHIVE-NET
                   " Read back: $" WS-REREAD-NET
               PERFORM REFUSE-PURGE
           END-IF.
           DISPLAY "Archive " WS-ARCHIVE-FILE-NAME
               " read back and tied to its control totals.".

       REREAD-NEXT-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   SET ARCHIVE-PASS-DONE TO TRUE
               NOT AT END
                   IF PHA-TRAILER
                       SET ARCHIVE-TRAILER-SEEN TO TRUE
                       IF PHA-RECORD-COUNT NOT = WS-REREAD-COUNT OR
                           PHA-GROSS-TOTAL NOT = WS-REREAD-GROSS OR
                           PHA-NET-TOTAL   NOT = WS-REREAD-NET
                           MOVE 'N' TO WS-TRAILER-FLAG
                       END-IF
                   ELSE
                       MOVE PHA-HISTORY-DATA TO PAY-HISTORY-RECORD
                       ADD 1 TO WS-REREAD-COUNT
                       ADD PH-GROSS-PAY TO WS-REREAD-GROSS
                       ADD PH-NET-PAY   TO WS-REREAD-NET
                   END-IF
           END-READ.

      *> ====================================================
      *> Log the archive and its control totals - it is on
      *> record before anything is purged
      *> ====================================================
       LOG-NEW-ARCHIVE.
           INITIALIZE PAY-HISTORY-ARCHIVE-LOG.
           MOVE WS-TODAY-NUM         TO PHL-ARCHIVE-DATE.
           MOVE WS-ARCHIVE-FILE-NAME TO PHL-FILE-NAME.
           MOVE WS-RUN-TIMESTAMP     TO PHL-CREATED-TIMESTAMP.
           MOVE WS-RETENTION-YEARS   TO PHL-RETENTION-YEARS.
           MOVE WS-CORRECTION-YEARS  TO PHL-CORRECTION-YEARS.
           MOVE WS-CUTOFF-YEAR       TO PHL-CUTOFF-YEAR.
           MOVE WS-EARLIEST-PAY-DATE TO PHL-EARLIEST-PAY-DATE.
           MOVE WS-LATEST-PAY-DATE   TO PHL-LATEST-PAY-DATE.
           MOVE WS-ARCHIVE-COUNT     TO PHL-RECORD-COUNT.
           MOVE WS-ARCHIVE-GROSS     TO PHL-GROSS-TOTAL.
           MOVE WS-ARCHIVE-NET       TO PHL-NET-TOTAL.
           SET PHL-ARCHIVED          TO TRUE.
           MOVE SPACES               TO PHL-PURGED-TIMESTAMP.
           WRITE PAY-HISTORY-ARCHIVE-LOG
               INVALID KEY
                   DISPLAY "UNABLE TO LOG ARCHIVE "
                       WS-ARCHIVE-FILE-NAME " - STATUS "
                       WS-PHL-FILE-STATUS
                   PERFORM REFUSE-PURGE
           END-WRITE.

      *> ====================================================
      *> Take every archived record off the live file by key.
      *> A record already gone was purged by an interrupted
      *> run; it still counts as purged.
      *> ====================================================
       PURGE-ARCHIVED-HISTORY.
           OPEN INPUT ARCHIVE-FILE.
           MOVE 'N' TO WS-PHA-EOF-FLAG.
           PERFORM PURGE-NEXT-ARCHIVED UNTIL ARCHIVE-PASS-DONE.
           CLOSE ARCHIVE-FILE.

           MOVE WS-LOG-ARCHIVE-DATE TO PHL-ARCHIVE-DATE.
           READ ARCHIVE-LOG-FILE
               INVALID KEY
                   DISPLAY "*** ARCHIVE LOG RECORD FOR "
                       WS-LOG-ARCHIVE-DATE " NOT FOUND ***"
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   COMPUTE PHL-PURGED-COUNT =
                       WS-PURGED-COUNT + WS-ALREADY-GONE-COUNT
                   END-COMPUTE
                   IF PHL-PURGED-COUNT = PHL-RECORD-COUNT
                       SET PHL-PURGED TO TRUE
                       MOVE WS-RUN-TIMESTAMP
                           TO PHL-PURGED-TIMESTAMP
                   ELSE
                       DISPLAY "*** ONLY " PHL-PURGED-COUNT " OF "
                           PHL-RECORD-COUNT " ARCHIVED RECORDS "
                           "PURGED - RERUN TO FINISH ***"
                       MOVE 16 TO RETURN-CODE
                   END-IF
                   REWRITE PAY-HISTORY-ARCHIVE-LOG
           END-READ.

       PURGE-NEXT-ARCHIVED.
           READ ARCHIVE-FILE
               AT END
                   SET ARCHIVE-PASS-DONE TO TRUE
               NOT AT END
                   IF PHA-DETAIL
                       MOVE PHA-HISTORY-DATA TO PAY-HISTORY-RECORD
                       DELETE PAY-HISTORY-FILE
                           INVALID KEY
                               ADD 1 TO WS-ALREADY-GONE-COUNT
                           NOT INVALID KEY
                               ADD 1 TO WS-PURGED-COUNT
                       END-DELETE
                   END-IF
           END-READ.

      *> ====================================================
      *> Termination
      *> ====================================================
       TERMINATION.
           PERFORM CLOSE-LIVE-FILES.
           PERFORM REPORT-ARCHIVE.

       REPORT-ARCHIVE.
           DISPLAY " ".
           MOVE WS-ARCHIVE-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "Archive " WS-ARCHIVE-FILE-NAME ": "
               WS-DISPLAY-COUNT " records paid before "
               WS-CUTOFF-YEAR.
           MOVE WS-ARCHIVE-GROSS TO WS-DISPLAY-AMOUNT.
           DISPLAY "  Gross $" WS-DISPLAY-AMOUNT.
           MOVE WS-ARCHIVE-NET TO WS-DISPLAY-AMOUNT.
           DISPLAY "  Net   $" WS-DISPLAY-AMOUNT.
           MOVE WS-PURGED-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "Purged from the live pay history: "
               WS-DISPLAY-COUNT.
           IF WS-ALREADY-GONE-COUNT > 0
               MOVE WS-ALREADY-GONE-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "Already purged by an earlier run: "
                   WS-DISPLAY-COUNT
           END-IF.
           DISPLAY " ".

       CLOSE-LIVE-FILES.
           CLOSE PAY-HISTORY-FILE.
           CLOSE ARCHIVE-LOG-FILE.

      *> ====================================================
      *> Run history - the step's start, and its end on
      *> every way out
      *> ====================================================
       START-RUN-LOG.
           INITIALIZE RL-RUN-LOG-PARAMETERS.
           MOVE "YEAREND"  TO RL-JOB-NAME.
           MOVE "PHRETAIN" TO RL-STEP-NAME.
           SET RL-LIVE-RUN   TO TRUE.
           SET RL-START-STEP TO TRUE.
           CALL "RUN-LOG" USING RL-RUN-LOG-PARAMETERS.

       END-RUN-LOG.
           IF WS-CUTOFF-YEAR > 0
               MOVE WS-CUTOFF-YEAR     TO RL-PERIOD
           END-IF.
           MOVE WS-HISTORY-READ        TO RL-RECORDS-READ.
           MOVE WS-ARCHIVE-COUNT       TO RL-RECORDS-WRITTEN.
           MOVE "ARCH GROSS"           TO RL-AMOUNT-1-LABEL.
           MOVE WS-ARCHIVE-GROSS       TO RL-AMOUNT-1.
           MOVE "ARCH NET"             TO RL-AMOUNT-2-LABEL.
           MOVE WS-ARCHIVE-NET         TO RL-AMOUNT-2.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           SET RL-END-STEP TO TRUE.
           CALL "RUN-LOG" USING RL-RUN-LOG-PARAMETERS.
           MOVE RL-RETURN-CODE TO RETURN-CODE.
