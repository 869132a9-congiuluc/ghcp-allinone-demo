       IDENTIFICATION DIVISION.
       PROGRAM-ID. WC-RATE-SETUP.
      *> ====================================================
      *> Workers' compensation class code rate load
      *> The carrier's manual rates come in as transactions on
      *> wcratetrans.txt, one per state, class code and
      *> effective date, are edited here (a state and class
      *> code, a real effective date and a rate per $100 of
      *> payroll), and only clean rates reach wcrates.dat,
      *> where ROSTER-MAINTENANCE validates employees' class
      *> codes and WC-PREMIUM-REPORT prices classified payroll.
      *>
      *> Transactions: 'A' adds the rate for the state, class
      *> and date (replacing one already on file for the same
      *> date), 'D' deletes it. A new policy year's rates are
      *> added under their own effective date, so the old rate
      *> stays on file for reports of the earlier period.
      *> Results are listed on wcratelog.txt; rejects end the
      *> step RC 4.
      *>
      *> Modification History:
      *>   Initial version - edited workers' comp rate load.
      *> ====================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-TRANS-FILE ASSIGN TO "wcratetrans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRT-FILE-STATUS.

           SELECT WC-RATE-FILE ASSIGN TO "wcrates.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WCR-KEY
               FILE STATUS IS WS-WCR-FILE-STATUS.

           SELECT SETUP-LOG-FILE ASSIGN TO "wcratelog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-TRANS-FILE.
       01  RATE-TRANS-RECORD.
           05  WRT-ACTION              PIC X(1).
               88  WRT-ADD                 VALUE 'A'.
               88  WRT-DELETE              VALUE 'D'.
           05  WRT-STATE-CODE          PIC X(2).
           05  WRT-CLASS-CODE          PIC X(4).
           05  WRT-EFFECTIVE-DATE      PIC 9(8).
           05  WRT-DESCRIPTION         PIC X(30).
           05  WRT-RATE                PIC 9(3)V9999.

       FD  WC-RATE-FILE.
           COPY WCRATE.

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
           05  WS-WRT-FILE-STATUS      PIC X(2) VALUE '00'.
               88  WRT-FILE-OK              VALUE '00'.
           05  WS-WCR-FILE-STATUS      PIC X(2) VALUE '00'.
               88  WCR-FILE-OK              VALUE '00'.
               88  WCR-FILE-NOT-FOUND       VALUE '35'.
           05  WS-LOG-FILE-STATUS      PIC X(2) VALUE '00'.
               88  LOG-FILE-OK              VALUE '00'.

       01  WS-COUNTERS.
           05  WS-TRANS-READ           PIC 9(5) VALUE 0.
           05  WS-RATES-ADDED          PIC 9(5) VALUE 0.
           05  WS-RATES-REPLACED       PIC 9(5) VALUE 0.
           05  WS-RATES-DELETED        PIC 9(5) VALUE 0.
           05  WS-TRANS-REJECTED       PIC 9(5) VALUE 0.

       01  WS-TODAY-NUM                PIC 9(8) VALUE 0.

       01  WS-EFFECTIVE-DATE-FIELDS.
           05  WS-EFF-DATE-NUM         PIC 9(8).
           05  WS-EFF-DATE-PARTS REDEFINES WS-EFF-DATE-NUM.
               10  WS-EFF-YYYY         PIC 9(4).
               10  WS-EFF-MM           PIC 9(2).
               10  WS-EFF-DD           PIC 9(2).

       01  WS-REJECT-REASON            PIC X(40).
       01  WS-LOG-VERB                 PIC X(8).
       01  WS-EDITED-RATE              PIC ZZ9.9999.

      *> ====================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION.
           PERFORM PROCESS-RATE-TRANS.
           PERFORM TERMINATION.
           STOP RUN.

      *> ====================================================
      *> Initialization
      *> ====================================================
       INITIALIZATION.
           DISPLAY "=================================".
           DISPLAY "WORKERS' COMP RATE LOAD".
           DISPLAY "=================================".
           DISPLAY " ".

           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.

           OPEN INPUT RATE-TRANS-FILE.
           IF NOT WRT-FILE-OK
               DISPLAY "UNABLE TO OPEN WCRATETRANS.TXT - STATUS "
                   WS-WRT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-WC-RATE-FILE.
           OPEN OUTPUT SETUP-LOG-FILE.

      *> ====================================================
      *> Open the rate table, creating it on first use
      *> ====================================================
       OPEN-WC-RATE-FILE.
           OPEN I-O WC-RATE-FILE.
           IF WCR-FILE-NOT-FOUND
               OPEN OUTPUT WC-RATE-FILE
               CLOSE WC-RATE-FILE
               OPEN I-O WC-RATE-FILE
           END-IF.

      *> ====================================================
      *> Work every rate transaction
      *> ====================================================
       PROCESS-RATE-TRANS.
           PERFORM READ-NEXT-RATE-TRANS UNTIL END-OF-FILE.

       READ-NEXT-RATE-TRANS.
           READ RATE-TRANS-FILE
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
               IF WRT-ADD
                   PERFORM ADD-ONE-RATE
               ELSE
                   PERFORM DELETE-ONE-RATE
               END-IF
           END-IF.

      *> ====================================================
      *> Edits common to both actions: a recognized action, a
      *> state, a class code and a real effective date
      *> ====================================================
       VALIDATE-ONE-TRANS.
           SET TRANS-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.

           IF NOT WRT-ADD AND NOT WRT-DELETE
               SET TRANS-IS-INVALID TO TRUE
               MOVE "ACTION MUST BE A OR D" TO WS-REJECT-REASON
           END-IF.

           IF TRANS-IS-VALID AND WRT-STATE-CODE = SPACES
               SET TRANS-IS-INVALID TO TRUE
               MOVE "STATE IS BLANK" TO WS-REJECT-REASON
           END-IF.

           IF TRANS-IS-VALID AND WRT-CLASS-CODE = SPACES
               SET TRANS-IS-INVALID TO TRUE
               MOVE "CLASS CODE IS BLANK" TO WS-REJECT-REASON
           END-IF.

           IF TRANS-IS-VALID
               PERFORM VALIDATE-EFFECTIVE-DATE
           END-IF.

           IF TRANS-IS-VALID AND WRT-ADD
               PERFORM VALIDATE-ADD-FIELDS
           END-IF.

       VALIDATE-EFFECTIVE-DATE.
           IF WRT-EFFECTIVE-DATE NOT NUMERIC
               SET TRANS-IS-INVALID TO TRUE
               MOVE "EFFECTIVE DATE IS NOT NUMERIC" TO
                   WS-REJECT-REASON
           ELSE
               MOVE WRT-EFFECTIVE-DATE TO WS-EFF-DATE-NUM
               IF WS-EFF-YYYY < 1900 OR
                   WS-EFF-MM < 1 OR WS-EFF-MM > 12 OR
                   WS-EFF-DD < 1 OR WS-EFF-DD > 31
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "EFFECTIVE DATE IS INVALID" TO
                       WS-REJECT-REASON
               END-IF
           END-IF.

      *> A rate must be a figure and more than nothing - a zero
      *> rate would price a class's payroll at no premium
       VALIDATE-ADD-FIELDS.
           IF WRT-RATE NOT NUMERIC
               SET TRANS-IS-INVALID TO TRUE
               MOVE "RATE IS NOT NUMERIC" TO WS-REJECT-REASON
           END-IF.

           IF TRANS-IS-VALID AND WRT-RATE = 0
               SET TRANS-IS-INVALID TO TRUE
               MOVE "RATE IS ZERO" TO WS-REJECT-REASON
           END-IF.

      *> ====================================================
      *> Post the clean rate, replacing one already on file for
      *> the same state, class and date
      *> ====================================================
       ADD-ONE-RATE.
           MOVE WRT-STATE-CODE     TO WCR-STATE-CODE.
           MOVE WRT-CLASS-CODE     TO WCR-CLASS-CODE.
           MOVE WRT-EFFECTIVE-DATE TO WCR-EFFECTIVE-DATE.
           READ WC-RATE-FILE
               INVALID KEY
                   PERFORM BUILD-WC-RATE-RECORD
                   WRITE WC-RATE-RECORD
                   ADD 1 TO WS-RATES-ADDED
                   MOVE "ADDED"    TO WS-LOG-VERB
               NOT INVALID KEY
                   PERFORM BUILD-WC-RATE-RECORD
                   REWRITE WC-RATE-RECORD
                   ADD 1 TO WS-RATES-REPLACED
                   MOVE "REPLACED" TO WS-LOG-VERB
           END-READ.
           MOVE WCR-RATE TO WS-EDITED-RATE.
           MOVE SPACES TO SETUP-LOG-LINE.
           STRING WS-LOG-VERB " " WRT-STATE-CODE
               " CLASS " WRT-CLASS-CODE
               " FROM " WRT-EFFECTIVE-DATE
               " RATE " WS-EDITED-RATE " "
               WRT-DESCRIPTION DELIMITED BY SIZE
               INTO SETUP-LOG-LINE
           END-STRING.
           WRITE SETUP-LOG-LINE.

       BUILD-WC-RATE-RECORD.
           MOVE WRT-STATE-CODE     TO WCR-STATE-CODE.
           MOVE WRT-CLASS-CODE     TO WCR-CLASS-CODE.
           MOVE WRT-EFFECTIVE-DATE TO WCR-EFFECTIVE-DATE.
           MOVE WRT-DESCRIPTION    TO WCR-DESCRIPTION.
           MOVE WRT-RATE           TO WCR-RATE.
           MOVE WS-TODAY-NUM       TO WCR-ENTERED-DATE.

       DELETE-ONE-RATE.
           MOVE WRT-STATE-CODE     TO WCR-STATE-CODE.
           MOVE WRT-CLASS-CODE     TO WCR-CLASS-CODE.
           MOVE WRT-EFFECTIVE-DATE TO WCR-EFFECTIVE-DATE.
           DELETE WC-RATE-FILE
               INVALID KEY
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "NO RATE ON FILE FOR THAT DATE" TO
                       WS-REJECT-REASON
                   PERFORM REJECT-ONE-TRANS
               NOT INVALID KEY
                   ADD 1 TO WS-RATES-DELETED
                   MOVE SPACES TO SETUP-LOG-LINE
                   STRING "DELETED  " WRT-STATE-CODE
                       " CLASS " WRT-CLASS-CODE
                       " FROM " WRT-EFFECTIVE-DATE
                       DELIMITED BY SIZE INTO SETUP-LOG-LINE
                   END-STRING
                   WRITE SETUP-LOG-LINE
           END-DELETE.

       REJECT-ONE-TRANS.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE SPACES TO SETUP-LOG-LINE.
           STRING "REJECTED " WRT-ACTION " " WRT-STATE-CODE
               " CLASS " WRT-CLASS-CODE
               " - " WS-REJECT-REASON DELIMITED BY SIZE
               INTO SETUP-LOG-LINE
           END-STRING.
           WRITE SETUP-LOG-LINE.
           DISPLAY "*** RATE FOR " WRT-STATE-CODE " CLASS "
               WRT-CLASS-CODE " REJECTED - " WS-REJECT-REASON
               " ***".

      *> ====================================================
      *> Termination
      *> ====================================================
       TERMINATION.
           MOVE SPACES TO SETUP-LOG-LINE.
           WRITE SETUP-LOG-LINE.
           MOVE SPACES TO SETUP-LOG-LINE.
           STRING "RATES ADDED: " WS-RATES-ADDED
               "  REPLACED: " WS-RATES-REPLACED
               "  DELETED: " WS-RATES-DELETED
               "  REJECTED: " WS-TRANS-REJECTED
               DELIMITED BY SIZE INTO SETUP-LOG-LINE
           END-STRING.
           WRITE SETUP-LOG-LINE.

           CLOSE RATE-TRANS-FILE.
           CLOSE WC-RATE-FILE.
           CLOSE SETUP-LOG-FILE.

           DISPLAY " ".
           DISPLAY "Transactions read: " WS-TRANS-READ.
           DISPLAY "Rates added: " WS-RATES-ADDED.
           DISPLAY "Rates replaced: " WS-RATES-REPLACED.
           DISPLAY "Rates deleted: " WS-RATES-DELETED.
           DISPLAY "Transactions rejected: " WS-TRANS-REJECTED.
           DISPLAY " ".

           IF RETURN-CODE = 0 AND WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
