       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIN-WAGE-SETUP.
      *> ====================================================
      *> Minimum wage and exempt salary standard load
      *> Federal and state minimum wage and exempt salary
      *> standards come in as transactions on minwagetrans.txt,
      *> one per jurisdiction ('US' for federal, else the state)
      *> and effective date, are edited here (a jurisdiction, a
      *> real effective date, a minimum hourly wage, and for
      *> the federal standard an exempt salary threshold), and
      *> only clean standards reach minwage.dat, where
      *> ROSTER-MAINTENANCE rejects pay set below them and
      *> PAYROLL-DEMO checks each period's pay against them.
      *>
      *> Transactions: 'A' adds the standard for the
      *> jurisdiction and date (replacing one already on file
      *> for the same date), 'D' deletes it. A new year's
      *> increase is added under its own effective date, so the
      *> old standard stays on file for the periods before it.
      *> Results are listed on minwagelog.txt; rejects end the
      *> step RC 4.
      *>
      *> Modification History:
      *>   Initial version - edited minimum wage and exempt
      *>     salary standard load.
      *> ====================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAGE-TRANS-FILE ASSIGN TO "minwagetrans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MWT-FILE-STATUS.

           SELECT MIN-WAGE-FILE ASSIGN TO "minwage.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MW-KEY
               FILE STATUS IS WS-MW-FILE-STATUS.

           SELECT SETUP-LOG-FILE ASSIGN TO "minwagelog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WAGE-TRANS-FILE.
       01  WAGE-TRANS-RECORD.
           05  MWT-ACTION              PIC X(1).
               88  MWT-ADD                 VALUE 'A'.
               88  MWT-DELETE              VALUE 'D'.
           05  MWT-STATE-CODE          PIC X(2).
           05  MWT-EFFECTIVE-DATE      PIC 9(8).
           05  MWT-MINIMUM-HOURLY      PIC 9(3)V99.
           05  MWT-EXEMPT-SALARY       PIC 9(7)V99.

       FD  MIN-WAGE-FILE.
           COPY MINWAGE.

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
           05  WS-MWT-FILE-STATUS      PIC X(2) VALUE '00'.
               88  MWT-FILE-OK              VALUE '00'.
           05  WS-MW-FILE-STATUS       PIC X(2) VALUE '00'.
               88  MW-FILE-OK               VALUE '00'.
               88  MW-FILE-NOT-FOUND        VALUE '35'.
           05  WS-LOG-FILE-STATUS      PIC X(2) VALUE '00'.
               88  LOG-FILE-OK              VALUE '00'.

       01  WS-COUNTERS.
           05  WS-TRANS-READ           PIC 9(5) VALUE 0.
           05  WS-STANDARDS-ADDED      PIC 9(5) VALUE 0.
           05  WS-STANDARDS-REPLACED   PIC 9(5) VALUE 0.
           05  WS-STANDARDS-DELETED    PIC 9(5) VALUE 0.
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
       01  WS-EDITED-MINIMUM           PIC ZZ9.99.
       01  WS-EDITED-EXEMPT            PIC Z,ZZZ,ZZ9.99.

      *> ====================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION.
           PERFORM PROCESS-WAGE-TRANS.
           PERFORM TERMINATION.
           STOP RUN.

      *> ====================================================
      *> Initialization
      *> ====================================================
       INITIALIZATION.
           DISPLAY "=================================".
           DISPLAY "MINIMUM WAGE STANDARD LOAD".
           DISPLAY "=================================".
           DISPLAY " ".

           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.

           OPEN INPUT WAGE-TRANS-FILE.
           IF NOT MWT-FILE-OK
               DISPLAY "UNABLE TO OPEN MINWAGETRANS.TXT - STATUS "
                   WS-MWT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-MIN-WAGE-FILE.
           OPEN OUTPUT SETUP-LOG-FILE.

      *> ====================================================
      *> Open the standards table, creating it on first use
      *> ====================================================
       OPEN-MIN-WAGE-FILE.
           OPEN I-O MIN-WAGE-FILE.
           IF MW-FILE-NOT-FOUND
               OPEN OUTPUT MIN-WAGE-FILE
               CLOSE MIN-WAGE-FILE
               OPEN I-O MIN-WAGE-FILE
           END-IF.

      *> ====================================================
      *> Work every standard transaction
      *> ====================================================
       PROCESS-WAGE-TRANS.
           PERFORM READ-NEXT-WAGE-TRANS UNTIL END-OF-FILE.

       READ-NEXT-WAGE-TRANS.
           READ WAGE-TRANS-FILE
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
               IF MWT-ADD
                   PERFORM ADD-ONE-STANDARD
               ELSE
                   PERFORM DELETE-ONE-STANDARD
               END-IF
           END-IF.

      *> ====================================================
      *> Edits common to both actions: a recognized action, a
      *> jurisdiction and a real effective date
      *> ====================================================
       VALIDATE-ONE-TRANS.
           SET TRANS-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.

           IF NOT MWT-ADD AND NOT MWT-DELETE
               SET TRANS-IS-INVALID TO TRUE
               MOVE "ACTION MUST BE A OR D" TO WS-REJECT-REASON
           END-IF.

           IF TRANS-IS-VALID AND MWT-STATE-CODE = SPACES
               SET TRANS-IS-INVALID TO TRUE
               MOVE "JURISDICTION IS BLANK" TO WS-REJECT-REASON
           END-IF.

           IF TRANS-IS-VALID
               PERFORM VALIDATE-EFFECTIVE-DATE
           END-IF.

           IF TRANS-IS-VALID AND MWT-ADD
               PERFORM VALIDATE-ADD-FIELDS
           END-IF.

       VALIDATE-EFFECTIVE-DATE.
           IF MWT-EFFECTIVE-DATE NOT NUMERIC
               SET TRANS-IS-INVALID TO TRUE
               MOVE "EFFECTIVE DATE IS NOT NUMERIC" TO
                   WS-REJECT-REASON
           ELSE
               MOVE MWT-EFFECTIVE-DATE TO WS-EFF-DATE-NUM
               IF WS-EFF-YYYY < 1900 OR
                   WS-EFF-MM < 1 OR WS-EFF-MM > 12 OR
                   WS-EFF-DD < 1 OR WS-EFF-DD > 31
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "EFFECTIVE DATE IS INVALID" TO
                       WS-REJECT-REASON
               END-IF
           END-IF.

      *> A minimum wage must be a figure and more than nothing.
      *> The federal standard must carry the exempt threshold;
      *> a state's may be zero where it sets none of its own.
       VALIDATE-ADD-FIELDS.
           IF MWT-MINIMUM-HOURLY NOT NUMERIC OR
               MWT-EXEMPT-SALARY NOT NUMERIC
               SET TRANS-IS-INVALID TO TRUE
               MOVE "WAGE OR THRESHOLD IS NOT NUMERIC" TO
                   WS-REJECT-REASON
           END-IF.

           IF TRANS-IS-VALID AND MWT-MINIMUM-HOURLY = 0
               SET TRANS-IS-INVALID TO TRUE
               MOVE "MINIMUM WAGE IS ZERO" TO WS-REJECT-REASON
           END-IF.

           IF TRANS-IS-VALID AND MWT-STATE-CODE = 'US' AND
               MWT-EXEMPT-SALARY = 0
               SET TRANS-IS-INVALID TO TRUE
               MOVE "FEDERAL EXEMPT THRESHOLD IS ZERO" TO
                   WS-REJECT-REASON
           END-IF.

      *> ====================================================
      *> Post the clean standard, replacing one already on file
      *> for the same jurisdiction and date
      *> ====================================================
       ADD-ONE-STANDARD.
           MOVE MWT-STATE-CODE     TO MW-STATE-CODE.
           MOVE MWT-EFFECTIVE-DATE TO MW-EFFECTIVE-DATE.
           READ MIN-WAGE-FILE
               INVALID KEY
                   PERFORM BUILD-MIN-WAGE-RECORD
                   WRITE MIN-WAGE-RECORD
                   ADD 1 TO WS-STANDARDS-ADDED
                   MOVE "ADDED"    TO WS-LOG-VERB
               NOT INVALID KEY
                   PERFORM BUILD-MIN-WAGE-RECORD
                   REWRITE MIN-WAGE-RECORD
                   ADD 1 TO WS-STANDARDS-REPLACED
                   MOVE "REPLACED" TO WS-LOG-VERB
           END-READ.
           MOVE MW-MINIMUM-HOURLY TO WS-EDITED-MINIMUM.
           MOVE MW-EXEMPT-SALARY  TO WS-EDITED-EXEMPT.
           MOVE SPACES TO SETUP-LOG-LINE.
           STRING WS-LOG-VERB " " MWT-STATE-CODE
               " FROM " MWT-EFFECTIVE-DATE
               " MINIMUM " WS-EDITED-MINIMUM
               " EXEMPT SALARY " WS-EDITED-EXEMPT
               DELIMITED BY SIZE INTO SETUP-LOG-LINE
           END-STRING.
           WRITE SETUP-LOG-LINE.

       BUILD-MIN-WAGE-RECORD.
           MOVE MWT-STATE-CODE     TO MW-STATE-CODE.
           MOVE MWT-EFFECTIVE-DATE TO MW-EFFECTIVE-DATE.
           MOVE MWT-MINIMUM-HOURLY TO MW-MINIMUM-HOURLY.
           MOVE MWT-EXEMPT-SALARY  TO MW-EXEMPT-SALARY.
           MOVE WS-TODAY-NUM       TO MW-ENTERED-DATE.

       DELETE-ONE-STANDARD.
           MOVE MWT-STATE-CODE     TO MW-STATE-CODE.
           MOVE MWT-EFFECTIVE-DATE TO MW-EFFECTIVE-DATE.
           DELETE MIN-WAGE-FILE
               INVALID KEY
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "NO STANDARD ON FILE FOR THAT DATE" TO
                       WS-REJECT-REASON
                   PERFORM REJECT-ONE-TRANS
               NOT INVALID KEY
                   ADD 1 TO WS-STANDARDS-DELETED
                   MOVE SPACES TO SETUP-LOG-LINE
                   STRING "DELETED  " MWT-STATE-CODE
                       " FROM " MWT-EFFECTIVE-DATE
                       DELIMITED BY SIZE INTO SETUP-LOG-LINE
                   END-STRING
                   WRITE SETUP-LOG-LINE
           END-DELETE.

       REJECT-ONE-TRANS.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE SPACES TO SETUP-LOG-LINE.
           STRING "REJECTED " MWT-ACTION " " MWT-STATE-CODE
               " FROM " MWT-EFFECTIVE-DATE
               " - " WS-REJECT-REASON DELIMITED BY SIZE
               INTO SETUP-LOG-LINE
           END-STRING.
           WRITE SETUP-LOG-LINE.
           DISPLAY "*** STANDARD FOR " MWT-STATE-CODE " FROM "
               MWT-EFFECTIVE-DATE " REJECTED - " WS-REJECT-REASON
               " ***".

      *> ====================================================
      *> Termination
      *> ====================================================
       TERMINATION.
           MOVE SPACES TO SETUP-LOG-LINE.
           WRITE SETUP-LOG-LINE.
           MOVE SPACES TO SETUP-LOG-LINE.
           STRING "STANDARDS ADDED: " WS-STANDARDS-ADDED
               "  REPLACED: " WS-STANDARDS-REPLACED
               "  DELETED: " WS-STANDARDS-DELETED
               "  REJECTED: " WS-TRANS-REJECTED
               DELIMITED BY SIZE INTO SETUP-LOG-LINE
           END-STRING.
           WRITE SETUP-LOG-LINE.

           CLOSE WAGE-TRANS-FILE.
           CLOSE MIN-WAGE-FILE.
           CLOSE SETUP-LOG-FILE.

           DISPLAY " ".
           DISPLAY "Transactions read: " WS-TRANS-READ.
           DISPLAY "Standards added: " WS-STANDARDS-ADDED.
           DISPLAY "Standards replaced: " WS-STANDARDS-REPLACED.
           DISPLAY "Standards deleted: " WS-STANDARDS-DELETED.
           DISPLAY "Transactions rejected: " WS-TRANS-REJECTED.
           DISPLAY " ".

           IF RETURN-CODE = 0 AND WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
