       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPANY-SETUP.
      *> ====================================================
      *> Company master maintenance
      *> Each employing company - its federal employer id, legal
      *> name and address, ledger company, NACHA originator and
      *> state tax registrations - comes in as transactions on
      *> companytrans.txt, is edited here, and only clean
      *> entries reach company.dat, where ROSTER-MAINTENANCE
      *> validates employees' company codes and the payroll,
      *> dispatch, quarterly, year-end and GL steps find each
      *> company's identity.
      *>
      *> Transactions: 'A' adds the company, or replaces the
      *> identity of one already on file (its state
      *> registrations are kept); 'S' files one state's
      *> withholding and unemployment account numbers for a
      *> company on file, replacing those already held for the
      *> state; 'D' deletes the company. Results are listed on
      *> companylog.txt; rejects end the step RC 4.
      *>
      *> Modification History:
      *>   Initial version - edited company master maintenance.
      *> ====================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANY-TRANS-FILE ASSIGN TO "companytrans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTR-FILE-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "company.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CODE
               FILE STATUS IS WS-CO-FILE-STATUS.

           SELECT SETUP-LOG-FILE ASSIGN TO "companylog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> An 'A' line carries the company identity; an 'S' line
      *> carries one state registration in the same positions
       FD  COMPANY-TRANS-FILE.
       01  COMPANY-TRANS-RECORD.
           05  CTR-ACTION              PIC X(1).
               88  CTR-ADD                 VALUE 'A'.
               88  CTR-STATE-REG           VALUE 'S'.
               88  CTR-DELETE              VALUE 'D'.
           05  CTR-CODE                PIC X(2).
           05  CTR-IDENTITY.
               10  CTR-NAME            PIC X(40).
               10  CTR-FEIN            PIC 9(9).
               10  CTR-ADDR-STREET     PIC X(30).
               10  CTR-ADDR-CITY       PIC X(20).
               10  CTR-ADDR-STATE      PIC X(2).
               10  CTR-ADDR-ZIP        PIC X(10).
               10  CTR-GL-COMPANY      PIC X(4).
               10  CTR-ACH-ORIGINATOR.
                   15  CTR-ACH-COMPANY-NAME
                                       PIC X(16).
                   15  CTR-ACH-COMPANY-ID
                                       PIC X(10).
                   15  CTR-ACH-IMMED-DEST
                                       PIC 9(9).
                   15  CTR-ACH-IMMED-ORIGIN
                                       PIC 9(9).
                   15  CTR-ACH-DEST-NAME
                                       PIC X(23).
                   15  CTR-ACH-ORIGIN-NAME
                                       PIC X(23).
                   15  CTR-ACH-FUNDING-ROUTING
                                       PIC 9(9).
                   15  CTR-ACH-FUNDING-ACCOUNT
                                       PIC X(17).
                   15  CTR-ACH-ENTRY-DESC
                                       PIC X(10).
           05  CTR-REGISTRATION REDEFINES CTR-IDENTITY.
               10  CTR-REG-STATE       PIC X(2).
               10  CTR-REG-WITHHOLD-ID PIC X(15).
               10  CTR-REG-UNEMP-ID    PIC X(15).
               10  FILLER              PIC X(209).

       FD  COMPANY-FILE.
           COPY COMPANY.

       FD  SETUP-LOG-FILE.
       01  SETUP-LOG-LINE              PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X VALUE 'N'.
               88  END-OF-FILE             VALUE 'Y'.
           05  WS-TRANS-FLAG           PIC X VALUE 'Y'.
               88  TRANS-IS-VALID          VALUE 'Y'.
               88  TRANS-IS-INVALID        VALUE 'N'.
           05  WS-REG-FOUND-FLAG       PIC X VALUE 'N'.
               88  REGISTRATION-FOUND      VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-CTR-FILE-STATUS      PIC X(2) VALUE '00'.
               88  CTR-FILE-OK              VALUE '00'.
           05  WS-CO-FILE-STATUS       PIC X(2) VALUE '00'.
               88  CO-FILE-OK               VALUE '00'.
               88  CO-FILE-NOT-FOUND        VALUE '35'.
           05  WS-LOG-FILE-STATUS      PIC X(2) VALUE '00'.
               88  LOG-FILE-OK              VALUE '00'.

       01  WS-COUNTERS.
           05  WS-TRANS-READ           PIC 9(5) VALUE 0.
           05  WS-COMPANIES-ADDED      PIC 9(5) VALUE 0.
           05  WS-COMPANIES-REPLACED   PIC 9(5) VALUE 0.
           05  WS-COMPANIES-DELETED    PIC 9(5) VALUE 0.
           05  WS-REGS-FILED           PIC 9(5) VALUE 0.
           05  WS-TRANS-REJECTED       PIC 9(5) VALUE 0.

       01  WS-TODAY-NUM                PIC 9(8) VALUE 0.

       01  WS-REJECT-REASON            PIC X(40).
       01  WS-LOG-VERB                 PIC X(8).

      *> ====================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION.
           PERFORM PROCESS-COMPANY-TRANS.
           PERFORM TERMINATION.
           STOP RUN.

      *> ====================================================
      *> Initialization
      *> ====================================================
       INITIALIZATION.
           DISPLAY "=================================".
           DISPLAY "COMPANY MASTER MAINTENANCE".
           DISPLAY "=================================".
           DISPLAY " ".

           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.

           OPEN INPUT COMPANY-TRANS-FILE.
           IF NOT CTR-FILE-OK
               DISPLAY "UNABLE TO OPEN COMPANYTRANS.TXT - STATUS "
                   WS-CTR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-COMPANY-FILE.
           OPEN OUTPUT SETUP-LOG-FILE.

      *> ====================================================
      *> Open the company master, creating it on first use
      *> ====================================================
       OPEN-COMPANY-FILE.
           OPEN I-O COMPANY-FILE.
           IF CO-FILE-NOT-FOUND
               OPEN OUTPUT COMPANY-FILE
               CLOSE COMPANY-FILE
               OPEN I-O COMPANY-FILE
           END-IF.

      *> ====================================================
      *> Work every company transaction
      *> ====================================================
       PROCESS-COMPANY-TRANS.
           PERFORM READ-NEXT-COMPANY-TRANS UNTIL END-OF-FILE.

       READ-NEXT-COMPANY-TRANS.
           READ COMPANY-TRANS-FILE
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
               EVALUATE TRUE
                   WHEN CTR-ADD
                       PERFORM ADD-ONE-COMPANY
                   WHEN CTR-STATE-REG
                       PERFORM FILE-ONE-REGISTRATION
                   WHEN OTHER
                       PERFORM DELETE-ONE-COMPANY
               END-EVALUATE
           END-IF.

      *> ====================================================
      *> Edits: a recognized action and a company code, then
      *> the fields the action carries
      *> ====================================================
       VALIDATE-ONE-TRANS.
           SET TRANS-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.

           IF NOT CTR-ADD AND NOT CTR-STATE-REG AND NOT CTR-DELETE
               SET TRANS-IS-INVALID TO TRUE
               MOVE "ACTION MUST BE A, S OR D" TO WS-REJECT-REASON
           END-IF.

           IF TRANS-IS-VALID AND CTR-CODE = SPACES
               SET TRANS-IS-INVALID TO TRUE
               MOVE "COMPANY CODE IS BLANK" TO WS-REJECT-REASON
           END-IF.

           IF TRANS-IS-VALID AND CTR-ADD
               PERFORM VALIDATE-IDENTITY-FIELDS
           END-IF.

           IF TRANS-IS-VALID AND CTR-STATE-REG
               PERFORM VALIDATE-REGISTRATION-FIELDS
           END-IF.

      *> The federal id is what every return is filed under. A
      *> company that originates ACH must carry real routing
      *> numbers - the bank refuses a file without them.
       VALIDATE-IDENTITY-FIELDS.
           IF CTR-NAME = SPACES
               SET TRANS-IS-INVALID TO TRUE
               MOVE "COMPANY NAME IS BLANK" TO WS-REJECT-REASON
           END-IF.

           IF TRANS-IS-VALID AND
               (CTR-FEIN NOT NUMERIC OR CTR-FEIN = 0)
               SET TRANS-IS-INVALID TO TRUE
               MOVE "FEIN IS MISSING OR NOT NUMERIC" TO
                   WS-REJECT-REASON
           END-IF.

           IF TRANS-IS-VALID AND CTR-GL-COMPANY = SPACES
               SET TRANS-IS-INVALID TO TRUE
               MOVE "GL COMPANY IS BLANK" TO WS-REJECT-REASON
           END-IF.

           IF TRANS-IS-VALID AND CTR-ACH-COMPANY-ID NOT = SPACES
               IF CTR-ACH-IMMED-DEST NOT NUMERIC OR
                   CTR-ACH-IMMED-ORIGIN NOT NUMERIC OR
                   CTR-ACH-FUNDING-ROUTING NOT NUMERIC OR
                   CTR-ACH-IMMED-DEST = 0 OR
                   CTR-ACH-FUNDING-ROUTING = 0 OR
                   CTR-ACH-FUNDING-ACCOUNT = SPACES
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "ACH ORIGINATOR IS INCOMPLETE" TO
                       WS-REJECT-REASON
               END-IF
           END-IF.

       VALIDATE-REGISTRATION-FIELDS.
           IF CTR-REG-STATE = SPACES
               SET TRANS-IS-INVALID TO TRUE
               MOVE "REGISTRATION STATE IS BLANK" TO
                   WS-REJECT-REASON
           END-IF.

           IF TRANS-IS-VALID AND CTR-REG-WITHHOLD-ID = SPACES AND
               CTR-REG-UNEMP-ID = SPACES
               SET TRANS-IS-INVALID TO TRUE
               MOVE "NO REGISTRATION NUMBER GIVEN" TO
                   WS-REJECT-REASON
           END-IF.

      *> ====================================================
      *> Post the company identity, replacing the one on file
      *> but keeping the state registrations already held
      *> ====================================================
       ADD-ONE-COMPANY.
           MOVE CTR-CODE TO CO-CODE.
           READ COMPANY-FILE
               INVALID KEY
                   MOVE SPACES TO COMPANY-RECORD
                   MOVE 0 TO CO-STATE-REG-COUNT
                   PERFORM BUILD-COMPANY-IDENTITY
                   WRITE COMPANY-RECORD
                   ADD 1 TO WS-COMPANIES-ADDED
                   MOVE "ADDED"    TO WS-LOG-VERB
               NOT INVALID KEY
                   PERFORM BUILD-COMPANY-IDENTITY
                   REWRITE COMPANY-RECORD
                   ADD 1 TO WS-COMPANIES-REPLACED
                   MOVE "REPLACED" TO WS-LOG-VERB
           END-READ.
           MOVE SPACES TO SETUP-LOG-LINE.
           STRING WS-LOG-VERB " COMPANY " CTR-CODE
               " FEIN " CTR-FEIN
               " GL " CTR-GL-COMPANY " "
               CTR-NAME DELIMITED BY SIZE
               INTO SETUP-LOG-LINE
           END-STRING.
           WRITE SETUP-LOG-LINE.

       BUILD-COMPANY-IDENTITY.
           MOVE CTR-CODE           TO CO-CODE.
           MOVE CTR-NAME           TO CO-NAME.
           MOVE CTR-FEIN           TO CO-FEIN.
           MOVE CTR-ADDR-STREET    TO CO-ADDR-STREET.
           MOVE CTR-ADDR-CITY      TO CO-ADDR-CITY.
           MOVE CTR-ADDR-STATE     TO CO-ADDR-STATE.
           MOVE CTR-ADDR-ZIP       TO CO-ADDR-ZIP.
           MOVE CTR-GL-COMPANY     TO CO-GL-COMPANY.
           MOVE CTR-ACH-ORIGINATOR TO CO-ACH-ORIGINATOR.
           MOVE WS-TODAY-NUM       TO CO-ENTERED-DATE.

      *> ====================================================
      *> File one state registration against a company on
      *> file, replacing the numbers already held for the state
      *> ====================================================
       FILE-ONE-REGISTRATION.
           MOVE CTR-CODE TO CO-CODE.
           READ COMPANY-FILE
               INVALID KEY
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "COMPANY NOT ON FILE" TO WS-REJECT-REASON
               NOT INVALID KEY
                   PERFORM POST-ONE-REGISTRATION
           END-READ.
           IF TRANS-IS-INVALID
               PERFORM REJECT-ONE-TRANS
           ELSE
               ADD 1 TO WS-REGS-FILED
               MOVE SPACES TO SETUP-LOG-LINE
               STRING "FILED    COMPANY " CTR-CODE
                   " STATE " CTR-REG-STATE
                   " WITHHOLDING " CTR-REG-WITHHOLD-ID
                   " UNEMPLOYMENT " CTR-REG-UNEMP-ID
                   DELIMITED BY SIZE INTO SETUP-LOG-LINE
               END-STRING
               WRITE SETUP-LOG-LINE
           END-IF.

       POST-ONE-REGISTRATION.
           IF CO-STATE-REG-COUNT NOT NUMERIC
               MOVE 0 TO CO-STATE-REG-COUNT
           END-IF.
           MOVE 'N' TO WS-REG-FOUND-FLAG.
           PERFORM FIND-REGISTRATION-ENTRY
               VARYING CO-REG-IDX FROM 1 BY 1
               UNTIL CO-REG-IDX > CO-STATE-REG-COUNT OR
                   REGISTRATION-FOUND.
           IF REGISTRATION-FOUND
               SET CO-REG-IDX DOWN BY 1
           ELSE
               IF CO-STATE-REG-COUNT >= 10
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "REGISTRATION TABLE IS FULL" TO
                       WS-REJECT-REASON
               ELSE
                   ADD 1 TO CO-STATE-REG-COUNT
                   SET CO-REG-IDX TO CO-STATE-REG-COUNT
               END-IF
           END-IF.
           IF TRANS-IS-VALID
               MOVE CTR-REG-STATE
                   TO CO-REG-STATE (CO-REG-IDX)
               MOVE CTR-REG-WITHHOLD-ID
                   TO CO-REG-WITHHOLD-ID (CO-REG-IDX)
               MOVE CTR-REG-UNEMP-ID
                   TO CO-REG-UNEMP-ID (CO-REG-IDX)
               MOVE WS-TODAY-NUM TO CO-ENTERED-DATE
               REWRITE COMPANY-RECORD
           END-IF.

       FIND-REGISTRATION-ENTRY.
           IF CO-REG-STATE (CO-REG-IDX) = CTR-REG-STATE
               SET REGISTRATION-FOUND TO TRUE
           END-IF.

       DELETE-ONE-COMPANY.
           MOVE CTR-CODE TO CO-CODE.
           DELETE COMPANY-FILE
               INVALID KEY
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE "COMPANY NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM REJECT-ONE-TRANS
               NOT INVALID KEY
                   ADD 1 TO WS-COMPANIES-DELETED
                   MOVE SPACES TO SETUP-LOG-LINE
                   STRING "DELETED  COMPANY " CTR-CODE
                       DELIMITED BY SIZE INTO SETUP-LOG-LINE
                   END-STRING
                   WRITE SETUP-LOG-LINE
           END-DELETE.

       REJECT-ONE-TRANS.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE SPACES TO SETUP-LOG-LINE.
           STRING "REJECTED " CTR-ACTION " COMPANY " CTR-CODE
               " - " WS-REJECT-REASON DELIMITED BY SIZE
               INTO SETUP-LOG-LINE
           END-STRING.
           WRITE SETUP-LOG-LINE.
           DISPLAY "*** COMPANY " CTR-CODE " TRANSACTION "
               CTR-ACTION " REJECTED - " WS-REJECT-REASON " ***".

      *> ====================================================
      *> Termination
      *> ====================================================
       TERMINATION.
           MOVE SPACES TO SETUP-LOG-LINE.
           WRITE SETUP-LOG-LINE.
           MOVE SPACES TO SETUP-LOG-LINE.
           STRING "COMPANIES ADDED: " WS-COMPANIES-ADDED
               "  REPLACED: " WS-COMPANIES-REPLACED
               "  DELETED: " WS-COMPANIES-DELETED
               "  REGISTRATIONS: " WS-REGS-FILED
               "  REJECTED: " WS-TRANS-REJECTED
               DELIMITED BY SIZE INTO SETUP-LOG-LINE
           END-STRING.
           WRITE SETUP-LOG-LINE.

           CLOSE COMPANY-TRANS-FILE.
           CLOSE COMPANY-FILE.
           CLOSE SETUP-LOG-FILE.

           DISPLAY " ".
           DISPLAY "Transactions read: " WS-TRANS-READ.
           DISPLAY "Companies added: " WS-COMPANIES-ADDED.
           DISPLAY "Companies replaced: " WS-COMPANIES-REPLACED.
           DISPLAY "Companies deleted: " WS-COMPANIES-DELETED.
           DISPLAY "State registrations filed: " WS-REGS-FILED.
           DISPLAY "Transactions rejected: " WS-TRANS-REJECTED.
           DISPLAY " ".

           IF RETURN-CODE = 0 AND WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
