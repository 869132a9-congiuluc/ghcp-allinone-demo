       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSITIVE-PAY.
      *> ====================================================
      *> Positive pay issue file for the bank
      *> Tells the bank which checks were really issued, so a
      *> forged or altered check is refused at presentment
      *> instead of found afterwards by CHECK-RECONCILE. Run
      *> after every dispatch - the scheduled payroll, an
      *> off-cycle check run, the pension run - and after any
      *> PAYMENT-REVERSAL, it sweeps the check register master
      *> (checkreg.dat) for every check not yet reported to the
      *> bank and every void not yet reported, and writes them
      *> to a new issue file in the bank's fixed format: a
      *> header, one issue ('I') or void ('V') record per item
      *> carrying the drawing account, check number, amount,
      *> issue date and payee name, and a trailer with the
      *> record count and the issue and void counts and totals.
      *> Each item goes on exactly one file, stamped on the
      *> check master with the file's sequence number.
      *>
      *> Files are numbered posipayNNNNNN.txt, so a file still
      *> waiting to go can never be overwritten by the next
      *> one, and each is entered on the transmission log
      *> (pospaylog.dat) with its control totals. Once the file
      *> has gone, "SENT nnnnnn reference" on SYSIN records the
      *> transmission - after re-adding the file on disk and
      *> proving it still ties to the totals logged when it was
      *> built. A file already recorded as sent, or one that no
      *> longer ties, is refused RC 8, so the log proves every
      *> file went to the bank once, as built. Every run lists
      *> the whole log on pospaylist.txt and ends RC 4 while an
      *> earlier file is still not confirmed sent.
      *>
      *> The account each check is drawn on comes from the
      *> pospaybank.txt parameter file maintained by treasury,
      *> one line per paying company (code, bank routing
      *> number, account number). A check for a company with no
      *> line there stays unreported, is listed on the console
      *> and ends the step RC 4 until treasury supplies it.
      *>
      *> Modification History:
      *>   Initial version - positive pay issue and void file,
      *>     control totals and transmission log.
      *>   Every build run appends its counts and issue and void
      *>     totals to the run history through RUN-LOG.
      *> ====================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-MASTER-FILE ASSIGN TO "checkreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKG-CHECK-NUMBER
               FILE STATUS IS WS-CKG-FILE-STATUS.

           SELECT BANK-PARM-FILE ASSIGN TO "pospaybank.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPB-FILE-STATUS.

           SELECT POS-PAY-LOG-FILE ASSIGN TO "pospaylog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPL-FILE-SEQ
               FILE STATUS IS WS-PPL-FILE-STATUS.

           SELECT POS-PAY-FILE ASSIGN TO DYNAMIC WS-PP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPF-FILE-STATUS.

           SELECT LOG-LIST-FILE ASSIGN TO "pospaylist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-MASTER-FILE.
           COPY CHECKREG.

       FD  BANK-PARM-FILE.
       01  BANK-PARM-RECORD.
           05  PPB-COMPANY-CODE        PIC X(2).
           05  PPB-BANK-ROUTING        PIC 9(9).
           05  PPB-ACCOUNT             PIC X(17).

       FD  POS-PAY-LOG-FILE.
           COPY POSPAYLG.

       FD  POS-PAY-FILE.
       01  POS-PAY-RECORD              PIC X(100).

       FD  LOG-LIST-FILE.
       01  LOG-LIST-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-CKG-AVAILABLE        PIC X VALUE 'N'.
               88  CHECK-MASTER-AVAILABLE  VALUE 'Y'.
           05  WS-CKG-EOF-FLAG         PIC X VALUE 'N'.
               88  REGISTER-PASS-DONE      VALUE 'Y'.
           05  WS-PPB-EOF-FLAG         PIC X VALUE 'N'.
               88  BANK-PARMS-DONE         VALUE 'Y'.
           05  WS-PPL-EOF-FLAG         PIC X VALUE 'N'.
               88  LOG-PASS-DONE           VALUE 'Y'.
           05  WS-PPF-EOF-FLAG         PIC X VALUE 'N'.
               88  ISSUE-FILE-DONE         VALUE 'Y'.
           05  WS-FILE-OPEN-FLAG       PIC X VALUE 'N'.
               88  ISSUE-FILE-IS-OPEN      VALUE 'Y'.
           05  WS-ISSUE-PENDING-FLAG   PIC X VALUE 'N'.
               88  ISSUE-IS-PENDING        VALUE 'Y'.
           05  WS-VOID-PENDING-FLAG    PIC X VALUE 'N'.
               88  VOID-IS-PENDING         VALUE 'Y'.
           05  WS-ACCOUNT-FOUND-FLAG   PIC X VALUE 'N'.
               88  BANK-ACCOUNT-FOUND      VALUE 'Y'.
           05  WS-TRAILER-SEEN-FLAG    PIC X VALUE 'N'.
               88  TRAILER-SEEN            VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-CKG-FILE-STATUS      PIC X(2) VALUE '00'.
               88  CKG-FILE-OK              VALUE '00'.
           05  WS-PPB-FILE-STATUS      PIC X(2) VALUE '00'.
               88  PPB-FILE-OK              VALUE '00'.
           05  WS-PPL-FILE-STATUS      PIC X(2) VALUE '00'.
               88  PPL-FILE-OK              VALUE '00'.
               88  PPL-FILE-NOT-FOUND       VALUE '35'.
           05  WS-PPF-FILE-STATUS      PIC X(2) VALUE '00'.
               88  PPF-FILE-OK              VALUE '00'.
           05  WS-LST-FILE-STATUS      PIC X(2) VALUE '00'.
               88  LST-FILE-OK              VALUE '00'.

      *> SYSIN: blank builds the next issue file; "SENT nnnnnn
      *> reference" records file nnnnnn as transmitted
       01  WS-PARM-INPUT               PIC X(32) VALUE SPACES.
       01  WS-PARM-PARTS REDEFINES WS-PARM-INPUT.
           05  WS-PARM-ACTION          PIC X(4).
               88  CONFIRM-REQUESTED       VALUE "SENT".
               88  BUILD-REQUESTED         VALUE SPACES.
           05  FILLER                  PIC X(1).
           05  WS-PARM-FILE-SEQ        PIC X(6).
           05  FILLER                  PIC X(1).
           05  WS-PARM-REFERENCE       PIC X(20).

       01  WS-TODAY-FIELDS.
           05  WS-TODAY-NUM            PIC 9(8) VALUE 0.
           05  WS-TODAY-TIME           PIC 9(8) VALUE 0.
           05  WS-RUN-TIMESTAMP        PIC X(14).

      *> Drawing account of each paying company
       01  WS-BANK-TABLE.
           05  WS-BANK-COUNT           PIC 9(3) VALUE 0.
           05  WS-BANK-ENTRY OCCURS 50 TIMES.
               10  WS-BANK-COMPANY     PIC X(2).
               10  WS-BANK-ROUTING     PIC 9(9).
               10  WS-BANK-ACCOUNT     PIC X(17).
       01  WS-BANK-IDX                 PIC 9(3) VALUE 0.
       01  WS-FOUND-IDX                PIC 9(3) VALUE 0.
       01  WS-CHECK-COMPANY            PIC X(2).

       01  WS-FILE-FIELDS.
           05  WS-LAST-FILE-SEQ        PIC 9(6) VALUE 0.
           05  WS-NEW-FILE-SEQ         PIC 9(6) VALUE 0.
           05  WS-CONFIRM-SEQ          PIC 9(6) VALUE 0.
           05  WS-PP-FILE-NAME         PIC X(20) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-CHECKS-READ          PIC 9(7) VALUE 0.
           05  WS-ISSUE-COUNT          PIC 9(5) VALUE 0.
           05  WS-ISSUE-TOTAL          PIC 9(10)V99 VALUE 0.
           05  WS-VOID-COUNT           PIC 9(5) VALUE 0.
           05  WS-VOID-TOTAL           PIC 9(10)V99 VALUE 0.
           05  WS-RECORD-COUNT         PIC 9(6) VALUE 0.
           05  WS-NO-ACCOUNT-COUNT     PIC 9(5) VALUE 0.
           05  WS-STAMPED-COUNT        PIC 9(5) VALUE 0.
           05  WS-UNSENT-COUNT         PIC 9(5) VALUE 0.
           05  WS-LOG-ENTRY-COUNT      PIC 9(5) VALUE 0.

      *> Re-added from the file on disk when it is confirmed
       01  WS-VERIFY-FIELDS.
           05  WS-VFY-ISSUE-COUNT      PIC 9(5) VALUE 0.
           05  WS-VFY-ISSUE-CENTS      PIC 9(12) VALUE 0.
           05  WS-VFY-VOID-COUNT       PIC 9(5) VALUE 0.
           05  WS-VFY-VOID-CENTS       PIC 9(12) VALUE 0.
           05  WS-VFY-RECORD-COUNT     PIC 9(6) VALUE 0.
           05  WS-LOG-ISSUE-CENTS      PIC 9(12) VALUE 0.
           05  WS-LOG-VOID-CENTS       PIC 9(12) VALUE 0.

      *> The bank's positive pay layout - 100-byte header,
      *> issue/void detail and trailer records, amounts in cents
       01  WS-PP-HEADER.
           05  FILLER                  PIC X(1)  VALUE "H".
           05  WS-PH-FILE-SEQ          PIC 9(6).
           05  WS-PH-CREATED-DATE      PIC 9(8).
           05  WS-PH-CREATED-TIME      PIC 9(6).
           05  FILLER                  PIC X(79) VALUE SPACES.

       01  WS-PP-DETAIL.
           05  WS-PD-RECORD-TYPE       PIC X(1).
               88  WS-PD-ISSUE             VALUE "I".
               88  WS-PD-VOID              VALUE "V".
           05  WS-PD-ROUTING           PIC 9(9).
           05  WS-PD-ACCOUNT           PIC X(17).
           05  WS-PD-CHECK-NUMBER      PIC 9(10).
           05  WS-PD-AMOUNT-CENTS      PIC 9(10).
           05  WS-PD-ISSUE-DATE        PIC 9(8).
           05  WS-PD-PAYEE-NAME        PIC X(30).
           05  WS-PD-VOID-DATE         PIC 9(8).
           05  FILLER                  PIC X(7)  VALUE SPACES.

       01  WS-PP-TRAILER.
           05  WS-PT-RECORD-TYPE       PIC X(1)  VALUE "T".
           05  WS-PT-FILE-SEQ          PIC 9(6).
           05  WS-PT-RECORD-COUNT      PIC 9(6).
           05  WS-PT-ISSUE-COUNT       PIC 9(6).
           05  WS-PT-ISSUE-CENTS       PIC 9(12).
           05  WS-PT-VOID-COUNT        PIC 9(6).
           05  WS-PT-VOID-CENTS        PIC 9(12).
           05  FILLER                  PIC X(51) VALUE SPACES.

      *> A record read back from a file being confirmed
       01  WS-PP-READ-BACK.
           05  WS-PR-RECORD-TYPE       PIC X(1).
           05  WS-PR-DETAIL-PART.
               10  FILLER              PIC X(36).
               10  WS-PR-AMOUNT-CENTS  PIC 9(10).
               10  FILLER              PIC X(53).
           05  WS-PR-TRAILER-PART REDEFINES WS-PR-DETAIL-PART.
               10  WS-PR-FILE-SEQ      PIC 9(6).
               10  WS-PR-RECORD-COUNT  PIC 9(6).
               10  WS-PR-ISSUE-COUNT   PIC 9(6).
               10  WS-PR-ISSUE-CENTS   PIC 9(12).
               10  WS-PR-VOID-COUNT    PIC 9(6).
               10  WS-PR-VOID-CENTS    PIC 9(12).
               10  FILLER              PIC X(51).

       01  WS-LIST-TITLE.
           05  FILLER                  PIC X(31)
               VALUE "POSITIVE PAY TRANSMISSION LOG ".
           05  FILLER                  PIC X(6)  VALUE "AS OF ".
           05  WS-LT-DATE              PIC 9(8).
           05  FILLER                  PIC X(87) VALUE SPACES.

       01  WS-LIST-HEADING.
           05  FILLER                  PIC X(8)  VALUE "FILE".
           05  FILLER                  PIC X(17) VALUE "NAME".
           05  FILLER                  PIC X(16) VALUE "CREATED".
           05  FILLER                  PIC X(21)
               VALUE "ISSUES        AMOUNT".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(20)
               VALUE "VOIDS        AMOUNT".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "STATUS".
           05  FILLER                  PIC X(16) VALUE "SENT".
           05  FILLER                  PIC X(20) VALUE "REFERENCE".

       01  WS-LIST-DETAIL.
           05  WS-LL-FILE-SEQ          PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-LL-FILE-NAME         PIC X(17).
           05  WS-LL-CREATED           PIC X(14).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-LL-ISSUE-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-LL-ISSUE-TOTAL       PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-LL-VOID-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-LL-VOID-TOTAL        PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-LL-STATUS            PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-LL-SENT              PIC X(14).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-LL-REFERENCE         PIC X(20).

           COPY RUNLOGP.

      *> ====================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION.
           IF CONFIRM-REQUESTED
               PERFORM CONFIRM-TRANSMISSION
           ELSE
               PERFORM BUILD-ISSUE-FILE
           END-IF.
           PERFORM LIST-TRANSMISSION-LOG.
           PERFORM TERMINATION.
           PERFORM END-RUN-LOG.
           STOP RUN.

      *> ====================================================
      *> Initialization
      *> ====================================================
       INITIALIZATION.
           PERFORM START-RUN-LOG.
           DISPLAY "=================================".
           DISPLAY "POSITIVE PAY".
           DISPLAY "=================================".
           DISPLAY " ".

           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-TIME FROM TIME.
           STRING WS-TODAY-NUM WS-TODAY-TIME(1:6)
               DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP
           END-STRING.

           ACCEPT WS-PARM-INPUT.
           IF NOT CONFIRM-REQUESTED AND NOT BUILD-REQUESTED
               DISPLAY "*** EXPECTED BLANK OR 'SENT nnnnnn "
                   "reference' ON SYSIN - NOTHING DONE ***"
               MOVE 16 TO RETURN-CODE
               PERFORM END-RUN-LOG
               STOP RUN
           END-IF.
           IF CONFIRM-REQUESTED
               IF WS-PARM-FILE-SEQ IS NUMERIC
                   MOVE WS-PARM-FILE-SEQ TO WS-CONFIRM-SEQ
               END-IF
               IF WS-CONFIRM-SEQ = 0
                   DISPLAY "*** NO FILE NUMBER ON THE SENT "
                       "CONFIRMATION - NOTHING DONE ***"
                   MOVE 16 TO RETURN-CODE
                   PERFORM END-RUN-LOG
                   STOP RUN
               END-IF
           END-IF.

           PERFORM OPEN-POS-PAY-LOG-FILE.
           PERFORM FIND-LAST-FILE-SEQ.

           IF BUILD-REQUESTED
               OPEN I-O CHECK-MASTER-FILE
               IF CKG-FILE-OK
                   SET CHECK-MASTER-AVAILABLE TO TRUE
               ELSE
                   DISPLAY "NO CHECK REGISTER MASTER - NO CHECKS "
                       "HAVE BEEN ISSUED TO REPORT"
               END-IF
               PERFORM LOAD-BANK-PARMS
           END-IF.

      *> ====================================================
      *> Open the transmission log, creating it on first use
      *> ====================================================
       OPEN-POS-PAY-LOG-FILE.
           OPEN I-O POS-PAY-LOG-FILE.
           IF PPL-FILE-NOT-FOUND
               OPEN OUTPUT POS-PAY-LOG-FILE
               CLOSE POS-PAY-LOG-FILE
               OPEN I-O POS-PAY-LOG-FILE
           END-IF.

      *> The log is keyed on the file sequence, so its last
      *> entry carries the number the next file follows
       FIND-LAST-FILE-SEQ.
           MOVE 0 TO PPL-FILE-SEQ.
           MOVE 'N' TO WS-PPL-EOF-FLAG.
           START POS-PAY-LOG-FILE KEY >= PPL-FILE-SEQ
               INVALID KEY
                   SET LOG-PASS-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-LOG-SEQ UNTIL LOG-PASS-DONE.

       READ-NEXT-LOG-SEQ.
           READ POS-PAY-LOG-FILE NEXT RECORD
               AT END
                   SET LOG-PASS-DONE TO TRUE
               NOT AT END
                   MOVE PPL-FILE-SEQ TO WS-LAST-FILE-SEQ
           END-READ.

       LOAD-BANK-PARMS.
           OPEN INPUT BANK-PARM-FILE.
           IF PPB-FILE-OK
               PERFORM READ-BANK-PARM-RECORDS UNTIL BANK-PARMS-DONE
               CLOSE BANK-PARM-FILE
           ELSE
               DISPLAY "POSITIVE PAY BANK PARAMETERS UNAVAILABLE - "
                   "NO CHECK CAN BE REPORTED THIS RUN"
           END-IF.

       READ-BANK-PARM-RECORDS.
           READ BANK-PARM-FILE
               AT END
                   SET BANK-PARMS-DONE TO TRUE
               NOT AT END
                   IF PPB-BANK-ROUTING IS NUMERIC AND
                       PPB-ACCOUNT NOT = SPACES AND
                       WS-BANK-COUNT < 50
                       ADD 1 TO WS-BANK-COUNT
                       MOVE PPB-COMPANY-CODE TO
                           WS-BANK-COMPANY (WS-BANK-COUNT)
                       IF WS-BANK-COMPANY (WS-BANK-COUNT) = SPACES
                           MOVE '01' TO WS-BANK-COMPANY (WS-BANK-COUNT)
                       END-IF
                       MOVE PPB-BANK-ROUTING TO
                           WS-BANK-ROUTING (WS-BANK-COUNT)
                       MOVE PPB-ACCOUNT TO
                           WS-BANK-ACCOUNT (WS-BANK-COUNT)
                   ELSE
                       DISPLAY "POSITIVE PAY BANK PARAMETER FOR "
                           "COMPANY " PPB-COMPANY-CODE " IGNORED - "
                           "ROUTING OR ACCOUNT MISSING"
                   END-IF
           END-READ.

      *> ====================================================
      *> Build the next issue file from every issue and void
      *> the bank has not yet been told of. The file is only
      *> opened once there is something to put on it, and the
      *> checks are only stamped once it is complete and
      *> logged, so an abended build leaves them all to go on
      *> the next file.
      *> ====================================================
       BUILD-ISSUE-FILE.
           IF CHECK-MASTER-AVAILABLE
               COMPUTE WS-NEW-FILE-SEQ = WS-LAST-FILE-SEQ + 1
               END-COMPUTE
               MOVE SPACES TO WS-PP-FILE-NAME
               STRING "posipay" WS-NEW-FILE-SEQ ".txt"
                   DELIMITED BY SIZE INTO WS-PP-FILE-NAME
               END-STRING
               PERFORM START-REGISTER-PASS
               PERFORM WRITE-NEXT-PENDING-CHECK
                   UNTIL REGISTER-PASS-DONE
               IF ISSUE-FILE-IS-OPEN
                   PERFORM WRITE-ISSUE-FILE-TRAILER
                   CLOSE POS-PAY-FILE
                   PERFORM LOG-NEW-ISSUE-FILE
                   PERFORM START-REGISTER-PASS
                   PERFORM STAMP-NEXT-PENDING-CHECK
                       UNTIL REGISTER-PASS-DONE
                   DISPLAY "Positive pay file " WS-PP-FILE-NAME
                       " built - send it to the bank, then "
                       "confirm with SENT " WS-NEW-FILE-SEQ
               ELSE
                   DISPLAY "No check issues or voids waiting to be "
                       "reported - no positive pay file built."
               END-IF
           END-IF.

       START-REGISTER-PASS.
           MOVE 0 TO CKG-CHECK-NUMBER.
           MOVE 'N' TO WS-CKG-EOF-FLAG.
           START CHECK-MASTER-FILE KEY >= CKG-CHECK-NUMBER
               INVALID KEY
                   SET REGISTER-PASS-DONE TO TRUE
           END-START.

       WRITE-NEXT-PENDING-CHECK.
           READ CHECK-MASTER-FILE NEXT RECORD
               AT END
                   SET REGISTER-PASS-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CHECKS-READ
                   PERFORM JUDGE-ONE-CHECK
                   IF ISSUE-IS-PENDING OR VOID-IS-PENDING
                       IF BANK-ACCOUNT-FOUND
                           PERFORM WRITE-CHECK-ITEMS
                       ELSE
                           ADD 1 TO WS-NO-ACCOUNT-COUNT
                           DISPLAY "*** CHECK " CKG-CHECK-NUMBER
                               " COMPANY " WS-CHECK-COMPANY
                               " NOT REPORTED - NO POSITIVE PAY "
                               "ACCOUNT IN POSPAYBANK.TXT ***"
                       END-IF
                   END-IF
           END-READ.

      *> An issue is waiting while its file stamp is zero and a
      *> void while the voided check's void stamp is; spaces
      *> (a record from before positive pay) never wait
       JUDGE-ONE-CHECK.
           MOVE 'N' TO WS-ISSUE-PENDING-FLAG.
           MOVE 'N' TO WS-VOID-PENDING-FLAG.
           IF CKG-PP-ISSUE-FILE IS NUMERIC
               IF CKG-PP-ISSUE-FILE = 0
                   SET ISSUE-IS-PENDING TO TRUE
               END-IF
           END-IF.
           IF CKG-VOIDED AND CKG-PP-VOID-FILE IS NUMERIC
               IF CKG-PP-VOID-FILE = 0
                   SET VOID-IS-PENDING TO TRUE
               END-IF
           END-IF.
           IF ISSUE-IS-PENDING OR VOID-IS-PENDING
               PERFORM FIND-BANK-ACCOUNT
           END-IF.

       FIND-BANK-ACCOUNT.
           MOVE CKG-COMPANY-CODE TO WS-CHECK-COMPANY.
           IF WS-CHECK-COMPANY = SPACES
               MOVE '01' TO WS-CHECK-COMPANY
           END-IF.
           MOVE 'N' TO WS-ACCOUNT-FOUND-FLAG.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM MATCH-ONE-BANK-ENTRY
               VARYING WS-BANK-IDX FROM 1 BY 1
               UNTIL WS-BANK-IDX > WS-BANK-COUNT OR
                   BANK-ACCOUNT-FOUND.

       MATCH-ONE-BANK-ENTRY.
           IF WS-BANK-COMPANY (WS-BANK-IDX) = WS-CHECK-COMPANY
               SET BANK-ACCOUNT-FOUND TO TRUE
               MOVE WS-BANK-IDX TO WS-FOUND-IDX
           END-IF.

      *> A check issued and voided before either was reported
      *> goes as its issue followed by its void
       WRITE-CHECK-ITEMS.
           IF NOT ISSUE-FILE-IS-OPEN
               PERFORM OPEN-NEW-ISSUE-FILE
           END-IF.
           MOVE SPACES TO WS-PD-PAYEE-NAME.
           MOVE WS-BANK-ROUTING (WS-FOUND-IDX) TO WS-PD-ROUTING.
           MOVE WS-BANK-ACCOUNT (WS-FOUND-IDX) TO WS-PD-ACCOUNT.
           MOVE CKG-CHECK-NUMBER TO WS-PD-CHECK-NUMBER.
           COMPUTE WS-PD-AMOUNT-CENTS = CKG-AMOUNT * 100
           END-COMPUTE.
           MOVE CKG-ISSUE-DATE   TO WS-PD-ISSUE-DATE.
           MOVE CKG-EMP-NAME     TO WS-PD-PAYEE-NAME.
           IF ISSUE-IS-PENDING
               SET WS-PD-ISSUE TO TRUE
               MOVE 0 TO WS-PD-VOID-DATE
               MOVE WS-PP-DETAIL TO POS-PAY-RECORD
               WRITE POS-PAY-RECORD
               ADD 1 TO WS-RECORD-COUNT
               ADD 1 TO WS-ISSUE-COUNT
               ADD CKG-AMOUNT TO WS-ISSUE-TOTAL
           END-IF.
           IF VOID-IS-PENDING
               SET WS-PD-VOID TO TRUE
               IF CKG-VOID-DATE IS NUMERIC
                   MOVE CKG-VOID-DATE TO WS-PD-VOID-DATE
               ELSE
                   MOVE WS-TODAY-NUM TO WS-PD-VOID-DATE
               END-IF
               MOVE WS-PP-DETAIL TO POS-PAY-RECORD
               WRITE POS-PAY-RECORD
               ADD 1 TO WS-RECORD-COUNT
               ADD 1 TO WS-VOID-COUNT
               ADD CKG-AMOUNT TO WS-VOID-TOTAL
           END-IF.

       OPEN-NEW-ISSUE-FILE.
           OPEN OUTPUT POS-PAY-FILE.
           IF NOT PPF-FILE-OK
               DISPLAY "UNABLE TO CREATE " WS-PP-FILE-NAME
                   " - STATUS " WS-PPF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM END-RUN-LOG
               STOP RUN
           END-IF.
           SET ISSUE-FILE-IS-OPEN TO TRUE.
           MOVE WS-NEW-FILE-SEQ      TO WS-PH-FILE-SEQ.
           MOVE WS-TODAY-NUM         TO WS-PH-CREATED-DATE.
           MOVE WS-TODAY-TIME(1:6)   TO WS-PH-CREATED-TIME.
           MOVE WS-PP-HEADER TO POS-PAY-RECORD.
           WRITE POS-PAY-RECORD.

       WRITE-ISSUE-FILE-TRAILER.
           MOVE WS-NEW-FILE-SEQ  TO WS-PT-FILE-SEQ.
           MOVE WS-RECORD-COUNT  TO WS-PT-RECORD-COUNT.
           MOVE WS-ISSUE-COUNT   TO WS-PT-ISSUE-COUNT.
           COMPUTE WS-PT-ISSUE-CENTS = WS-ISSUE-TOTAL * 100
           END-COMPUTE.
           MOVE WS-VOID-COUNT    TO WS-PT-VOID-COUNT.
           COMPUTE WS-PT-VOID-CENTS = WS-VOID-TOTAL * 100
           END-COMPUTE.
           MOVE WS-PP-TRAILER TO POS-PAY-RECORD.
           WRITE POS-PAY-RECORD.

       LOG-NEW-ISSUE-FILE.
           MOVE SPACES             TO POS-PAY-LOG-RECORD.
           MOVE WS-NEW-FILE-SEQ    TO PPL-FILE-SEQ.
           MOVE WS-PP-FILE-NAME    TO PPL-FILE-NAME.
           MOVE WS-RUN-TIMESTAMP   TO PPL-CREATED-TIMESTAMP.
           MOVE WS-ISSUE-COUNT     TO PPL-ISSUE-COUNT.
           MOVE WS-ISSUE-TOTAL     TO PPL-ISSUE-TOTAL.
           MOVE WS-VOID-COUNT      TO PPL-VOID-COUNT.
           MOVE WS-VOID-TOTAL      TO PPL-VOID-TOTAL.
           SET PPL-CREATED         TO TRUE.
           WRITE POS-PAY-LOG-RECORD
               INVALID KEY
                   DISPLAY "*** FILE " WS-NEW-FILE-SEQ " ALREADY ON "
                       "THE TRANSMISSION LOG - CHECKS NOT STAMPED ***"
                   MOVE 16 TO RETURN-CODE
                   PERFORM END-RUN-LOG
                   STOP RUN
           END-WRITE.

      *> Second pass: every item that went on the file is
      *> stamped with its number, so it never goes again
       STAMP-NEXT-PENDING-CHECK.
           READ CHECK-MASTER-FILE NEXT RECORD
               AT END
                   SET REGISTER-PASS-DONE TO TRUE
               NOT AT END
                   PERFORM JUDGE-ONE-CHECK
                   IF (ISSUE-IS-PENDING OR VOID-IS-PENDING) AND
                       BANK-ACCOUNT-FOUND
                       IF ISSUE-IS-PENDING
                           MOVE WS-NEW-FILE-SEQ TO CKG-PP-ISSUE-FILE
                       END-IF
                       IF VOID-IS-PENDING
                           MOVE WS-NEW-FILE-SEQ TO CKG-PP-VOID-FILE
                       END-IF
                       REWRITE CHECK-REGISTER-MASTER-REC
                       ADD 1 TO WS-STAMPED-COUNT
                   END-IF
           END-READ.

      *> ====================================================
      *> Record a file as sent. It must be on the log, not yet
      *> recorded as sent, and still tie on disk - record for
      *> record and cent for cent - to the control totals
      *> logged when it was built.
      *> ====================================================
       CONFIRM-TRANSMISSION.
           MOVE WS-CONFIRM-SEQ TO PPL-FILE-SEQ.
           READ POS-PAY-LOG-FILE
               INVALID KEY
                   DISPLAY "*** NO POSITIVE PAY FILE " WS-CONFIRM-SEQ
                       " ON THE TRANSMISSION LOG - NOT CONFIRMED ***"
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   IF PPL-TRANSMITTED
                       DISPLAY "*** POSITIVE PAY FILE "
                           WS-CONFIRM-SEQ " WAS ALREADY SENT ON "
                           PPL-SENT-TIMESTAMP " REF "
                           PPL-SENT-REFERENCE " - IT MUST NOT BE "
                           "SENT AGAIN ***"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM VERIFY-ISSUE-FILE
                   END-IF
           END-READ.

       VERIFY-ISSUE-FILE.
           MOVE PPL-FILE-NAME TO WS-PP-FILE-NAME.
           OPEN INPUT POS-PAY-FILE.
           IF NOT PPF-FILE-OK
               DISPLAY "*** " WS-PP-FILE-NAME " NOT ON DISK - "
                   "NOT CONFIRMED ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM READ-BACK-ISSUE-RECORD UNTIL ISSUE-FILE-DONE
               CLOSE POS-PAY-FILE
               COMPUTE WS-LOG-ISSUE-CENTS = PPL-ISSUE-TOTAL * 100
               END-COMPUTE
               COMPUTE WS-LOG-VOID-CENTS = PPL-VOID-TOTAL * 100
               END-COMPUTE
               IF TRAILER-SEEN AND
                   WS-VFY-ISSUE-COUNT = PPL-ISSUE-COUNT AND
                   WS-VFY-ISSUE-CENTS = WS-LOG-ISSUE-CENTS AND
                   WS-VFY-VOID-COUNT = PPL-VOID-COUNT AND
                   WS-VFY-VOID-CENTS = WS-LOG-VOID-CENTS
                   SET PPL-TRANSMITTED TO TRUE
                   MOVE WS-RUN-TIMESTAMP  TO PPL-SENT-TIMESTAMP
                   MOVE WS-PARM-REFERENCE TO PPL-SENT-REFERENCE
                   REWRITE POS-PAY-LOG-RECORD
                   DISPLAY "Positive pay file " WS-CONFIRM-SEQ
                       " recorded as sent, ref " WS-PARM-REFERENCE
               ELSE
                   DISPLAY "*** " WS-PP-FILE-NAME " DOES NOT TIE TO "
                       "THE CONTROL TOTALS LOGGED WHEN IT WAS BUILT "
                       "- NOT CONFIRMED ***"
                   DISPLAY "Logged issues: " PPL-ISSUE-COUNT
                       " $" PPL-ISSUE-TOTAL " voids: "
                       PPL-VOID-COUNT " $" PPL-VOID-TOTAL
                   DISPLAY "On file issues: " WS-VFY-ISSUE-COUNT
                       " cents " WS-VFY-ISSUE-CENTS " voids: "
                       WS-VFY-VOID-COUNT " cents " WS-VFY-VOID-CENTS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *> The trailer must agree with the detail above it as
      *> well as with the log
       READ-BACK-ISSUE-RECORD.
           READ POS-PAY-FILE INTO WS-PP-READ-BACK
               AT END
                   SET ISSUE-FILE-DONE TO TRUE
               NOT AT END
                   EVALUATE WS-PR-RECORD-TYPE
                       WHEN "I"
                           ADD 1 TO WS-VFY-RECORD-COUNT
                           ADD 1 TO WS-VFY-ISSUE-COUNT
                           ADD WS-PR-AMOUNT-CENTS TO
                               WS-VFY-ISSUE-CENTS
                       WHEN "V"
                           ADD 1 TO WS-VFY-RECORD-COUNT
                           ADD 1 TO WS-VFY-VOID-COUNT
                           ADD WS-PR-AMOUNT-CENTS TO
                               WS-VFY-VOID-CENTS
                       WHEN "T"
                           IF WS-PR-FILE-SEQ = WS-CONFIRM-SEQ AND
                               WS-PR-RECORD-COUNT =
                                   WS-VFY-RECORD-COUNT AND
                               WS-PR-ISSUE-COUNT =
                                   WS-VFY-ISSUE-COUNT AND
                               WS-PR-ISSUE-CENTS =
                                   WS-VFY-ISSUE-CENTS AND
                               WS-PR-VOID-COUNT =
                                   WS-VFY-VOID-COUNT AND
                               WS-PR-VOID-CENTS = WS-VFY-VOID-CENTS
                               SET TRAILER-SEEN TO TRUE
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *> ====================================================
      *> List every file on the transmission log with its
      *> control totals and whether, when and under what
      *> reference it was sent
      *> ====================================================
       LIST-TRANSMISSION-LOG.
           OPEN OUTPUT LOG-LIST-FILE.
           MOVE WS-TODAY-NUM TO WS-LT-DATE.
           MOVE WS-LIST-TITLE TO LOG-LIST-LINE.
           WRITE LOG-LIST-LINE.
           MOVE SPACES TO LOG-LIST-LINE.
           WRITE LOG-LIST-LINE.
           MOVE WS-LIST-HEADING TO LOG-LIST-LINE.
           WRITE LOG-LIST-LINE.
           MOVE 0 TO PPL-FILE-SEQ.
           MOVE 'N' TO WS-PPL-EOF-FLAG.
           START POS-PAY-LOG-FILE KEY >= PPL-FILE-SEQ
               INVALID KEY
                   SET LOG-PASS-DONE TO TRUE
           END-START.
           PERFORM LIST-NEXT-LOG-ENTRY UNTIL LOG-PASS-DONE.
           CLOSE LOG-LIST-FILE.

       LIST-NEXT-LOG-ENTRY.
           READ POS-PAY-LOG-FILE NEXT RECORD
               AT END
                   SET LOG-PASS-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOG-ENTRY-COUNT
                   MOVE PPL-FILE-SEQ          TO WS-LL-FILE-SEQ
                   MOVE PPL-FILE-NAME         TO WS-LL-FILE-NAME
                   MOVE PPL-CREATED-TIMESTAMP TO WS-LL-CREATED
                   MOVE PPL-ISSUE-COUNT       TO WS-LL-ISSUE-COUNT
                   MOVE PPL-ISSUE-TOTAL       TO WS-LL-ISSUE-TOTAL
                   MOVE PPL-VOID-COUNT        TO WS-LL-VOID-COUNT
                   MOVE PPL-VOID-TOTAL        TO WS-LL-VOID-TOTAL
                   IF PPL-TRANSMITTED
                       MOVE "SENT"              TO WS-LL-STATUS
                       MOVE PPL-SENT-TIMESTAMP  TO WS-LL-SENT
                       MOVE PPL-SENT-REFERENCE  TO WS-LL-REFERENCE
                   ELSE
                       MOVE "NOT SENT"          TO WS-LL-STATUS
                       MOVE SPACES              TO WS-LL-SENT
                       MOVE SPACES              TO WS-LL-REFERENCE
                       IF PPL-FILE-SEQ NOT = WS-NEW-FILE-SEQ
                           ADD 1 TO WS-UNSENT-COUNT
                       END-IF
                   END-IF
                   MOVE WS-LIST-DETAIL TO LOG-LIST-LINE
                   WRITE LOG-LIST-LINE
           END-READ.

      *> ====================================================
      *> Termination
      *> ====================================================
       TERMINATION.
           CLOSE POS-PAY-LOG-FILE.
           IF CHECK-MASTER-AVAILABLE
               CLOSE CHECK-MASTER-FILE
           END-IF.

           DISPLAY " ".
           IF BUILD-REQUESTED
               DISPLAY "Checks examined: " WS-CHECKS-READ
               DISPLAY "Issues reported: " WS-ISSUE-COUNT
                   " total $" WS-ISSUE-TOTAL
               DISPLAY "Voids reported: " WS-VOID-COUNT
                   " total $" WS-VOID-TOTAL
               DISPLAY "Checks stamped: " WS-STAMPED-COUNT
               DISPLAY "Checks with no bank account: "
                   WS-NO-ACCOUNT-COUNT
           END-IF.
           DISPLAY "Files on the transmission log: "
               WS-LOG-ENTRY-COUNT.
           DISPLAY " ".

           IF WS-UNSENT-COUNT > 0
               DISPLAY "*** " WS-UNSENT-COUNT " EARLIER POSITIVE "
                   "PAY FILE(S) NOT CONFIRMED SENT - SEE "
                   "POSPAYLIST.TXT ***"
           END-IF.

           IF RETURN-CODE = 0 AND
               (WS-NO-ACCOUNT-COUNT > 0 OR WS-UNSENT-COUNT > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> ====================================================
      *> Run history - the step's start, and its end on
      *> every way out. The build run is the cycle step and
      *> names neither job nor period, so it is counted in the
      *> cycle of the dispatch before it; a SENT confirmation is
      *> not a cycle step and is not logged.
      *> ====================================================
       START-RUN-LOG.
           INITIALIZE RL-RUN-LOG-PARAMETERS.
           MOVE "POSPAY"   TO RL-STEP-NAME.
           SET RL-LIVE-RUN   TO TRUE.
           SET RL-START-STEP TO TRUE.
           CALL "RUN-LOG" USING RL-RUN-LOG-PARAMETERS.

       END-RUN-LOG.
           MOVE WS-CHECKS-READ     TO RL-RECORDS-READ.
           MOVE WS-RECORD-COUNT    TO RL-RECORDS-WRITTEN.
           MOVE WS-NO-ACCOUNT-COUNT TO RL-RECORDS-REJECTED.
           MOVE "ISSUED"           TO RL-AMOUNT-1-LABEL.
           MOVE WS-ISSUE-TOTAL     TO RL-AMOUNT-1.
           MOVE "VOIDED"           TO RL-AMOUNT-2-LABEL.
           MOVE WS-VOID-TOTAL      TO RL-AMOUNT-2.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           IF NOT CONFIRM-REQUESTED
               SET RL-END-STEP TO TRUE
               CALL "RUN-LOG" USING RL-RUN-LOG-PARAMETERS
               MOVE RL-RETURN-CODE TO RETURN-CODE
           END-IF.
