      *>   1. Every posting cross-foots: an EE line's gross less
      *>      taxes, deductions and garnishments must equal its
      *>      net; an ER line's FICA match plus unemployment
      *>      plus 401k company match must equal its net with
      *>      everything else zero.
      *>   2. The period's EE detail re-adds to the same count,
      *>      gross and net as the period's pay history records
      *>      - the ytd.dat movement the run posted.
      *> with everything else zero, and the accrual total must
      *> equal the reversal total - the pair nets to zero by
      *> construction, and a lone half means a short write.
      *> Expense reimbursement lines ('RB') must carry the
      *> reimbursement in GL-REIMBURSEMENT and GL-NET-PAY with
      *> everything else zero. The check pays them inside net,
      *> so the period's RB net joins the EE net in the ties to
      *> the pay history and the audit trail; the count ties
      *> stay EE only. Their 'VB' backouts cross-foot only.
      *> Labor distribution lines ('LD') split an employee's EE
      *> gross and ER burden across cost centers: each must
      *> carry its gross, FICA match, unemployment and 401k
      *> match with their sum in net and nothing else, and the
      *> lines of each distributed employee must add back to
      *> that employee's EE gross and ER burden exactly.
      *> Each company posts to its own ledger, so check 2 is
      *> also made company by company: the period's EE count,
      *> gross and EE plus RB net for each GL-COMPANY-CODE must
      *> tie to the pay history rows of the same company (a
      *> blank code on either side is company 01). The company
      *> master, when present, supplies each company's ledger
      *> code for the report.
      *>
      *> Modification History:
      *>   Initial version - cross-foot, pay history and audit
      *>     trail ties for the GL extract.
      *>   Cross-foots the 'VE'/'VR' reversal backout postings.
      *>   Ties out the 'AC'/'AV' month-end accrual pairs.
      *>   ER/VR cross-foots include the 401k company match
      *>     (GL-EMPLOYER-401K); older rows read it as zero.
      *>   Cross-foots the 'RB'/'VB' expense reimbursement
      *>     lines and ties the period's EE plus RB net to the
      *>     pay history and audit trail net.
      *>   Cross-foots the 'LD' labor distribution lines and
      *>     ties them back to the distributed employees' EE
      *>     gross and ER burden.
      *>   Ties the period's EE and RB postings to the pay
      *>     history company by company, showing each company's
      *>     ledger code from the company master.
      *>   Every run, reconciled or not, appends its counts and the
      *>     extract's gross and net to the run history through
      *>     RUN-LOG.
      *> ====================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "company.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CODE
               FILE STATUS IS WS-CO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Same posting layout PAYROLL-DEMO and BONUS-PAYRUN write
       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE           PIC X(100).

       FD  COMPANY-FILE.
           COPY COMPANY.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-GL-EOF-FLAG          PIC X VALUE 'N'.
           05  WS-RECON-FLAG           PIC X VALUE 'Y'.
               88  EXTRACT-IN-BALANCE      VALUE 'Y'.
               88  EXTRACT-OUT-OF-BALANCE  VALUE 'N'.
           05  WS-CO-AVAILABLE         PIC X VALUE 'N'.
               88  COMPANY-MASTER-AVAILABLE VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-GL-FILE-STATUS       PIC X(2) VALUE '00'.
               88  AUD-FILE-OK              VALUE '00'.
           05  WS-RPT-FILE-STATUS      PIC X(2) VALUE '00'.
               88  RPT-FILE-OK              VALUE '00'.
           05  WS-CO-FILE-STATUS       PIC X(2) VALUE '00'.
               88  CO-FILE-OK               VALUE '00'.

       01  WS-COUNTERS.
           05  WS-GL-RECORD-COUNT      PIC 9(5) VALUE 0.
           05  WS-ER-COUNT             PIC 9(5) VALUE 0.
           05  WS-REVERSAL-COUNT       PIC 9(5) VALUE 0.
           05  WS-ACCRUAL-COUNT        PIC 9(5) VALUE 0.
           05  WS-RB-COUNT             PIC 9(5) VALUE 0.
           05  WS-RB-NET-TOTAL         PIC 9(12)V99 VALUE 0.
           05  WS-PAID-NET-TOTAL       PIC 9(12)V99 VALUE 0.
           05  WS-AC-TOTAL             PIC 9(12)V99 VALUE 0.
           05  WS-AV-TOTAL             PIC 9(12)V99 VALUE 0.
           05  WS-CROSSFOOT-ERRORS     PIC 9(5) VALUE 0.
           05  WS-PH-NET-TOTAL         PIC 9(12)V99 VALUE 0.
           05  WS-AUD-COUNT            PIC 9(5) VALUE 0.
           05  WS-AUD-NET-TOTAL        PIC 9(12)V99 VALUE 0.
           05  WS-LD-COUNT             PIC 9(5) VALUE 0.
           05  WS-LD-GROSS-TOTAL       PIC 9(12)V99 VALUE 0.
           05  WS-LD-NET-TOTAL         PIC 9(12)V99 VALUE 0.
           05  WS-LD-EMP-COUNT         PIC 9(5) VALUE 0.
           05  WS-LD-EXPECT-GROSS      PIC 9(12)V99 VALUE 0.
           05  WS-LD-EXPECT-NET        PIC 9(12)V99 VALUE 0.

      *> The EE and ER lines just read, which an employee's LD
      *> lines follow in the extract
       01  WS-LAST-POSTINGS.
           05  WS-LAST-EE-EMP-ID       PIC 9(5) VALUE 0.
           05  WS-LAST-EE-GROSS        PIC 9(8)V99 VALUE 0.
           05  WS-LAST-ER-EMP-ID       PIC 9(5) VALUE 0.
           05  WS-LAST-ER-BURDEN       PIC 9(8)V99 VALUE 0.
           05  WS-LAST-LD-EMP-ID       PIC 9(5) VALUE 0.

      *> The period's postings and pay history by company
       01  WS-COMPANY-TIE-TABLE.
           05  WS-CTT-COUNT            PIC 9(2) VALUE 0.
           05  WS-CTT-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-CTT-IDX.
               10  WS-CTT-CODE         PIC X(2).
               10  WS-CTT-EE-COUNT     PIC 9(5).
               10  WS-CTT-EE-GROSS     PIC 9(12)V99.
               10  WS-CTT-PAID-NET     PIC 9(12)V99.
               10  WS-CTT-PH-COUNT     PIC 9(5).
               10  WS-CTT-PH-GROSS     PIC 9(12)V99.
               10  WS-CTT-PH-NET       PIC 9(12)V99.
           05  WS-CTT-LOOKUP-CODE      PIC X(2).
           05  WS-CTT-FOUND-FLAG       PIC X VALUE 'N'.
               88  CTT-ENTRY-FOUND         VALUE 'Y'.
           05  WS-CTT-LEDGER           PIC X(4).

       01  WS-RECON-PERIOD             PIC 9(6) VALUE 0.
       01  WS-CROSSFOOT-NET            PIC S9(10)V99.
       01  WS-GL-EMPLOYER-401K         PIC 9(8)V99.
       01  WS-GL-REIMBURSEMENT         PIC 9(8)V99.

       01  WS-ERROR-LINE.
           05  FILLER                  PIC X(19)
           05  FILLER                  PIC X(6)  VALUE "  NET ".
           05  WS-TL-NET               PIC $$,$$$,$$$,$$9.99.

           COPY RUNLOGP.

      *> ====================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SUM-AUDIT-TRAIL.
           PERFORM JUDGE-RECONCILIATION.
           PERFORM TERMINATION.
           PERFORM END-RUN-LOG.
           STOP RUN.

      *> ====================================================
      *> Initialization
      *> ====================================================
       INITIALIZATION.
           PERFORM START-RUN-LOG.
           DISPLAY "=================================".
           DISPLAY "GL EXTRACT RECONCILIATION".
           DISPLAY "=================================".
               DISPLAY "UNABLE TO OPEN GLEXTRACT.TXT - STATUS "
                   WS-GL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM END-RUN-LOG
               STOP RUN
           END-IF.

                   PERFORM CHECK-ACCRUAL-RECORD
               WHEN "AV"
                   PERFORM CHECK-ACCRUAL-RECORD
               WHEN "RB"
                   PERFORM CHECK-RB-RECORD
               WHEN "VB"
                   PERFORM CHECK-VB-RECORD
               WHEN "LD"
                   PERFORM CHECK-LD-RECORD
               WHEN OTHER
                   PERFORM REPORT-CROSSFOOT-ERROR
           END-EVALUATE.
           IF WS-CROSSFOOT-NET NOT = GL-NET-PAY
               PERFORM REPORT-CROSSFOOT-ERROR
           END-IF.
           MOVE GL-EMP-ID    TO WS-LAST-EE-EMP-ID.
           MOVE GL-GROSS-PAY TO WS-LAST-EE-GROSS.
           MOVE 0            TO WS-LAST-ER-EMP-ID.
           MOVE 0            TO WS-LAST-ER-BURDEN.

           IF GL-PERIOD-ID = 0
               ADD 1 TO WS-EE-BONUS-COUNT
                   ADD 1 TO WS-EE-COUNT
                   ADD GL-GROSS-PAY TO WS-EE-GROSS-TOTAL
                   ADD GL-NET-PAY   TO WS-EE-NET-TOTAL
                   MOVE GL-COMPANY-CODE TO WS-CTT-LOOKUP-CODE
                   PERFORM FIND-COMPANY-TIE-ENTRY
                   ADD 1 TO WS-CTT-EE-COUNT(WS-CTT-IDX)
                   ADD GL-GROSS-PAY TO WS-CTT-EE-GROSS(WS-CTT-IDX)
                   ADD GL-NET-PAY   TO WS-CTT-PAID-NET(WS-CTT-IDX)
               END-IF
           END-IF.


       CHECK-VR-RECORD.
           ADD 1 TO WS-REVERSAL-COUNT.
           PERFORM RESOLVE-EMPLOYER-401K.
           COMPUTE WS-CROSSFOOT-NET =
               GL-FICA-TAX + GL-STATE-TAX + WS-GL-EMPLOYER-401K
           END-COMPUTE.
           IF WS-CROSSFOOT-NET NOT = GL-NET-PAY OR
               GL-GROSS-PAY NOT = 0 OR GL-FEDERAL-TAX NOT = 0 OR

       CHECK-ER-RECORD.
           ADD 1 TO WS-ER-COUNT.
           PERFORM RESOLVE-EMPLOYER-401K.
           COMPUTE WS-CROSSFOOT-NET =
               GL-FICA-TAX + GL-STATE-TAX + WS-GL-EMPLOYER-401K
           END-COMPUTE.
           IF WS-CROSSFOOT-NET NOT = GL-NET-PAY OR
               GL-GROSS-PAY NOT = 0 OR GL-FEDERAL-TAX NOT = 0 OR
               GL-DEDUCTIONS NOT = 0 OR GL-GARNISHMENTS NOT = 0
               PERFORM REPORT-CROSSFOOT-ERROR
           END-IF.
           MOVE GL-EMP-ID  TO WS-LAST-ER-EMP-ID.
           MOVE GL-NET-PAY TO WS-LAST-ER-BURDEN.

      *> A distribution line carries one cost center's share of
      *> the gross and employer burden, their sum in net. The
      *> first line of each employee brings that employee's EE
      *> gross and ER burden into the expected totals the
      *> lines must add back to.
       CHECK-LD-RECORD.
           PERFORM RESOLVE-EMPLOYER-401K.
           COMPUTE WS-CROSSFOOT-NET =
               GL-GROSS-PAY + GL-FICA-TAX + GL-STATE-TAX
               + WS-GL-EMPLOYER-401K
           END-COMPUTE.
           IF WS-CROSSFOOT-NET NOT = GL-NET-PAY OR
               GL-FEDERAL-TAX NOT = 0 OR
               GL-DEDUCTIONS NOT = 0 OR GL-GARNISHMENTS NOT = 0
               PERFORM REPORT-CROSSFOOT-ERROR
           END-IF.
           IF GL-EMP-ID NOT = WS-LAST-LD-EMP-ID
               MOVE GL-EMP-ID TO WS-LAST-LD-EMP-ID
               ADD 1 TO WS-LD-EMP-COUNT
               IF GL-EMP-ID = WS-LAST-EE-EMP-ID
                   ADD WS-LAST-EE-GROSS TO WS-LD-EXPECT-GROSS
                   ADD WS-LAST-EE-GROSS TO WS-LD-EXPECT-NET
               ELSE
                   PERFORM REPORT-CROSSFOOT-ERROR
               END-IF
               IF GL-EMP-ID = WS-LAST-ER-EMP-ID
                   ADD WS-LAST-ER-BURDEN TO WS-LD-EXPECT-NET
               END-IF
           END-IF.
           ADD 1 TO WS-LD-COUNT.
           ADD GL-GROSS-PAY TO WS-LD-GROSS-TOTAL.
           ADD GL-NET-PAY   TO WS-LD-NET-TOTAL.

      *> A reimbursement line carries the amount in
      *> GL-REIMBURSEMENT and net, nothing else; the period's
      *> lines join the net tie, since the check paid them
       CHECK-RB-RECORD.
           PERFORM CHECK-REIMBURSEMENT-SHAPE.
           IF GL-PERIOD-ID NOT = WS-RECON-PERIOD
               PERFORM REPORT-CROSSFOOT-ERROR
           ELSE
               ADD 1 TO WS-RB-COUNT
               ADD GL-NET-PAY TO WS-RB-NET-TOTAL
               MOVE GL-COMPANY-CODE TO WS-CTT-LOOKUP-CODE
               PERFORM FIND-COMPANY-TIE-ENTRY
               ADD GL-NET-PAY TO WS-CTT-PAID-NET(WS-CTT-IDX)
           END-IF.

       CHECK-VB-RECORD.
           ADD 1 TO WS-REVERSAL-COUNT.
           PERFORM CHECK-REIMBURSEMENT-SHAPE.

       CHECK-REIMBURSEMENT-SHAPE.
           IF GL-REIMBURSEMENT IS NUMERIC
               MOVE GL-REIMBURSEMENT TO WS-GL-REIMBURSEMENT
           ELSE
               MOVE 0 TO WS-GL-REIMBURSEMENT
           END-IF.
           IF WS-GL-REIMBURSEMENT NOT = GL-NET-PAY OR
               GL-GROSS-PAY NOT = 0 OR GL-FEDERAL-TAX NOT = 0 OR
               GL-STATE-TAX NOT = 0 OR GL-FICA-TAX NOT = 0 OR
               GL-DEDUCTIONS NOT = 0 OR GL-GARNISHMENTS NOT = 0
               PERFORM REPORT-CROSSFOOT-ERROR
           END-IF.

      *> The company's entry in the tie table, added on first
      *> sight; a blank code is company 01. A twenty-first
      *> company shares the last entry and cannot tie, which
      *> holds the extract as it should.
       FIND-COMPANY-TIE-ENTRY.
           IF WS-CTT-LOOKUP-CODE = SPACES
               MOVE '01' TO WS-CTT-LOOKUP-CODE
           END-IF.
           MOVE 'N' TO WS-CTT-FOUND-FLAG.
           PERFORM MATCH-COMPANY-TIE-ENTRY
               VARYING WS-CTT-IDX FROM 1 BY 1
               UNTIL WS-CTT-IDX > WS-CTT-COUNT OR CTT-ENTRY-FOUND.
           IF CTT-ENTRY-FOUND
               SET WS-CTT-IDX DOWN BY 1
           ELSE
               IF WS-CTT-COUNT < 20
                   ADD 1 TO WS-CTT-COUNT
               ELSE
                   SET EXTRACT-OUT-OF-BALANCE TO TRUE
               END-IF
               SET WS-CTT-IDX TO WS-CTT-COUNT
               MOVE WS-CTT-LOOKUP-CODE TO WS-CTT-CODE(WS-CTT-IDX)
               MOVE 0 TO WS-CTT-EE-COUNT(WS-CTT-IDX)
                         WS-CTT-EE-GROSS(WS-CTT-IDX)
                         WS-CTT-PAID-NET(WS-CTT-IDX)
                         WS-CTT-PH-COUNT(WS-CTT-IDX)
                         WS-CTT-PH-GROSS(WS-CTT-IDX)
                         WS-CTT-PH-NET(WS-CTT-IDX)
           END-IF.

       MATCH-COMPANY-TIE-ENTRY.
           IF WS-CTT-CODE(WS-CTT-IDX) = WS-CTT-LOOKUP-CODE
               SET CTT-ENTRY-FOUND TO TRUE
           END-IF.

      *> Extract rows written before the 401k match was posted
      *> carry the field as spaces - no match on them
       RESOLVE-EMPLOYER-401K.
           IF GL-EMPLOYER-401K IS NUMERIC
               MOVE GL-EMPLOYER-401K TO WS-GL-EMPLOYER-401K
           ELSE
               MOVE 0 TO WS-GL-EMPLOYER-401K
           END-IF.

       REPORT-CROSSFOOT-ERROR.
           ADD 1 TO WS-CROSSFOOT-ERRORS.
                       ADD 1            TO WS-PH-COUNT
                       ADD PH-GROSS-PAY TO WS-PH-GROSS-TOTAL
                       ADD PH-NET-PAY   TO WS-PH-NET-TOTAL
                       MOVE PH-COMPANY-CODE TO WS-CTT-LOOKUP-CODE
                       PERFORM FIND-COMPANY-TIE-ENTRY
                       ADD 1 TO WS-CTT-PH-COUNT(WS-CTT-IDX)
                       ADD PH-GROSS-PAY
                           TO WS-CTT-PH-GROSS(WS-CTT-IDX)
                       ADD PH-NET-PAY TO WS-CTT-PH-NET(WS-CTT-IDX)
                   END-IF
           END-READ.

      *> Compare the three sources and rule on the extract
      *> ====================================================
       JUDGE-RECONCILIATION.
           COMPUTE WS-PAID-NET-TOTAL =
               WS-EE-NET-TOTAL + WS-RB-NET-TOTAL
           END-COMPUTE.

           MOVE "GL EXTRACT (EE)" TO WS-TL-CAPTION.
           MOVE WS-EE-COUNT       TO WS-TL-COUNT.
           MOVE WS-EE-GROSS-TOTAL TO WS-TL-GROSS.
           MOVE WS-EE-NET-TOTAL   TO WS-TL-NET.
           PERFORM WRITE-TIE-LINE.

           MOVE "REIMBURSEMENTS (RB)" TO WS-TL-CAPTION.
           MOVE WS-RB-COUNT       TO WS-TL-COUNT.
           MOVE 0                 TO WS-TL-GROSS.
           MOVE WS-RB-NET-TOTAL   TO WS-TL-NET.
           PERFORM WRITE-TIE-LINE.

           MOVE "GL NET PAID (EE + RB)" TO WS-TL-CAPTION.
           MOVE WS-EE-COUNT       TO WS-TL-COUNT.
           MOVE WS-EE-GROSS-TOTAL TO WS-TL-GROSS.
           MOVE WS-PAID-NET-TOTAL TO WS-TL-NET.
           PERFORM WRITE-TIE-LINE.

           MOVE "PAY HISTORY"     TO WS-TL-CAPTION.
           MOVE WS-PH-COUNT       TO WS-TL-COUNT.
           MOVE WS-PH-GROSS-TOTAL TO WS-TL-GROSS.
           MOVE WS-AUD-NET-TOTAL  TO WS-TL-NET.
           PERFORM WRITE-TIE-LINE.

           IF WS-LD-COUNT > 0
               MOVE "DISTRIBUTED (EE + ER)" TO WS-TL-CAPTION
               MOVE WS-LD-EMP-COUNT    TO WS-TL-COUNT
               MOVE WS-LD-EXPECT-GROSS TO WS-TL-GROSS
               MOVE WS-LD-EXPECT-NET   TO WS-TL-NET
               PERFORM WRITE-TIE-LINE
               MOVE "LABOR DISTRIBUTION (LD)" TO WS-TL-CAPTION
               MOVE WS-LD-COUNT        TO WS-TL-COUNT
               MOVE WS-LD-GROSS-TOTAL  TO WS-TL-GROSS
               MOVE WS-LD-NET-TOTAL    TO WS-TL-NET
               PERFORM WRITE-TIE-LINE
           END-IF.
           IF WS-LD-GROSS-TOTAL NOT = WS-LD-EXPECT-GROSS OR
               WS-LD-NET-TOTAL NOT = WS-LD-EXPECT-NET
               MOVE "*** LABOR DISTRIBUTION DOES NOT ADD BACK ***"
                   TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
               SET EXTRACT-OUT-OF-BALANCE TO TRUE
           END-IF.

           IF WS-CTT-COUNT > 0
               PERFORM WRITE-COMPANY-TIES
           END-IF.

           IF WS-EE-BONUS-COUNT > 0
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "SUPPLEMENTAL EE ROWS (CROSS-FOOT ONLY): "
           END-IF.
           IF WS-EE-COUNT NOT = WS-PH-COUNT OR
               WS-EE-GROSS-TOTAL NOT = WS-PH-GROSS-TOTAL OR
               WS-PAID-NET-TOTAL NOT = WS-PH-NET-TOTAL
               SET EXTRACT-OUT-OF-BALANCE TO TRUE
           END-IF.
           IF WS-EE-COUNT NOT = WS-AUD-COUNT OR
               WS-PAID-NET-TOTAL NOT = WS-AUD-NET-TOTAL
               SET EXTRACT-OUT-OF-BALANCE TO TRUE
           END-IF.
           IF WS-AC-TOTAL NOT = WS-AV-TOTAL
           MOVE WS-TIE-LINE TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

      *> ====================================================
      *> Company by company, the period's GL postings against
      *> the pay history - each company's ledger must stand on
      *> its own, not just the run as a whole
      *> ====================================================
       WRITE-COMPANY-TIES.
           OPEN INPUT COMPANY-FILE.
           IF CO-FILE-OK
               SET COMPANY-MASTER-AVAILABLE TO TRUE
           END-IF.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE "COMPANY TIES - GL EXTRACT VS PAY HISTORY"
               TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           PERFORM WRITE-ONE-COMPANY-TIE
               VARYING WS-CTT-IDX FROM 1 BY 1
               UNTIL WS-CTT-IDX > WS-CTT-COUNT.
           IF COMPANY-MASTER-AVAILABLE
               CLOSE COMPANY-FILE
           END-IF.

       WRITE-ONE-COMPANY-TIE.
           MOVE SPACES TO WS-CTT-LEDGER.
           IF COMPANY-MASTER-AVAILABLE
               MOVE WS-CTT-CODE(WS-CTT-IDX) TO CO-CODE
               READ COMPANY-FILE
                   INVALID KEY
                       MOVE "????" TO WS-CTT-LEDGER
                   NOT INVALID KEY
                       MOVE CO-GL-COMPANY TO WS-CTT-LEDGER
               END-READ
           END-IF.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "COMPANY " WS-CTT-CODE(WS-CTT-IDX)
               "  LEDGER " WS-CTT-LEDGER
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           END-STRING.
           WRITE RECON-REPORT-LINE.
           MOVE "  GL NET PAID (EE + RB)"     TO WS-TL-CAPTION.
           MOVE WS-CTT-EE-COUNT(WS-CTT-IDX)  TO WS-TL-COUNT.
           MOVE WS-CTT-EE-GROSS(WS-CTT-IDX)  TO WS-TL-GROSS.
           MOVE WS-CTT-PAID-NET(WS-CTT-IDX)  TO WS-TL-NET.
           PERFORM WRITE-TIE-LINE.
           MOVE "  PAY HISTORY"               TO WS-TL-CAPTION.
           MOVE WS-CTT-PH-COUNT(WS-CTT-IDX)  TO WS-TL-COUNT.
           MOVE WS-CTT-PH-GROSS(WS-CTT-IDX)  TO WS-TL-GROSS.
           MOVE WS-CTT-PH-NET(WS-CTT-IDX)    TO WS-TL-NET.
           PERFORM WRITE-TIE-LINE.
           IF WS-CTT-EE-COUNT(WS-CTT-IDX) NOT =
                   WS-CTT-PH-COUNT(WS-CTT-IDX) OR
               WS-CTT-EE-GROSS(WS-CTT-IDX) NOT =
                   WS-CTT-PH-GROSS(WS-CTT-IDX) OR
               WS-CTT-PAID-NET(WS-CTT-IDX) NOT =
                   WS-CTT-PH-NET(WS-CTT-IDX)
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "  *** COMPANY " WS-CTT-CODE(WS-CTT-IDX)
                   " DOES NOT TIE ***" DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               END-STRING
               WRITE RECON-REPORT-LINE
               SET EXTRACT-OUT-OF-BALANCE TO TRUE
           END-IF.

      *> ====================================================
      *> Termination
      *> ====================================================
               " (EE " WS-EE-COUNT " / ER " WS-ER-COUNT
               " / BONUS EE " WS-EE-BONUS-COUNT
               " / REVERSAL " WS-REVERSAL-COUNT
               " / ACCRUAL " WS-ACCRUAL-COUNT
               " / REIMBURSEMENT " WS-RB-COUNT ")".
           DISPLAY "Cross-foot errors: " WS-CROSSFOOT-ERRORS.
           DISPLAY "Reconciliation period: " WS-RECON-PERIOD.
           DISPLAY " ".

      *> ====================================================
      *> Run history - the step's start, and its end on
      *> every way out
      *> ====================================================
       START-RUN-LOG.
           INITIALIZE RL-RUN-LOG-PARAMETERS.
           MOVE "PAYROLL"  TO RL-JOB-NAME.
           MOVE "GLRECON"  TO RL-STEP-NAME.
           SET RL-LIVE-RUN   TO TRUE.
           SET RL-START-STEP TO TRUE.
           CALL "RUN-LOG" USING RL-RUN-LOG-PARAMETERS.

       END-RUN-LOG.
           IF WS-RECON-PERIOD > 0
               MOVE WS-RECON-PERIOD   TO RL-PERIOD
           END-IF.
           MOVE WS-GL-RECORD-COUNT   TO RL-RECORDS-READ.
           MOVE WS-CROSSFOOT-ERRORS  TO RL-RECORDS-REJECTED.
           MOVE "GROSS"              TO RL-AMOUNT-1-LABEL.
           MOVE WS-EE-GROSS-TOTAL    TO RL-AMOUNT-1.
           MOVE "NET PAID"           TO RL-AMOUNT-2-LABEL.
           MOVE WS-PAID-NET-TOTAL    TO RL-AMOUNT-2.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           SET RL-END-STEP TO TRUE.
           CALL "RUN-LOG" USING RL-RUN-LOG-PARAMETERS.
           MOVE RL-RETURN-CODE TO RETURN-CODE.
