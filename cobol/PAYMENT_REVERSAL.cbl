      *> The reversal is refused outright when the payment is
      *> not on the pay history, when the YTD record has rolled
      *> to a later year than the payment (the accumulators no
      *> longer hold it), when the employee has since moved to
      *> another company (the payment's accumulators were closed
      *> off to ytdxfer.dat with the old company), or when any
      *> accumulator holds less
      *> than the component being backed out - a partial
      *> backout would leave ytd.dat silently wrong.
      *>
      *> The employer FICA match is backed out as the pay
      *> history recorded it; history rows written before it
      *> was recorded back it out as equal to the employee FICA
      *> withheld (which is how it was computed).
      *> The employer unemployment contribution is left in
      *> place - it is capped at its own low wage base, usually
      *> already exhausted, and is trued up on the quarterly
      *> Modification History:
      *>   Initial version - YTD backout, GL offsets, reversal
      *>     tax detail, check void and audit stamp.
      *>   The payment's income-tax wages come back out of the
      *>     YTD income-tax wages and ride the reversal tax
      *>     detail with its FICA wages; the FICA and
      *>     unemployment wage marks come down by the FICA
      *>     wages rather than the gross, since Section 125
      *>     deductions never reached them.
      *>   The payment's 401k company match comes back out of
      *>     YTD-401K-MATCH and rides on the 'VR' backout line.
      *>   A loan or pay advance recovery taken from the payment
      *>     rides in the 'VE' deductions and is given back to
      *>     each loan it repaid on loans.dat, reopening a loan
      *>     the payment had closed.
      *>   An expense reimbursement paid with the check is
      *>     kept out of the YTD net and the 'VE' line and
      *>     backed out on its own 'VB' line.
      *>   The employer FICA match backed out is the one the pay
      *>     history recorded, where it did.
      *>   Backout postings and the reversal tax detail carry
      *>     the paying company from the pay history; a payment
      *>     made by a company the employee has since left is
      *>     refused.
      *>   A voided check carries its void date and is marked not
      *>     yet reported, so the next positive pay file tells the
      *>     bank not to honor it.
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

           SELECT CHECK-MASTER-FILE ASSIGN TO "checkreg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXD-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-KEY
               FILE STATUS IS WS-LN-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
       FD  TAX-DETAIL-FILE.
           COPY TAXDTL.

       FD  LOAN-FILE.
           COPY LOAN.

       FD  AUDIT-FILE.
           COPY AUDREC.

           05  WS-BACKOUT-FLAG         PIC X VALUE 'Y'.
               88  BACKOUT-IS-COVERED      VALUE 'Y'.
               88  BACKOUT-NOT-COVERED     VALUE 'N'.
           05  WS-LN-AVAILABLE         PIC X VALUE 'N'.
               88  LOANS-AVAILABLE         VALUE 'Y'.
           05  WS-LN-EOF-FLAG          PIC X VALUE 'N'.
               88  EMPLOYEE-LOANS-DONE     VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-PHS-FILE-STATUS      PIC X(2) VALUE '00'.
               88  TXD-FILE-OK              VALUE '00'.
           05  WS-AUD-FILE-STATUS      PIC X(2) VALUE '00'.
               88  AUD-FILE-OK              VALUE '00'.
           05  WS-LN-FILE-STATUS       PIC X(2) VALUE '00'.
               88  LN-FILE-OK               VALUE '00'.

       01  WS-PARM-INPUT               PIC X(12) VALUE SPACES.
       01  WS-PARM-PARTS REDEFINES WS-PARM-INPUT.
           05  WS-EMP-DEDUCTIONS       PIC 9(8)V99.
           05  WS-EMPLOYER-FICA        PIC 9(8)V99.
           05  WS-WAGE-BACKOUT         PIC 9(10)V99.
      *> The payment's income-tax and FICA wages - the gross
      *> for a history row older than those fields
           05  WS-PAID-TAXABLE-WAGES   PIC 9(8)V99.
           05  WS-PAID-FICA-WAGES      PIC 9(8)V99.
      *> The payment's 401k company match - none on a history
      *> row older than the match
           05  WS-PAID-401K-MATCH      PIC 9(8)V99.
      *> The loan and pay advance recovery taken from the
      *> payment, and how much of it was given back to loans
           05  WS-PAID-LOAN-RECOVERY   PIC 9(8)V99.
           05  WS-LOAN-GIVEN-BACK      PIC 9(8)V99 VALUE 0.
      *> The expense reimbursement paid with the check, and the
      *> wage net left once it is taken out of the payment
           05  WS-PAID-REIMBURSEMENT   PIC 9(8)V99.
           05  WS-PAID-WAGE-NET        PIC 9(8)V99.
           05  WS-PAY-MONTH            PIC 9(6).
      *> The company that made the payment and the one that
      *> owns the YTD record now - blank on either is 01
           05  WS-PAID-COMPANY         PIC X(2).
           05  WS-YTD-COMPANY          PIC X(2).

      *> ====================================================
       PROCEDURE DIVISION.
           PERFORM BACK-OUT-YTD-RECORD.
           PERFORM WRITE-GL-BACKOUT-RECORDS.
           PERFORM WRITE-REVERSAL-TAX-DETAIL.
           PERFORM GIVE-BACK-LOAN-RECOVERY.
           PERFORM VOID-REGISTER-CHECK.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM TERMINATION.
               SET EMPLOYEE-MASTER-AVAILABLE TO TRUE
           END-IF.

           OPEN I-O LOAN-FILE.
           IF LN-FILE-OK
               SET LOANS-AVAILABLE TO TRUE
           END-IF.

           OPEN EXTEND GL-EXTRACT-FILE.
           OPEN EXTEND TAX-DETAIL-FILE.
           OPEN EXTEND AUDIT-FILE.
               STOP RUN
           END-IF.

           MOVE PH-COMPANY-CODE TO WS-PAID-COMPANY.
           IF WS-PAID-COMPANY = SPACES
               MOVE '01' TO WS-PAID-COMPANY
           END-IF.
           MOVE YTD-COMPANY-CODE TO WS-YTD-COMPANY.
           IF WS-YTD-COMPANY = SPACES
               MOVE '01' TO WS-YTD-COMPANY
           END-IF.
           IF WS-PAID-COMPANY NOT = WS-YTD-COMPANY
               DISPLAY "*** PAYMENT WAS MADE BY COMPANY "
                   WS-PAID-COMPANY " BUT THE YTD ACCUMULATORS NOW "
                   "BELONG TO COMPANY " WS-YTD-COMPANY
                   " - REVERSAL REFUSED ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE PH-GROSS-PAY TO WS-PAID-TAXABLE-WAGES.
           IF PH-TAXABLE-WAGES IS NUMERIC
               MOVE PH-TAXABLE-WAGES TO WS-PAID-TAXABLE-WAGES
           END-IF.
           MOVE PH-GROSS-PAY TO WS-PAID-FICA-WAGES.
           IF PH-FICA-WAGES IS NUMERIC
               MOVE PH-FICA-WAGES TO WS-PAID-FICA-WAGES
           END-IF.
           IF YTD-TAXABLE-WAGES NOT NUMERIC
               MOVE YTD-GROSS-PAY TO YTD-TAXABLE-WAGES
           END-IF.
           MOVE 0 TO WS-PAID-401K-MATCH.
           IF PH-401K-MATCH IS NUMERIC
               MOVE PH-401K-MATCH TO WS-PAID-401K-MATCH
           END-IF.
           IF YTD-401K-MATCH NOT NUMERIC
               MOVE 0 TO YTD-401K-MATCH
           END-IF.
           MOVE 0 TO WS-PAID-LOAN-RECOVERY.
           IF PH-LOAN-RECOVERY IS NUMERIC
               MOVE PH-LOAN-RECOVERY TO WS-PAID-LOAN-RECOVERY
           END-IF.
           MOVE 0 TO WS-PAID-REIMBURSEMENT.
           IF PH-REIMBURSEMENT IS NUMERIC
               MOVE PH-REIMBURSEMENT TO WS-PAID-REIMBURSEMENT
           END-IF.
           COMPUTE WS-PAID-WAGE-NET =
               PH-NET-PAY - WS-PAID-REIMBURSEMENT
           END-COMPUTE.

      *> ====================================================
      *> Every component must still be covered by its
      *> accumulator - a partial backout would leave ytd.dat
       JUDGE-BACKOUT-COVERAGE.
           COMPUTE WS-EMP-DEDUCTIONS =
               PH-401K + PH-HEALTH + PH-OTHER-DED
               + WS-PAID-LOAN-RECOVERY
           END-COMPUTE.
           MOVE PH-FICA-TAX TO WS-EMPLOYER-FICA.
           IF PH-EMPLOYER-FICA IS NUMERIC
               MOVE PH-EMPLOYER-FICA TO WS-EMPLOYER-FICA
           END-IF.

           SET BACKOUT-IS-COVERED TO TRUE.
           IF PH-GROSS-PAY   > YTD-GROSS-PAY   OR
               PH-HEALTH      > YTD-HEALTH-PREMIUMS OR
               PH-OTHER-DED   > YTD-OTHER-DEDUCTIONS OR
               PH-GARNISH     > YTD-GARNISHMENTS OR
               WS-PAID-WAGE-NET > YTD-NET-PAY   OR
               WS-EMPLOYER-FICA > YTD-EMPLOYER-FICA OR
               WS-PAID-401K-MATCH > YTD-401K-MATCH
               SET BACKOUT-NOT-COVERED TO TRUE
           END-IF.

           SUBTRACT PH-HEALTH       FROM YTD-HEALTH-PREMIUMS.
           SUBTRACT PH-OTHER-DED    FROM YTD-OTHER-DEDUCTIONS.
           SUBTRACT PH-GARNISH      FROM YTD-GARNISHMENTS.
           SUBTRACT WS-PAID-WAGE-NET FROM YTD-NET-PAY.
           SUBTRACT WS-EMPLOYER-FICA FROM YTD-EMPLOYER-FICA.
           SUBTRACT WS-PAID-401K-MATCH FROM YTD-401K-MATCH.

      *> The taxable-wage marks only come back down as far as
      *> they can - the wage-base caps mean the payment may not
      *> have moved them by its full gross
           MOVE WS-PAID-TAXABLE-WAGES TO WS-WAGE-BACKOUT.
           IF WS-WAGE-BACKOUT > YTD-TAXABLE-WAGES
               MOVE YTD-TAXABLE-WAGES TO WS-WAGE-BACKOUT
           END-IF.
           SUBTRACT WS-WAGE-BACKOUT FROM YTD-TAXABLE-WAGES.

           MOVE WS-PAID-FICA-WAGES TO WS-WAGE-BACKOUT.
           IF WS-WAGE-BACKOUT > YTD-FICA-TAXABLE-WAGES
               MOVE YTD-FICA-TAXABLE-WAGES TO WS-WAGE-BACKOUT
           END-IF.
           SUBTRACT WS-WAGE-BACKOUT FROM YTD-FICA-TAXABLE-WAGES.

           MOVE WS-PAID-FICA-WAGES TO WS-WAGE-BACKOUT.
           IF WS-WAGE-BACKOUT > YTD-UNEMP-TAXABLE-WAGES
               MOVE YTD-UNEMP-TAXABLE-WAGES TO WS-WAGE-BACKOUT
           END-IF.

      *> ====================================================
      *> Offsetting GL backout postings: 'VE' mirrors the
      *> original EE line, 'VR' the employer burden (FICA
      *> match, 401k company match) being backed out, 'VB'
      *> the expense reimbursement paid with the check.
      *> Cross-footed (not period-tied) by GL-RECONCILE,
      *> posted as reductions by accounting.
      *> ====================================================
       WRITE-GL-BACKOUT-RECORDS.
           MOVE "VE"               TO GL-POSTING-TYPE.
           MOVE PH-FICA-TAX        TO GL-FICA-TAX.
           MOVE WS-EMP-DEDUCTIONS  TO GL-DEDUCTIONS.
           MOVE PH-GARNISH         TO GL-GARNISHMENTS.
           MOVE WS-PAID-WAGE-NET   TO GL-NET-PAY.
           MOVE PH-PERIOD-ID       TO GL-PERIOD-ID.
           MOVE 0                  TO GL-OT-PAY
                                      GL-SHIFT-PAY
                                      GL-HOLIDAY-PAY
                                      GL-ONCALL-PAY
                                      GL-EMPLOYER-401K
                                      GL-REIMBURSEMENT.
           MOVE WS-PAID-LOAN-RECOVERY TO GL-LOAN-RECOVERY.
           MOVE WS-PAID-COMPANY    TO GL-COMPANY-CODE.
           WRITE GL-EXTRACT-RECORD.

           IF WS-EMPLOYER-FICA > 0 OR WS-PAID-401K-MATCH > 0
               MOVE "VR"               TO GL-POSTING-TYPE
               MOVE PH-EMP-ID          TO GL-EMP-ID
               MOVE PH-DEPARTMENT      TO GL-DEPARTMENT
               MOVE WS-EMPLOYER-FICA   TO GL-FICA-TAX
               MOVE 0                  TO GL-DEDUCTIONS
               MOVE 0                  TO GL-GARNISHMENTS
               MOVE WS-PAID-401K-MATCH TO GL-EMPLOYER-401K
               MOVE 0                  TO GL-LOAN-RECOVERY
               MOVE 0                  TO GL-REIMBURSEMENT
               COMPUTE GL-NET-PAY =
                   WS-EMPLOYER-FICA + WS-PAID-401K-MATCH
               END-COMPUTE
               MOVE PH-PERIOD-ID       TO GL-PERIOD-ID
               MOVE 0                  TO GL-OT-PAY
                                          GL-SHIFT-PAY
                                          GL-HOLIDAY-PAY
                                          GL-ONCALL-PAY
               MOVE WS-PAID-COMPANY    TO GL-COMPANY-CODE
               WRITE GL-EXTRACT-RECORD
           END-IF.

           IF WS-PAID-REIMBURSEMENT > 0
               MOVE "VB"               TO GL-POSTING-TYPE
               MOVE PH-EMP-ID          TO GL-EMP-ID
               MOVE PH-DEPARTMENT      TO GL-DEPARTMENT
               MOVE 0                  TO GL-GROSS-PAY
               MOVE 0                  TO GL-FEDERAL-TAX
               MOVE 0                  TO GL-STATE-TAX
               MOVE 0                  TO GL-FICA-TAX
               MOVE 0                  TO GL-DEDUCTIONS
               MOVE 0                  TO GL-GARNISHMENTS
               MOVE 0                  TO GL-EMPLOYER-401K
               MOVE 0                  TO GL-LOAN-RECOVERY
               MOVE WS-PAID-REIMBURSEMENT TO GL-REIMBURSEMENT
               MOVE WS-PAID-REIMBURSEMENT TO GL-NET-PAY
               MOVE PH-PERIOD-ID       TO GL-PERIOD-ID
               MOVE 0                  TO GL-OT-PAY
                                          GL-SHIFT-PAY
                                          GL-HOLIDAY-PAY
                                          GL-ONCALL-PAY
               MOVE WS-PAID-COMPANY    TO GL-COMPANY-CODE
               WRITE GL-EXTRACT-RECORD
           END-IF.

           SET TXD-IS-REVERSAL  TO TRUE.
           PERFORM RESOLVE-WORK-STATE.
           MOVE PH-GROSS-PAY    TO TXD-GROSS-PAY.
           MOVE WS-PAID-TAXABLE-WAGES TO TXD-TAXABLE-WAGES.
           MOVE WS-PAID-FICA-WAGES    TO TXD-FICA-WAGES.
           MOVE WS-PAID-COMPANY TO TXD-COMPANY-CODE.
           WRITE TAX-DETAIL-RECORD.

      *> The backout must land in the same state bucket the
               END-READ
           END-IF.

      *> ====================================================
      *> Give the payment's loan recovery back to the loans it
      *> repaid. Each loan stamps the date and amount of its
      *> latest recovery, so a loan whose last recovery came
      *> on this payment's pay date has that amount restored
      *> to its balance (and reopened if the payment had
      *> closed it). A loan recovered again since this payment
      *> cannot be unwound here and is left to finance.
      *> ====================================================
       GIVE-BACK-LOAN-RECOVERY.
           IF WS-PAID-LOAN-RECOVERY > 0
               IF LOANS-AVAILABLE
                   COMPUTE WS-PAY-MONTH = PH-PAY-DATE / 100
                   MOVE PH-EMP-ID TO LN-EMP-ID
                   MOVE 0         TO LN-LOAN-NO
                   START LOAN-FILE KEY >= LN-KEY
                       INVALID KEY
                           SET EMPLOYEE-LOANS-DONE TO TRUE
                   END-START
                   PERFORM GIVE-BACK-NEXT-LOAN
                       UNTIL EMPLOYEE-LOANS-DONE
               END-IF
               IF WS-LOAN-GIVEN-BACK NOT = WS-PAID-LOAN-RECOVERY
                   DISPLAY "*** LOAN RECOVERY OF $"
                       WS-PAID-LOAN-RECOVERY " ON THIS PAYMENT - "
                       "ONLY $" WS-LOAN-GIVEN-BACK " RESTORED TO "
                       "LOANS.DAT - ADJUST THE LOAN BALANCES "
                       "BY HAND ***"
               END-IF
           END-IF.

       GIVE-BACK-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   SET EMPLOYEE-LOANS-DONE TO TRUE
               NOT AT END
                   IF LN-EMP-ID NOT = PH-EMP-ID
                       SET EMPLOYEE-LOANS-DONE TO TRUE
                   ELSE
                       IF LN-LAST-RECOVERY-DATE = PH-PAY-DATE AND
                           LN-LAST-RECOVERY-AMOUNT > 0
                           PERFORM GIVE-BACK-ONE-LOAN
                       END-IF
                   END-IF
           END-READ.

       GIVE-BACK-ONE-LOAN.
           ADD LN-LAST-RECOVERY-AMOUNT TO WS-LOAN-GIVEN-BACK.
           ADD LN-LAST-RECOVERY-AMOUNT TO LN-REMAINING-BALANCE.
           SUBTRACT LN-LAST-RECOVERY-AMOUNT FROM LN-TOTAL-RECOVERED.
           IF LN-RECOVERY-MONTH = WS-PAY-MONTH
               SUBTRACT LN-LAST-RECOVERY-AMOUNT
                   FROM LN-MONTH-RECOVERED
           END-IF.
           IF LN-LOAN-REPAID
               SET LN-LOAN-OPEN TO TRUE
           END-IF.
           DISPLAY "LOAN " LN-LOAN-NO " RECOVERY OF $"
               LN-LAST-RECOVERY-AMOUNT " RESTORED TO ITS BALANCE.".
           MOVE 0 TO LN-LAST-RECOVERY-AMOUNT.
           REWRITE LOAN-RECORD.

      *> ====================================================
      *> Void the outstanding check behind the payment: the
      *> register is keyed on check number, so the scan finds
                       CKG-AMOUNT = PH-NET-PAY AND
                       CKG-OUTSTANDING
                       SET CKG-VOIDED TO TRUE
                       MOVE WS-TODAY-NUM TO CKG-VOID-DATE
                       MOVE 0 TO CKG-PP-VOID-FILE
                       REWRITE CHECK-REGISTER-MASTER-REC
                       SET CHECK-WAS-VOIDED TO TRUE
                       SET CHECK-SEARCH-DONE TO TRUE
                       DISPLAY "CHECK " CKG-CHECK-NUMBER " VOIDED - "
                           "RUN POSITIVE-PAY TO REPORT THE VOID TO "
                           "THE BANK."
                   END-IF
           END-READ.

           IF CHECK-MASTER-AVAILABLE
               CLOSE CHECK-MASTER-FILE
           END-IF.
           IF LOANS-AVAILABLE
               CLOSE LOAN-FILE
           END-IF.
           CLOSE GL-EXTRACT-FILE.
           CLOSE TAX-DETAIL-FILE.
           CLOSE AUDIT-FILE.
