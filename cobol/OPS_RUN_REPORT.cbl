       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPS-RUN-REPORT.
      *> ====================================================
      *> Morning operations report off the batch run history
      *> Every step of the payroll, pension, quarterly tax and
      *> year-end cycles appends a record to runhistory.log
      *> through RUN-LOG. This report reads the whole history
      *> and, for each job, lays out its last cycle step by
      *> step - when each step started and ended, how long it
      *> ran, what it read, wrote and rejected, the money it
      *> controls and how it ended - so the morning shift does
      *> not have to piece the night together from job output.
      *>
      *> A cycle is one period of a job (the pay period, the
      *> pension month, the quarter or the tax year). A step
      *> that ran in any of the prior cycles compared but not in
      *> the last one is flagged DID NOT RUN; a step that ended
      *> non-zero, ran more than once for the period, or whose
      *> records read or elapsed time are out of line with its
      *> average over the prior cycles is flagged beside it.
      *> Elapsed time is only judged once a step runs at least a
      *> minute longer than its average, so a step that takes
      *> seconds is not flagged for taking a few more.
      *>
      *> SYSIN "n ppp": n prior cycles to compare (1-4, default
      *> 3) and ppp the percentage either way that counts as out
      *> of line (default 25). Ends RC 4 when anything is
      *> flagged.
      *>
      *> Modification History:
      *>   Initial version - last cycle by job, missing and
      *>     non-zero steps, volume and elapsed time against the
      *>     prior cycles.
      *> ====================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY-FILE ASSIGN TO "runhistory.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RH-FILE-STATUS.

           SELECT OPS-REPORT-FILE ASSIGN TO "opsreport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY-FILE.
           COPY RUNHIST.

       FD  OPS-REPORT-FILE.
       01  OPS-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-RH-EOF-FLAG          PIC X VALUE 'N'.
               88  HISTORY-DONE            VALUE 'Y'.
           05  WS-HISTORY-FLAG         PIC X VALUE 'N'.
               88  HISTORY-AVAILABLE       VALUE 'Y'.
           05  WS-OUT-OF-LINE-FLAG     PIC X VALUE 'N'.
               88  STEP-OUT-OF-LINE        VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-RH-FILE-STATUS       PIC X(2) VALUE '00'.
               88  RH-FILE-OK               VALUE '00'.
           05  WS-RPT-FILE-STATUS      PIC X(2) VALUE '00'.
               88  RPT-FILE-OK              VALUE '00'.

       01  WS-PARM-INPUT.
           05  WS-PARM-CYCLES          PIC X(1) VALUE SPACES.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-PARM-TOLERANCE       PIC X(3) VALUE SPACES.

       01  WS-PRIOR-CYCLES             PIC 9(1) VALUE 3.
       01  WS-TOLERANCE-PCT            PIC 9(3) VALUE 25.
       01  WS-MIN-TIME-SLACK           PIC 9(3) VALUE 60.

       01  WS-TODAY-NUM                PIC 9(8) VALUE 0.

       01  WS-COUNTERS.
           05  WS-HISTORY-READ         PIC 9(7) VALUE 0.
           05  WS-UNATTRIBUTED-COUNT   PIC 9(5) VALUE 0.
           05  WS-OVERFLOW-COUNT       PIC 9(5) VALUE 0.
           05  WS-STEPS-RAN            PIC 9(5) VALUE 0.
           05  WS-STEPS-MISSING        PIC 9(5) VALUE 0.
           05  WS-STEPS-NONZERO        PIC 9(5) VALUE 0.
           05  WS-STEPS-OUT-OF-LINE    PIC 9(5) VALUE 0.

      *> Each job's last five cycles, slot 1 the most recent,
      *> and in each the latest run of every step seen
       01  WS-JOB-TABLE.
           05  WS-JOB-COUNT            PIC 9(2) VALUE 0.
           05  WS-JOB-ENTRY OCCURS 10 TIMES.
               10  WS-JOB-NAME         PIC X(8).
               10  WS-JOB-CYCLE-COUNT  PIC 9(1).
               10  WS-JOB-CYCLE-PERIOD PIC X(8) OCCURS 5 TIMES.
               10  WS-JOB-STEP-COUNT   PIC 9(2).
               10  WS-STEP-ENTRY OCCURS 20 TIMES.
                   15  WS-STEP-NAME        PIC X(8).
                   15  WS-STEP-QUALIFIER   PIC X(4).
                   15  WS-STEP-AMOUNT-1-LABEL
                                           PIC X(10).
                   15  WS-STEP-AMOUNT-2-LABEL
                                           PIC X(10).
                   15  WS-STEP-SLOT OCCURS 5 TIMES.
                       20  WS-SLOT-RUNS        PIC 9(3).
                       20  WS-SLOT-RETURN-CODE PIC 9(3).
                       20  WS-SLOT-RUN-MODE    PIC X(1).
                       20  WS-SLOT-START       PIC X(14).
                       20  WS-SLOT-END         PIC X(14).
                       20  WS-SLOT-ELAPSED     PIC 9(7).
                       20  WS-SLOT-READ        PIC 9(9).
                       20  WS-SLOT-WRITTEN     PIC 9(9).
                       20  WS-SLOT-REJECTED    PIC 9(9).
                       20  WS-SLOT-AMOUNT-1    PIC 9(11)V99.
                       20  WS-SLOT-AMOUNT-2    PIC 9(11)V99.

       01  WS-SUBSCRIPTS.
           05  WS-JX                   PIC 9(2) VALUE 0.
           05  WS-SX                   PIC 9(2) VALUE 0.
           05  WS-CX                   PIC 9(1) VALUE 0.
           05  WS-KX                   PIC 9(2) VALUE 0.
           05  WS-AX                   PIC 9(2) VALUE 0.

      *> The history record in hand, resolved to its job and
      *> period - a record naming neither is counted where the
      *> record before it was
       01  WS-RUN-FIELDS.
           05  WS-RUN-JOB              PIC X(8) VALUE SPACES.
           05  WS-LAST-JOB             PIC X(8) VALUE SPACES.
           05  WS-RUN-PERIOD           PIC X(8) VALUE SPACES.

       01  WS-COMPARE-FIELDS.
           05  WS-PRIOR-LIMIT          PIC 9(1) VALUE 0.
           05  WS-PRIOR-RUNS           PIC 9(1) VALUE 0.
           05  WS-LAST-PRIOR-SLOT      PIC 9(1) VALUE 0.
           05  WS-SUM-READ             PIC 9(11) VALUE 0.
           05  WS-SUM-ELAPSED          PIC 9(9) VALUE 0.
           05  WS-AVG-READ             PIC 9(9) VALUE 0.
           05  WS-AVG-ELAPSED          PIC 9(7) VALUE 0.
           05  WS-PCT-CHANGE           PIC S9(9) VALUE 0.

       01  WS-VOLUME-FLAG.
           05  FILLER                  PIC X(4)  VALUE "VOL ".
           05  WS-VF-PCT               PIC +ZZZ9.
           05  FILLER                  PIC X(1)  VALUE "%".

       01  WS-TIME-FLAG.
           05  FILLER                  PIC X(5)  VALUE "TIME ".
           05  WS-TF-PCT               PIC +ZZZ9.
           05  FILLER                  PIC X(1)  VALUE "%".

       01  WS-RC-FLAG.
           05  FILLER                  PIC X(9)  VALUE "ENDED RC ".
           05  WS-RF-RC                PIC ZZ9.

       01  WS-RERUN-FLAG.
           05  FILLER                  PIC X(4)  VALUE "RUN ".
           05  WS-RR-RUNS              PIC ZZ9.
           05  FILLER                  PIC X(1)  VALUE "X".

      *> ====================================================
      *> Report lines
      *> ====================================================
       01  WS-TITLE-LINE.
           05  FILLER                  PIC X(38)
               VALUE "BATCH OPERATIONS REPORT - LAST CYCLES ".
           05  FILLER                  PIC X(6)  VALUE "AS OF ".
           05  WS-TL-DATE              PIC 9(8).
           05  FILLER                  PIC X(12)
               VALUE "   COMPARED ".
           05  WS-TL-CYCLES            PIC 9(1).
           05  FILLER                  PIC X(25)
               VALUE " PRIOR CYCLE(S), LIMIT +/".
           05  FILLER                  PIC X(1)  VALUE "-".
           05  WS-TL-TOLERANCE         PIC ZZ9.
           05  FILLER                  PIC X(1)  VALUE "%".
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-JOB-HEADER-LINE.
           05  FILLER                  PIC X(4)  VALUE "JOB ".
           05  WS-JH-JOB               PIC X(8).
           05  FILLER                  PIC X(15)
               VALUE "   LAST CYCLE  ".
           05  WS-JH-PERIOD            PIC X(8).
           05  FILLER                  PIC X(18)
               VALUE "   PRIOR CYCLES   ".
           05  WS-JH-PRIORS.
               10  WS-JH-PRIOR OCCURS 4 TIMES.
                   15  WS-JH-PRIOR-PERIOD  PIC X(8).
                   15  FILLER              PIC X(2).
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(14) VALUE "STEP     QUAL ".
           05  FILLER                  PIC X(6)  VALUE "MODE  ".
           05  FILLER                  PIC X(15) VALUE "STARTED".
           05  FILLER                  PIC X(7)  VALUE "ENDED".
           05  FILLER                  PIC X(8)  VALUE "ELAPSED".
           05  FILLER                  PIC X(4)  VALUE " RC".
           05  FILLER                  PIC X(12) VALUE "       READ".
           05  FILLER                  PIC X(12) VALUE "    WRITTEN".
           05  FILLER                  PIC X(10) VALUE "REJECTED".
           05  FILLER                  PIC X(44) VALUE "FLAGS".

       01  WS-STEP-LINE.
           05  WS-SL-STEP              PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-SL-QUALIFIER         PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-SL-MODE              PIC X(5).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-SL-START             PIC X(14).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-SL-END               PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-SL-ELAPSED           PIC ZZZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-SL-RC                PIC ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-SL-READ              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-SL-WRITTEN           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-SL-REJECTED          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-SL-STATUS            PIC X(12).
           05  WS-SL-RERUN             PIC X(9).
           05  WS-SL-VOLUME            PIC X(11).
           05  WS-SL-TIME              PIC X(11).

       01  WS-AMOUNT-LINE.
           05  FILLER                  PIC X(14) VALUE SPACES.
           05  WS-AL-LABEL-1           PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-AL-AMOUNT-1          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-AL-LABEL-2           PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-AL-AMOUNT-2          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE "PRIOR AVG READ ".
           05  WS-AL-AVG-READ          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(14)
               VALUE "  AVG ELAPSED ".
           05  WS-AL-AVG-ELAPSED       PIC ZZZZZZ9.
           05  FILLER                  PIC X(8)  VALUE SPACES.

       01  WS-MISSING-LINE.
           05  WS-ML-STEP              PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-ML-QUALIFIER         PIC X(4).
           05  FILLER                  PIC X(43)
               VALUE " *** DID NOT RUN THIS CYCLE - LAST RAN FOR".
           05  WS-ML-PERIOD            PIC X(8).
           05  FILLER                  PIC X(10) VALUE " ENDING RC".
           05  WS-ML-RC                PIC ZZ9.
           05  FILLER                  PIC X(4)  VALUE " ***".
           05  FILLER                  PIC X(51) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SM-CAPTION           PIC X(40).
           05  WS-SM-COUNT             PIC ZZZZ9.
           05  FILLER                  PIC X(87) VALUE SPACES.

      *> ====================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION.
           IF HISTORY-AVAILABLE
               PERFORM READ-RUN-HISTORY UNTIL HISTORY-DONE
               CLOSE RUN-HISTORY-FILE
           END-IF.
           PERFORM REPORT-ONE-JOB
               VARYING WS-JX FROM 1 BY 1
               UNTIL WS-JX > WS-JOB-COUNT.
           PERFORM TERMINATION.
           STOP RUN.

      *> ====================================================
      *> Initialization
      *> ====================================================
       INITIALIZATION.
           DISPLAY "=================================".
           DISPLAY "BATCH OPERATIONS REPORT".
           DISPLAY "=================================".
           DISPLAY " ".

           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.

           ACCEPT WS-PARM-INPUT.
           IF WS-PARM-CYCLES >= '1' AND WS-PARM-CYCLES <= '4'
               MOVE WS-PARM-CYCLES TO WS-PRIOR-CYCLES
           END-IF.
           INSPECT WS-PARM-TOLERANCE REPLACING LEADING SPACE BY ZERO.
           IF WS-PARM-TOLERANCE IS NUMERIC AND
               WS-PARM-TOLERANCE NOT = "000"
               MOVE WS-PARM-TOLERANCE TO WS-TOLERANCE-PCT
           END-IF.

           OPEN INPUT RUN-HISTORY-FILE.
           IF RH-FILE-OK
               SET HISTORY-AVAILABLE TO TRUE
           ELSE
               DISPLAY "NO RUN HISTORY (RUNHISTORY.LOG STATUS "
                   WS-RH-FILE-STATUS ") - NOTHING TO REPORT"
           END-IF.

           OPEN OUTPUT OPS-REPORT-FILE.
           MOVE WS-TODAY-NUM     TO WS-TL-DATE.
           MOVE WS-PRIOR-CYCLES  TO WS-TL-CYCLES.
           MOVE WS-TOLERANCE-PCT TO WS-TL-TOLERANCE.
           MOVE WS-TITLE-LINE TO OPS-REPORT-LINE.
           WRITE OPS-REPORT-LINE.

      *> ====================================================
      *> Pass the history oldest first, filing each run under
      *> its job, cycle and step. A period not among the job's
      *> cycles opens a new cycle and the oldest falls away; a
      *> step run again for the same period replaces its
      *> earlier run and is counted as a rerun.
      *> ====================================================
       READ-RUN-HISTORY.
           READ RUN-HISTORY-FILE
               AT END
                   SET HISTORY-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
                   PERFORM FILE-ONE-RUN
           END-READ.

       FILE-ONE-RUN.
           MOVE RH-JOB-NAME TO WS-RUN-JOB.
           IF WS-RUN-JOB = SPACES
               MOVE WS-LAST-JOB TO WS-RUN-JOB
           END-IF.
           MOVE 0 TO WS-JX.
           IF WS-RUN-JOB NOT = SPACES
               PERFORM FIND-JOB-ENTRY
           END-IF.
           MOVE SPACES TO WS-RUN-PERIOD.
           IF WS-JX > 0
               MOVE RH-PERIOD TO WS-RUN-PERIOD
               IF WS-RUN-PERIOD = SPACES AND
                   WS-JOB-CYCLE-COUNT (WS-JX) > 0
                   MOVE WS-JOB-CYCLE-PERIOD (WS-JX, 1)
                       TO WS-RUN-PERIOD
               END-IF
           END-IF.
           IF WS-RUN-PERIOD = SPACES
               ADD 1 TO WS-UNATTRIBUTED-COUNT
           ELSE
               PERFORM FIND-CYCLE-SLOT
               PERFORM FIND-STEP-ENTRY
               IF WS-SX > 0
                   PERFORM POST-RUN-TO-SLOT
               END-IF
           END-IF.
           MOVE WS-RUN-JOB TO WS-LAST-JOB.

       FIND-JOB-ENTRY.
           PERFORM MATCH-ONE-JOB
               VARYING WS-KX FROM 1 BY 1
               UNTIL WS-KX > WS-JOB-COUNT OR WS-JX > 0.
           IF WS-JX = 0
               IF WS-JOB-COUNT < 10
                   ADD 1 TO WS-JOB-COUNT
                   MOVE WS-JOB-COUNT TO WS-JX
                   INITIALIZE WS-JOB-ENTRY (WS-JX)
                   MOVE WS-RUN-JOB TO WS-JOB-NAME (WS-JX)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

       MATCH-ONE-JOB.
           IF WS-JOB-NAME (WS-KX) = WS-RUN-JOB
               MOVE WS-KX TO WS-JX
           END-IF.

       FIND-CYCLE-SLOT.
           MOVE 0 TO WS-CX.
           PERFORM MATCH-ONE-CYCLE
               VARYING WS-KX FROM 1 BY 1
               UNTIL WS-KX > WS-JOB-CYCLE-COUNT (WS-JX) OR
                   WS-CX > 0.
           IF WS-CX = 0
               PERFORM OPEN-NEW-CYCLE
               MOVE 1 TO WS-CX
           END-IF.

       MATCH-ONE-CYCLE.
           IF WS-JOB-CYCLE-PERIOD (WS-JX, WS-KX) = WS-RUN-PERIOD
               MOVE WS-KX TO WS-CX
           END-IF.

      *> Every cycle moves down a slot, the oldest falling away,
      *> and slot 1 starts empty for the new period
       OPEN-NEW-CYCLE.
           PERFORM SHIFT-ONE-CYCLE
               VARYING WS-KX FROM 5 BY -1 UNTIL WS-KX < 2.
           MOVE WS-RUN-PERIOD TO WS-JOB-CYCLE-PERIOD (WS-JX, 1).
           PERFORM CLEAR-ONE-STEP-SLOT
               VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > 20.
           IF WS-JOB-CYCLE-COUNT (WS-JX) < 5
               ADD 1 TO WS-JOB-CYCLE-COUNT (WS-JX)
           END-IF.

       SHIFT-ONE-CYCLE.
           MOVE WS-JOB-CYCLE-PERIOD (WS-JX, WS-KX - 1)
               TO WS-JOB-CYCLE-PERIOD (WS-JX, WS-KX).
           PERFORM SHIFT-ONE-STEP-SLOT
               VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > 20.

       SHIFT-ONE-STEP-SLOT.
           MOVE WS-STEP-SLOT (WS-JX, WS-AX, WS-KX - 1)
               TO WS-STEP-SLOT (WS-JX, WS-AX, WS-KX).

       CLEAR-ONE-STEP-SLOT.
           INITIALIZE WS-STEP-SLOT (WS-JX, WS-AX, 1).

       FIND-STEP-ENTRY.
           MOVE 0 TO WS-SX.
           PERFORM MATCH-ONE-STEP
               VARYING WS-KX FROM 1 BY 1
               UNTIL WS-KX > WS-JOB-STEP-COUNT (WS-JX) OR WS-SX > 0.
           IF WS-SX = 0
               IF WS-JOB-STEP-COUNT (WS-JX) < 20
                   ADD 1 TO WS-JOB-STEP-COUNT (WS-JX)
                   MOVE WS-JOB-STEP-COUNT (WS-JX) TO WS-SX
                   MOVE RH-STEP-NAME
                       TO WS-STEP-NAME (WS-JX, WS-SX)
                   MOVE RH-STEP-QUALIFIER
                       TO WS-STEP-QUALIFIER (WS-JX, WS-SX)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

       MATCH-ONE-STEP.
           IF WS-STEP-NAME (WS-JX, WS-KX) = RH-STEP-NAME AND
               WS-STEP-QUALIFIER (WS-JX, WS-KX) = RH-STEP-QUALIFIER
               MOVE WS-KX TO WS-SX
           END-IF.

       POST-RUN-TO-SLOT.
           ADD 1 TO WS-SLOT-RUNS (WS-JX, WS-SX, WS-CX).
           MOVE RH-RETURN-CODE
               TO WS-SLOT-RETURN-CODE (WS-JX, WS-SX, WS-CX).
           MOVE RH-RUN-MODE  TO WS-SLOT-RUN-MODE (WS-JX, WS-SX, WS-CX).
           MOVE RH-START-TIMESTAMP
               TO WS-SLOT-START (WS-JX, WS-SX, WS-CX).
           MOVE RH-END-TIMESTAMP
               TO WS-SLOT-END (WS-JX, WS-SX, WS-CX).
           MOVE RH-ELAPSED-SECONDS
               TO WS-SLOT-ELAPSED (WS-JX, WS-SX, WS-CX).
           MOVE RH-RECORDS-READ
               TO WS-SLOT-READ (WS-JX, WS-SX, WS-CX).
           MOVE RH-RECORDS-WRITTEN
               TO WS-SLOT-WRITTEN (WS-JX, WS-SX, WS-CX).
           MOVE RH-RECORDS-REJECTED
               TO WS-SLOT-REJECTED (WS-JX, WS-SX, WS-CX).
           MOVE RH-AMOUNT-1 TO WS-SLOT-AMOUNT-1 (WS-JX, WS-SX, WS-CX).
           MOVE RH-AMOUNT-2 TO WS-SLOT-AMOUNT-2 (WS-JX, WS-SX, WS-CX).
           MOVE RH-AMOUNT-1-LABEL
               TO WS-STEP-AMOUNT-1-LABEL (WS-JX, WS-SX).
           MOVE RH-AMOUNT-2-LABEL
               TO WS-STEP-AMOUNT-2-LABEL (WS-JX, WS-SX).

      *> ====================================================
      *> One job's last cycle, step by step in the order the
      *> steps were first seen
      *> ====================================================
       REPORT-ONE-JOB.
           COMPUTE WS-PRIOR-LIMIT = WS-JOB-CYCLE-COUNT (WS-JX) - 1
           END-COMPUTE.
           IF WS-PRIOR-LIMIT > WS-PRIOR-CYCLES
               MOVE WS-PRIOR-CYCLES TO WS-PRIOR-LIMIT
           END-IF.

           MOVE SPACES TO OPS-REPORT-LINE.
           WRITE OPS-REPORT-LINE.
           MOVE SPACES TO WS-JH-PRIORS.
           MOVE WS-JOB-NAME (WS-JX) TO WS-JH-JOB.
           MOVE WS-JOB-CYCLE-PERIOD (WS-JX, 1) TO WS-JH-PERIOD.
           PERFORM LIST-ONE-PRIOR-CYCLE
               VARYING WS-KX FROM 2 BY 1
               UNTIL WS-KX > WS-PRIOR-LIMIT + 1.
           MOVE WS-JOB-HEADER-LINE TO OPS-REPORT-LINE.
           WRITE OPS-REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO OPS-REPORT-LINE.
           WRITE OPS-REPORT-LINE.

           PERFORM REPORT-ONE-STEP
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-JOB-STEP-COUNT (WS-JX).

       LIST-ONE-PRIOR-CYCLE.
           MOVE WS-JOB-CYCLE-PERIOD (WS-JX, WS-KX)
               TO WS-JH-PRIOR-PERIOD (WS-KX - 1).

      *> A step in the last cycle is listed with its flags; one
      *> missing from it is only listed if it ran in a prior
      *> cycle compared - a step retired long ago is not news
       REPORT-ONE-STEP.
           PERFORM AVERAGE-PRIOR-CYCLES.
           IF WS-SLOT-RUNS (WS-JX, WS-SX, 1) > 0
               PERFORM REPORT-STEP-RAN
           ELSE
               IF WS-PRIOR-RUNS > 0
                   PERFORM REPORT-STEP-MISSING
               END-IF
           END-IF.

       AVERAGE-PRIOR-CYCLES.
           MOVE 0 TO WS-PRIOR-RUNS.
           MOVE 0 TO WS-LAST-PRIOR-SLOT.
           MOVE 0 TO WS-SUM-READ.
           MOVE 0 TO WS-SUM-ELAPSED.
           MOVE 0 TO WS-AVG-READ.
           MOVE 0 TO WS-AVG-ELAPSED.
           PERFORM ADD-ONE-PRIOR-CYCLE
               VARYING WS-KX FROM 2 BY 1
               UNTIL WS-KX > WS-PRIOR-LIMIT + 1.
           IF WS-PRIOR-RUNS > 0
               COMPUTE WS-AVG-READ ROUNDED =
                   WS-SUM-READ / WS-PRIOR-RUNS
               END-COMPUTE
               COMPUTE WS-AVG-ELAPSED ROUNDED =
                   WS-SUM-ELAPSED / WS-PRIOR-RUNS
               END-COMPUTE
           END-IF.

       ADD-ONE-PRIOR-CYCLE.
           IF WS-SLOT-RUNS (WS-JX, WS-SX, WS-KX) > 0
               ADD 1 TO WS-PRIOR-RUNS
               IF WS-LAST-PRIOR-SLOT = 0
                   MOVE WS-KX TO WS-LAST-PRIOR-SLOT
               END-IF
               ADD WS-SLOT-READ (WS-JX, WS-SX, WS-KX) TO WS-SUM-READ
               ADD WS-SLOT-ELAPSED (WS-JX, WS-SX, WS-KX)
                   TO WS-SUM-ELAPSED
           END-IF.

       REPORT-STEP-RAN.
           ADD 1 TO WS-STEPS-RAN.
           MOVE 'N' TO WS-OUT-OF-LINE-FLAG.
           MOVE WS-STEP-NAME (WS-JX, WS-SX)      TO WS-SL-STEP.
           MOVE WS-STEP-QUALIFIER (WS-JX, WS-SX) TO WS-SL-QUALIFIER.
           IF WS-SLOT-RUN-MODE (WS-JX, WS-SX, 1) = 'T'
               MOVE "TRIAL" TO WS-SL-MODE
           ELSE
               MOVE "LIVE"  TO WS-SL-MODE
           END-IF.
           MOVE WS-SLOT-START (WS-JX, WS-SX, 1) TO WS-SL-START.
           MOVE WS-SLOT-END (WS-JX, WS-SX, 1)(9:6) TO WS-SL-END.
           MOVE WS-SLOT-ELAPSED (WS-JX, WS-SX, 1) TO WS-SL-ELAPSED.
           MOVE WS-SLOT-RETURN-CODE (WS-JX, WS-SX, 1) TO WS-SL-RC.
           MOVE WS-SLOT-READ (WS-JX, WS-SX, 1)     TO WS-SL-READ.
           MOVE WS-SLOT-WRITTEN (WS-JX, WS-SX, 1)  TO WS-SL-WRITTEN.
           MOVE WS-SLOT-REJECTED (WS-JX, WS-SX, 1) TO WS-SL-REJECTED.

           IF WS-SLOT-RETURN-CODE (WS-JX, WS-SX, 1) > 0
               ADD 1 TO WS-STEPS-NONZERO
               MOVE WS-SLOT-RETURN-CODE (WS-JX, WS-SX, 1) TO WS-RF-RC
               MOVE WS-RC-FLAG TO WS-SL-STATUS
           ELSE
               MOVE "OK" TO WS-SL-STATUS
           END-IF.
           MOVE SPACES TO WS-SL-RERUN.
           IF WS-SLOT-RUNS (WS-JX, WS-SX, 1) > 1
               MOVE WS-SLOT-RUNS (WS-JX, WS-SX, 1) TO WS-RR-RUNS
               MOVE WS-RERUN-FLAG TO WS-SL-RERUN
           END-IF.
           PERFORM JUDGE-STEP-VOLUME.
           PERFORM JUDGE-STEP-ELAPSED.
           IF STEP-OUT-OF-LINE
               ADD 1 TO WS-STEPS-OUT-OF-LINE
           END-IF.
           MOVE WS-STEP-LINE TO OPS-REPORT-LINE.
           WRITE OPS-REPORT-LINE.

           MOVE WS-STEP-AMOUNT-1-LABEL (WS-JX, WS-SX) TO WS-AL-LABEL-1.
           MOVE WS-SLOT-AMOUNT-1 (WS-JX, WS-SX, 1)    TO WS-AL-AMOUNT-1.
           MOVE WS-STEP-AMOUNT-2-LABEL (WS-JX, WS-SX) TO WS-AL-LABEL-2.
           MOVE WS-SLOT-AMOUNT-2 (WS-JX, WS-SX, 1)    TO WS-AL-AMOUNT-2.
           MOVE WS-AVG-READ    TO WS-AL-AVG-READ.
           MOVE WS-AVG-ELAPSED TO WS-AL-AVG-ELAPSED.
           MOVE WS-AMOUNT-LINE TO OPS-REPORT-LINE.
           WRITE OPS-REPORT-LINE.

      *> Records read against the prior average, either way
       JUDGE-STEP-VOLUME.
           MOVE SPACES TO WS-SL-VOLUME.
           IF WS-PRIOR-RUNS > 0 AND WS-AVG-READ > 0
               COMPUTE WS-PCT-CHANGE ROUNDED =
                   (WS-SLOT-READ (WS-JX, WS-SX, 1) - WS-AVG-READ)
                   * 100 / WS-AVG-READ
               END-COMPUTE
               IF WS-PCT-CHANGE > WS-TOLERANCE-PCT OR
                   WS-PCT-CHANGE < 0 - WS-TOLERANCE-PCT
                   SET STEP-OUT-OF-LINE TO TRUE
                   IF WS-PCT-CHANGE > 9999
                       MOVE 9999 TO WS-PCT-CHANGE
                   END-IF
                   MOVE WS-PCT-CHANGE TO WS-VF-PCT
                   MOVE WS-VOLUME-FLAG TO WS-SL-VOLUME
               END-IF
           END-IF.

      *> Only a step that ran longer than the average by more
      *> than the tolerance and the minimum slack is slow
       JUDGE-STEP-ELAPSED.
           MOVE SPACES TO WS-SL-TIME.
           IF WS-PRIOR-RUNS > 0 AND
               WS-SLOT-ELAPSED (WS-JX, WS-SX, 1) >=
                   WS-AVG-ELAPSED + WS-MIN-TIME-SLACK
               IF WS-AVG-ELAPSED > 0
                   COMPUTE WS-PCT-CHANGE ROUNDED =
                       (WS-SLOT-ELAPSED (WS-JX, WS-SX, 1)
                       - WS-AVG-ELAPSED) * 100 / WS-AVG-ELAPSED
                   END-COMPUTE
               ELSE
                   MOVE 9999 TO WS-PCT-CHANGE
               END-IF
               IF WS-PCT-CHANGE > WS-TOLERANCE-PCT
                   SET STEP-OUT-OF-LINE TO TRUE
                   IF WS-PCT-CHANGE > 9999
                       MOVE 9999 TO WS-PCT-CHANGE
                   END-IF
                   MOVE WS-PCT-CHANGE TO WS-TF-PCT
                   MOVE WS-TIME-FLAG TO WS-SL-TIME
               END-IF
           END-IF.

       REPORT-STEP-MISSING.
           ADD 1 TO WS-STEPS-MISSING.
           MOVE WS-STEP-NAME (WS-JX, WS-SX)      TO WS-ML-STEP.
           MOVE WS-STEP-QUALIFIER (WS-JX, WS-SX) TO WS-ML-QUALIFIER.
           MOVE WS-JOB-CYCLE-PERIOD (WS-JX, WS-LAST-PRIOR-SLOT)
               TO WS-ML-PERIOD.
           MOVE WS-SLOT-RETURN-CODE (WS-JX, WS-SX, WS-LAST-PRIOR-SLOT)
               TO WS-ML-RC.
           MOVE WS-MISSING-LINE TO OPS-REPORT-LINE.
           WRITE OPS-REPORT-LINE.

      *> ====================================================
      *> Termination
      *> ====================================================
       TERMINATION.
           MOVE SPACES TO OPS-REPORT-LINE.
           WRITE OPS-REPORT-LINE.
           MOVE "RUN HISTORY RECORDS READ" TO WS-SM-CAPTION.
           MOVE WS-HISTORY-READ TO WS-SM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "STEPS RUN IN THE LAST CYCLES" TO WS-SM-CAPTION.
           MOVE WS-STEPS-RAN TO WS-SM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "STEPS THAT DID NOT RUN" TO WS-SM-CAPTION.
           MOVE WS-STEPS-MISSING TO WS-SM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "STEPS ENDING NON-ZERO" TO WS-SM-CAPTION.
           MOVE WS-STEPS-NONZERO TO WS-SM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "STEPS OUT OF LINE WITH PRIOR CYCLES" TO WS-SM-CAPTION.
           MOVE WS-STEPS-OUT-OF-LINE TO WS-SM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           IF WS-UNATTRIBUTED-COUNT > 0
               MOVE "RUNS WITH NO JOB OR PERIOD - NOT LISTED"
                   TO WS-SM-CAPTION
               MOVE WS-UNATTRIBUTED-COUNT TO WS-SM-COUNT
               PERFORM WRITE-SUMMARY-LINE
           END-IF.
           IF WS-OVERFLOW-COUNT > 0
               MOVE "RUNS BEYOND THE JOB/STEP TABLES - NOT LISTED"
                   TO WS-SM-CAPTION
               MOVE WS-OVERFLOW-COUNT TO WS-SM-COUNT
               PERFORM WRITE-SUMMARY-LINE
           END-IF.
           CLOSE OPS-REPORT-FILE.

           DISPLAY "Run history records read: " WS-HISTORY-READ.
           DISPLAY "Jobs reported: " WS-JOB-COUNT.
           DISPLAY "Steps run: " WS-STEPS-RAN
               "  did not run: " WS-STEPS-MISSING
               "  non-zero: " WS-STEPS-NONZERO
               "  out of line: " WS-STEPS-OUT-OF-LINE.
           DISPLAY " ".

           IF WS-STEPS-MISSING > 0 OR WS-STEPS-NONZERO > 0 OR
               WS-STEPS-OUT-OF-LINE > 0
               DISPLAY "*** STEPS FLAGGED - SEE OPSREPORT.TXT ***"
               MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO OPS-REPORT-LINE.
           WRITE OPS-REPORT-LINE.
