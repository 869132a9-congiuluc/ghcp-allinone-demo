00024    *>     keyed by jurisdiction and effective date, falling
00025    *>     back to the default state rate when the employee
00026    *>     carries no work state or the state is not on file.
00027    *>   CALCULATE-FEDERAL-TAX no longer takes a flat rate off
00028    *>     gross: regular pay is annualized by the caller's pay
00029    *>     frequency, adjusted by the employee's W-4 elections
00030    *>     and withheld from graduated bracket tables keyed by
00031    *>     filing status and effective date. The rate table's
00032    *>     flat federal rate now applies only to supplemental
00033    *>     pay and to a run with no bracket table on file.
00034    *>   Pre-tax deductions passed by the caller now come off
00035    *>     the wages before tax: every pre-tax deduction off
00036    *>     the federal and state income-tax wages, the Section
00037    *>     125 share off the FICA and unemployment wages too.
00038    *>     The wages actually taxed are handed back, and net
00039    *>     pay is now net of the pre-tax deductions.
00040    *> ====================================================
00041
00042     ENVIRONMENT DIVISION.
00043     INPUT-OUTPUT SECTION.
00044     FILE-CONTROL.
00045         SELECT RATE-TABLE-FILE ASSIGN TO "ratetable.txt"
00046             ORGANIZATION IS INDEXED
00047             ACCESS MODE IS SEQUENTIAL
00048             RECORD KEY IS RATE-EFFECTIVE-DATE
00049             FILE STATUS IS WS-RATE-FILE-STATUS.
00050
00051         SELECT STATE-RATE-FILE ASSIGN TO "staterates.txt"
00052             ORGANIZATION IS INDEXED
00053             ACCESS MODE IS SEQUENTIAL
00054             RECORD KEY IS STR-KEY
00055             FILE STATUS IS WS-STATE-FILE-STATUS.
00056
00057         SELECT FED-BRACKET-FILE ASSIGN TO "fedbrackets.txt"
00058             ORGANIZATION IS INDEXED
00059             ACCESS MODE IS SEQUENTIAL
00060             RECORD KEY IS FBR-KEY
00061             FILE STATUS IS WS-FBR-FILE-STATUS.
00062
00063     DATA DIVISION.
00064     FILE SECTION.
00065     FD  RATE-TABLE-FILE.
00066         COPY RATETAB.
00067
00068     FD  STATE-RATE-FILE.
00069         COPY STRATE.
00070
00071     FD  FED-BRACKET-FILE.
00072         COPY FEDBRKT.
00073
00074     WORKING-STORAGE SECTION.
00075     01  WS-TAX-RATES.
00076         05  WS-FEDERAL-RATE       PIC 9V9999 VALUE 0.22.
00077         05  WS-STATE-RATE         PIC 9V9999 VALUE 0.05.
00078         05  WS-FICA-RATE          PIC 9V9999 VALUE 0.0765.
00079         05  WS-FICA-WAGE-BASE     PIC 9(8)V99 VALUE 160200.00.
00080         05  WS-UNEMP-RATE         PIC 9V9999 VALUE 0.0060.
00081         05  WS-UNEMP-WAGE-BASE    PIC 9(8)V99 VALUE 7000.00.
00082
00083     01  WS-RATES-LOADED           PIC X VALUE 'N'.
00084         88  RATES-ALREADY-LOADED     VALUE 'Y'.
00085
00086     01  WS-RATE-FILE-STATUS       PIC X(2) VALUE '00'.
00087         88  RATE-FILE-OK             VALUE '00'.
00088         88  RATE-FILE-EOF            VALUE '10'.
00089
00090     01  WS-STATE-FILE-STATUS      PIC X(2) VALUE '00'.
00091         88  STATE-FILE-OK            VALUE '00'.
00092         88  STATE-FILE-EOF           VALUE '10'.
00093
00094     01  WS-FBR-FILE-STATUS        PIC X(2) VALUE '00'.
00095         88  FBR-FILE-OK              VALUE '00'.
00096         88  FBR-FILE-EOF             VALUE '10'.
00097
00098    *> Per-jurisdiction rates in force: the most recent
00099    *> effective date not in the future wins per state
00100     01  WS-STATE-RATE-TABLE.
00101         05  WS-STR-ENTRIES-USED   PIC 9(3) VALUE 0.
00102         05  WS-STR-ENTRY OCCURS 20 TIMES
00103                 INDEXED BY WS-STR-IDX.
00104             10  WS-STR-STATE      PIC X(2).
00105             10  WS-STR-EFF-DATE   PIC 9(8).
00106             10  WS-STR-RATE       PIC 9V9999.
00107     01  WS-STR-FOUND-FLAG         PIC X VALUE 'N'.
00108         88  STATE-RATE-FOUND         VALUE 'Y'.
00109     01  WS-STR-OVERFLOW-FLAG      PIC X VALUE 'N'.
00110         88  STATE-TABLE-FULL         VALUE 'Y'.
00111
00112    *> Federal brackets in force, one slot per filing status
00113    *> (1 single, 2 married filing jointly, 3 head of
00114    *> household). A later effective date not in the future
00115    *> replaces the whole set for its status.
00116     01  WS-FED-BRACKET-TABLE.
00117         05  WS-FBT-STATUS-ENTRY OCCURS 3 TIMES
00118                 INDEXED BY WS-FBT-SX.
00119             10  WS-FBT-EFF-DATE   PIC 9(8).
00120             10  WS-FBT-USED       PIC 9(2).
00121             10  WS-FBT-BRACKET OCCURS 15 TIMES
00122                     INDEXED BY WS-FBT-BX.
00123                 15  WS-FBT-FLOOR  PIC 9(8)V99.
00124                 15  WS-FBT-BASE   PIC 9(8)V99.
00125                 15  WS-FBT-RATE   PIC 9V9999.
00126     01  WS-FBT-SLOT               PIC 9(1) VALUE 0.
00127     01  WS-FBT-OVERFLOW-FLAG      PIC X VALUE 'N'.
00128         88  BRACKET-TABLE-FULL       VALUE 'Y'.
00129     01  WS-FBT-FOUND-FLAG         PIC X VALUE 'N'.
00130         88  BRACKET-FOUND            VALUE 'Y'.
00131
00132    *> Withholding work fields for the annualized method
00133     01  WS-FED-WORK-FIELDS.
00134         05  WS-PERIODS-PER-YEAR   PIC 9(3) VALUE 0.
00135         05  WS-ANNUAL-WAGES       PIC S9(10)V99.
00136         05  WS-ANNUAL-TAX         PIC S9(10)V99.
00137         05  WS-FED-METHOD-FLAG    PIC X VALUE 'F'.
00138             88  FED-FLAT-RATE        VALUE 'F'.
00139             88  FED-BRACKET-TABLE    VALUE 'B'.
00140
00141     01  WS-TODAY                  PIC 9(8) VALUE 0.
00142
00143     01  WS-GROSS-PAY              PIC 9(8)V99.
00144     01  WS-TAXABLE-WAGES          PIC 9(8)V99.
00145     01  WS-FICA-WAGES             PIC 9(8)V99.
00146     01  WS-PRETAX-LIMIT           PIC S9(8)V99.
00147     01  WS-CASH-AFTER-PRETAX      PIC 9(8)V99.
00148     01  WS-NET-PAY                PIC 9(8)V99.
00149     01  WS-FEDERAL-TAX            PIC 9(8)V99.
00150     01  WS-STATE-TAX              PIC 9(8)V99.
00151     01  WS-FICA-TAX               PIC 9(8)V99.
00152     01  WS-TOTAL-DEDUCTIONS       PIC 9(8)V99.
00153     01  WS-FICA-ROOM              PIC S9(10)V99.
00154     01  WS-FICA-TAXABLE-NOW       PIC 9(8)V99.
00155     01  WS-EMPLOYER-FICA          PIC 9(8)V99.
00156     01  WS-EMPLOYER-UNEMP         PIC 9(8)V99.
00157     01  WS-UNEMP-ROOM             PIC S9(10)V99.
00158     01  WS-UNEMP-TAXABLE-NOW      PIC 9(8)V99.
00159     01  WS-EFFECTIVE-STATE-RATE   PIC 9V9999.
00160
00161     LINKAGE SECTION.
00162         COPY CALCPARM.
00163
00164     PROCEDURE DIVISION USING PC-CALC-PARAMETERS.
00165
00166    *> ====================================================
00167    *> Main entry point - one call per employee per period
00168    *> ====================================================
00169     0000-CALCULATE-DEDUCTIONS.
00170         IF NOT RATES-ALREADY-LOADED
00171             PERFORM LOAD-RATE-TABLE
00172         END-IF.
00173
00174         MOVE PC-GROSS-PAY TO WS-GROSS-PAY.
00175
00176         PERFORM DETERMINE-FICA-WAGES.
00177         PERFORM CALCULATE-FICA-TAX.
00178         PERFORM DETERMINE-TAXABLE-WAGES.
00179         PERFORM CALCULATE-FEDERAL-TAX.
00180         PERFORM CALCULATE-STATE-TAX.
00181         PERFORM CALCULATE-EMPLOYER-BURDEN.
00182         PERFORM CALCULATE-NET-PAY.
00183
00184         MOVE WS-FEDERAL-TAX TO PC-FEDERAL-TAX.
00185         MOVE WS-STATE-TAX   TO PC-STATE-TAX.
00186         MOVE WS-FICA-TAX    TO PC-FICA-TAX.
00187         MOVE WS-NET-PAY     TO PC-NET-PAY.
00188         MOVE WS-EMPLOYER-FICA TO PC-EMPLOYER-FICA.
00189         MOVE WS-EMPLOYER-UNEMP TO PC-EMPLOYER-UNEMP.
00190         MOVE WS-TAXABLE-WAGES  TO PC-TAXABLE-WAGES.
00191         MOVE WS-FICA-WAGES     TO PC-FICA-WAGES.
00192
00193         GOBACK.
00194
00195    *> ====================================================
00196    *> FICA and unemployment wages: gross less the Section
00197    *> 125 deductions. A 125 figure larger than the pre-tax
00198    *> total or the gross is held to them - it is a share of
00199    *> the pre-tax deductions, never more than the check.
00200    *> ====================================================
00201     DETERMINE-FICA-WAGES.
00202         IF PC-PRETAX-DEDUCTIONS > WS-GROSS-PAY
00203             MOVE WS-GROSS-PAY TO PC-PRETAX-DEDUCTIONS
00204         END-IF.
00205         IF PC-SEC125-DEDUCTIONS > PC-PRETAX-DEDUCTIONS
00206             MOVE PC-PRETAX-DEDUCTIONS TO PC-SEC125-DEDUCTIONS
00207         END-IF.
00208         COMPUTE WS-FICA-WAGES =
00209             WS-GROSS-PAY - PC-SEC125-DEDUCTIONS
00210         END-COMPUTE.
00211
00212    *> ====================================================
00213    *> Income-tax wages: gross less every pre-tax deduction.
00214    *> The FICA just calculated must still be payable out of
00215    *> what the deductions leave, so a pre-tax total that
00216    *> would not leave it is cut back first. The cut can only
00217    *> fall on the non-125 share: 125 deductions lower the
00218    *> FICA along with the cash, so they always leave room.
00219    *> ====================================================
00220     DETERMINE-TAXABLE-WAGES.
00221         COMPUTE WS-PRETAX-LIMIT = WS-GROSS-PAY - WS-FICA-TAX
00222         END-COMPUTE.
00223         IF PC-PRETAX-DEDUCTIONS > WS-PRETAX-LIMIT
00224             MOVE WS-PRETAX-LIMIT TO PC-PRETAX-DEDUCTIONS
00225         END-IF.
00226         COMPUTE WS-TAXABLE-WAGES =
00227             WS-GROSS-PAY - PC-PRETAX-DEDUCTIONS
00228         END-COMPUTE.
00229
00230    *> ====================================================
00231    *> Load the current tax rates from the rate table file.
00232    *> The table is keyed by effective date; the most recent
00233    *> entry that is not in the future is the one in force.
00234    *> Loaded once per run - values persist across CALLs.
00235    *> ====================================================
00236     LOAD-RATE-TABLE.
00237         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
00238
00239         OPEN INPUT RATE-TABLE-FILE.
00240         IF RATE-FILE-OK
00241             PERFORM READ-RATE-RECORDS UNTIL RATE-FILE-EOF
00242             CLOSE RATE-TABLE-FILE
00243         ELSE
00244             DISPLAY "RATE TABLE UNAVAILABLE - USING DEFAULT RATES"
00245         END-IF.
00246
00247         PERFORM LOAD-STATE-RATE-TABLE.
00248         PERFORM LOAD-FED-BRACKET-TABLE.
00249
00250         SET RATES-ALREADY-LOADED TO TRUE.
00251
00252    *> ====================================================
00253    *> Load the per-jurisdiction state rates. The file is
00254    *> keyed state/effective-date, so a sequential pass
00255    *> leaves each state's latest already-effective rate in
00256    *> the table. No file means every employee gets the
00257    *> default state rate, exactly as before multi-state.
00258    *> ====================================================
00259     LOAD-STATE-RATE-TABLE.
00260         OPEN INPUT STATE-RATE-FILE.
00261         IF STATE-FILE-OK
00262             PERFORM READ-STATE-RATE-RECORDS
00263                 UNTIL STATE-FILE-EOF
00264             CLOSE STATE-RATE-FILE
00265             IF STATE-TABLE-FULL
00266                 DISPLAY "*** STATE RATE TABLE OVERFLOWED - "
00267                     "THE STATES DROPPED ABOVE ARE WITHHELD "
00268                     "AT THE DEFAULT RATE ***"
00269             END-IF
00270         ELSE
00271             DISPLAY "STATE RATE TABLE UNAVAILABLE - DEFAULT "
00272                 "STATE RATE FOR ALL EMPLOYEES"
00273         END-IF.
00274
00275     READ-STATE-RATE-RECORDS.
00276         READ STATE-RATE-FILE NEXT RECORD
00277             AT END
00278                 SET STATE-FILE-EOF TO TRUE
00279             NOT AT END
00280                 IF STR-EFFECTIVE-DATE <= WS-TODAY
00281                     PERFORM APPLY-STATE-RATE-RECORD
00282                 END-IF
00283         END-READ.
00284
00285     APPLY-STATE-RATE-RECORD.
00286         MOVE 'N' TO WS-STR-FOUND-FLAG.
00287         PERFORM VARYING WS-STR-IDX FROM 1 BY 1
00288             UNTIL WS-STR-IDX > WS-STR-ENTRIES-USED
00289             IF WS-STR-STATE(WS-STR-IDX) = STR-STATE-CODE
00290                 SET STATE-RATE-FOUND TO TRUE
00291                 IF STR-EFFECTIVE-DATE >=
00292                     WS-STR-EFF-DATE(WS-STR-IDX)
00293                     MOVE STR-EFFECTIVE-DATE
00294                         TO WS-STR-EFF-DATE(WS-STR-IDX)
00295                     MOVE STR-RATE
00296                         TO WS-STR-RATE(WS-STR-IDX)
00297                 END-IF
00298             END-IF
00299         END-PERFORM.
00300
00301         IF NOT STATE-RATE-FOUND AND
00302             WS-STR-ENTRIES-USED >= 20
00303             SET STATE-TABLE-FULL TO TRUE
00304             DISPLAY "*** STATE RATE TABLE FULL - STATE "
00305                 STR-STATE-CODE " DROPPED - ITS EMPLOYEES "
00306                 "WITHHELD AT THE DEFAULT RATE ***"
00307         END-IF.
00308
00309         IF NOT STATE-RATE-FOUND AND WS-STR-ENTRIES-USED < 20
00310             ADD 1 TO WS-STR-ENTRIES-USED
00311             SET WS-STR-IDX TO WS-STR-ENTRIES-USED
00312             MOVE STR-STATE-CODE
00313                 TO WS-STR-STATE(WS-STR-IDX)
00314             MOVE STR-EFFECTIVE-DATE
00315                 TO WS-STR-EFF-DATE(WS-STR-IDX)
00316             MOVE STR-RATE TO WS-STR-RATE(WS-STR-IDX)
00317         END-IF.
00318
00319    *> ====================================================
00320    *> Load the federal withholding brackets. The file is
00321    *> keyed status/effective-date/floor, so a sequential
00322    *> pass meets each status's sets oldest first and the
00323    *> latest set already in effect is left in the table.
00324    *> No file means federal tax falls back to the flat
00325    *> table rate for every employee, as before brackets.
00326    *> ====================================================
00327     LOAD-FED-BRACKET-TABLE.
00328         MOVE 0 TO WS-FBT-EFF-DATE(1) WS-FBT-USED(1).
00329         MOVE 0 TO WS-FBT-EFF-DATE(2) WS-FBT-USED(2).
00330         MOVE 0 TO WS-FBT-EFF-DATE(3) WS-FBT-USED(3).
00331         OPEN INPUT FED-BRACKET-FILE.
00332         IF FBR-FILE-OK
00333             PERFORM READ-FED-BRACKET-RECORDS
00334                 UNTIL FBR-FILE-EOF
00335             CLOSE FED-BRACKET-FILE
00336             IF BRACKET-TABLE-FULL
00337                 DISPLAY "*** FEDERAL BRACKET TABLE OVERFLOWED - "
00338                     "TOP BRACKETS DROPPED - CHECK "
00339                     "FEDBRACKETS.TXT ***"
00340             END-IF
00341         ELSE
00342             DISPLAY "FEDERAL BRACKET TABLE UNAVAILABLE - FLAT "
00343                 "FEDERAL RATE FOR ALL EMPLOYEES"
00344         END-IF.
00345
00346     READ-FED-BRACKET-RECORDS.
00347         READ FED-BRACKET-FILE NEXT RECORD
00348             AT END
00349                 SET FBR-FILE-EOF TO TRUE
00350             NOT AT END
00351                 IF FBR-EFFECTIVE-DATE <= WS-TODAY
00352                     PERFORM APPLY-FED-BRACKET-RECORD
00353                 END-IF
00354         END-READ.
00355
00356     APPLY-FED-BRACKET-RECORD.
00357         EVALUATE FBR-FILING-STATUS
00358             WHEN 'S'
00359                 MOVE 1 TO WS-FBT-SLOT
00360             WHEN 'M'
00361                 MOVE 2 TO WS-FBT-SLOT
00362             WHEN 'H'
00363                 MOVE 3 TO WS-FBT-SLOT
00364             WHEN OTHER
00365                 MOVE 0 TO WS-FBT-SLOT
00366         END-EVALUATE.
00367         IF WS-FBT-SLOT > 0
00368             SET WS-FBT-SX TO WS-FBT-SLOT
00369             IF FBR-EFFECTIVE-DATE > WS-FBT-EFF-DATE(WS-FBT-SX)
00370                 MOVE FBR-EFFECTIVE-DATE
00371                     TO WS-FBT-EFF-DATE(WS-FBT-SX)
00372                 MOVE 0 TO WS-FBT-USED(WS-FBT-SX)
00373             END-IF
00374             IF WS-FBT-USED(WS-FBT-SX) >= 15
00375                 SET BRACKET-TABLE-FULL TO TRUE
00376             ELSE
00377                 ADD 1 TO WS-FBT-USED(WS-FBT-SX)
00378                 SET WS-FBT-BX TO WS-FBT-USED(WS-FBT-SX)
00379                 MOVE FBR-WAGE-FLOOR
00380                     TO WS-FBT-FLOOR(WS-FBT-SX, WS-FBT-BX)
00381                 MOVE FBR-BASE-TAX
00382                     TO WS-FBT-BASE(WS-FBT-SX, WS-FBT-BX)
00383                 MOVE FBR-RATE
00384                     TO WS-FBT-RATE(WS-FBT-SX, WS-FBT-BX)
00385             END-IF
00386         END-IF.
00387
00388    *> ====================================================
00389    *> Read one rate record; apply it if already effective
00390    *> ====================================================
00391     READ-RATE-RECORDS.
00392         READ RATE-TABLE-FILE NEXT RECORD
00393             AT END
00394                 SET RATE-FILE-EOF TO TRUE
00395             NOT AT END
00396                 IF RATE-EFFECTIVE-DATE <= WS-TODAY
00397                     PERFORM APPLY-RATE-RECORD
00398                 END-IF
00399         END-READ.
00400
00401    *> ====================================================
00402    *> Apply a rate-table record to the working tax rates
00403    *> ====================================================
00404     APPLY-RATE-RECORD.
00405         MOVE RATE-FEDERAL        TO WS-FEDERAL-RATE.
00406         MOVE RATE-STATE          TO WS-STATE-RATE.
00407         MOVE RATE-FICA           TO WS-FICA-RATE.
00408         MOVE RATE-FICA-WAGE-BASE TO WS-FICA-WAGE-BASE.
00409    *> Rate records written before the employer-side fields
00410    *> were added leave these short - keep the defaults then
00411         IF RATE-UNEMPLOYMENT IS NUMERIC
00412             MOVE RATE-UNEMPLOYMENT TO WS-UNEMP-RATE
00413         END-IF.
00414         IF RATE-UNEMP-WAGE-BASE IS NUMERIC
00415             MOVE RATE-UNEMP-WAGE-BASE TO WS-UNEMP-WAGE-BASE
00416         END-IF.
00417
00418    *> ====================================================
00419    *> Calculate federal tax. Regular pay is annualized by
00420    *> the pay frequency, adjusted for the W-4 other income
00421    *> and deductions, run through the filing status's
00422    *> brackets, reduced by the dependent credit and brought
00423    *> back to the period, plus any extra withholding the
00424    *> employee asked for. Supplemental pay (no frequency)
00425    *> and a run with no brackets on file for the status take
00426    *> the flat table rate. An exempt W-4 withholds nothing.
00427    *> ====================================================
00428     CALCULATE-FEDERAL-TAX.
00429         MOVE 0 TO WS-FEDERAL-TAX.
00430         SET FED-BRACKET-TABLE TO TRUE.
00431         EVALUATE PC-PAY-FREQUENCY
00432             WHEN 'A'
00433                 MOVE 1  TO WS-PERIODS-PER-YEAR
00434             WHEN 'M'
00435                 MOVE 12 TO WS-PERIODS-PER-YEAR
00436             WHEN 'S'
00437                 MOVE 24 TO WS-PERIODS-PER-YEAR
00438             WHEN 'B'
00439                 MOVE 26 TO WS-PERIODS-PER-YEAR
00440             WHEN 'W'
00441                 MOVE 52 TO WS-PERIODS-PER-YEAR
00442             WHEN OTHER
00443                 MOVE 0  TO WS-PERIODS-PER-YEAR
00444                 SET FED-FLAT-RATE TO TRUE
00445         END-EVALUATE.
00446
00447         EVALUATE PC-W4-FILING-STATUS
00448             WHEN 'M'
00449                 SET WS-FBT-SX TO 2
00450             WHEN 'H'
00451                 SET WS-FBT-SX TO 3
00452             WHEN OTHER
00453                 SET WS-FBT-SX TO 1
00454         END-EVALUATE.
00455         IF WS-FBT-USED(WS-FBT-SX) = 0
00456             SET FED-FLAT-RATE TO TRUE
00457         END-IF.
00458
00459         EVALUATE TRUE
00460             WHEN PC-W4-EXEMPT-FLAG = 'Y'
00461                 CONTINUE
00462             WHEN FED-FLAT-RATE
00463                 MULTIPLY WS-TAXABLE-WAGES BY WS-FEDERAL-RATE
00464                     GIVING WS-FEDERAL-TAX
00465                 END-MULTIPLY
00466             WHEN OTHER
00467                 PERFORM CALCULATE-BRACKET-WITHHOLDING
00468         END-EVALUATE.
00469
00470         IF PC-W4-EXEMPT-FLAG NOT = 'Y' AND
00471             NOT PC-SUPPLEMENTAL-PAY
00472             ADD PC-W4-EXTRA-WITHHOLD TO WS-FEDERAL-TAX
00473         END-IF.
00474
00475     CALCULATE-BRACKET-WITHHOLDING.
00476         COMPUTE WS-ANNUAL-WAGES =
00477             (WS-TAXABLE-WAGES * WS-PERIODS-PER-YEAR)
00478             + PC-W4-OTHER-INCOME - PC-W4-DEDUCTIONS
00479         END-COMPUTE.
00480         IF WS-ANNUAL-WAGES < 0
00481             MOVE 0 TO WS-ANNUAL-WAGES
00482         END-IF.
00483
00484    *> The highest bracket whose floor the annual wage reaches
00485         SET WS-FBT-BX TO 1.
00486         MOVE 'N' TO WS-FBT-FOUND-FLAG.
00487         PERFORM FIND-WAGE-BRACKET
00488             UNTIL WS-FBT-BX >= WS-FBT-USED(WS-FBT-SX)
00489             OR BRACKET-FOUND.
00490
00491         IF WS-ANNUAL-WAGES < WS-FBT-FLOOR(WS-FBT-SX, WS-FBT-BX)
00492             MOVE 0 TO WS-ANNUAL-TAX
00493         ELSE
00494             COMPUTE WS-ANNUAL-TAX ROUNDED =
00495                 WS-FBT-BASE(WS-FBT-SX, WS-FBT-BX)
00496                 + (WS-ANNUAL-WAGES
00497                    - WS-FBT-FLOOR(WS-FBT-SX, WS-FBT-BX))
00498                 * WS-FBT-RATE(WS-FBT-SX, WS-FBT-BX)
00499             END-COMPUTE
00500         END-IF.
00501         SUBTRACT PC-W4-DEPENDENT-CREDIT FROM WS-ANNUAL-TAX.
00502         IF WS-ANNUAL-TAX < 0
00503             MOVE 0 TO WS-ANNUAL-TAX
00504         END-IF.
00505
00506         COMPUTE WS-FEDERAL-TAX ROUNDED =
00507             WS-ANNUAL-TAX / WS-PERIODS-PER-YEAR
00508         END-COMPUTE.
00509
00510    *> The next bracket's floor is only looked at while there
00511    *> is a next bracket, so a full table never reads past it
00512     FIND-WAGE-BRACKET.
00513         IF WS-ANNUAL-WAGES <
00514             WS-FBT-FLOOR(WS-FBT-SX, WS-FBT-BX + 1)
00515             SET BRACKET-FOUND TO TRUE
00516         ELSE
00517             SET WS-FBT-BX UP BY 1
00518         END-IF.
00519
00520    *> ====================================================
00521    *> Calculate state tax at the rate for the employee's
00522    *> work state, falling back to the default state rate
00523    *> when no work state is carried or no rate is on file
00524    *> ====================================================
00525     CALCULATE-STATE-TAX.
00526         MOVE WS-STATE-RATE TO WS-EFFECTIVE-STATE-RATE.
00527         IF PC-WORK-STATE NOT = SPACES
00528             PERFORM VARYING WS-STR-IDX FROM 1 BY 1
00529                 UNTIL WS-STR-IDX > WS-STR-ENTRIES-USED
00530                 IF WS-STR-STATE(WS-STR-IDX) = PC-WORK-STATE
00531                     MOVE WS-STR-RATE(WS-STR-IDX)
00532                         TO WS-EFFECTIVE-STATE-RATE
00533                 END-IF
00534             END-PERFORM
00535         END-IF.
00536         MULTIPLY WS-TAXABLE-WAGES BY WS-EFFECTIVE-STATE-RATE
00537             GIVING WS-STATE-TAX
00538         END-MULTIPLY.
00539
00540    *> ====================================================
00541    *> Calculate FICA tax, capped at the statutory wage base.
00542    *> PC-YTD-FICA-WAGES carries the FICA-taxable wages paid
00543    *> so far this year; only the portion of this period's
00544    *> FICA wages that still falls under the wage base is
00545    *> taxed, matching real FICA withholding rules.
00546    *> ====================================================
00547     CALCULATE-FICA-TAX.
00548         COMPUTE WS-FICA-ROOM =
00549             WS-FICA-WAGE-BASE - PC-YTD-FICA-WAGES
00550         END-COMPUTE.
00551
00552         IF WS-FICA-ROOM <= 0
00553             MOVE 0 TO WS-FICA-TAXABLE-NOW
00554         ELSE
00555             IF WS-FICA-WAGES > WS-FICA-ROOM
00556                 MOVE WS-FICA-ROOM TO WS-FICA-TAXABLE-NOW
00557             ELSE
00558                 MOVE WS-FICA-WAGES TO WS-FICA-TAXABLE-NOW
00559             END-IF
00560         END-IF.
00561
00562         MULTIPLY WS-FICA-TAXABLE-NOW BY WS-FICA-RATE
00563             GIVING WS-FICA-TAX
00564         END-MULTIPLY.
00565
00566         ADD WS-FICA-TAXABLE-NOW TO PC-YTD-FICA-WAGES.
00567
00568    *> ====================================================
00569    *> Calculate the employer-side burden: the FICA match on
00570    *> the same FICA-taxable wages just computed for the
00571    *> employee, and the unemployment contribution on wages
00572    *> under its own (much lower) wage base carried in
00573    *> PC-YTD-UNEMP-WAGES. Neither reduces the employee's
00574    *> net pay.
00575    *> ====================================================
00576     CALCULATE-EMPLOYER-BURDEN.
00577         MULTIPLY WS-FICA-TAXABLE-NOW BY WS-FICA-RATE
00578             GIVING WS-EMPLOYER-FICA
00579         END-MULTIPLY.
00580
00581         COMPUTE WS-UNEMP-ROOM =
00582             WS-UNEMP-WAGE-BASE - PC-YTD-UNEMP-WAGES
00583         END-COMPUTE.
00584
00585         IF WS-UNEMP-ROOM <= 0
00586             MOVE 0 TO WS-UNEMP-TAXABLE-NOW
00587         ELSE
00588             IF WS-FICA-WAGES > WS-UNEMP-ROOM
00589                 MOVE WS-UNEMP-ROOM TO WS-UNEMP-TAXABLE-NOW
00590             ELSE
00591                 MOVE WS-FICA-WAGES TO WS-UNEMP-TAXABLE-NOW
00592             END-IF
00593         END-IF.
00594
00595         MULTIPLY WS-UNEMP-TAXABLE-NOW BY WS-UNEMP-RATE
00596             GIVING WS-EMPLOYER-UNEMP
00597         END-MULTIPLY.
00598
00599         ADD WS-UNEMP-TAXABLE-NOW TO PC-YTD-UNEMP-WAGES.
00600
00601    *> ====================================================
00602    *> Calculate net pay - gross less the pre-tax deductions
00603    *> and the taxes
00604    *> ====================================================
00605     CALCULATE-NET-PAY.
00606    *> Extra withholding elected on the W-4 can never take the
00607    *> check below zero - the excess drops off the federal
00608    *> tax, then off the state tax, so the taxes always fit
00609    *> in what the pre-tax deductions leave
00610         COMPUTE WS-CASH-AFTER-PRETAX =
00611             WS-GROSS-PAY - PC-PRETAX-DEDUCTIONS
00612         END-COMPUTE.
00613         IF WS-FEDERAL-TAX + WS-STATE-TAX + WS-FICA-TAX
00614             > WS-CASH-AFTER-PRETAX
00615             IF WS-STATE-TAX + WS-FICA-TAX > WS-CASH-AFTER-PRETAX
00616                 MOVE 0 TO WS-FEDERAL-TAX
00617                 COMPUTE WS-STATE-TAX =
00618                     WS-CASH-AFTER-PRETAX - WS-FICA-TAX
00619                 END-COMPUTE
00620             ELSE
00621                 COMPUTE WS-FEDERAL-TAX =
00622                     WS-CASH-AFTER-PRETAX - WS-STATE-TAX
00623                     - WS-FICA-TAX
00624                 END-COMPUTE
00625             END-IF
00626         END-IF.
00627         COMPUTE WS-TOTAL-DEDUCTIONS =
00628             PC-PRETAX-DEDUCTIONS + WS-FEDERAL-TAX
00629             + WS-STATE-TAX + WS-FICA-TAX
00630         END-COMPUTE.
00631
00632         COMPUTE WS-NET-PAY =
00633             WS-GROSS-PAY - WS-TOTAL-DEDUCTIONS
00634         END-COMPUTE.
