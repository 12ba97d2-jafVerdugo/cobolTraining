000100******************************************************************
000200* PROGRAM-ID: BUDGETREPORT
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     MONTHLY BUDGET-VERSUS-ACTUAL REPORT. THE TRIAL
000800*              BALANCE SAYS WHAT POSTED BUT NOT WHETHER IT WAS
000900*              EXPECTED. FOR THE CHOSEN MONTH THIS TOTALS THE
001000*              ACTUAL LR-ADJ-NUM2 MOVEMENT PLUS THE POSTED MONEY
001050*              (LR-POST-AMOUNT) ON PNLEDG BY GL
001100*              ACCOUNT AND DEPARTMENT - ACTIVE POSTINGS ONLY, THE
001200*              SAME TREATMENT THE TRIAL BALANCE GIVES REVERSED
001300*              ORIGINALS AND THEIR OFFSETS - FOR THE MONTH AND
001400*              FOR THE YEAR TO DATE, AND SETS THEM AGAINST THE
001500*              BUDGMSTR BUDGET FOR THE SAME PERIODS. EVERY LINE
001600*              SHOWS THE VARIANCE AMOUNT AND PERCENTAGE AND IS
001700*              FLAGGED WHEN IT MISSES BUDGET BY MORE THAN THE
001800*              CTLPARM TOLERANCE, OR MOVED WITH NO BUDGET AT
001900*              ALL. A SECOND SECTION ROLLS THE FIGURES UP
002000*              THROUGH THE GA-PARENT-ACCOUNT HIERARCHY ON
002100*              GLACCTM, EVERY ANCESTOR CARRYING ITS WHOLE
002200*              SUBTREE. REPORT IS BUDGVAR.
002300* TECTONICS:   cobc
002400*
002500* MODIFICATION HISTORY
002600*   2026-10-15 DO  INITIAL VERSION.
002611*   2026-10-15 DO  THE REPORT NOW RUNS FOR A FISCAL PERIOD
002622*                  (YYYYPP) - ITS DATES AND THE START OF ITS
002633*                  FISCAL YEAR COME FROM THE FISCCAL CALENDAR
002644*                  THROUGH FISCALPERIOD, SO THE ACTUALS FOR THE
002655*                  PERIOD AND THE FISCAL YEAR TO DATE LINE UP WITH
002666*                  THE BUDGMSTR ROWS FOR THE SAME FISCAL YEAR AND
002677*                  PERIOD. ENTER TAKES THE PERIOD HOLDING THE
002688*                  BUSINESS DATE.
002690*   2026-10-15 DO  ACTUALS NOW ADD THE POSTED MONEY
002693*                  (LR-POST-AMOUNT) TO THE NUM2 MOVEMENT OF EACH
002696*                  ACTIVE POSTING.
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. BudgetReport.
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT LEDGER-FILE ASSIGN TO "PNLEDG"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS LR-LEDGER-KEY
003700         FILE STATUS IS WS-LEDGER-FILE-STATUS.
003800     SELECT BUDGET-FILE ASSIGN TO "BUDGMSTR"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS BG-BUDGET-KEY
004200         FILE STATUS IS WS-BUDGET-FILE-STATUS.
004300     SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCTM"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS GA-ACCOUNT-CODE
004700         FILE STATUS IS WS-ACCT-FILE-STATUS.
004800     SELECT BUDGET-RPT-FILE ASSIGN TO "BUDGVAR"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-RPT-FILE-STATUS.
005100     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-BDATE-FILE-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  LEDGER-FILE.
005700     COPY LEDGREC.
005800 FD  BUDGET-FILE.
005900     COPY BUDGET.
006000 FD  GL-ACCOUNT-FILE.
006100     COPY GLACCT.
006200 FD  BUDGET-RPT-FILE
006300     RECORDING MODE IS F.
006400 01  BUDGET-RPT-LINE                 PIC X(80).
006500 FD  BUS-DATE-FILE
006600     RECORDING MODE IS F.
006700     COPY BUSDATE.
006800 WORKING-STORAGE SECTION.
006900 01  WS-LEDGER-FILE-STATUS           PIC X(02).
007000     88  WS-LEDGER-FILE-OK           VALUE "00".
007100 01  WS-BUDGET-FILE-STATUS           PIC X(02).
007200     88  WS-BUDGET-FILE-OK           VALUE "00".
007300 01  WS-ACCT-FILE-STATUS             PIC X(02).
007400     88  WS-ACCT-FILE-OK             VALUE "00".
007500 01  WS-RPT-FILE-STATUS              PIC X(02).
007600     88  WS-RPT-FILE-OK              VALUE "00".
007700 01  WS-BDATE-FILE-STATUS            PIC X(02).
007800     88  WS-BDATE-FILE-OK            VALUE "00".
007900 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
008000     88  WS-END-OF-FILE              VALUE "Y".
008100 01  WS-ENTRY-FOUND-SWITCH           PIC X(01) VALUE "N".
008200     88  WS-ENTRY-FOUND              VALUE "Y".
008300 01  WS-ROW-FLAGGED-SWITCH           PIC X(01) VALUE "N".
008400     88  WS-ROW-FLAGGED              VALUE "Y".
008500 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
008600 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
008700 01  WS-LIB-FUNCTION                 PIC X(06).
008800 01  WS-LIB-RETURN-CODE              PIC 9(02).
008900 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "BUDGVAR".
009000 01  WS-LIB-MSG-VALUE                PIC X(40).
009100 01  WS-LIB-MSG-TEXT                 PIC X(60).
009200 01  WS-MONTH-INPUT                  PIC X(06) VALUE SPACES.
009300 01  WS-MONTH-INPUT-NUM REDEFINES WS-MONTH-INPUT
009400                                     PIC 9(06).
009500 01  WS-REPORT-PERIOD.
009600     05  WS-REPORT-YEAR              PIC 9(04) VALUE ZERO.
009700     05  WS-REPORT-MONTH             PIC 9(02) VALUE ZERO.
009800 01  WS-YEAR-START-DATE              PIC 9(08) VALUE ZERO.
009900 01  WS-MONTH-START-DATE             PIC 9(08) VALUE ZERO.
010000 01  WS-MONTH-END-DATE               PIC 9(08) VALUE ZERO.
010008 01  WS-FP-FUNCTION                  PIC X(01).
010016 01  WS-FP-RESULT.
010024     05  WS-FP-FOUND-SWITCH          PIC X(01).
010032         88  WS-FP-PERIOD-FOUND      VALUE "Y".
010040     05  WS-FP-SOURCE                PIC X(01).
010048     05  WS-FP-PERIOD-ID             PIC 9(06).
010056     05  WS-FP-START-DATE            PIC 9(08).
010064     05  WS-FP-END-DATE              PIC 9(08).
010072     05  WS-FP-YEAR-START-DATE       PIC 9(08).
010080     05  WS-FP-YEAR-END-DATE         PIC 9(08).
010088     05  WS-FP-PERIODS-IN-YEAR       PIC 9(02).
010100 01  WS-WORK-ACCOUNT                 PIC X(08) VALUE SPACES.
010200 01  WS-WORK-DEPT                    PIC X(04) VALUE SPACES.
010300 01  WS-WORK-AMOUNT                  PIC S9(13)V99 VALUE ZERO.
010400 01  WS-WORK-IN-MONTH-SWITCH         PIC X(01) VALUE "N".
010500     88  WS-WORK-IN-MONTH            VALUE "Y".
010600*    AMOUNT SLOTS - 1 MONTH BUDGET, 2 MONTH ACTUAL, 3 YEAR-TO-DATE
010700*    BUDGET, 4 YEAR-TO-DATE ACTUAL.
010800 01  WS-BUDGET-SLOT                  PIC 9(01) COMP VALUE ZERO.
010900 01  WS-SLOT                         PIC 9(01) COMP VALUE ZERO.
011000 01  WS-LINE-TABLE.
011100     05  WS-LINE-ENTRY OCCURS 1000 TIMES INDEXED BY LN-IDX.
011200         10  LN-LINE-KEY.
011300             15  LN-GL-ACCOUNT       PIC X(08).
011400             15  LN-DEPT-CODE        PIC X(04).
011500         10  LN-AMOUNT OCCURS 4 TIMES
011600                                     PIC S9(13)V99.
011700 01  WS-LINE-COUNT                   PIC 9(04) COMP VALUE ZERO.
011800 01  WS-WORK-LINE-KEY.
011900     05  WS-WORK-LINE-ACCOUNT        PIC X(08).
012000     05  WS-WORK-LINE-DEPT           PIC X(04).
012100 01  WS-ACCOUNT-TABLE.
012200     05  WS-ACCOUNT-ENTRY OCCURS 500 TIMES INDEXED BY AC-IDX.
012300         10  AT-ACCOUNT-CODE         PIC X(08).
012400         10  AT-PARENT-ACCOUNT       PIC X(08).
012500         10  AT-AMOUNT OCCURS 4 TIMES
012600                                     PIC S9(13)V99.
012700 01  WS-ACCOUNT-COUNT                PIC 9(04) COMP VALUE ZERO.
012800 01  WS-SHIFT-SUB                    PIC 9(04) COMP VALUE ZERO.
012900 01  WS-LINE-SUB                     PIC 9(04) COMP VALUE ZERO.
013000 01  WS-WALK-ACCOUNT                 PIC X(08) VALUE SPACES.
013100 01  WS-HOPS                         PIC 9(02) COMP VALUE ZERO.
013200 01  WS-LEVEL                        PIC 9(02) COMP VALUE ZERO.
013300 01  WS-INDENT                       PIC 9(02) COMP VALUE ZERO.
013400 01  WS-OVERFLOW-COUNT               PIC 9(08) COMP VALUE ZERO.
013500 01  WS-FLAGGED-COUNT                PIC 9(06) COMP VALUE ZERO.
013600 01  WS-POSTINGS-USED                PIC 9(08) COMP VALUE ZERO.
013700 01  WS-BUDGET-ROWS-USED             PIC 9(08) COMP VALUE ZERO.
013800 01  WS-UNASSIGNED-AMOUNTS.
013900     05  UA-AMOUNT OCCURS 4 TIMES    PIC S9(13)V99.
014000 01  WS-GRAND-AMOUNTS.
014100     05  GA-AMOUNT OCCURS 4 TIMES    PIC S9(13)V99.
014200 01  WS-ROW-KEY                      PIC X(14) VALUE SPACES.
014300 01  WS-ROW-AMOUNTS.
014400     05  WS-ROW-AMOUNT OCCURS 4 TIMES
014500                                     PIC S9(13)V99.
014600 01  WS-COMPARE-LABEL                PIC X(04) VALUE SPACES.
014700 01  WS-COMPARE-BUDGET               PIC S9(13)V99 VALUE ZERO.
014800 01  WS-COMPARE-ACTUAL               PIC S9(13)V99 VALUE ZERO.
014900 01  WS-VARIANCE                     PIC S9(13)V99 VALUE ZERO.
015000 01  WS-PERCENT                      PIC S9(04)V9 VALUE ZERO.
015100 01  WS-NEGATIVE-TOLERANCE           PIC S9(04)V9 VALUE ZERO.
015200     COPY CTLPARM.
015300 01  WS-HEADER-LINE.
015400     05  FILLER                      PIC X(30) VALUE
015500         "BUDGET VERSUS ACTUAL".
015600     05  FILLER                      PIC X(07) VALUE "PERIOD:".
015700     05  HL-YEAR                     PIC 9(04).
015800     05  FILLER                      PIC X(01) VALUE "-".
015900     05  HL-MONTH                    PIC 9(02).
016000     05  FILLER                      PIC X(10) VALUE
016100         "  RUN ON: ".
016200     05  HL-RUN-DATE                 PIC 9(08).
016300     05  FILLER                      PIC X(18) VALUE SPACES.
016400 01  WS-TOLERANCE-LINE.
016500     05  FILLER                      PIC X(36) VALUE
016600         "LINES MISSING BUDGET BY MORE THAN ".
016700     05  TL-TOLERANCE                PIC ZZ9.
016800     05  FILLER                      PIC X(41) VALUE
016900         " PCT ARE FLAGGED *OVER OR *UNDR".
017000 01  WS-SECTION-LINE                 PIC X(80).
017100 01  WS-COLUMN-LINE.
017200     05  FILLER                      PIC X(40) VALUE
017300         "ACCOUNT  DEPT             BUDGET        ".
017400     05  FILLER                      PIC X(40) VALUE
017500         "ACTUAL      VARIANCE     PCT FLAG".
017600 01  WS-COMPARE-LINE.
017700     05  CL-KEY                      PIC X(14).
017800     05  CL-LABEL                    PIC X(04).
017900     05  CL-BUDGET                   PIC -(10)9.99.
018000     05  CL-ACTUAL                   PIC -(10)9.99.
018100     05  CL-VARIANCE                 PIC -(10)9.99.
018200     05  FILLER                      PIC X(01) VALUE SPACE.
018300     05  CL-PERCENT                  PIC -(4)9.9.
018400     05  CL-PERCENT-X REDEFINES CL-PERCENT
018500                                     PIC X(07).
018600     05  FILLER                      PIC X(01) VALUE SPACE.
018700     05  CL-FLAG                     PIC X(05).
018800     05  FILLER                      PIC X(06) VALUE SPACES.
018900 01  WS-MESSAGE-LINE                 PIC X(80).
019000 PROCEDURE DIVISION.
019100******************************************************************
019200* 0000-MAINLINE - CHOOSE THE MONTH, LOAD THE CHART, GATHER THE
019300*                 BUDGET AND THE LEDGER, THEN PRINT THE LINES AND
019400*                 THE HIERARCHY ROLLUP.
019500******************************************************************
019600 0000-MAINLINE.
019700     PERFORM 0500-RESOLVE-BUSINESS-DATE
019800         THRU 0500-EXIT.
019900     PERFORM 0600-GET-REPORT-MONTH
020000         THRU 0600-EXIT.
020100     INITIALIZE WS-LINE-TABLE
020200                WS-ACCOUNT-TABLE
020300                WS-UNASSIGNED-AMOUNTS
020400                WS-GRAND-AMOUNTS.
020500     OPEN INPUT LEDGER-FILE.
020600     IF NOT WS-LEDGER-FILE-OK
020700         DISPLAY "PNLEDG OPEN FAILED, STATUS "
020800             WS-LEDGER-FILE-STATUS
020900         MOVE 8 TO RETURN-CODE
021000         GO TO 9999-EXIT
021100     END-IF.
021200     OPEN INPUT BUDGET-FILE.
021300     IF NOT WS-BUDGET-FILE-OK
021400         DISPLAY "BUDGMSTR OPEN FAILED, STATUS "
021500             WS-BUDGET-FILE-STATUS
021600         CLOSE LEDGER-FILE
021700         MOVE 8 TO RETURN-CODE
021800         GO TO 9999-EXIT
021900     END-IF.
022000     PERFORM 0700-LOAD-CHART
022100         THRU 0700-EXIT.
022200     MOVE "N" TO WS-EOF-SWITCH.
022300     MOVE LOW-VALUES TO BG-BUDGET-KEY.
022400     START BUDGET-FILE KEY IS NOT LESS THAN BG-BUDGET-KEY
022500         INVALID KEY
022600             SET WS-END-OF-FILE TO TRUE
022700     END-START.
022800     PERFORM 1000-READ-ONE-BUDGET-ROW
022900         THRU 1000-EXIT
023000         UNTIL WS-END-OF-FILE.
023100     CLOSE BUDGET-FILE.
023200     MOVE "N" TO WS-EOF-SWITCH.
023300     MOVE WS-YEAR-START-DATE TO LR-POST-DATE.
023400     MOVE ZERO TO LR-SEQUENCE-NO.
023500     START LEDGER-FILE KEY IS NOT LESS THAN LR-LEDGER-KEY
023600         INVALID KEY
023700             SET WS-END-OF-FILE TO TRUE
023800     END-START.
023900     PERFORM 1100-READ-ONE-POSTING
024000         THRU 1100-EXIT
024100         UNTIL WS-END-OF-FILE.
024200     CLOSE LEDGER-FILE.
024300     PERFORM 2700-ROLL-UP-ONE-LINE
024400         THRU 2700-EXIT
024500         VARYING LN-IDX FROM 1 BY 1
024600         UNTIL LN-IDX > WS-LINE-COUNT.
024700     OPEN OUTPUT BUDGET-RPT-FILE.
024800     MOVE WS-REPORT-YEAR TO HL-YEAR.
024900     MOVE WS-REPORT-MONTH TO HL-MONTH.
025000     MOVE WS-TODAYS-DATE TO HL-RUN-DATE.
025100     WRITE BUDGET-RPT-LINE FROM WS-HEADER-LINE.
025200     MOVE CTL-BUDGET-TOLERANCE-PCT TO TL-TOLERANCE.
025300     WRITE BUDGET-RPT-LINE FROM WS-TOLERANCE-LINE.
025400     COMPUTE WS-NEGATIVE-TOLERANCE =
025500         ZERO - CTL-BUDGET-TOLERANCE-PCT.
025600     PERFORM 3000-PRINT-LINES
025700         THRU 3000-EXIT.
025800     PERFORM 4000-PRINT-ROLLUP
025900         THRU 4000-EXIT.
026000     MOVE SPACES TO BUDGET-RPT-LINE.
026100     WRITE BUDGET-RPT-LINE.
026200     MOVE "TOTAL" TO WS-ROW-KEY.
026300     MOVE WS-GRAND-AMOUNTS TO WS-ROW-AMOUNTS.
026400     PERFORM 7000-WRITE-COMPARISON
026500         THRU 7000-EXIT.
026600     IF WS-OVERFLOW-COUNT > ZERO
026700         MOVE
026800         "TABLE FULL - SOME FIGURES ARE MISSING FROM THIS REPORT"
026900             TO WS-MESSAGE-LINE
027000         WRITE BUDGET-RPT-LINE FROM WS-MESSAGE-LINE
027100     END-IF.
027200     CLOSE BUDGET-RPT-FILE.
027300     MOVE "BUDGVAR" TO WS-RPT-KEEP-NAME.
027400     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-TODAYS-DATE.
027500     DISPLAY "BUDGET VS ACTUAL FOR " WS-REPORT-YEAR "-"
027600         WS-REPORT-MONTH " - LINES: " WS-LINE-COUNT
027700         " FLAGGED: " WS-FLAGGED-COUNT.
027800     IF WS-FLAGGED-COUNT > ZERO OR WS-OVERFLOW-COUNT > ZERO
027900         MOVE 4 TO RETURN-CODE
028000     ELSE
028100         MOVE ZERO TO RETURN-CODE
028200     END-IF.
028300     GO TO 9999-EXIT.
028400******************************************************************
028500* 0500-RESOLVE-BUSINESS-DATE - THE BUSDATE CONTROL WHEN ONE IS
028600*                  ON FILE, THE SYSTEM DATE OTHERWISE.
028700******************************************************************
028800 0500-RESOLVE-BUSINESS-DATE.
028900     MOVE "DATSTM" TO WS-LIB-FUNCTION.
029000     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
029100         WS-TODAYS-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
029200         WS-LIB-MSG-TEXT.
029300     OPEN INPUT BUS-DATE-FILE.
029400     IF NOT WS-BDATE-FILE-OK
029500         GO TO 0500-EXIT
029600     END-IF.
029700     READ BUS-DATE-FILE
029800         AT END
029900             CONTINUE
030000     END-READ.
030100     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
030200         MOVE BD-BUSINESS-DATE TO WS-TODAYS-DATE
030300     END-IF.
030400     CLOSE BUS-DATE-FILE.
030500 0500-EXIT.
030600     EXIT.
030700******************************************************************
030777* 0600-GET-REPORT-MONTH - THE FISCAL PERIOD TO REPORT, YYYYPP.
030854*                  ENTER (OR A PERIOD NOT ON THE CALENDAR) TAKES
030931*                  THE PERIOD HOLDING THE BUSINESS DATE. THE YEAR
031008*                  TO DATE RUNS FROM THE FIRST DAY OF THAT
031085*                  PERIOD'S FISCAL YEAR.
031162******************************************************************
031239 0600-GET-REPORT-MONTH.
031316     MOVE "D" TO WS-FP-FUNCTION.
031393     CALL "FiscalPeriod" USING WS-FP-FUNCTION, WS-TODAYS-DATE,
031470         WS-FP-RESULT.
031547     DISPLAY "Report period YYYYPP (Enter for "
031624         WS-FP-PERIOD-ID "): ".
031701     ACCEPT WS-MONTH-INPUT.
031778     IF WS-MONTH-INPUT NOT = SPACES
031855         IF WS-MONTH-INPUT-NUM NUMERIC
031932             MOVE "P" TO WS-FP-FUNCTION
032009             MOVE WS-MONTH-INPUT-NUM TO WS-FP-PERIOD-ID
032086             CALL "FiscalPeriod" USING WS-FP-FUNCTION,
032163                 WS-TODAYS-DATE, WS-FP-RESULT
032240         ELSE
032317             MOVE "N" TO WS-FP-FOUND-SWITCH
032394         END-IF
032471         IF NOT WS-FP-PERIOD-FOUND
032548             DISPLAY "PERIOD " WS-MONTH-INPUT " IS NOT ON THE "
032625                 "FISCAL CALENDAR - USING THE BUSINESS DATE'S"
032702             MOVE "D" TO WS-FP-FUNCTION
032779             CALL "FiscalPeriod" USING WS-FP-FUNCTION,
032856                 WS-TODAYS-DATE, WS-FP-RESULT
032933         END-IF
033010     END-IF.
033087     MOVE WS-FP-PERIOD-ID       TO WS-REPORT-PERIOD.
033164     MOVE WS-FP-YEAR-START-DATE TO WS-YEAR-START-DATE.
033241     MOVE WS-FP-START-DATE      TO WS-MONTH-START-DATE.
033318     MOVE WS-FP-END-DATE        TO WS-MONTH-END-DATE.
033400 0600-EXIT.
033500     EXIT.
033600******************************************************************
033700* 0700-LOAD-CHART - EVERY GLACCTM ACCOUNT AND ITS PARENT, IN
033800*                  ACCOUNT CODE ORDER. WITH NO CHART ON HAND THE
033900*                  REPORT STILL RUNS - EVERYTHING IS UNASSIGNED.
034000******************************************************************
034100 0700-LOAD-CHART.
034200     MOVE ZERO TO WS-ACCOUNT-COUNT.
034300     OPEN INPUT GL-ACCOUNT-FILE.
034400     IF NOT WS-ACCT-FILE-OK
034500         DISPLAY "GLACCTM OPEN FAILED, STATUS "
034600             WS-ACCT-FILE-STATUS " - NO HIERARCHY ROLLUP"
034700         GO TO 0700-EXIT
034800     END-IF.
034900     MOVE "N" TO WS-EOF-SWITCH.
035000     PERFORM 0750-LOAD-ONE-ACCOUNT
035100         THRU 0750-EXIT
035200         UNTIL WS-END-OF-FILE.
035300     CLOSE GL-ACCOUNT-FILE.
035400 0700-EXIT.
035500     EXIT.
035600******************************************************************
035700* 0750-LOAD-ONE-ACCOUNT - ONE CHART ROW.
035800******************************************************************
035900 0750-LOAD-ONE-ACCOUNT.
036000     READ GL-ACCOUNT-FILE NEXT RECORD
036100         AT END
036200             SET WS-END-OF-FILE TO TRUE
036300     END-READ.
036400     IF WS-END-OF-FILE
036500         GO TO 0750-EXIT
036600     END-IF.
036700     IF WS-ACCOUNT-COUNT NOT < 500
036800         ADD 1 TO WS-OVERFLOW-COUNT
036900         GO TO 0750-EXIT
037000     END-IF.
037100     ADD 1 TO WS-ACCOUNT-COUNT.
037200     SET AC-IDX TO WS-ACCOUNT-COUNT.
037300     MOVE GA-ACCOUNT-CODE   TO AT-ACCOUNT-CODE (AC-IDX).
037400     MOVE GA-PARENT-ACCOUNT TO AT-PARENT-ACCOUNT (AC-IDX).
037500 0750-EXIT.
037600     EXIT.
037700******************************************************************
037800* 1000-READ-ONE-BUDGET-ROW - A BUDGET ROW OF THE REPORT FISCAL
037900*                  YEAR UP TO THE REPORT PERIOD COUNTS TOWARD THE
038000*                  YEAR TO DATE; THE REPORT PERIOD'S ROW ALSO
038100*                  TOWARD THE PERIOD.
038200******************************************************************
038300 1000-READ-ONE-BUDGET-ROW.
038400     READ BUDGET-FILE NEXT RECORD
038500         AT END
038600             SET WS-END-OF-FILE TO TRUE
038700     END-READ.
038800     IF WS-END-OF-FILE
038900         GO TO 1000-EXIT
039000     END-IF.
039100     IF BG-FISCAL-YEAR NOT = WS-REPORT-YEAR
039200        OR BG-FISCAL-MONTH > WS-REPORT-MONTH
039300         GO TO 1000-EXIT
039400     END-IF.
039500     ADD 1 TO WS-BUDGET-ROWS-USED.
039600     MOVE BG-GL-ACCOUNT    TO WS-WORK-ACCOUNT.
039700     MOVE BG-DEPT-CODE     TO WS-WORK-DEPT.
039800     MOVE BG-BUDGET-AMOUNT TO WS-WORK-AMOUNT.
039900     MOVE 1 TO WS-BUDGET-SLOT.
040000     IF BG-FISCAL-MONTH = WS-REPORT-MONTH
040100         SET WS-WORK-IN-MONTH TO TRUE
040200     ELSE
040300         MOVE "N" TO WS-WORK-IN-MONTH-SWITCH
040400     END-IF.
040500     PERFORM 2000-ADD-TO-LINE
040600         THRU 2000-EXIT.
040700 1000-EXIT.
040800     EXIT.
040900******************************************************************
041000* 1100-READ-ONE-POSTING - AN ACTIVE POSTING FROM THE START OF THE
041100*                  FISCAL YEAR TO THE END OF THE REPORT PERIOD.
041200*                  REVERSED ORIGINALS AND THEIR "V" OFFSETS ARE
041300*                  LEFT OUT, AS THEY ARE FROM THE TRIAL BALANCE.
041400******************************************************************
041500 1100-READ-ONE-POSTING.
041600     READ LEDGER-FILE NEXT RECORD
041700         AT END
041800             SET WS-END-OF-FILE TO TRUE
041900     END-READ.
042000     IF WS-END-OF-FILE
042100         GO TO 1100-EXIT
042200     END-IF.
042300     IF LR-POST-DATE > WS-MONTH-END-DATE
042400         SET WS-END-OF-FILE TO TRUE
042500         GO TO 1100-EXIT
042600     END-IF.
042700     IF NOT LR-STATUS-ACTIVE
042800         GO TO 1100-EXIT
042900     END-IF.
043000     ADD 1 TO WS-POSTINGS-USED.
043100     MOVE LR-GL-ACCOUNT TO WS-WORK-ACCOUNT.
043200     MOVE LR-DEPT-CODE  TO WS-WORK-DEPT.
043300     MOVE LR-ADJ-NUM2   TO WS-WORK-AMOUNT.
043350     ADD LR-POST-AMOUNT TO WS-WORK-AMOUNT.
043400     MOVE 2 TO WS-BUDGET-SLOT.
043500     IF LR-POST-DATE NOT < WS-MONTH-START-DATE
043600         SET WS-WORK-IN-MONTH TO TRUE
043700     ELSE
043800         MOVE "N" TO WS-WORK-IN-MONTH-SWITCH
043900     END-IF.
044000     PERFORM 2000-ADD-TO-LINE
044100         THRU 2000-EXIT.
044200 1100-EXIT.
044300     EXIT.
044400******************************************************************
044500* 2000-ADD-TO-LINE - THE LINE TABLE IS KEPT IN ACCOUNT AND
044600*                  DEPARTMENT ORDER; A NEW LINE IS SLOTTED IN
044700*                  AHEAD OF THE FIRST HIGHER ONE. WS-BUDGET-SLOT
044800*                  IS 1 FOR A BUDGET FIGURE, 2 FOR AN ACTUAL; THE
044900*                  YEAR-TO-DATE SLOT IS TWO FURTHER ON.
045000******************************************************************
045100 2000-ADD-TO-LINE.
045200     MOVE WS-WORK-ACCOUNT TO WS-WORK-LINE-ACCOUNT.
045300     MOVE WS-WORK-DEPT    TO WS-WORK-LINE-DEPT.
045400     MOVE "N" TO WS-ENTRY-FOUND-SWITCH.
045500     SET LN-IDX TO 1.
045600     SEARCH WS-LINE-ENTRY
045700         AT END
045800             CONTINUE
045900         WHEN LN-IDX > WS-LINE-COUNT
046000             CONTINUE
046100         WHEN LN-LINE-KEY (LN-IDX) = WS-WORK-LINE-KEY
046200             SET WS-ENTRY-FOUND TO TRUE
046300         WHEN LN-LINE-KEY (LN-IDX) > WS-WORK-LINE-KEY
046400             CONTINUE
046500     END-SEARCH.
046600     IF NOT WS-ENTRY-FOUND
046700         IF WS-LINE-COUNT NOT < 1000
046800             ADD 1 TO WS-OVERFLOW-COUNT
046900             GO TO 2000-EXIT
047000         END-IF
047100         ADD 1 TO WS-LINE-COUNT
047200         PERFORM 2050-SHIFT-LINE-ENTRY
047300             THRU 2050-EXIT
047400             VARYING WS-SHIFT-SUB FROM WS-LINE-COUNT BY -1
047500             UNTIL WS-SHIFT-SUB NOT > LN-IDX
047600         INITIALIZE WS-LINE-ENTRY (LN-IDX)
047700         MOVE WS-WORK-LINE-KEY TO LN-LINE-KEY (LN-IDX)
047800     END-IF.
047900     COMPUTE WS-SLOT = WS-BUDGET-SLOT + 2.
048000     ADD WS-WORK-AMOUNT TO LN-AMOUNT (LN-IDX, WS-SLOT).
048100     IF WS-WORK-IN-MONTH
048200         ADD WS-WORK-AMOUNT TO LN-AMOUNT (LN-IDX, WS-BUDGET-SLOT)
048300     END-IF.
048400 2000-EXIT.
048500     EXIT.
048600******************************************************************
048700* 2050-SHIFT-LINE-ENTRY - MOVE ONE ENTRY UP A SLOT.
048800******************************************************************
048900 2050-SHIFT-LINE-ENTRY.
049000     MOVE WS-LINE-ENTRY (WS-SHIFT-SUB - 1)
049100         TO WS-LINE-ENTRY (WS-SHIFT-SUB).
049200 2050-EXIT.
049300     EXIT.
049400******************************************************************
049500* 2700-ROLL-UP-ONE-LINE - A LINE'S FIGURES GO TO THE GRAND TOTAL,
049600*                  TO ITS OWN ACCOUNT AND TO EVERY ANCESTOR UP
049700*                  THE PARENT CHAIN. AN ACCOUNT NOT ON THE CHART
049800*                  GOES TO THE UNASSIGNED BUCKET INSTEAD. THE HOP
049900*                  LIMIT STOPS A PARENT LOOP ON THE CHART FROM
050000*                  SPINNING FOREVER.
050100******************************************************************
050200 2700-ROLL-UP-ONE-LINE.
050300     PERFORM 2720-ADD-TO-GRAND
050400         THRU 2720-EXIT
050500         VARYING WS-SLOT FROM 1 BY 1
050600         UNTIL WS-SLOT > 4.
050700     MOVE LN-GL-ACCOUNT (LN-IDX) TO WS-WALK-ACCOUNT.
050800     MOVE ZERO TO WS-HOPS.
050900     PERFORM 2750-ADD-TO-ONE-LEVEL
051000         THRU 2750-EXIT
051100         UNTIL WS-WALK-ACCOUNT = SPACES
051200            OR WS-HOPS > 10.
051300 2700-EXIT.
051400     EXIT.
051500******************************************************************
051600* 2720-ADD-TO-GRAND - ONE AMOUNT SLOT INTO THE GRAND TOTAL.
051700******************************************************************
051800 2720-ADD-TO-GRAND.
051900     ADD LN-AMOUNT (LN-IDX, WS-SLOT) TO GA-AMOUNT (WS-SLOT).
052000 2720-EXIT.
052100     EXIT.
052200******************************************************************
052300* 2750-ADD-TO-ONE-LEVEL - ADD THE LINE TO WS-WALK-ACCOUNT AND
052400*                  STEP UP TO ITS PARENT.
052500******************************************************************
052600 2750-ADD-TO-ONE-LEVEL.
052700     PERFORM 7500-FIND-ACCOUNT
052800         THRU 7500-EXIT.
052900     IF NOT WS-ENTRY-FOUND
053000         IF WS-HOPS = ZERO
053100             PERFORM 2760-ADD-TO-UNASSIGNED
053200                 THRU 2760-EXIT
053300                 VARYING WS-SLOT FROM 1 BY 1
053400                 UNTIL WS-SLOT > 4
053500         END-IF
053600         MOVE SPACES TO WS-WALK-ACCOUNT
053700         GO TO 2750-EXIT
053800     END-IF.
053900     PERFORM 2770-ADD-TO-ACCOUNT
054000         THRU 2770-EXIT
054100         VARYING WS-SLOT FROM 1 BY 1
054200         UNTIL WS-SLOT > 4.
054300     MOVE AT-PARENT-ACCOUNT (AC-IDX) TO WS-WALK-ACCOUNT.
054400     ADD 1 TO WS-HOPS.
054500 2750-EXIT.
054600     EXIT.
054700******************************************************************
054800* 2760-ADD-TO-UNASSIGNED - ONE AMOUNT SLOT, ACCOUNT NOT ON CHART.
054900******************************************************************
055000 2760-ADD-TO-UNASSIGNED.
055100     ADD LN-AMOUNT (LN-IDX, WS-SLOT) TO UA-AMOUNT (WS-SLOT).
055200 2760-EXIT.
055300     EXIT.
055400******************************************************************
055500* 2770-ADD-TO-ACCOUNT - ONE AMOUNT SLOT INTO A CHART ACCOUNT.
055600******************************************************************
055700 2770-ADD-TO-ACCOUNT.
055800     ADD LN-AMOUNT (LN-IDX, WS-SLOT)
055900         TO AT-AMOUNT (AC-IDX, WS-SLOT).
056000 2770-EXIT.
056100     EXIT.
056200******************************************************************
056300* 3000-PRINT-LINES - ONE MONTH ROW AND ONE YEAR-TO-DATE ROW PER
056400*                  ACCOUNT AND DEPARTMENT.
056500******************************************************************
056600 3000-PRINT-LINES.
056700     MOVE "BUDGET VS ACTUAL BY GL ACCOUNT AND DEPARTMENT"
056800         TO WS-SECTION-LINE.
056900     PERFORM 3900-WRITE-SECTION-HEAD
057000         THRU 3900-EXIT.
057100     PERFORM 3100-PRINT-ONE-LINE
057200         THRU 3100-EXIT
057300         VARYING LN-IDX FROM 1 BY 1
057400         UNTIL LN-IDX > WS-LINE-COUNT.
057500 3000-EXIT.
057600     EXIT.
057700******************************************************************
057800* 3100-PRINT-ONE-LINE - ONE ACCOUNT AND DEPARTMENT.
057900******************************************************************
058000 3100-PRINT-ONE-LINE.
058100     MOVE SPACES TO WS-ROW-KEY.
058200     MOVE LN-GL-ACCOUNT (LN-IDX) TO WS-ROW-KEY (1:8).
058300     MOVE LN-DEPT-CODE (LN-IDX)  TO WS-ROW-KEY (10:4).
058400     PERFORM 3150-MOVE-LINE-AMOUNT
058500         THRU 3150-EXIT
058600         VARYING WS-SLOT FROM 1 BY 1
058700         UNTIL WS-SLOT > 4.
058800     PERFORM 7000-WRITE-COMPARISON
058900         THRU 7000-EXIT.
059000     IF WS-ROW-FLAGGED
059100         ADD 1 TO WS-FLAGGED-COUNT
059200     END-IF.
059300 3100-EXIT.
059400     EXIT.
059500******************************************************************
059600* 3150-MOVE-LINE-AMOUNT - ONE AMOUNT SLOT TO THE PRINT ROW.
059700******************************************************************
059800 3150-MOVE-LINE-AMOUNT.
059900     MOVE LN-AMOUNT (LN-IDX, WS-SLOT) TO WS-ROW-AMOUNT (WS-SLOT).
060000 3150-EXIT.
060100     EXIT.
060200******************************************************************
060300* 3900-WRITE-SECTION-HEAD - BLANK LINE, SECTION TITLE, COLUMNS.
060400******************************************************************
060500 3900-WRITE-SECTION-HEAD.
060600     MOVE SPACES TO BUDGET-RPT-LINE.
060700     WRITE BUDGET-RPT-LINE.
060800     WRITE BUDGET-RPT-LINE FROM WS-SECTION-LINE.
060900     WRITE BUDGET-RPT-LINE FROM WS-COLUMN-LINE.
061000 3900-EXIT.
061100     EXIT.
061200******************************************************************
061300* 4000-PRINT-ROLLUP - EVERY CHART ACCOUNT THAT CARRIES A FIGURE,
061400*                  IN ACCOUNT CODE ORDER, INDENTED BY ITS DEPTH IN
061500*                  THE PARENT HIERARCHY, EACH WITH THE TOTAL OF
061600*                  ITS WHOLE SUBTREE. ACCOUNTS NOT ON THE CHART
061700*                  CLOSE THE SECTION ON ONE UNASSIGNED LINE.
061800******************************************************************
061900 4000-PRINT-ROLLUP.
062000     MOVE "ROLLUP THROUGH THE GL PARENT ACCOUNT HIERARCHY"
062100         TO WS-SECTION-LINE.
062200     PERFORM 3900-WRITE-SECTION-HEAD
062300         THRU 3900-EXIT.
062400     PERFORM 4100-PRINT-ONE-ACCOUNT
062500         THRU 4100-EXIT
062600         VARYING WS-LINE-SUB FROM 1 BY 1
062700         UNTIL WS-LINE-SUB > WS-ACCOUNT-COUNT.
062800     IF UA-AMOUNT (1) NOT = ZERO OR UA-AMOUNT (2) NOT = ZERO
062900        OR UA-AMOUNT (3) NOT = ZERO OR UA-AMOUNT (4) NOT = ZERO
063000         MOVE "NOT ON CHART" TO WS-ROW-KEY
063100         MOVE WS-UNASSIGNED-AMOUNTS TO WS-ROW-AMOUNTS
063200         PERFORM 7000-WRITE-COMPARISON
063300             THRU 7000-EXIT
063400     END-IF.
063500 4000-EXIT.
063600     EXIT.
063700******************************************************************
063800* 4100-PRINT-ONE-ACCOUNT - ONE CHART ACCOUNT'S SUBTREE TOTAL.
063900******************************************************************
064000 4100-PRINT-ONE-ACCOUNT.
064100     SET AC-IDX TO WS-LINE-SUB.
064200     IF AT-AMOUNT (AC-IDX, 1) = ZERO
064300        AND AT-AMOUNT (AC-IDX, 2) = ZERO
064400        AND AT-AMOUNT (AC-IDX, 3) = ZERO
064500        AND AT-AMOUNT (AC-IDX, 4) = ZERO
064600         GO TO 4100-EXIT
064700     END-IF.
064800     MOVE AT-AMOUNT (AC-IDX, 1) TO WS-ROW-AMOUNT (1).
064900     MOVE AT-AMOUNT (AC-IDX, 2) TO WS-ROW-AMOUNT (2).
065000     MOVE AT-AMOUNT (AC-IDX, 3) TO WS-ROW-AMOUNT (3).
065100     MOVE AT-AMOUNT (AC-IDX, 4) TO WS-ROW-AMOUNT (4).
065200     MOVE AT-PARENT-ACCOUNT (AC-IDX) TO WS-WALK-ACCOUNT.
065300     MOVE ZERO TO WS-LEVEL.
065400     PERFORM 4150-COUNT-ONE-LEVEL
065500         THRU 4150-EXIT
065600         UNTIL WS-WALK-ACCOUNT = SPACES
065700            OR WS-LEVEL > 10.
065800     SET AC-IDX TO WS-LINE-SUB.
065900     IF WS-LEVEL > 3
066000         MOVE 3 TO WS-LEVEL
066100     END-IF.
066200     COMPUTE WS-INDENT = WS-LEVEL * 2 + 1.
066300     MOVE SPACES TO WS-ROW-KEY.
066400     MOVE AT-ACCOUNT-CODE (AC-IDX) TO WS-ROW-KEY (WS-INDENT:8).
066500     PERFORM 7000-WRITE-COMPARISON
066600         THRU 7000-EXIT.
066700 4100-EXIT.
066800     EXIT.
066900******************************************************************
067000* 4150-COUNT-ONE-LEVEL - ONE STEP UP THE PARENT CHAIN.
067100******************************************************************
067200 4150-COUNT-ONE-LEVEL.
067300     ADD 1 TO WS-LEVEL.
067400     PERFORM 7500-FIND-ACCOUNT
067500         THRU 7500-EXIT.
067600     IF WS-ENTRY-FOUND
067700         MOVE AT-PARENT-ACCOUNT (AC-IDX) TO WS-WALK-ACCOUNT
067800     ELSE
067900         MOVE SPACES TO WS-WALK-ACCOUNT
068000     END-IF.
068100 4150-EXIT.
068200     EXIT.
068300******************************************************************
068400* 7000-WRITE-COMPARISON - THE MONTH ROW AND THE YEAR-TO-DATE ROW
068500*                  FOR WS-ROW-KEY. WS-ROW-FLAGGED IS SET WHEN
068600*                  EITHER IS FLAGGED.
068700******************************************************************
068800 7000-WRITE-COMPARISON.
068900     MOVE "N" TO WS-ROW-FLAGGED-SWITCH.
069000     MOVE WS-ROW-KEY TO CL-KEY.
069100     MOVE "MTH " TO WS-COMPARE-LABEL.
069200     MOVE WS-ROW-AMOUNT (1) TO WS-COMPARE-BUDGET.
069300     MOVE WS-ROW-AMOUNT (2) TO WS-COMPARE-ACTUAL.
069400     PERFORM 7100-WRITE-ONE-ROW
069500         THRU 7100-EXIT.
069600     MOVE SPACES TO CL-KEY.
069700     MOVE "YTD " TO WS-COMPARE-LABEL.
069800     MOVE WS-ROW-AMOUNT (3) TO WS-COMPARE-BUDGET.
069900     MOVE WS-ROW-AMOUNT (4) TO WS-COMPARE-ACTUAL.
070000     PERFORM 7100-WRITE-ONE-ROW
070100         THRU 7100-EXIT.
070200 7000-EXIT.
070300     EXIT.
070400******************************************************************
070500* 7100-WRITE-ONE-ROW - BUDGET, ACTUAL, VARIANCE (ACTUAL LESS
070540*                  BUDGET) AND VARIANCE PERCENTAGE OF BUDGET -
070580*                  POSITIVE WHEN THE ACTUAL OUTRAN THE BUDGET IN
070620*                  ITS OWN DIRECTION, FOR A CREDIT BUDGET AS MUCH
070660*                  AS A DEBIT ONE. NO
070700*                  BUDGET PRINTS THE PERCENTAGE AS N/A AND IS
070800*                  FLAGGED NOBUD WHEN ANYTHING MOVED.
070900******************************************************************
071000 7100-WRITE-ONE-ROW.
071100     MOVE WS-COMPARE-LABEL  TO CL-LABEL.
071200     MOVE WS-COMPARE-BUDGET TO CL-BUDGET.
071300     MOVE WS-COMPARE-ACTUAL TO CL-ACTUAL.
071400     MOVE SPACES TO CL-FLAG.
071500     COMPUTE WS-VARIANCE = WS-COMPARE-ACTUAL - WS-COMPARE-BUDGET.
071600     MOVE WS-VARIANCE TO CL-VARIANCE.
071700     IF WS-COMPARE-BUDGET = ZERO
071800         MOVE "    N/A" TO CL-PERCENT-X
071900         IF WS-COMPARE-ACTUAL NOT = ZERO
072000             MOVE "NOBUD" TO CL-FLAG
072100         END-IF
072200         GO TO 7100-WRITE
072300     END-IF.
072400     COMPUTE WS-PERCENT ROUNDED =
072500         WS-VARIANCE * 100 / WS-COMPARE-BUDGET
072590         ON SIZE ERROR
072680             MOVE "  >9999" TO CL-PERCENT-X
072770             MOVE 9999 TO WS-PERCENT
072824             IF (WS-VARIANCE < ZERO
072878                 AND WS-COMPARE-BUDGET > ZERO)
072932                OR (WS-VARIANCE > ZERO
072986                 AND WS-COMPARE-BUDGET < ZERO)
073040                 MOVE -9999 TO WS-PERCENT
073130             END-IF
073220         NOT ON SIZE ERROR
073310             MOVE WS-PERCENT TO CL-PERCENT
073400     END-COMPUTE.
073500     IF WS-PERCENT > CTL-BUDGET-TOLERANCE-PCT
073600         MOVE "*OVER" TO CL-FLAG
073700     END-IF.
073800     IF WS-PERCENT < WS-NEGATIVE-TOLERANCE
073900         MOVE "*UNDR" TO CL-FLAG
074000     END-IF.
074100 7100-WRITE.
074200     IF CL-FLAG NOT = SPACES
074300         SET WS-ROW-FLAGGED TO TRUE
074400     END-IF.
074500     WRITE BUDGET-RPT-LINE FROM WS-COMPARE-LINE.
074600 7100-EXIT.
074700     EXIT.
074800******************************************************************
074900* 7500-FIND-ACCOUNT - AC-IDX AT WS-WALK-ACCOUNT ON THE CHART
075000*                  TABLE, WS-ENTRY-FOUND WHEN IT IS THERE.
075100******************************************************************
075200 7500-FIND-ACCOUNT.
075300     MOVE "N" TO WS-ENTRY-FOUND-SWITCH.
075400     SET AC-IDX TO 1.
075500     SEARCH WS-ACCOUNT-ENTRY
075600         AT END
075700             CONTINUE
075800         WHEN AC-IDX > WS-ACCOUNT-COUNT
075900             CONTINUE
076000         WHEN AT-ACCOUNT-CODE (AC-IDX) = WS-WALK-ACCOUNT
076100             SET WS-ENTRY-FOUND TO TRUE
076200     END-SEARCH.
076300 7500-EXIT.
076400     EXIT.
076500******************************************************************
076600* 9999-EXIT - COMMON PROGRAM EXIT POINT.
076700******************************************************************
076800 9999-EXIT.
076900     GOBACK.
077000 END PROGRAM BudgetReport.
