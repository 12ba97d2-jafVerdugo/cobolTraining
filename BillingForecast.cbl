000100******************************************************************
000200* PROGRAM-ID: BILLINGFORECAST
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     FORWARD BILLING FORECAST FROM THE STNDINST
000800*              STANDING-INSTRUCTION MASTER. EVERY ACTIVE
000900*              INSTRUCTION IS PROJECTED FROM ITS NEXT-RUN DATE
001000*              OVER THE REQUESTED HORIZON, STEPPING BY ITS
001100*              FREQUENCY THROUGH THE SAME ROUTINES1 DATE SERVICES
001200*              STANDINGORDERGEN ADVANCES IT WITH (DATADD FOR
001300*              DAILY AND WEEKLY, MTHADD FOR MONTHLY) AND STOPPING
001400*              AFTER THE LAST RUN OF AN INSTALLMENT INSTRUCTION.
001500*              EACH OCCURRENCE IS PRICED AT THE RATE THAT WILL BE
001600*              IN FORCE ON ITS DATE - THE ACCOUNT'S ACCTRATE
001700*              OVERRIDE FIRST, THEN THE PUBLISHED RATEMSTR ROW,
001800*              FUTURE-EFFECTIVE ROWS INCLUDED - WITH THE SAME
001900*              ARITHMETIC CALCULATOR WILL APPLY. VOLUME TIERS ARE
002000*              NOT FORECAST; A TIERED CODE IS PRICED AT ITS
002100*              PUBLISHED RATE. THE REPORT BILLFCST SUMMARIZES THE
002200*              FORECAST BY MONTH, ACCOUNT AND RATE CODE AND LISTS
002300*              EVERY INSTRUCTION WHOSE RATE CODE HAS NO RATE IN
002400*              FORCE FOR ONE OR MORE OF ITS OCCURRENCES. THE SAME
002500*              SUMMARY CAN GO OUT AS THE COMMA-DELIMITED FILE
002600*              BILLFCSX FOR FINANCE'S SPREADSHEET. NOTHING IS
002700*              WRITTEN BACK TO THE MASTER. HONORS THE BUSDATE
002800*              PROCESSING-DATE CONTROL.
002900* TECTONICS:   cobc
003000*
003100* MODIFICATION HISTORY
003200*   2026-10-15 DO  INITIAL VERSION.
003300******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. BillingForecast.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT STANDING-INST-FILE ASSIGN TO "STNDINST"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-INST-FILE-STATUS.
004200     SELECT RATE-MASTER-FILE ASSIGN TO "RATEMSTR"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS RM-RATE-KEY
004600         FILE STATUS IS WS-RATE-FILE-STATUS.
004700     SELECT ACCT-RATE-FILE ASSIGN TO "ACCTRATE"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS AR-OVERRIDE-KEY
005100         FILE STATUS IS WS-ARATE-FILE-STATUS.
005200     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS AM-ACCOUNT-ID
005600         FILE STATUS IS WS-ACCT-FILE-STATUS.
005700     SELECT FORECAST-RPT-FILE ASSIGN TO "BILLFCST"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-RPT-FILE-STATUS.
006000     SELECT EXPORT-FILE ASSIGN TO "BILLFCSX"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-EXPT-FILE-STATUS.
006300     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-BDATE-FILE-STATUS.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  STANDING-INST-FILE
006900     RECORDING MODE IS F.
007000     COPY STNDINST.
007100 FD  RATE-MASTER-FILE.
007200     COPY RATEMSTR.
007300 FD  ACCT-RATE-FILE.
007400     COPY ACCTRATE.
007500 FD  ACCOUNT-MASTER-FILE.
007600     COPY ACCTMSTR.
007700 FD  FORECAST-RPT-FILE
007800     RECORDING MODE IS F.
007900 01  FORECAST-RPT-LINE               PIC X(80).
008000 FD  EXPORT-FILE
008100     RECORDING MODE IS F.
008200 01  EXPORT-LINE                     PIC X(80).
008300 FD  BUS-DATE-FILE
008400     RECORDING MODE IS F.
008500     COPY BUSDATE.
008600 WORKING-STORAGE SECTION.
008700 01  WS-INST-FILE-STATUS             PIC X(02).
008800     88  WS-INST-FILE-OK             VALUE "00".
008900 01  WS-RATE-FILE-STATUS             PIC X(02).
009000     88  WS-RATE-FILE-OK             VALUE "00".
009100 01  WS-ARATE-FILE-STATUS            PIC X(02).
009200     88  WS-ARATE-FILE-OK            VALUE "00".
009300 01  WS-ACCT-FILE-STATUS             PIC X(02).
009400     88  WS-ACCT-FILE-OK             VALUE "00".
009500 01  WS-RPT-FILE-STATUS              PIC X(02).
009600     88  WS-RPT-FILE-OK              VALUE "00".
009700 01  WS-EXPT-FILE-STATUS             PIC X(02).
009800     88  WS-EXPT-FILE-OK             VALUE "00".
009900 01  WS-BDATE-FILE-STATUS            PIC X(02).
010000     88  WS-BDATE-FILE-OK            VALUE "00".
010100 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
010200     88  WS-END-OF-MASTER            VALUE "Y".
010300 01  WS-ARATE-OPEN-SWITCH            PIC X(01) VALUE "N".
010400     88  WS-ARATE-OPEN               VALUE "Y".
010500 01  WS-ACCT-OPEN-SWITCH             PIC X(01) VALUE "N".
010600     88  WS-ACCT-MASTER-OPEN         VALUE "Y".
010700 01  WS-EXPORT-SWITCH                PIC X(01) VALUE "N".
010800     88  WS-EXPORT-WANTED            VALUE "Y" "y".
010900 01  WS-BUSINESS-DATE                PIC 9(08) VALUE ZERO.
011000 01  WS-HORIZON-END                  PIC 9(08) VALUE ZERO.
011100 01  WS-HORIZON-INPUT                PIC X(02) VALUE SPACES.
011200 01  WS-HORIZON-MONTHS               PIC 9(02) VALUE 03.
011300 01  WS-EXPORT-INPUT                 PIC X(01) VALUE SPACE.
011400 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
011500 01  WS-LIB-FUNCTION                 PIC X(06).
011600 01  WS-LIB-RETURN-CODE              PIC 9(02).
011700 01  WS-LIB-DATE                     PIC 9(08).
011800 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "BILLFCST".
011900 01  WS-LIB-MSG-VALUE                PIC X(40).
012000 01  WS-LIB-MSG-TEXT                 PIC X(60).
012100 01  WS-MONTHS-SIGNED                PIC S9(07) SIGN LEADING
012200                                     SEPARATE VALUE ZERO.
012300*    ONE INSTRUCTION'S PROJECTION.
012400 01  WS-OCCUR-DATE                   PIC 9(08) VALUE ZERO.
012500 01  WS-PRICE-DATE                   PIC 9(08) VALUE ZERO.
012600 01  WS-RUNS-LEFT                    PIC 9(03) VALUE ZERO.
012700 01  WS-RUN-LIMIT-SWITCH             PIC X(01) VALUE "N".
012800     88  WS-RUNS-LIMITED             VALUE "Y".
012900 01  WS-PROJECTION-SWITCH            PIC X(01) VALUE "N".
013000     88  WS-PROJECTION-DONE          VALUE "Y".
013100 01  WS-INST-OCCURRENCES             PIC 9(05) COMP VALUE ZERO.
013200 01  WS-INST-UNPRICED                PIC 9(05) COMP VALUE ZERO.
013300 01  WS-FIRST-UNPRICED-DATE          PIC 9(08) VALUE ZERO.
013400 01  WS-ACCOUNT-COMPANY              PIC X(04) VALUE SPACES.
013500*    RATE LOOKUP.
013600 01  WS-RATE-FOUND-SWITCH            PIC X(01) VALUE "N".
013700     88  WS-RATE-FOUND               VALUE "Y".
013800 01  WS-RATE-EOF-SWITCH              PIC X(01) VALUE "N".
013900     88  WS-END-OF-RATE-SCAN         VALUE "Y".
014000 01  WS-FOUND-RATE-VALUE             PIC S9(5)V99 VALUE ZERO.
014100 01  WS-CALC-FAILED-SWITCH           PIC X(01) VALUE "N".
014200     88  WS-CALC-FAILED              VALUE "Y".
014300 01  WS-OCCUR-AMOUNT                 PIC S9(11)V99 VALUE ZERO.
014400*    SUMMARY LINES - MONTH, ACCOUNT AND RATE CODE, KEPT IN KEY
014500*    ORDER AS THEY ARE ADDED.
014600 01  WS-LINE-TABLE.
014700     05  WS-LINE-ENTRY OCCURS 2000 TIMES INDEXED BY LN-IDX.
014800         10  LN-LINE-KEY.
014900             15  LN-YEAR-MONTH       PIC 9(06).
015000             15  LN-ACCOUNT-ID       PIC X(08).
015100             15  LN-RATE-CODE        PIC X(04).
015200         10  LN-OCCURRENCES          PIC 9(06).
015300         10  LN-AMOUNT               PIC S9(13)V99.
015400 01  WS-LINE-COUNT                   PIC 9(04) COMP VALUE ZERO.
015500 01  WS-SHIFT-SUB                    PIC 9(04) COMP VALUE ZERO.
015600 01  WS-WORK-LINE-KEY.
015700     05  WS-WORK-YEAR-MONTH          PIC 9(06).
015800     05  WS-WORK-ACCOUNT-ID          PIC X(08).
015900     05  WS-WORK-RATE-CODE           PIC X(04).
016000 01  WS-ENTRY-FOUND-SWITCH           PIC X(01) VALUE "N".
016100     88  WS-ENTRY-FOUND              VALUE "Y".
016200*    INSTRUCTIONS WITH OCCURRENCES NO RATE COVERS.
016300 01  WS-UNCOVERED-TABLE.
016400     05  WS-UNCOVERED-ENTRY OCCURS 500 TIMES INDEXED BY UC-IDX.
016500         10  UC-ACCOUNT-ID           PIC X(08).
016600         10  UC-RATE-CODE            PIC X(04).
016700         10  UC-FREQUENCY            PIC X(01).
016800         10  UC-FIRST-DATE           PIC 9(08).
016900         10  UC-UNPRICED             PIC 9(05).
017000         10  UC-OCCURRENCES          PIC 9(05).
017100 01  WS-UNCOVERED-COUNT              PIC 9(04) COMP VALUE ZERO.
017200*    RUN COUNTS AND TOTALS.
017300 01  WS-INST-READ                    PIC 9(06) VALUE ZERO.
017400 01  WS-INST-PROJECTED               PIC 9(06) VALUE ZERO.
017500 01  WS-INST-SKIPPED                 PIC 9(06) VALUE ZERO.
017600 01  WS-OCCURRENCE-COUNT             PIC 9(08) VALUE ZERO.
017700 01  WS-UNPRICED-COUNT               PIC 9(08) VALUE ZERO.
017800 01  WS-CALC-FAILED-COUNT            PIC 9(08) VALUE ZERO.
017900 01  WS-OVERFLOW-COUNT               PIC 9(06) VALUE ZERO.
018000 01  WS-MONTH-OCCURRENCES            PIC 9(08) VALUE ZERO.
018100 01  WS-MONTH-AMOUNT                 PIC S9(13)V99 VALUE ZERO.
018200 01  WS-GRAND-OCCURRENCES            PIC 9(08) VALUE ZERO.
018300 01  WS-GRAND-AMOUNT                 PIC S9(13)V99 VALUE ZERO.
018400 01  WS-PREV-YEAR-MONTH              PIC 9(06) VALUE ZERO.
018500     COPY CTLPARM.
018600*    REPORT LINES.
018700 01  WS-HEADER-LINE.
018800     05  FILLER                      PIC X(44) VALUE
018900         "BILLING FORECAST FROM STANDING INSTRUCTIONS".
019000     05  FILLER                      PIC X(10) VALUE "  RUN ON: ".
019100     05  HL-RUN-DATE                 PIC 9(08).
019200     05  FILLER                      PIC X(18) VALUE SPACES.
019300 01  WS-HORIZON-LINE.
019400     05  FILLER                      PIC X(09) VALUE "HORIZON: ".
019500     05  HZ-FROM-DATE                PIC 9(08).
019600     05  FILLER                      PIC X(04) VALUE " TO ".
019700     05  HZ-TO-DATE                  PIC 9(08).
019800     05  FILLER                      PIC X(03) VALUE " (".
019900     05  HZ-MONTHS                   PIC Z9.
020000     05  FILLER                      PIC X(08) VALUE " MONTHS)".
020100     05  FILLER                      PIC X(38) VALUE SPACES.
020200 01  WS-COLUMN-LINE.
020300     05  FILLER                      PIC X(40) VALUE
020400         "MONTH   ACCOUNT   RATE  OCCURRENCES     ".
020500     05  FILLER                      PIC X(40) VALUE
020600         "    FORECAST AMOUNT".
020700 01  WS-DETAIL-LINE.
020800     05  DL-YEAR-MONTH               PIC 9(06).
020900     05  FILLER                      PIC X(02) VALUE SPACES.
021000     05  DL-ACCOUNT-ID               PIC X(08).
021100     05  FILLER                      PIC X(02) VALUE SPACES.
021200     05  DL-RATE-CODE                PIC X(04).
021300     05  FILLER                      PIC X(02) VALUE SPACES.
021400     05  DL-OCCURRENCES              PIC Z(10)9.
021500     05  FILLER                      PIC X(03) VALUE SPACES.
021600     05  DL-AMOUNT                   PIC -(13)9.99.
021700     05  FILLER                      PIC X(25) VALUE SPACES.
021800 01  WS-TOTAL-LINE.
021900     05  TL-LABEL                    PIC X(24).
022000     05  TL-OCCURRENCES              PIC Z(10)9.
022100     05  FILLER                      PIC X(03) VALUE SPACES.
022200     05  TL-AMOUNT                   PIC -(13)9.99.
022300     05  FILLER                      PIC X(25) VALUE SPACES.
022400 01  WS-UNCOVERED-TITLE              PIC X(80) VALUE
022500     "INSTRUCTIONS WITH NO RATE IN FORCE FOR PART OF THE HORIZON".
022600 01  WS-UNCOVERED-COLUMNS.
022700     05  FILLER                      PIC X(36) VALUE
022800         "ACCOUNT   RATE FREQ  FIRST UNPRICED".
022900     05  FILLER                      PIC X(44) VALUE
023000         "   UNPRICED  OCCURRENCES".
023100 01  WS-UNCOVERED-LINE.
023200     05  UL-ACCOUNT-ID               PIC X(08).
023300     05  FILLER                      PIC X(02) VALUE SPACES.
023400     05  UL-RATE-CODE                PIC X(04).
023500     05  FILLER                      PIC X(03) VALUE SPACES.
023600     05  UL-FREQUENCY                PIC X(01).
023700     05  FILLER                      PIC X(04) VALUE SPACES.
023800     05  UL-FIRST-DATE               PIC 9(08).
023900     05  FILLER                      PIC X(05) VALUE SPACES.
024000     05  UL-UNPRICED                 PIC Z(07)9.
024100     05  FILLER                      PIC X(05) VALUE SPACES.
024200     05  UL-OCCURRENCES              PIC Z(07)9.
024300     05  FILLER                      PIC X(24) VALUE SPACES.
024400 01  WS-COUNT-LINE.
024500     05  CL-LABEL                    PIC X(40).
024600     05  CL-COUNT                    PIC Z(07)9.
024700     05  FILLER                      PIC X(32) VALUE SPACES.
024800 01  WS-EXPORT-HEADER.
024900     05  FILLER                      PIC X(40) VALUE
025000         "HORIZON-FROM,HORIZON-TO,MONTH,ACCOUNT,RA".
025100     05  FILLER                      PIC X(40) VALUE
025200         "TE-CODE,OCCURRENCES,AMOUNT".
025300 01  WS-EXPORT-DETAIL.
025400     05  EX-FROM-DATE                PIC 9(08).
025500     05  FILLER                      PIC X(01) VALUE ",".
025600     05  EX-TO-DATE                  PIC 9(08).
025700     05  FILLER                      PIC X(01) VALUE ",".
025800     05  EX-YEAR-MONTH               PIC 9(06).
025900     05  FILLER                      PIC X(01) VALUE ",".
026000     05  EX-ACCOUNT-ID               PIC X(08).
026100     05  FILLER                      PIC X(01) VALUE ",".
026200     05  EX-RATE-CODE                PIC X(04).
026300     05  FILLER                      PIC X(01) VALUE ",".
026400     05  EX-OCCURRENCES              PIC 9(06).
026500     05  FILLER                      PIC X(01) VALUE ",".
026600     05  EX-AMOUNT                   PIC -9(13).99.
026700     05  FILLER                      PIC X(17) VALUE SPACES.
026800 PROCEDURE DIVISION.
026900******************************************************************
027000* 0000-MAINLINE - TAKE THE HORIZON, PROJECT AND PRICE EVERY
027100*                 ACTIVE INSTRUCTION, THEN PRINT THE FORECAST AND
027200*                 THE UNCOVERED INSTRUCTIONS.
027300******************************************************************
027400 0000-MAINLINE.
027500     PERFORM 0500-RESOLVE-BUSINESS-DATE
027600         THRU 0500-EXIT.
027700     PERFORM 0600-GET-HORIZON
027800         THRU 0600-EXIT.
027900     OPEN INPUT STANDING-INST-FILE.
028000     IF NOT WS-INST-FILE-OK
028100         DISPLAY "STNDINST OPEN FAILED, STATUS "
028200             WS-INST-FILE-STATUS
028300         MOVE 8 TO RETURN-CODE
028400         GO TO 9999-EXIT
028500     END-IF.
028600     OPEN INPUT RATE-MASTER-FILE.
028700     IF NOT WS-RATE-FILE-OK
028800         DISPLAY "RATEMSTR OPEN FAILED, STATUS "
028900             WS-RATE-FILE-STATUS " - NOTHING CAN BE PRICED"
029000         CLOSE STANDING-INST-FILE
029100         MOVE 8 TO RETURN-CODE
029200         GO TO 9999-EXIT
029300     END-IF.
029400     OPEN INPUT ACCT-RATE-FILE.
029500     IF WS-ARATE-FILE-OK
029600         SET WS-ARATE-OPEN TO TRUE
029700     END-IF.
029800     OPEN INPUT ACCOUNT-MASTER-FILE.
029900     IF WS-ACCT-FILE-OK
030000         SET WS-ACCT-MASTER-OPEN TO TRUE
030100     END-IF.
030200     PERFORM 1000-PROJECT-ONE-INSTRUCTION
030300         THRU 1000-EXIT
030400         UNTIL WS-END-OF-MASTER.
030500     CLOSE STANDING-INST-FILE
030600           RATE-MASTER-FILE.
030700     IF WS-ARATE-OPEN
030800         CLOSE ACCT-RATE-FILE
030900     END-IF.
031000     IF WS-ACCT-MASTER-OPEN
031100         CLOSE ACCOUNT-MASTER-FILE
031200     END-IF.
031300     OPEN OUTPUT FORECAST-RPT-FILE.
031400     IF NOT WS-RPT-FILE-OK
031500         DISPLAY "BILLFCST OPEN FAILED, STATUS "
031600             WS-RPT-FILE-STATUS
031700         MOVE 8 TO RETURN-CODE
031800         GO TO 9999-EXIT
031900     END-IF.
032000     PERFORM 3000-PRINT-FORECAST
032100         THRU 3000-EXIT.
032200     PERFORM 3500-PRINT-UNCOVERED
032300         THRU 3500-EXIT.
032400     PERFORM 3800-PRINT-COUNTS
032500         THRU 3800-EXIT.
032600     CLOSE FORECAST-RPT-FILE.
032700     MOVE "BILLFCST" TO WS-RPT-KEEP-NAME.
032800     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-BUSINESS-DATE.
032900     IF WS-EXPORT-WANTED
033000         PERFORM 4000-WRITE-EXPORT-FILE
033100             THRU 4000-EXIT
033200     END-IF.
033300     DISPLAY "INSTRUCTIONS PROJECTED: " WS-INST-PROJECTED
033400         " OCCURRENCES: " WS-OCCURRENCE-COUNT
033500         " UNPRICED: " WS-UNPRICED-COUNT.
033600     MOVE ZERO TO RETURN-CODE.
033700     IF WS-UNCOVERED-COUNT > ZERO OR WS-OVERFLOW-COUNT > ZERO
033800         MOVE 4 TO RETURN-CODE
033900     END-IF.
034000     GO TO 9999-EXIT.
034100******************************************************************
034200* 0500-RESOLVE-BUSINESS-DATE - THE BUSDATE CONTROL WHEN ONE IS
034300*                  ON FILE, THE SYSTEM DATE OTHERWISE - THE SAME
034400*                  CONVENTION THE REST OF THE CHAIN FOLLOWS.
034500******************************************************************
034600 0500-RESOLVE-BUSINESS-DATE.
034700     MOVE "DATSTM" TO WS-LIB-FUNCTION.
034800     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
034900         WS-BUSINESS-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
035000         WS-LIB-MSG-TEXT.
035100     OPEN INPUT BUS-DATE-FILE.
035200     IF NOT WS-BDATE-FILE-OK
035300         GO TO 0500-EXIT
035400     END-IF.
035500     READ BUS-DATE-FILE
035600         AT END
035700             CONTINUE
035800     END-READ.
035900     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
036000         MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
036100     END-IF.
036200     CLOSE BUS-DATE-FILE.
036300 0500-EXIT.
036400     EXIT.
036500******************************************************************
036600* 0600-GET-HORIZON - HOW MANY MONTHS AHEAD TO FORECAST, 01-24
036700*                  (ENTER FOR 03, ONE QUARTER). THE HORIZON RUNS
036800*                  FROM THE BUSINESS DATE TO THE DAY BEFORE THE
036900*                  SAME DATE THAT MANY MONTHS ON. ALSO WHETHER TO
037000*                  WRITE THE COMMA-DELIMITED COPY - ENTER TAKES
037100*                  THE CTLPARM EXPORT SWITCH.
037200******************************************************************
037300 0600-GET-HORIZON.
037400     DISPLAY "Forecast horizon in months, 01-24 (Enter for 03): "
037500     MOVE SPACES TO WS-HORIZON-INPUT.
037600     ACCEPT WS-HORIZON-INPUT.
037700     IF WS-HORIZON-INPUT NOT = SPACES
037800         IF WS-HORIZON-INPUT NUMERIC
037900            AND WS-HORIZON-INPUT > "00"
038000            AND WS-HORIZON-INPUT NOT > "24"
038100             MOVE WS-HORIZON-INPUT TO WS-HORIZON-MONTHS
038200         ELSE
038300             DISPLAY "HORIZON " WS-HORIZON-INPUT
038400                 " IS NOT 01-24 - USING 03"
038500         END-IF
038600     END-IF.
038700     MOVE WS-HORIZON-MONTHS TO WS-MONTHS-SIGNED.
038800     MOVE WS-BUSINESS-DATE TO WS-LIB-DATE.
038900     MOVE SPACES TO WS-LIB-MSG-VALUE.
039000     MOVE WS-MONTHS-SIGNED TO WS-LIB-MSG-VALUE (1:8).
039100     MOVE "MTHADD" TO WS-LIB-FUNCTION.
039200     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
039300         WS-LIB-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
039400         WS-LIB-MSG-TEXT.
039500     MOVE SPACES TO WS-LIB-MSG-VALUE.
039600     MOVE "-0000001" TO WS-LIB-MSG-VALUE (1:8).
039700     MOVE "DATADD" TO WS-LIB-FUNCTION.
039800     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
039900         WS-LIB-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
040000         WS-LIB-MSG-TEXT.
040100     MOVE WS-LIB-DATE TO WS-HORIZON-END.
040200     MOVE CTL-EXPORT-DELIMITED-SW TO WS-EXPORT-SWITCH.
040300     DISPLAY "Comma-delimited copy for the spreadsheet, Y/N "
040400         "(Enter for " CTL-EXPORT-DELIMITED-SW "): "
040500     MOVE SPACE TO WS-EXPORT-INPUT.
040600     ACCEPT WS-EXPORT-INPUT.
040700     IF WS-EXPORT-INPUT NOT = SPACE
040800         MOVE WS-EXPORT-INPUT TO WS-EXPORT-SWITCH
040900     END-IF.
041000 0600-EXIT.
041100     EXIT.
041200******************************************************************
041300* 1000-PROJECT-ONE-INSTRUCTION - STEP AN ACTIVE INSTRUCTION
041400*                  THROUGH THE HORIZON ONE OCCURRENCE AT A TIME,
041500*                  THEN NOTE IT WHEN ANY OCCURRENCE HAD NO RATE.
041600*                  AN INSTALLMENT INSTRUCTION STOPS AFTER THE RUNS
041700*                  IT HAS LEFT.
041800******************************************************************
041900 1000-PROJECT-ONE-INSTRUCTION.
042000     READ STANDING-INST-FILE
042100         AT END
042200             SET WS-END-OF-MASTER TO TRUE
042300     END-READ.
042400     IF WS-END-OF-MASTER
042500         GO TO 1000-EXIT
042600     END-IF.
042700     ADD 1 TO WS-INST-READ.
042800     IF NOT SI-STATUS-ACTIVE
042900         ADD 1 TO WS-INST-SKIPPED
043000         GO TO 1000-EXIT
043100     END-IF.
043200     ADD 1 TO WS-INST-PROJECTED.
043300     MOVE SI-NEXT-RUN-DATE TO WS-OCCUR-DATE.
043400     MOVE "N" TO WS-RUN-LIMIT-SWITCH.
043500     IF SI-RUNS-REMAINING NUMERIC
043600         IF NOT SI-OPEN-ENDED
043700             SET WS-RUNS-LIMITED TO TRUE
043800             MOVE SI-RUNS-REMAINING TO WS-RUNS-LEFT
043900         END-IF
044000     END-IF.
044100     MOVE ZERO TO WS-INST-OCCURRENCES
044200                  WS-INST-UNPRICED
044300                  WS-FIRST-UNPRICED-DATE.
044400     PERFORM 1050-GET-ACCOUNT-COMPANY
044500         THRU 1050-EXIT.
044600     MOVE "N" TO WS-PROJECTION-SWITCH.
044700     IF WS-OCCUR-DATE > WS-HORIZON-END
044800         SET WS-PROJECTION-DONE TO TRUE
044900     END-IF.
045000     PERFORM 1100-PROJECT-ONE-OCCURRENCE
045100         THRU 1100-EXIT
045200         UNTIL WS-PROJECTION-DONE.
045300     IF WS-INST-UNPRICED > ZERO
045400         PERFORM 1500-NOTE-UNCOVERED
045500             THRU 1500-EXIT
045600     END-IF.
045700 1000-EXIT.
045800     EXIT.
045900******************************************************************
046000* 1050-GET-ACCOUNT-COMPANY - THE COMPANY THAT OWNS THE ACCOUNT, SO
046100*                  A RATE PUBLISHED FOR ONE COMPANY ONLY PRICES
046200*                  THAT COMPANY'S ACCOUNTS - AS IN CALCULATOR. NO
046300*                  COMPANY, OR NO MASTER, MEANS THE HOME COMPANY.
046400******************************************************************
046500 1050-GET-ACCOUNT-COMPANY.
046600     MOVE CTL-HOME-COMPANY TO WS-ACCOUNT-COMPANY.
046700     IF SI-ACCOUNT-ID = SPACES OR NOT WS-ACCT-MASTER-OPEN
046800         GO TO 1050-EXIT
046900     END-IF.
047000     MOVE SI-ACCOUNT-ID TO AM-ACCOUNT-ID.
047100     READ ACCOUNT-MASTER-FILE
047200         INVALID KEY
047300             GO TO 1050-EXIT
047400     END-READ.
047500     IF AM-COMPANY-CODE NOT = SPACES
047600         MOVE AM-COMPANY-CODE TO WS-ACCOUNT-COMPANY
047700     END-IF.
047800 1050-EXIT.
047900     EXIT.
048000******************************************************************
048100* 1100-PROJECT-ONE-OCCURRENCE - PRICE ONE OCCURRENCE AND STEP TO
048200*                  THE NEXT. AN OCCURRENCE ALREADY OVERDUE GOES
048300*                  OUT ON THE BUSINESS DATE, SO IT IS PRICED AND
048400*                  COUNTED THERE.
048500******************************************************************
048600 1100-PROJECT-ONE-OCCURRENCE.
048700     MOVE WS-OCCUR-DATE TO WS-PRICE-DATE.
048800     IF WS-PRICE-DATE < WS-BUSINESS-DATE
048900         MOVE WS-BUSINESS-DATE TO WS-PRICE-DATE
049000     END-IF.
049100     ADD 1 TO WS-INST-OCCURRENCES.
049200     ADD 1 TO WS-OCCURRENCE-COUNT.
049300     PERFORM 1200-RESOLVE-RATE
049400         THRU 1200-EXIT.
049500     IF NOT WS-RATE-FOUND
049600         ADD 1 TO WS-INST-UNPRICED
049700         ADD 1 TO WS-UNPRICED-COUNT
049800         IF WS-FIRST-UNPRICED-DATE = ZERO
049900             MOVE WS-PRICE-DATE TO WS-FIRST-UNPRICED-DATE
050000         END-IF
050100     ELSE
050200         PERFORM 1300-PRICE-OCCURRENCE
050300             THRU 1300-EXIT
050400         IF WS-CALC-FAILED
050500             ADD 1 TO WS-CALC-FAILED-COUNT
050600         ELSE
050700             PERFORM 2000-ADD-TO-LINE
050800                 THRU 2000-EXIT
050900         END-IF
051000     END-IF.
051100     IF WS-RUNS-LIMITED
051200         SUBTRACT 1 FROM WS-RUNS-LEFT
051300         IF WS-RUNS-LEFT = ZERO
051400             SET WS-PROJECTION-DONE TO TRUE
051500             GO TO 1100-EXIT
051600         END-IF
051700     END-IF.
051800     PERFORM 1400-ADVANCE-OCCURRENCE
051900         THRU 1400-EXIT.
052000     IF WS-OCCUR-DATE > WS-HORIZON-END
052100         SET WS-PROJECTION-DONE TO TRUE
052200     END-IF.
052300 1100-EXIT.
052400     EXIT.
052500******************************************************************
052600* 1200-RESOLVE-RATE - THE RATE IN FORCE ON THE PRICING DATE. AN
052700*                  INSTRUCTION WITH NO RATE CODE GOES OUT WITH A
052800*                  ZERO SECOND OPERAND, AS STANDINGORDERGEN WRITES
052900*                  IT. OTHERWISE THE ACCOUNT'S ACCTRATE OVERRIDE
053000*                  IS TRIED FIRST AND THE PUBLISHED MASTER AFTER
053100*                  IT.
053200******************************************************************
053300 1200-RESOLVE-RATE.
053400     MOVE "N" TO WS-RATE-FOUND-SWITCH.
053500     MOVE ZERO TO WS-FOUND-RATE-VALUE.
053600     IF SI-RATE-CODE = SPACES
053700         SET WS-RATE-FOUND TO TRUE
053800         GO TO 1200-EXIT
053900     END-IF.
054000     IF WS-ARATE-OPEN AND SI-ACCOUNT-ID NOT = SPACES
054100         PERFORM 1210-FIND-OVERRIDE-IN-FORCE
054200             THRU 1210-EXIT
054300     END-IF.
054400     IF WS-RATE-FOUND
054500         GO TO 1200-EXIT
054600     END-IF.
054700     PERFORM 1250-FIND-RATE-IN-FORCE
054800         THRU 1250-EXIT.
054900 1200-EXIT.
055000     EXIT.
055100******************************************************************
055200* 1210-FIND-OVERRIDE-IN-FORCE - POSITION TO THE FIRST OVERRIDE ROW
055300*                  FOR THE ACCOUNT AND CODE AND KEEP THE LATEST
055400*                  ONE COVERING THE PRICING DATE.
055500******************************************************************
055600 1210-FIND-OVERRIDE-IN-FORCE.
055700     MOVE "N" TO WS-RATE-EOF-SWITCH.
055800     MOVE SI-ACCOUNT-ID TO AR-ACCOUNT-ID.
055900     MOVE SI-RATE-CODE  TO AR-RATE-CODE.
056000     MOVE ZERO          TO AR-EFFECTIVE-FROM.
056100     START ACCT-RATE-FILE KEY IS NOT LESS THAN AR-OVERRIDE-KEY
056200         INVALID KEY
056300             SET WS-END-OF-RATE-SCAN TO TRUE
056400     END-START.
056500     PERFORM 1220-SCAN-ONE-OVERRIDE-ROW
056600         THRU 1220-EXIT
056700         UNTIL WS-END-OF-RATE-SCAN.
056800 1210-EXIT.
056900     EXIT.
057000******************************************************************
057100* 1220-SCAN-ONE-OVERRIDE-ROW - ONE OVERRIDE ROW, KEPT WHILE IT IS
057200*                  STILL THE ACCOUNT'S ROW FOR THE CODE AND COVERS
057300*                  THE PRICING DATE.
057400******************************************************************
057500 1220-SCAN-ONE-OVERRIDE-ROW.
057600     READ ACCT-RATE-FILE NEXT RECORD
057700         AT END
057800             SET WS-END-OF-RATE-SCAN TO TRUE
057900             GO TO 1220-EXIT
058000     END-READ.
058100     IF AR-ACCOUNT-ID NOT = SI-ACCOUNT-ID
058200        OR AR-RATE-CODE NOT = SI-RATE-CODE
058300         SET WS-END-OF-RATE-SCAN TO TRUE
058400         GO TO 1220-EXIT
058500     END-IF.
058600     IF AR-EFFECTIVE-FROM NOT > WS-PRICE-DATE
058700         AND AR-EFFECTIVE-TO NOT < WS-PRICE-DATE
058800         SET WS-RATE-FOUND TO TRUE
058900         MOVE AR-RATE-VALUE TO WS-FOUND-RATE-VALUE
059000     END-IF.
059100 1220-EXIT.
059200     EXIT.
059300******************************************************************
059400* 1250-FIND-RATE-IN-FORCE - POSITION TO THE FIRST PUBLISHED ROW
059500*                  FOR THE CODE AND KEEP THE LATEST ONE COVERING
059600*                  THE PRICING DATE - A ROW NOT YET EFFECTIVE
059700*                  TODAY PRICES THE OCCURRENCES THAT FALL IN ITS
059800*                  RANGE.
059900******************************************************************
060000 1250-FIND-RATE-IN-FORCE.
060100     MOVE "N" TO WS-RATE-EOF-SWITCH.
060200     MOVE SI-RATE-CODE TO RM-RATE-CODE.
060300     MOVE ZERO TO RM-EFFECTIVE-FROM.
060400     START RATE-MASTER-FILE KEY IS NOT LESS THAN RM-RATE-KEY
060500         INVALID KEY
060600             SET WS-END-OF-RATE-SCAN TO TRUE
060700     END-START.
060800     PERFORM 1260-SCAN-ONE-RATE-ROW
060900         THRU 1260-EXIT
061000         UNTIL WS-END-OF-RATE-SCAN.
061100 1250-EXIT.
061200     EXIT.
061300******************************************************************
061400* 1260-SCAN-ONE-RATE-ROW - ONE PUBLISHED ROW, KEPT WHILE IT IS
061500*                  STILL THE CODE'S ROW, COVERS THE PRICING DATE
061600*                  AND IS SHARED OR PUBLISHED FOR THE ACCOUNT'S
061700*                  COMPANY.
061800******************************************************************
061900 1260-SCAN-ONE-RATE-ROW.
062000     READ RATE-MASTER-FILE NEXT RECORD
062100         AT END
062200             SET WS-END-OF-RATE-SCAN TO TRUE
062300             GO TO 1260-EXIT
062400     END-READ.
062500     IF RM-RATE-CODE NOT = SI-RATE-CODE
062600         SET WS-END-OF-RATE-SCAN TO TRUE
062700         GO TO 1260-EXIT
062800     END-IF.
062900     IF RM-EFFECTIVE-FROM NOT > WS-PRICE-DATE
063000         AND RM-EFFECTIVE-TO NOT < WS-PRICE-DATE
063100         AND (RM-SHARED-RATE
063200           OR RM-COMPANY-CODE = WS-ACCOUNT-COMPANY)
063300         SET WS-RATE-FOUND TO TRUE
063400         MOVE RM-RATE-VALUE TO WS-FOUND-RATE-VALUE
063500     END-IF.
063600 1260-EXIT.
063700     EXIT.
063800******************************************************************
063900* 1300-PRICE-OCCURRENCE - THE SAME ARITHMETIC CALCULATOR APPLIES,
064000*                  WITH THE INSTRUCTION'S AMOUNT AS THE FIRST
064100*                  OPERAND AND THE RATE IN FORCE AS THE SECOND.
064200******************************************************************
064300 1300-PRICE-OCCURRENCE.
064400     MOVE "N" TO WS-CALC-FAILED-SWITCH.
064500     EVALUATE SI-OPERATION
064600         WHEN 1
064700             ADD SI-NUM1 TO WS-FOUND-RATE-VALUE
064800                 GIVING WS-OCCUR-AMOUNT ROUNDED
064900                 ON SIZE ERROR
065000                     SET WS-CALC-FAILED TO TRUE
065100             END-ADD
065200         WHEN 2
065300             SUBTRACT SI-NUM1 FROM WS-FOUND-RATE-VALUE
065400                 GIVING WS-OCCUR-AMOUNT ROUNDED
065500                 ON SIZE ERROR
065600                     SET WS-CALC-FAILED TO TRUE
065700             END-SUBTRACT
065800         WHEN 3
065900             MULTIPLY SI-NUM1 BY WS-FOUND-RATE-VALUE
066000                 GIVING WS-OCCUR-AMOUNT ROUNDED
066100                 ON SIZE ERROR
066200                     SET WS-CALC-FAILED TO TRUE
066300             END-MULTIPLY
066400         WHEN 4
066500             DIVIDE SI-NUM1 BY WS-FOUND-RATE-VALUE
066600                 GIVING WS-OCCUR-AMOUNT ROUNDED
066700                 ON SIZE ERROR
066800                     SET WS-CALC-FAILED TO TRUE
066900             END-DIVIDE
067000         WHEN 5
067100             COMPUTE WS-OCCUR-AMOUNT ROUNDED =
067200                 (SI-NUM1 * WS-FOUND-RATE-VALUE) / 100
067300                 ON SIZE ERROR
067400                     SET WS-CALC-FAILED TO TRUE
067500             END-COMPUTE
067600         WHEN OTHER
067700             SET WS-CALC-FAILED TO TRUE
067800     END-EVALUATE.
067900 1300-EXIT.
068000     EXIT.
068100******************************************************************
068200* 1400-ADVANCE-OCCURRENCE - STEP THE OCCURRENCE DATE BY THE
068300*                  INSTRUCTION'S FREQUENCY, EXACTLY AS
068400*                  STANDINGORDERGEN ADVANCES THE NEXT-RUN DATE. A
068500*                  DATE SERVICE FAILURE ENDS THE PROJECTION RATHER
068600*                  THAN LOOPING ON THE SAME DATE.
068700******************************************************************
068800 1400-ADVANCE-OCCURRENCE.
068900     MOVE WS-OCCUR-DATE TO WS-LIB-DATE.
069000     MOVE SPACES TO WS-LIB-MSG-VALUE.
069100     EVALUATE TRUE
069200         WHEN SI-DAILY
069300             MOVE "+0000001" TO WS-LIB-MSG-VALUE (1:8)
069400             MOVE "DATADD" TO WS-LIB-FUNCTION
069500         WHEN SI-WEEKLY
069600             MOVE "+0000007" TO WS-LIB-MSG-VALUE (1:8)
069700             MOVE "DATADD" TO WS-LIB-FUNCTION
069800         WHEN OTHER
069900             MOVE "+0000001" TO WS-LIB-MSG-VALUE (1:8)
070000             MOVE "MTHADD" TO WS-LIB-FUNCTION
070100     END-EVALUATE.
070200     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
070300         WS-LIB-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
070400         WS-LIB-MSG-TEXT.
070500     IF WS-LIB-RETURN-CODE NOT = ZERO
070600        OR WS-LIB-DATE NOT > WS-OCCUR-DATE
070700         DISPLAY "NEXT DATE NOT AVAILABLE FOR " SI-ACCOUNT-ID
070800             " FROM " WS-OCCUR-DATE " - PROJECTION STOPPED"
070900         SET WS-PROJECTION-DONE TO TRUE
071000         GO TO 1400-EXIT
071100     END-IF.
071200     MOVE WS-LIB-DATE TO WS-OCCUR-DATE.
071300 1400-EXIT.
071400     EXIT.
071500******************************************************************
071600* 1500-NOTE-UNCOVERED - THE INSTRUCTION JUST PROJECTED HAD
071700*                  OCCURRENCES NO RATE COVERED. KEEP IT FOR THE
071800*                  EXCEPTION SECTION.
071900******************************************************************
072000 1500-NOTE-UNCOVERED.
072100     IF WS-UNCOVERED-COUNT NOT < 500
072200         ADD 1 TO WS-OVERFLOW-COUNT
072300         GO TO 1500-EXIT
072400     END-IF.
072500     ADD 1 TO WS-UNCOVERED-COUNT.
072600     SET UC-IDX TO WS-UNCOVERED-COUNT.
072700     MOVE SI-ACCOUNT-ID          TO UC-ACCOUNT-ID (UC-IDX).
072800     MOVE SI-RATE-CODE           TO UC-RATE-CODE (UC-IDX).
072900     MOVE SI-FREQUENCY           TO UC-FREQUENCY (UC-IDX).
073000     MOVE WS-FIRST-UNPRICED-DATE TO UC-FIRST-DATE (UC-IDX).
073100     MOVE WS-INST-UNPRICED       TO UC-UNPRICED (UC-IDX).
073200     MOVE WS-INST-OCCURRENCES    TO UC-OCCURRENCES (UC-IDX).
073300 1500-EXIT.
073400     EXIT.
073500******************************************************************
073600* 2000-ADD-TO-LINE - THE LINE TABLE IS KEPT IN MONTH, ACCOUNT AND
073700*                  RATE CODE ORDER. FIND THE OCCURRENCE'S LINE, OR
073800*                  OPEN ONE IN ITS PLACE, AND ADD THE AMOUNT.
073900******************************************************************
074000 2000-ADD-TO-LINE.
074100     MOVE WS-PRICE-DATE (1:6) TO WS-WORK-YEAR-MONTH.
074200     MOVE SI-ACCOUNT-ID       TO WS-WORK-ACCOUNT-ID.
074300     MOVE SI-RATE-CODE        TO WS-WORK-RATE-CODE.
074400     MOVE "N" TO WS-ENTRY-FOUND-SWITCH.
074500     SET LN-IDX TO 1.
074600     SEARCH WS-LINE-ENTRY
074700         AT END
074800             CONTINUE
074900         WHEN LN-IDX > WS-LINE-COUNT
075000             CONTINUE
075100         WHEN LN-LINE-KEY (LN-IDX) = WS-WORK-LINE-KEY
075200             SET WS-ENTRY-FOUND TO TRUE
075300         WHEN LN-LINE-KEY (LN-IDX) > WS-WORK-LINE-KEY
075400             CONTINUE
075500     END-SEARCH.
075600     IF NOT WS-ENTRY-FOUND
075700         IF WS-LINE-COUNT NOT < 2000
075800             ADD 1 TO WS-OVERFLOW-COUNT
075900             GO TO 2000-EXIT
076000         END-IF
076100         ADD 1 TO WS-LINE-COUNT
076200         PERFORM 2050-SHIFT-LINE-ENTRY
076300             THRU 2050-EXIT
076400             VARYING WS-SHIFT-SUB FROM WS-LINE-COUNT BY -1
076500             UNTIL WS-SHIFT-SUB NOT > LN-IDX
076600         INITIALIZE WS-LINE-ENTRY (LN-IDX)
076700         MOVE WS-WORK-LINE-KEY TO LN-LINE-KEY (LN-IDX)
076800     END-IF.
076900     ADD 1 TO LN-OCCURRENCES (LN-IDX).
077000     ADD WS-OCCUR-AMOUNT TO LN-AMOUNT (LN-IDX).
077100 2000-EXIT.
077200     EXIT.
077300******************************************************************
077400* 2050-SHIFT-LINE-ENTRY - MOVE ONE ENTRY UP A SLOT.
077500******************************************************************
077600 2050-SHIFT-LINE-ENTRY.
077700     MOVE WS-LINE-ENTRY (WS-SHIFT-SUB - 1)
077800         TO WS-LINE-ENTRY (WS-SHIFT-SUB).
077900 2050-EXIT.
078000     EXIT.
078100******************************************************************
078200* 3000-PRINT-FORECAST - HEADINGS, ONE LINE PER MONTH, ACCOUNT AND
078300*                  RATE CODE WITH A TOTAL AT EACH CHANGE OF MONTH,
078400*                  AND THE HORIZON TOTAL.
078500******************************************************************
078600 3000-PRINT-FORECAST.
078700     MOVE WS-BUSINESS-DATE  TO HL-RUN-DATE.
078800     WRITE FORECAST-RPT-LINE FROM WS-HEADER-LINE.
078900     MOVE WS-BUSINESS-DATE  TO HZ-FROM-DATE.
079000     MOVE WS-HORIZON-END    TO HZ-TO-DATE.
079100     MOVE WS-HORIZON-MONTHS TO HZ-MONTHS.
079200     WRITE FORECAST-RPT-LINE FROM WS-HORIZON-LINE.
079300     MOVE SPACES TO FORECAST-RPT-LINE.
079400     WRITE FORECAST-RPT-LINE.
079500     WRITE FORECAST-RPT-LINE FROM WS-COLUMN-LINE.
079600     MOVE ZERO TO WS-PREV-YEAR-MONTH
079700                  WS-MONTH-OCCURRENCES
079800                  WS-MONTH-AMOUNT
079900                  WS-GRAND-OCCURRENCES
080000                  WS-GRAND-AMOUNT.
080100     PERFORM 3100-PRINT-ONE-LINE
080200         THRU 3100-EXIT
080300         VARYING LN-IDX FROM 1 BY 1
080400         UNTIL LN-IDX > WS-LINE-COUNT.
080500     IF WS-PREV-YEAR-MONTH NOT = ZERO
080600         PERFORM 3200-PRINT-MONTH-TOTAL
080700             THRU 3200-EXIT
080800     END-IF.
080900     MOVE SPACES TO FORECAST-RPT-LINE.
081000     WRITE FORECAST-RPT-LINE.
081100     MOVE "HORIZON TOTAL"      TO TL-LABEL.
081200     MOVE WS-GRAND-OCCURRENCES TO TL-OCCURRENCES.
081300     MOVE WS-GRAND-AMOUNT      TO TL-AMOUNT.
081400     WRITE FORECAST-RPT-LINE FROM WS-TOTAL-LINE.
081500 3000-EXIT.
081600     EXIT.
081700******************************************************************
081800* 3100-PRINT-ONE-LINE - ONE SUMMARY LINE, CLOSING THE PREVIOUS
081900*                  MONTH FIRST WHEN THE MONTH CHANGES.
082000******************************************************************
082100 3100-PRINT-ONE-LINE.
082200     IF LN-YEAR-MONTH (LN-IDX) NOT = WS-PREV-YEAR-MONTH
082300         IF WS-PREV-YEAR-MONTH NOT = ZERO
082400             PERFORM 3200-PRINT-MONTH-TOTAL
082500                 THRU 3200-EXIT
082600         END-IF
082700         MOVE LN-YEAR-MONTH (LN-IDX) TO WS-PREV-YEAR-MONTH
082800     END-IF.
082900     MOVE LN-YEAR-MONTH (LN-IDX)  TO DL-YEAR-MONTH.
083000     MOVE LN-ACCOUNT-ID (LN-IDX)  TO DL-ACCOUNT-ID.
083100     MOVE LN-RATE-CODE (LN-IDX)   TO DL-RATE-CODE.
083200     MOVE LN-OCCURRENCES (LN-IDX) TO DL-OCCURRENCES.
083300     MOVE LN-AMOUNT (LN-IDX)      TO DL-AMOUNT.
083400     WRITE FORECAST-RPT-LINE FROM WS-DETAIL-LINE.
083500     ADD LN-OCCURRENCES (LN-IDX) TO WS-MONTH-OCCURRENCES.
083600     ADD LN-AMOUNT (LN-IDX)      TO WS-MONTH-AMOUNT.
083700     ADD LN-OCCURRENCES (LN-IDX) TO WS-GRAND-OCCURRENCES.
083800     ADD LN-AMOUNT (LN-IDX)      TO WS-GRAND-AMOUNT.
083900 3100-EXIT.
084000     EXIT.
084100******************************************************************
084200* 3200-PRINT-MONTH-TOTAL - THE TOTAL FOR THE MONTH JUST PRINTED.
084300******************************************************************
084400 3200-PRINT-MONTH-TOTAL.
084500     MOVE SPACES TO TL-LABEL.
084600     STRING "  MONTH " DELIMITED BY SIZE
084700         WS-PREV-YEAR-MONTH DELIMITED BY SIZE
084800         " TOTAL" DELIMITED BY SIZE
084900         INTO TL-LABEL.
085000     MOVE WS-MONTH-OCCURRENCES TO TL-OCCURRENCES.
085100     MOVE WS-MONTH-AMOUNT      TO TL-AMOUNT.
085200     WRITE FORECAST-RPT-LINE FROM WS-TOTAL-LINE.
085300     MOVE SPACES TO FORECAST-RPT-LINE.
085400     WRITE FORECAST-RPT-LINE.
085500     MOVE ZERO TO WS-MONTH-OCCURRENCES
085600                  WS-MONTH-AMOUNT.
085700 3200-EXIT.
085800     EXIT.
085900******************************************************************
086000* 3500-PRINT-UNCOVERED - EVERY INSTRUCTION WITH OCCURRENCES NO
086100*                  RATE COVERS - THE FORECAST UNDERSTATES THEM
086200*                  UNTIL A RATE IS PUBLISHED FOR THE GAP.
086300******************************************************************
086400 3500-PRINT-UNCOVERED.
086500     MOVE SPACES TO FORECAST-RPT-LINE.
086600     WRITE FORECAST-RPT-LINE.
086700     WRITE FORECAST-RPT-LINE FROM WS-UNCOVERED-TITLE.
086800     IF WS-UNCOVERED-COUNT = ZERO
086900         MOVE "  NONE - EVERY OCCURRENCE HAD A RATE IN FORCE"
087000             TO FORECAST-RPT-LINE
087100         WRITE FORECAST-RPT-LINE
087200         GO TO 3500-EXIT
087300     END-IF.
087400     WRITE FORECAST-RPT-LINE FROM WS-UNCOVERED-COLUMNS.
087500     PERFORM 3600-PRINT-ONE-UNCOVERED
087600         THRU 3600-EXIT
087700         VARYING UC-IDX FROM 1 BY 1
087800         UNTIL UC-IDX > WS-UNCOVERED-COUNT.
087900 3500-EXIT.
088000     EXIT.
088100******************************************************************
088200* 3600-PRINT-ONE-UNCOVERED - ONE UNCOVERED INSTRUCTION.
088300******************************************************************
088400 3600-PRINT-ONE-UNCOVERED.
088500     MOVE UC-ACCOUNT-ID (UC-IDX)  TO UL-ACCOUNT-ID.
088600     MOVE UC-RATE-CODE (UC-IDX)   TO UL-RATE-CODE.
088700     MOVE UC-FREQUENCY (UC-IDX)   TO UL-FREQUENCY.
088800     MOVE UC-FIRST-DATE (UC-IDX)  TO UL-FIRST-DATE.
088900     MOVE UC-UNPRICED (UC-IDX)    TO UL-UNPRICED.
089000     MOVE UC-OCCURRENCES (UC-IDX) TO UL-OCCURRENCES.
089100     WRITE FORECAST-RPT-LINE FROM WS-UNCOVERED-LINE.
089200 3600-EXIT.
089300     EXIT.
089400******************************************************************
089500* 3800-PRINT-COUNTS - THE RUN COUNTS UNDER THE REPORT.
089600******************************************************************
089700 3800-PRINT-COUNTS.
089800     MOVE SPACES TO FORECAST-RPT-LINE.
089900     WRITE FORECAST-RPT-LINE.
090000     MOVE "INSTRUCTIONS READ:"          TO CL-LABEL.
090100     MOVE WS-INST-READ                  TO CL-COUNT.
090200     WRITE FORECAST-RPT-LINE FROM WS-COUNT-LINE.
090300     MOVE "INACTIVE, NOT PROJECTED:"    TO CL-LABEL.
090400     MOVE WS-INST-SKIPPED               TO CL-COUNT.
090500     WRITE FORECAST-RPT-LINE FROM WS-COUNT-LINE.
090600     MOVE "OCCURRENCES PROJECTED:"      TO CL-LABEL.
090700     MOVE WS-OCCURRENCE-COUNT           TO CL-COUNT.
090800     WRITE FORECAST-RPT-LINE FROM WS-COUNT-LINE.
090900     MOVE "OCCURRENCES WITH NO RATE IN FORCE:" TO CL-LABEL.
091000     MOVE WS-UNPRICED-COUNT             TO CL-COUNT.
091100     WRITE FORECAST-RPT-LINE FROM WS-COUNT-LINE.
091200     MOVE "OCCURRENCES THAT WOULD NOT CALCULATE:" TO CL-LABEL.
091300     MOVE WS-CALC-FAILED-COUNT          TO CL-COUNT.
091400     WRITE FORECAST-RPT-LINE FROM WS-COUNT-LINE.
091500     IF WS-OVERFLOW-COUNT > ZERO
091600         MOVE "NOT SUMMARIZED - WORK TABLE FULL:" TO CL-LABEL
091700         MOVE WS-OVERFLOW-COUNT         TO CL-COUNT
091800         WRITE FORECAST-RPT-LINE FROM WS-COUNT-LINE
091900     END-IF.
092000 3800-EXIT.
092100     EXIT.
092200******************************************************************
092300* 4000-WRITE-EXPORT-FILE - THE SUMMARY LINES AS A COMMA-DELIMITED
092400*                  FILE FOR FINANCE'S SPREADSHEET - A HEADER ROW,
092500*                  THEN ONE ROW PER MONTH, ACCOUNT AND RATE CODE
092600*                  WITH THE HORIZON ON EVERY LINE.
092700******************************************************************
092800 4000-WRITE-EXPORT-FILE.
092900     OPEN OUTPUT EXPORT-FILE.
093000     IF NOT WS-EXPT-FILE-OK
093100         DISPLAY "BILLFCSX OPEN FAILED, STATUS "
093200             WS-EXPT-FILE-STATUS " - EXPORT SKIPPED"
093300         GO TO 4000-EXIT
093400     END-IF.
093500     WRITE EXPORT-LINE FROM WS-EXPORT-HEADER.
093600     PERFORM 4100-WRITE-ONE-EXPORT-ROW
093700         THRU 4100-EXIT
093800         VARYING LN-IDX FROM 1 BY 1
093900         UNTIL LN-IDX > WS-LINE-COUNT.
094000     CLOSE EXPORT-FILE.
094100 4000-EXIT.
094200     EXIT.
094300******************************************************************
094400* 4100-WRITE-ONE-EXPORT-ROW - ONE SUMMARY LINE.
094500******************************************************************
094600 4100-WRITE-ONE-EXPORT-ROW.
094700     MOVE WS-BUSINESS-DATE        TO EX-FROM-DATE.
094800     MOVE WS-HORIZON-END          TO EX-TO-DATE.
094900     MOVE LN-YEAR-MONTH (LN-IDX)  TO EX-YEAR-MONTH.
095000     MOVE LN-ACCOUNT-ID (LN-IDX)  TO EX-ACCOUNT-ID.
095100     MOVE LN-RATE-CODE (LN-IDX)   TO EX-RATE-CODE.
095200     MOVE LN-OCCURRENCES (LN-IDX) TO EX-OCCURRENCES.
095300     MOVE LN-AMOUNT (LN-IDX)      TO EX-AMOUNT.
095400     WRITE EXPORT-LINE FROM WS-EXPORT-DETAIL.
095500 4100-EXIT.
095600     EXIT.
095700******************************************************************
095800* 9999-EXIT - COMMON PROGRAM EXIT POINT.
095900******************************************************************
096000 9999-EXIT.
096100     GOBACK.
096200 END PROGRAM BillingForecast.
