000100******************************************************************
000200* PROGRAM-ID: FINANCIALSTATEMENTS
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     BALANCE SHEET AND INCOME STATEMENT FOR A MONTH,
000800*              FROM THE LEDGER - THE ARCHIVED POSTINGS ON PNARCH
000900*              AND THE ACTIVE ONES ON PNLEDG - CLASSIFIED BY THE
001000*              GLACCTM ACCOUNT TYPE. EACH STATEMENT CARRIES THREE
001100*              COLUMNS: THE CHOSEN MONTH, THE PRIOR MONTH AND
001200*              THE SAME MONTH A YEAR BACK. AMOUNTS ARE THE
001300*              LR-ADJ-NUM2 MOVEMENT PLUS THE POSTED MONEY
001400*              (LR-POST-AMOUNT) OF ACTIVE POSTINGS (DEBIT
001425*              POSITIVE) - THE TWO MEASURES THE TRIAL BALANCE
001450*              TOTALS.
001500*              A BALANCE IS EVERY SUCH POSTING TO THE MONTH END;
001600*              THE YEAR-END CLOSE'S DEC 31 CLOSING ENTRIES AND
001700*              JAN 1 CARRY-FORWARDS ARE LEFT OUT, AS THEY ONLY
001800*              RESTATE THOSE SAME POSTINGS. ASSETS AND EXPENSES
001900*              PRINT DEBIT-POSITIVE, LIABILITIES, EQUITY AND
002000*              REVENUE CREDIT-POSITIVE; A LINE ON THE OPPOSITE
002100*              SIDE FROM ITS NORMAL BALANCE IS STARRED. THE
002200*              LEDGER CARRIES NO RETAINED-EARNINGS TRANSFER, SO
002300*              EQUITY SHOWS THE CUMULATIVE RESULT (REVENUE LESS
002400*              EXPENSE TO DATE). THE BALANCE SHEET IS PROVED -
002500*              ASSETS AGAINST LIABILITIES AND EQUITY - AND THE
002600*              INCOME STATEMENT'S RESULT IS TIED TO THE MOVEMENT
002700*              IN THE CUMULATIVE RESULT. REPORT IS PNFINST.
002800* TECTONICS:   cobc
002900*
003000* MODIFICATION HISTORY
003100*   2026-10-15 DO  INITIAL VERSION.
003116*   2026-10-15 DO  THE STATEMENTS MAY NOW BE RUN FOR ONE COMPANY -
003132*                  ONLY THAT COMPANY'S ACCOUNTS AND POSTINGS ARE
003148*                  TAKEN (NO COMPANY MEANS THE HOME COMPANY).
003164*                  BLANK GIVES THE CONSOLIDATED STATEMENTS AS
003180*                  BEFORE.
003182*   2026-10-15 DO  THE STATEMENTS NOW RUN FOR A FISCAL PERIOD
003184*                  (YYYYPP) FROM THE FISCCAL CALENDAR THROUGH
003186*                  FISCALPERIOD. THE PRIOR COLUMN IS THE FISCAL
003188*                  PERIOD BEFORE IT AND THE PRIOR-YEAR COLUMN THE
003190*                  SAME PERIOD OF THE PRIOR FISCAL YEAR; A
003192*                  PERIOD'S MOVEMENT IS WHAT POSTED BETWEEN ITS
003194*                  FIRST AND LAST DAYS.
003195*   2026-10-15 DO  THE POSTED MONEY OF REVENUE AND REVALUATION
003196*                  POSTINGS NOW COUNTS IN THE BALANCES AND
003197*                  MOVEMENTS; AMOUNTS NOW PRINT TWO DECIMALS.
003200******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. FinancialStatements.
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT LEDGER-FILE ASSIGN TO "PNLEDG"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS LR-LEDGER-KEY
004200         FILE STATUS IS WS-LEDGER-FILE-STATUS.
004300     SELECT LEDGER-ARCHIVE-FILE ASSIGN TO "PNARCH"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-ARCH-FILE-STATUS.
004600     SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCTM"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS GA-ACCOUNT-CODE
005000         FILE STATUS IS WS-ACCT-FILE-STATUS.
005100     SELECT STATEMENT-RPT-FILE ASSIGN TO "PNFINST"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-RPT-FILE-STATUS.
005400     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-BDATE-FILE-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  LEDGER-FILE.
006000     COPY LEDGREC.
006100 FD  LEDGER-ARCHIVE-FILE
006200     RECORDING MODE IS F.
006300     COPY LEDGREC REPLACING ==LEDGER-RECORD== BY
006400         ==ARCHIVE-LEDGER-RECORD==
006500         LEADING ==LR-== BY ==AH-==.
006600 FD  GL-ACCOUNT-FILE.
006700     COPY GLACCT.
006800 FD  STATEMENT-RPT-FILE
006900     RECORDING MODE IS F.
007000 01  STATEMENT-RPT-LINE              PIC X(80).
007100 FD  BUS-DATE-FILE
007200     RECORDING MODE IS F.
007300     COPY BUSDATE.
007400 WORKING-STORAGE SECTION.
007500 01  WS-LEDGER-FILE-STATUS           PIC X(02).
007600     88  WS-LEDGER-FILE-OK           VALUE "00".
007700 01  WS-ARCH-FILE-STATUS             PIC X(02).
007800     88  WS-ARCH-FILE-OK             VALUE "00".
007900 01  WS-ACCT-FILE-STATUS             PIC X(02).
008000     88  WS-ACCT-FILE-OK             VALUE "00".
008100 01  WS-RPT-FILE-STATUS              PIC X(02).
008200     88  WS-RPT-FILE-OK              VALUE "00".
008300 01  WS-BDATE-FILE-STATUS            PIC X(02).
008400     88  WS-BDATE-FILE-OK            VALUE "00".
008500 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
008600     88  WS-END-OF-FILE              VALUE "Y".
008700 01  WS-CHART-SWITCH                 PIC X(01) VALUE "N".
008800     88  WS-CHART-LOADED             VALUE "Y".
008900 01  WS-ACCT-FOUND-SWITCH            PIC X(01) VALUE "N".
009000     88  WS-ACCT-FOUND               VALUE "Y".
009100 01  WS-YEAR-ENTRY-SWITCH            PIC X(01) VALUE "N".
009200     88  WS-YEAR-END-ENTRY           VALUE "Y".
009300 01  WS-BALANCED-SWITCH              PIC X(01) VALUE "Y".
009400     88  WS-STATEMENTS-BALANCE       VALUE "Y".
009500 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
009600 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
009700 01  WS-LIB-FUNCTION                 PIC X(06).
009800 01  WS-LIB-RETURN-CODE              PIC 9(02).
009900 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "FINSTMT".
010000 01  WS-LIB-MSG-VALUE                PIC X(40).
010100 01  WS-LIB-MSG-TEXT                 PIC X(60).
010200 01  WS-MONTH-INPUT                  PIC X(06) VALUE SPACES.
010300 01  WS-MONTH-INPUT-NUM REDEFINES WS-MONTH-INPUT
010400                                     PIC 9(06).
010500 01  WS-PERIOD-KEYS.
010600     05  WS-PERIOD-KEY OCCURS 3 TIMES.
010700         10  PK-YEAR                 PIC 9(04).
010800         10  PK-MONTH                PIC 9(02).
010900 01  WS-PERIOD-ENDS.
011000     05  WS-PERIOD-END OCCURS 3 TIMES PIC 9(08).
011007 01  WS-PERIOD-STARTS.
011014     05  WS-PERIOD-START OCCURS 3 TIMES PIC 9(08).
011021 01  WS-FP-FUNCTION                  PIC X(01).
011028 01  WS-FP-RESULT.
011035     05  WS-FP-FOUND-SWITCH          PIC X(01).
011042         88  WS-FP-PERIOD-FOUND      VALUE "Y".
011049     05  WS-FP-SOURCE                PIC X(01).
011056     05  WS-FP-PERIOD-ID             PIC 9(06).
011063     05  WS-FP-START-DATE            PIC 9(08).
011070     05  WS-FP-END-DATE              PIC 9(08).
011077     05  WS-FP-YEAR-START-DATE       PIC 9(08).
011084     05  WS-FP-YEAR-END-DATE         PIC 9(08).
011091     05  WS-FP-PERIODS-IN-YEAR       PIC 9(02).
011100 01  WS-RECORD-YEAR-MONTH.
011200     05  RY-YEAR                     PIC 9(04).
011300     05  RY-MONTH                    PIC 9(02).
011400 01  WS-RECORD-MONTH-DAY             PIC X(04) VALUE SPACES.
011500 01  WS-PERIOD                       PIC 9(01) COMP VALUE ZERO.
011600 01  WS-ARCHIVE-USED                 PIC 9(08) COMP VALUE ZERO.
011700 01  WS-LEDGER-USED                  PIC 9(08) COMP VALUE ZERO.
011800 01  WS-YEAR-END-SKIPPED             PIC 9(08) COMP VALUE ZERO.
011900 01  WS-ACCT-OVERFLOW                PIC 9(08) COMP VALUE ZERO.
012000 01  WS-SECTION-TYPE                 PIC X(01) VALUE SPACE.
012100 01  WS-SECTION-SIGN                 PIC S9(01) VALUE +1.
012200 01  WS-SECTION-MEASURE              PIC X(01) VALUE "B".
012300     88  WS-MEASURE-BALANCE          VALUE "B".
012400     88  WS-MEASURE-MOVEMENT         VALUE "M".
012500 01  WS-SECTION-LINES                PIC 9(04) COMP VALUE ZERO.
012600 01  WS-LINE-NORMAL-AMOUNT           PIC S9(11)V99 VALUE ZERO.
012700 01  WS-ACCT-COUNT                   PIC 9(04) COMP VALUE ZERO.
012800 01  WS-ACCOUNT-TABLE.
012900     05  WS-ACCT-ENTRY OCCURS 500 TIMES INDEXED BY SA-IDX.
013000         10  SA-ACCOUNT-CODE         PIC X(08).
013100         10  SA-DESCRIPTION          PIC X(30).
013200         10  SA-TYPE                 PIC X(01).
013300         10  SA-NORMAL-BALANCE       PIC X(01).
013400             88  SA-NORMAL-CREDIT    VALUE "C".
013500         10  SA-BALANCE OCCURS 3 TIMES PIC S9(11)V99.
013600         10  SA-MOVEMENT OCCURS 3 TIMES PIC S9(11)V99.
013700*    TOTALS BY ACCOUNT TYPE, DEBIT-POSITIVE: 1 ASSET, 2 LIABILITY,
013800*    3 EQUITY, 4 REVENUE, 5 EXPENSE, 6 UNCLASSIFIED.
013900 01  WS-TYPE-CODES                   PIC X(06) VALUE "ALERX ".
014000 01  WS-TYPE-SUB                     PIC 9(01) COMP VALUE ZERO.
014100 01  WS-TYPE-TOTALS.
014200     05  WS-TYPE-TOTAL OCCURS 6 TIMES.
014300         10  TT-BALANCE OCCURS 3 TIMES PIC S9(11)V99.
014400         10  TT-MOVEMENT OCCURS 3 TIMES PIC S9(11)V99.
014500 01  WS-WORK-AMOUNTS.
014600     05  WA-AMOUNT OCCURS 3 TIMES    PIC S9(11)V99.
014700 01  WS-HEADER-LINE.
014800     05  FILLER                      PIC X(34) VALUE
014900         "FINANCIAL STATEMENTS FROM PNLEDG".
015000     05  FILLER                      PIC X(08) VALUE "PERIOD: ".
015100     05  HL-PERIOD                   PIC X(06).
015200     05  FILLER                      PIC X(10) VALUE
015300         "    RUN: ".
015400     05  HL-RUN-DATE                 PIC 9(08).
015450     05  FILLER                      PIC X(06) VALUE "  CO: ".
015500     05  HL-COMPANY                  PIC X(04).
015550     05  FILLER                      PIC X(04) VALUE SPACES.
015600 01  WS-TITLE-LINE                   PIC X(80) VALUE SPACES.
015700 01  WS-COLUMN-LINE.
015800     05  FILLER                      PIC X(33) VALUE
015900         "  ACCOUNT  DESCRIPTION".
016000     05  FILLER                      PIC X(15) VALUE
016100         "        CURRENT".
016200     05  FILLER                      PIC X(15) VALUE
016300         "     PRIOR PER.".
016400     05  FILLER                      PIC X(15) VALUE
016500         "     PRIOR YEAR".
016600     05  FILLER                      PIC X(02) VALUE SPACES.
016700 01  WS-COLUMN-DATES.
016800     05  FILLER                      PIC X(33) VALUE SPACES.
016900     05  CD-ENTRY OCCURS 3 TIMES.
017000         10  FILLER                  PIC X(09) VALUE SPACES.
017100         10  CD-PERIOD               PIC X(06).
017200     05  FILLER                      PIC X(02) VALUE SPACES.
017300 01  WS-ACCOUNT-LINE.
017400     05  FILLER                      PIC X(02) VALUE SPACES.
017500     05  AL-ACCOUNT-CODE             PIC X(08).
017600     05  FILLER                      PIC X(01) VALUE SPACE.
017700     05  AL-DESCRIPTION              PIC X(22).
017800     05  AL-ENTRY OCCURS 3 TIMES.
017900         10  FILLER                  PIC X(01) VALUE SPACE.
018000         10  AL-AMOUNT               PIC -(10)9.99.
018100     05  FILLER                      PIC X(01) VALUE SPACE.
018200     05  AL-ABNORMAL-MARK            PIC X(01).
018400 01  WS-TOTAL-LINE.
018500     05  TL-LABEL                    PIC X(33).
018600     05  TL-ENTRY OCCURS 3 TIMES.
018700         10  FILLER                  PIC X(01) VALUE SPACE.
018800         10  TL-AMOUNT               PIC -(10)9.99.
018900     05  FILLER                      PIC X(02) VALUE SPACES.
019000 01  WS-COUNT-LINE.
019100     05  CL-LABEL                    PIC X(40).
019200     05  CL-COUNT                    PIC Z(07)9.
019300     05  FILLER                      PIC X(32) VALUE SPACES.
019307 01  WS-RUN-COMPANY                  PIC X(04) VALUE SPACES.
019314 01  WS-RECORD-COMPANY               PIC X(04) VALUE SPACES.
019321 01  WS-OTHER-COMPANY-SKIPPED        PIC 9(08) COMP VALUE ZERO.
019328 01  WS-NO-OPERATOR                  PIC X(08) VALUE SPACES.
019335 01  WS-CO-RESULT.
019342     05  WS-CO-KNOWN-SWITCH          PIC X(01).
019349         88  WS-CO-KNOWN             VALUE "Y".
019356     05  WS-CO-PERMITTED-SWITCH      PIC X(01).
019363         88  WS-CO-PERMITTED         VALUE "Y".
019370     05  WS-CO-EFFECTIVE-COMPANY     PIC X(04).
019377     05  WS-CO-COMPANY-NAME          PIC X(30).
019384 COPY CTLPARM.
019400 PROCEDURE DIVISION.
019500******************************************************************
019600* 0000-MAINLINE - TAKE THE MONTH, LOAD THE CHART, FOLD THE
019700*                 ARCHIVED AND ACTIVE POSTINGS, THEN PRINT AND
019800*                 PROVE THE TWO STATEMENTS.
019900******************************************************************
020000 0000-MAINLINE.
020100     PERFORM 0500-RESOLVE-BUSINESS-DATE
020200         THRU 0500-EXIT.
020300     PERFORM 0600-GET-STATEMENT-MONTH
020400         THRU 0600-EXIT.
020414     PERFORM 0700-GET-RUN-COMPANY
020428         THRU 0700-EXIT.
020430     IF WS-PERIOD-END (1) = ZERO
020432         DISPLAY "NO FISCAL PERIOD TO REPORT - NOTHING PRINTED"
020434         MOVE 8 TO RETURN-CODE
020436         GO TO 9999-EXIT
020438     END-IF.
020442     IF NOT WS-CO-KNOWN
020456         MOVE 8 TO RETURN-CODE
020470         GO TO 9999-EXIT
020484     END-IF.
020500     OPEN INPUT LEDGER-FILE.
020600     IF NOT WS-LEDGER-FILE-OK
020700         DISPLAY "PNLEDG OPEN FAILED, STATUS "
020800             WS-LEDGER-FILE-STATUS
020900         MOVE 8 TO RETURN-CODE
021000         GO TO 9999-EXIT
021100     END-IF.
021200     INITIALIZE WS-ACCOUNT-TABLE
021300                WS-TYPE-TOTALS.
021400     PERFORM 1000-LOAD-CHART
021500         THRU 1000-EXIT.
021600     PERFORM 2000-FOLD-ARCHIVE
021700         THRU 2000-EXIT.
021800     PERFORM 3000-FOLD-LEDGER
021900         THRU 3000-EXIT.
022000     CLOSE LEDGER-FILE.
022100     PERFORM 3500-TOTAL-ONE-ACCOUNT
022200         THRU 3500-EXIT
022300         VARYING SA-IDX FROM 1 BY 1
022400         UNTIL SA-IDX > WS-ACCT-COUNT.
022500     OPEN OUTPUT STATEMENT-RPT-FILE.
022600     MOVE WS-PERIOD-KEY (1) TO HL-PERIOD.
022700     MOVE WS-TODAYS-DATE TO HL-RUN-DATE.
022720     MOVE WS-RUN-COMPANY TO HL-COMPANY.
022740     IF WS-RUN-COMPANY = SPACES
022760         MOVE "ALL" TO HL-COMPANY
022780     END-IF.
022800     WRITE STATEMENT-RPT-LINE FROM WS-HEADER-LINE.
022900     PERFORM 4000-PRINT-BALANCE-SHEET
023000         THRU 4000-EXIT.
023100     PERFORM 5000-PRINT-INCOME-STATEMENT
023200         THRU 5000-EXIT.
023300     PERFORM 6000-PRINT-RUN-TOTALS
023400         THRU 6000-EXIT.
023500     CLOSE STATEMENT-RPT-FILE.
023600     MOVE "PNFINST" TO WS-RPT-KEEP-NAME.
023700     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-TODAYS-DATE.
023800     IF WS-STATEMENTS-BALANCE
023900        AND WS-ACCT-OVERFLOW = ZERO
024000         DISPLAY "STATEMENTS FOR " WS-PERIOD-KEY (1)
024100             " BALANCE"
024200         MOVE ZERO TO RETURN-CODE
024300     ELSE
024400         DISPLAY "STATEMENTS FOR " WS-PERIOD-KEY (1)
024500             " DO NOT BALANCE - SEE PNFINST"
024600         MOVE 4 TO RETURN-CODE
024700     END-IF.
024800     GO TO 9999-EXIT.
024900******************************************************************
025000* 0500-RESOLVE-BUSINESS-DATE - THE BUSDATE CONTROL WHEN ONE IS
025100*                  ON FILE, THE SYSTEM DATE OTHERWISE.
025200******************************************************************
025300 0500-RESOLVE-BUSINESS-DATE.
025400     MOVE "DATSTM" TO WS-LIB-FUNCTION.
025500     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
025600         WS-TODAYS-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
025700         WS-LIB-MSG-TEXT.
025800     OPEN INPUT BUS-DATE-FILE.
025900     IF NOT WS-BDATE-FILE-OK
026000         GO TO 0500-EXIT
026100     END-IF.
026200     READ BUS-DATE-FILE
026300         AT END
026400             CONTINUE
026500     END-READ.
026600     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
026700         MOVE BD-BUSINESS-DATE TO WS-TODAYS-DATE
026800     END-IF.
026900     CLOSE BUS-DATE-FILE.
027000 0500-EXIT.
027100     EXIT.
027200******************************************************************
027271* 0600-GET-STATEMENT-MONTH - THE FISCAL PERIOD TO REPORT,
027342*                  YYYYPP. ENTER (OR A PERIOD NOT ON THE
027413*                  CALENDAR) TAKES THE PERIOD HOLDING THE BUSINESS
027466*                  DATE. PERIOD 2 IS THE FISCAL PERIOD BEFORE
027519*                  IT AND PERIOD 3 THE SAME PERIOD A FISCAL YEAR
027572*                  BACK.
027626******************************************************************
027697 0600-GET-STATEMENT-MONTH.
027768     MOVE "D" TO WS-FP-FUNCTION.
027839     CALL "FiscalPeriod" USING WS-FP-FUNCTION, WS-TODAYS-DATE,
027910         WS-FP-RESULT.
027981     DISPLAY "Statement period YYYYPP (Enter for "
028052         WS-FP-PERIOD-ID "): ".
028123     ACCEPT WS-MONTH-INPUT.
028194     IF WS-MONTH-INPUT NOT = SPACES
028265         IF WS-MONTH-INPUT-NUM NUMERIC
028336             MOVE "P" TO WS-FP-FUNCTION
028407             MOVE WS-MONTH-INPUT-NUM TO WS-FP-PERIOD-ID
028478             CALL "FiscalPeriod" USING WS-FP-FUNCTION,
028549                 WS-TODAYS-DATE, WS-FP-RESULT
028620         ELSE
028691             MOVE "N" TO WS-FP-FOUND-SWITCH
028762         END-IF
028833         IF NOT WS-FP-PERIOD-FOUND
028904             DISPLAY "PERIOD " WS-MONTH-INPUT " IS NOT ON THE "
028975                 "FISCAL CALENDAR - USING THE BUSINESS DATE'S"
029046             MOVE "D" TO WS-FP-FUNCTION
029117             CALL "FiscalPeriod" USING WS-FP-FUNCTION,
029188                 WS-TODAYS-DATE, WS-FP-RESULT
029259         END-IF
029330     END-IF.
029401     MOVE 1 TO WS-PERIOD.
029472     PERFORM 0650-SET-PERIOD-END
029543         THRU 0650-EXIT.
029614     MOVE "B" TO WS-FP-FUNCTION.
029685     CALL "FiscalPeriod" USING WS-FP-FUNCTION, WS-TODAYS-DATE,
029756         WS-FP-RESULT.
029827     MOVE 2 TO WS-PERIOD.
029898     PERFORM 0650-SET-PERIOD-END
029969         THRU 0650-EXIT.
030040     MOVE "P" TO WS-FP-FUNCTION.
030111     COMPUTE WS-FP-PERIOD-ID =
030182         (PK-YEAR (1) - 1) * 100 + PK-MONTH (1).
030253     CALL "FiscalPeriod" USING WS-FP-FUNCTION, WS-TODAYS-DATE,
030324         WS-FP-RESULT.
030395     MOVE 3 TO WS-PERIOD.
030466     PERFORM 0650-SET-PERIOD-END
030537         THRU 0650-EXIT.
030608 0600-EXIT.
030679     EXIT.
030750******************************************************************
030821* 0650-SET-PERIOD-END - THE FIRST AND LAST POSTING DATES OF ONE
030892*                  COMPARATIVE COLUMN, FROM THE FISCALPERIOD
030963*                  RESULT JUST TAKEN. A PERIOD NOT ON THE CALENDAR
031034*                  TAKES NO POSTINGS AND PRINTS AS ZERO.
031105******************************************************************
031176 0650-SET-PERIOD-END.
031247     IF WS-FP-PERIOD-FOUND
031318         MOVE WS-FP-PERIOD-ID  TO WS-PERIOD-KEY (WS-PERIOD)
031389         MOVE WS-FP-START-DATE TO WS-PERIOD-START (WS-PERIOD)
031460         MOVE WS-FP-END-DATE   TO WS-PERIOD-END (WS-PERIOD)
031531     ELSE
031602         MOVE ZERO TO WS-PERIOD-KEY (WS-PERIOD)
031673                      WS-PERIOD-START (WS-PERIOD)
031744                      WS-PERIOD-END (WS-PERIOD)
031815     END-IF.
031886     MOVE WS-PERIOD-KEY (WS-PERIOD) TO CD-PERIOD (WS-PERIOD).
032000 0650-EXIT.
032100     EXIT.
032200******************************************************************
032205* 0700-GET-RUN-COMPANY - ONE COMPANY'S STATEMENTS, OR THE
032210*                  CONSOLIDATED ONES WHEN LEFT BLANK.
032215******************************************************************
032220 0700-GET-RUN-COMPANY.
032225     DISPLAY "Company code (blank = all companies): "
032230     ACCEPT WS-RUN-COMPANY.
032235     MOVE "Y" TO WS-CO-KNOWN-SWITCH.
032240     IF WS-RUN-COMPANY NOT = SPACES
032245         CALL "CompanyCheck" USING WS-NO-OPERATOR, WS-RUN-COMPANY,
032250             WS-CO-RESULT
032255         IF NOT WS-CO-KNOWN
032260             DISPLAY "COMPANY " WS-RUN-COMPANY " NOT KNOWN"
032265         END-IF
032270     END-IF.
032275 0700-EXIT.
032280     EXIT.
032285******************************************************************
032300* 1000-LOAD-CHART - EVERY GLACCTM ACCOUNT, IN CODE ORDER, WITH
032400*                  ITS TYPE AND NORMAL SIDE. WITHOUT THE CHART
032500*                  EVERY ACCOUNT PRINTS AS UNCLASSIFIED.
032600******************************************************************
032700 1000-LOAD-CHART.
032800     OPEN INPUT GL-ACCOUNT-FILE.
032900     IF NOT WS-ACCT-FILE-OK
033000         DISPLAY "GLACCTM UNAVAILABLE - ACCOUNTS UNCLASSIFIED"
033100         GO TO 1000-EXIT
033200     END-IF.
033300     SET WS-CHART-LOADED TO TRUE.
033400     MOVE "N" TO WS-EOF-SWITCH.
033500     PERFORM 1100-LOAD-ONE-ACCOUNT
033600         THRU 1100-EXIT
033700         UNTIL WS-END-OF-FILE.
033800     CLOSE GL-ACCOUNT-FILE.
033900 1000-EXIT.
034000     EXIT.
034100******************************************************************
034200* 1100-LOAD-ONE-ACCOUNT - ONE CHART ROW INTO THE TABLE.
034300******************************************************************
034400 1100-LOAD-ONE-ACCOUNT.
034500     READ GL-ACCOUNT-FILE NEXT RECORD
034600         AT END
034700             SET WS-END-OF-FILE TO TRUE
034800             GO TO 1100-EXIT
034900     END-READ.
034911     MOVE GA-COMPANY-CODE TO WS-RECORD-COMPANY.
034922     IF WS-RECORD-COMPANY = SPACES
034933         MOVE CTL-HOME-COMPANY TO WS-RECORD-COMPANY
034944     END-IF.
034955     IF WS-RUN-COMPANY NOT = SPACES
034966         AND WS-RECORD-COMPANY NOT = WS-RUN-COMPANY
034977         GO TO 1100-EXIT
034988     END-IF.
035000     IF WS-ACCT-COUNT NOT < 500
035100         ADD 1 TO WS-ACCT-OVERFLOW
035200         GO TO 1100-EXIT
035300     END-IF.
035400     ADD 1 TO WS-ACCT-COUNT.
035500     SET SA-IDX TO WS-ACCT-COUNT.
035600     MOVE GA-ACCOUNT-CODE TO SA-ACCOUNT-CODE (SA-IDX).
035700     MOVE GA-DESCRIPTION TO SA-DESCRIPTION (SA-IDX).
035800     IF GA-TYPE-VALID
035900         MOVE GA-ACCOUNT-TYPE TO SA-TYPE (SA-IDX)
036000         MOVE GA-NORMAL-BALANCE TO SA-NORMAL-BALANCE (SA-IDX)
036100     ELSE
036200         MOVE SPACE TO SA-TYPE (SA-IDX)
036300         MOVE "D" TO SA-NORMAL-BALANCE (SA-IDX)
036400     END-IF.
036500 1100-EXIT.
036600     EXIT.
036700******************************************************************
036800* 2000-FOLD-ARCHIVE - EVERY POSTING ON THE CUMULATIVE PNARCH
036900*                  FILE. NO ARCHIVE MEANS NOTHING HAS BEEN
037000*                  ARCHIVED YET.
037100******************************************************************
037200 2000-FOLD-ARCHIVE.
037300     OPEN INPUT LEDGER-ARCHIVE-FILE.
037400     IF NOT WS-ARCH-FILE-OK
037500         GO TO 2000-EXIT
037600     END-IF.
037700     MOVE "N" TO WS-EOF-SWITCH.
037800     PERFORM 2100-FOLD-ONE-ARCHIVED
037900         THRU 2100-EXIT
038000         UNTIL WS-END-OF-FILE.
038100     CLOSE LEDGER-ARCHIVE-FILE.
038200 2000-EXIT.
038300     EXIT.
038400******************************************************************
038500* 2100-FOLD-ONE-ARCHIVED - ONE ARCHIVED RECORD, FOLDED THROUGH
038600*                  THE SAME PATH AS THE ACTIVE LEDGER.
038700******************************************************************
038800 2100-FOLD-ONE-ARCHIVED.
038900     READ LEDGER-ARCHIVE-FILE
039000         AT END
039100             SET WS-END-OF-FILE TO TRUE
039200             GO TO 2100-EXIT
039300     END-READ.
039400     MOVE ARCHIVE-LEDGER-RECORD TO LEDGER-RECORD.
039500     ADD 1 TO WS-ARCHIVE-USED.
039600     PERFORM 2500-FOLD-ONE-POSTING
039700         THRU 2500-EXIT.
039800 2100-EXIT.
039900     EXIT.
040000******************************************************************
040100* 2500-FOLD-ONE-POSTING - ONE ACTIVE POSTING INTO ITS ACCOUNT'S
040200*                  BALANCE FOR EVERY PERIOD IT FALLS ON OR
040300*                  BEFORE THE END OF, AND INTO THE MOVEMENT OF
040400*                  THE PERIOD IT FALLS IN. AN ACCOUNT NOT ON THE
040500*                  CHART IS ADDED AS UNCLASSIFIED.
040600******************************************************************
040700 2500-FOLD-ONE-POSTING.
040800     IF LR-POST-DATE > WS-PERIOD-END (1)
040900        OR NOT LR-STATUS-ACTIVE
040910         GO TO 2500-EXIT
040920     END-IF.
040930     MOVE LR-COMPANY-CODE TO WS-RECORD-COMPANY.
040940     IF WS-RECORD-COMPANY = SPACES
040950         MOVE CTL-HOME-COMPANY TO WS-RECORD-COMPANY
040960     END-IF.
040970     IF WS-RUN-COMPANY NOT = SPACES
040980         AND WS-RECORD-COMPANY NOT = WS-RUN-COMPANY
040990         ADD 1 TO WS-OTHER-COMPANY-SKIPPED
041000         GO TO 2500-EXIT
041100     END-IF.
041200     PERFORM 2600-CHECK-YEAR-END-ENTRY
041300         THRU 2600-EXIT.
041400     IF WS-YEAR-END-ENTRY
041500         ADD 1 TO WS-YEAR-END-SKIPPED
041600         GO TO 2500-EXIT
041700     END-IF.
041800     MOVE "N" TO WS-ACCT-FOUND-SWITCH.
041900     SET SA-IDX TO 1.
042000     SEARCH WS-ACCT-ENTRY
042100         AT END
042200             CONTINUE
042300         WHEN SA-IDX > WS-ACCT-COUNT
042400             CONTINUE
042500         WHEN SA-ACCOUNT-CODE (SA-IDX) = LR-GL-ACCOUNT
042600             SET WS-ACCT-FOUND TO TRUE
042700     END-SEARCH.
042800     IF NOT WS-ACCT-FOUND
042900         IF WS-ACCT-COUNT NOT < 500
043000             ADD 1 TO WS-ACCT-OVERFLOW
043100             GO TO 2500-EXIT
043200         END-IF
043300         ADD 1 TO WS-ACCT-COUNT
043400         SET SA-IDX TO WS-ACCT-COUNT
043500         MOVE LR-GL-ACCOUNT TO SA-ACCOUNT-CODE (SA-IDX)
043600         MOVE "NOT ON GLACCTM" TO SA-DESCRIPTION (SA-IDX)
043700         MOVE SPACE TO SA-TYPE (SA-IDX)
043800         MOVE "D" TO SA-NORMAL-BALANCE (SA-IDX)
043900     END-IF.
044100     PERFORM 2550-FOLD-INTO-PERIOD
044200         THRU 2550-EXIT
044300         VARYING WS-PERIOD FROM 1 BY 1
044400         UNTIL WS-PERIOD > 3.
044500 2500-EXIT.
044600     EXIT.
044700******************************************************************
044800* 2550-FOLD-INTO-PERIOD - ONE COMPARATIVE COLUMN.
044900******************************************************************
045000 2550-FOLD-INTO-PERIOD.
045100     IF LR-POST-DATE NOT > WS-PERIOD-END (WS-PERIOD)
045200         ADD LR-ADJ-NUM2 TO SA-BALANCE (SA-IDX, WS-PERIOD)
045250         ADD LR-POST-AMOUNT TO SA-BALANCE (SA-IDX, WS-PERIOD)
045300     END-IF.
045366     IF LR-POST-DATE NOT < WS-PERIOD-START (WS-PERIOD)
045432        AND LR-POST-DATE NOT > WS-PERIOD-END (WS-PERIOD)
045500         ADD LR-ADJ-NUM2 TO SA-MOVEMENT (SA-IDX, WS-PERIOD)
045550         ADD LR-POST-AMOUNT TO SA-MOVEMENT (SA-IDX, WS-PERIOD)
045600     END-IF.
045700 2550-EXIT.
045800     EXIT.
045900******************************************************************
046000* 2600-CHECK-YEAR-END-ENTRY - A YEAR-END CLOSING ENTRY OR
046100*                  OPENING CARRY-FORWARD. CLOSES RUN BEFORE THE
046200*                  TYPE MARKER EXISTED LEFT THEIR ENTRIES
046300*                  UNTYPED; THOSE ARE KNOWN BY THEIR SHAPE - DEC
046400*                  31 OR JAN 1, HOUSE DEPARTMENT, NO BALANCES AND
046500*                  NO CONFIRMATION DATE, WHICH NO POSNEGDEC
046600*                  POSTING CARRIES.
046700******************************************************************
046800 2600-CHECK-YEAR-END-ENTRY.
046900     MOVE "N" TO WS-YEAR-ENTRY-SWITCH.
047000     IF LR-TYPE-YEAR-CLOSE OR LR-TYPE-YEAR-OPEN
047100         SET WS-YEAR-END-ENTRY TO TRUE
047200         GO TO 2600-EXIT
047300     END-IF.
047400     MOVE LR-POST-DATE (5:4) TO WS-RECORD-MONTH-DAY.
047500     IF (WS-RECORD-MONTH-DAY = "1231" OR "0101")
047600        AND LR-TRANS-TYPE = SPACE
047700        AND LR-DEPT-CODE = SPACES
047800        AND LR-NUM1 = ZERO AND LR-NUM2 = ZERO
047900        AND LR-NUM3 = ZERO AND LR-CONFIRM-DATE = ZERO
048000         SET WS-YEAR-END-ENTRY TO TRUE
048100     END-IF.
048200 2600-EXIT.
048300     EXIT.
048400******************************************************************
048500* 3000-FOLD-LEDGER - THE ACTIVE LEDGER UP TO THE MONTH END.
048600******************************************************************
048700 3000-FOLD-LEDGER.
048800     MOVE "N" TO WS-EOF-SWITCH.
048900     MOVE LOW-VALUES TO LR-LEDGER-KEY.
049000     START LEDGER-FILE KEY IS NOT LESS THAN LR-LEDGER-KEY
049100         INVALID KEY
049200             SET WS-END-OF-FILE TO TRUE
049300     END-START.
049400     PERFORM 3100-FOLD-ONE-LEDGER
049500         THRU 3100-EXIT
049600         UNTIL WS-END-OF-FILE.
049700 3000-EXIT.
049800     EXIT.
049900******************************************************************
050000* 3100-FOLD-ONE-LEDGER - ONE ACTIVE-LEDGER RECORD. THE PASS ENDS
050100*                  AT THE FIRST POSTING PAST THE MONTH END.
050200******************************************************************
050300 3100-FOLD-ONE-LEDGER.
050400     READ LEDGER-FILE NEXT RECORD
050500         AT END
050600             SET WS-END-OF-FILE TO TRUE
050700             GO TO 3100-EXIT
050800     END-READ.
050900     IF LR-POST-DATE > WS-PERIOD-END (1)
051000         SET WS-END-OF-FILE TO TRUE
051100         GO TO 3100-EXIT
051200     END-IF.
051300     ADD 1 TO WS-LEDGER-USED.
051400     PERFORM 2500-FOLD-ONE-POSTING
051500         THRU 2500-EXIT.
051600 3100-EXIT.
051700     EXIT.
051800******************************************************************
051900* 3500-TOTAL-ONE-ACCOUNT - ONE ACCOUNT INTO ITS TYPE'S TOTALS.
052000******************************************************************
052100 3500-TOTAL-ONE-ACCOUNT.
052200     MOVE 6 TO WS-TYPE-SUB.
052300     PERFORM 3510-MATCH-ONE-TYPE
052400         THRU 3510-EXIT
052500         VARYING WS-PERIOD FROM 1 BY 1
052600         UNTIL WS-PERIOD > 5.
052700     PERFORM 3520-ADD-ONE-PERIOD
052800         THRU 3520-EXIT
052900         VARYING WS-PERIOD FROM 1 BY 1
053000         UNTIL WS-PERIOD > 3.
053100 3500-EXIT.
053200     EXIT.
053300******************************************************************
053400* 3510-MATCH-ONE-TYPE - THE TOTALS SLOT FOR THE ACCOUNT'S TYPE.
053500******************************************************************
053600 3510-MATCH-ONE-TYPE.
053700     IF SA-TYPE (SA-IDX) = WS-TYPE-CODES (WS-PERIOD:1)
053800        AND SA-TYPE (SA-IDX) NOT = SPACE
053900         MOVE WS-PERIOD TO WS-TYPE-SUB
054000     END-IF.
054100 3510-EXIT.
054200     EXIT.
054300******************************************************************
054400* 3520-ADD-ONE-PERIOD - ONE COLUMN OF THE ACCOUNT'S FIGURES.
054500******************************************************************
054600 3520-ADD-ONE-PERIOD.
054700     ADD SA-BALANCE (SA-IDX, WS-PERIOD)
054800         TO TT-BALANCE (WS-TYPE-SUB, WS-PERIOD).
054900     ADD SA-MOVEMENT (SA-IDX, WS-PERIOD)
055000         TO TT-MOVEMENT (WS-TYPE-SUB, WS-PERIOD).
055100 3520-EXIT.
055200     EXIT.
055300******************************************************************
055400* 4000-PRINT-BALANCE-SHEET - ASSETS, THEN LIABILITIES AND
055500*                  EQUITY WITH THE CUMULATIVE RESULT, THEN THE
055600*                  PROOF. AN UNCLASSIFIED BALANCE IS LISTED AND
055700*                  SHOWS AS THE DIFFERENCE IT CAUSES.
055800******************************************************************
055900 4000-PRINT-BALANCE-SHEET.
056000     MOVE SPACES TO STATEMENT-RPT-LINE.
056100     WRITE STATEMENT-RPT-LINE.
056200     MOVE SPACES TO WS-TITLE-LINE.
056300     STRING "BALANCE SHEET AS AT THE END OF EACH MONTH"
056400         DELIMITED BY SIZE INTO WS-TITLE-LINE.
056500     WRITE STATEMENT-RPT-LINE FROM WS-TITLE-LINE.
056600     WRITE STATEMENT-RPT-LINE FROM WS-COLUMN-LINE.
056700     WRITE STATEMENT-RPT-LINE FROM WS-COLUMN-DATES.
056800     SET WS-MEASURE-BALANCE TO TRUE.
056900     MOVE "ASSETS" TO STATEMENT-RPT-LINE.
057000     WRITE STATEMENT-RPT-LINE.
057100     MOVE "A" TO WS-SECTION-TYPE.
057200     MOVE +1 TO WS-SECTION-SIGN.
057300     PERFORM 4500-PRINT-SECTION
057400         THRU 4500-EXIT.
057500     MOVE "TOTAL ASSETS" TO TL-LABEL.
057600     PERFORM 4700-PRINT-TYPE-TOTAL
057700         THRU 4700-EXIT.
057800     MOVE "LIABILITIES" TO STATEMENT-RPT-LINE.
057900     WRITE STATEMENT-RPT-LINE.
058000     MOVE "L" TO WS-SECTION-TYPE.
058100     MOVE -1 TO WS-SECTION-SIGN.
058200     PERFORM 4500-PRINT-SECTION
058300         THRU 4500-EXIT.
058400     MOVE "TOTAL LIABILITIES" TO TL-LABEL.
058500     PERFORM 4700-PRINT-TYPE-TOTAL
058600         THRU 4700-EXIT.
058700     MOVE "EQUITY" TO STATEMENT-RPT-LINE.
058800     WRITE STATEMENT-RPT-LINE.
058900     MOVE "E" TO WS-SECTION-TYPE.
059000     PERFORM 4500-PRINT-SECTION
059100         THRU 4500-EXIT.
059200     PERFORM 4100-SET-CUMULATIVE-RESULT
059300         THRU 4100-EXIT
059400         VARYING WS-PERIOD FROM 1 BY 1
059500         UNTIL WS-PERIOD > 3.
059600     MOVE "  CUMULATIVE RESULT TO DATE" TO TL-LABEL.
059700     PERFORM 4800-PRINT-WORK-AMOUNTS
059800         THRU 4800-EXIT.
059900     PERFORM 4150-SET-LIABILITIES-EQUITY
060000         THRU 4150-EXIT
060100         VARYING WS-PERIOD FROM 1 BY 1
060200         UNTIL WS-PERIOD > 3.
060300     MOVE "TOTAL LIABILITIES AND EQUITY" TO TL-LABEL.
060400     PERFORM 4800-PRINT-WORK-AMOUNTS
060500         THRU 4800-EXIT.
060600     MOVE SPACE TO WS-SECTION-TYPE.
060700     MOVE +1 TO WS-SECTION-SIGN.
060800     MOVE ZERO TO WS-SECTION-LINES.
060900     PERFORM 4550-PRINT-ONE-ACCOUNT
061000         THRU 4550-EXIT
061100         VARYING SA-IDX FROM 1 BY 1
061200         UNTIL SA-IDX > WS-ACCT-COUNT.
061300     IF WS-SECTION-LINES > ZERO
061400         MOVE "  UNCLASSIFIED ACCOUNTS ABOVE - SET THEIR TYPE ON "
061500             TO STATEMENT-RPT-LINE
061600         WRITE STATEMENT-RPT-LINE
061700         MOVE "  GLACCTM" TO STATEMENT-RPT-LINE
061800         WRITE STATEMENT-RPT-LINE
061900     END-IF.
062000     PERFORM 4200-SET-DIFFERENCE
062100         THRU 4200-EXIT
062200         VARYING WS-PERIOD FROM 1 BY 1
062300         UNTIL WS-PERIOD > 3.
062400     MOVE "DIFFERENCE (ASSETS LESS L AND E)" TO TL-LABEL.
062500     PERFORM 4800-PRINT-WORK-AMOUNTS
062600         THRU 4800-EXIT.
062700     IF WA-AMOUNT (1) = ZERO AND WA-AMOUNT (2) = ZERO
062800        AND WA-AMOUNT (3) = ZERO
062900         MOVE "PROOF: THE BALANCE SHEET BALANCES IN ALL COLUMNS"
063000             TO STATEMENT-RPT-LINE
063100     ELSE
063200         MOVE "N" TO WS-BALANCED-SWITCH
063300         MOVE "PROOF: *** THE BALANCE SHEET IS OUT OF BALANCE ***"
063400             TO STATEMENT-RPT-LINE
063500     END-IF.
063600     WRITE STATEMENT-RPT-LINE.
063700 4000-EXIT.
063800     EXIT.
063900******************************************************************
064000* 4100-SET-CUMULATIVE-RESULT - REVENUE LESS EXPENSE TO DATE,
064100*                  CREDIT-POSITIVE.
064200******************************************************************
064300 4100-SET-CUMULATIVE-RESULT.
064400     COMPUTE WA-AMOUNT (WS-PERIOD) =
064500         ZERO - TT-BALANCE (4, WS-PERIOD)
064600              - TT-BALANCE (5, WS-PERIOD).
064700 4100-EXIT.
064800     EXIT.
064900******************************************************************
065000* 4150-SET-LIABILITIES-EQUITY - LIABILITIES, EQUITY AND THE
065100*                  CUMULATIVE RESULT, CREDIT-POSITIVE.
065200******************************************************************
065300 4150-SET-LIABILITIES-EQUITY.
065400     COMPUTE WA-AMOUNT (WS-PERIOD) =
065500         ZERO - TT-BALANCE (2, WS-PERIOD)
065600              - TT-BALANCE (3, WS-PERIOD)
065700              - TT-BALANCE (4, WS-PERIOD)
065800              - TT-BALANCE (5, WS-PERIOD).
065900 4150-EXIT.
066000     EXIT.
066100******************************************************************
066200* 4200-SET-DIFFERENCE - ASSETS LESS LIABILITIES AND EQUITY.
066300******************************************************************
066400 4200-SET-DIFFERENCE.
066500     COMPUTE WA-AMOUNT (WS-PERIOD) =
066600         TT-BALANCE (1, WS-PERIOD) - WA-AMOUNT (WS-PERIOD).
066700 4200-EXIT.
066800     EXIT.
066900******************************************************************
067000* 4500-PRINT-SECTION - EVERY ACCOUNT OF WS-SECTION-TYPE WITH A
067100*                  FIGURE IN ANY COLUMN.
067200******************************************************************
067300 4500-PRINT-SECTION.
067400     MOVE ZERO TO WS-SECTION-LINES.
067500     PERFORM 4550-PRINT-ONE-ACCOUNT
067600         THRU 4550-EXIT
067700         VARYING SA-IDX FROM 1 BY 1
067800         UNTIL SA-IDX > WS-ACCT-COUNT.
067900 4500-EXIT.
068000     EXIT.
068100******************************************************************
068200* 4550-PRINT-ONE-ACCOUNT - ONE ACCOUNT LINE IN THE SECTION'S
068300*                  SIGN. A CURRENT FIGURE ON THE OPPOSITE SIDE
068400*                  FROM THE ACCOUNT'S NORMAL BALANCE IS STARRED.
068500******************************************************************
068600 4550-PRINT-ONE-ACCOUNT.
068700     IF SA-TYPE (SA-IDX) NOT = WS-SECTION-TYPE
068800         GO TO 4550-EXIT
068900     END-IF.
069000     PERFORM 4560-SET-ONE-LINE-AMOUNT
069100         THRU 4560-EXIT
069200         VARYING WS-PERIOD FROM 1 BY 1
069300         UNTIL WS-PERIOD > 3.
069400     IF WA-AMOUNT (1) = ZERO AND WA-AMOUNT (2) = ZERO
069500        AND WA-AMOUNT (3) = ZERO
069600         GO TO 4550-EXIT
069700     END-IF.
069800     MOVE SA-ACCOUNT-CODE (SA-IDX) TO AL-ACCOUNT-CODE.
069900     MOVE SA-DESCRIPTION (SA-IDX) TO AL-DESCRIPTION.
070000     MOVE WA-AMOUNT (1) TO AL-AMOUNT (1).
070100     MOVE WA-AMOUNT (2) TO AL-AMOUNT (2).
070200     MOVE WA-AMOUNT (3) TO AL-AMOUNT (3).
070300     COMPUTE WS-LINE-NORMAL-AMOUNT =
070400         WA-AMOUNT (1) * WS-SECTION-SIGN.
070500     IF SA-NORMAL-CREDIT (SA-IDX)
070600         COMPUTE WS-LINE-NORMAL-AMOUNT =
070700             ZERO - WS-LINE-NORMAL-AMOUNT
070800     END-IF.
070900     IF WS-LINE-NORMAL-AMOUNT < ZERO
071000         MOVE "*" TO AL-ABNORMAL-MARK
071100     ELSE
071200         MOVE SPACE TO AL-ABNORMAL-MARK
071300     END-IF.
071400     WRITE STATEMENT-RPT-LINE FROM WS-ACCOUNT-LINE.
071500     ADD 1 TO WS-SECTION-LINES.
071600 4550-EXIT.
071700     EXIT.
071800******************************************************************
071900* 4560-SET-ONE-LINE-AMOUNT - THE BALANCE OR MOVEMENT FOR ONE
072000*                  COLUMN, IN THE SECTION'S SIGN.
072100******************************************************************
072200 4560-SET-ONE-LINE-AMOUNT.
072300     IF WS-MEASURE-BALANCE
072400         COMPUTE WA-AMOUNT (WS-PERIOD) =
072500             SA-BALANCE (SA-IDX, WS-PERIOD) * WS-SECTION-SIGN
072600     ELSE
072700         COMPUTE WA-AMOUNT (WS-PERIOD) =
072800             SA-MOVEMENT (SA-IDX, WS-PERIOD) * WS-SECTION-SIGN
072900     END-IF.
073000 4560-EXIT.
073100     EXIT.
073200******************************************************************
073300* 4700-PRINT-TYPE-TOTAL - THE SECTION TYPE'S TOTAL, IN THE
073400*                  SECTION'S SIGN.
073500******************************************************************
073600 4700-PRINT-TYPE-TOTAL.
073700     MOVE 6 TO WS-TYPE-SUB.
073800     PERFORM 4710-MATCH-SECTION-TYPE
073900         THRU 4710-EXIT
074000         VARYING WS-PERIOD FROM 1 BY 1
074100         UNTIL WS-PERIOD > 5.
074200     PERFORM 4720-SET-ONE-TOTAL
074300         THRU 4720-EXIT
074400         VARYING WS-PERIOD FROM 1 BY 1
074500         UNTIL WS-PERIOD > 3.
074600     PERFORM 4800-PRINT-WORK-AMOUNTS
074700         THRU 4800-EXIT.
074800 4700-EXIT.
074900     EXIT.
075000******************************************************************
075100* 4710-MATCH-SECTION-TYPE - THE TOTALS SLOT OF THE SECTION.
075200******************************************************************
075300 4710-MATCH-SECTION-TYPE.
075400     IF WS-SECTION-TYPE = WS-TYPE-CODES (WS-PERIOD:1)
075500         MOVE WS-PERIOD TO WS-TYPE-SUB
075600     END-IF.
075700 4710-EXIT.
075800     EXIT.
075900******************************************************************
076000* 4720-SET-ONE-TOTAL - ONE COLUMN OF THE SECTION TOTAL.
076100******************************************************************
076200 4720-SET-ONE-TOTAL.
076300     IF WS-MEASURE-BALANCE
076400         COMPUTE WA-AMOUNT (WS-PERIOD) =
076500             TT-BALANCE (WS-TYPE-SUB, WS-PERIOD)
076600             * WS-SECTION-SIGN
076700     ELSE
076800         COMPUTE WA-AMOUNT (WS-PERIOD) =
076900             TT-MOVEMENT (WS-TYPE-SUB, WS-PERIOD)
077000             * WS-SECTION-SIGN
077100     END-IF.
077200 4720-EXIT.
077300     EXIT.
077400******************************************************************
077500* 4800-PRINT-WORK-AMOUNTS - A TOTAL LINE OF THE THREE WORK
077600*                  AMOUNTS UNDER TL-LABEL.
077700******************************************************************
077800 4800-PRINT-WORK-AMOUNTS.
077900     MOVE WA-AMOUNT (1) TO TL-AMOUNT (1).
078000     MOVE WA-AMOUNT (2) TO TL-AMOUNT (2).
078100     MOVE WA-AMOUNT (3) TO TL-AMOUNT (3).
078200     WRITE STATEMENT-RPT-LINE FROM WS-TOTAL-LINE.
078300 4800-EXIT.
078400     EXIT.
078500******************************************************************
078600* 5000-PRINT-INCOME-STATEMENT - REVENUE AND EXPENSE MOVEMENT
078700*                  FOR EACH MONTH AND THE RESULT, TIED TO THE
078800*                  CHANGE IN THE BALANCE SHEET'S CUMULATIVE
078900*                  RESULT OVER THE CURRENT MONTH.
079000******************************************************************
079100 5000-PRINT-INCOME-STATEMENT.
079200     MOVE SPACES TO STATEMENT-RPT-LINE.
079300     WRITE STATEMENT-RPT-LINE.
079400     MOVE "INCOME STATEMENT FOR EACH MONTH" TO STATEMENT-RPT-LINE.
079500     WRITE STATEMENT-RPT-LINE.
079600     WRITE STATEMENT-RPT-LINE FROM WS-COLUMN-LINE.
079700     WRITE STATEMENT-RPT-LINE FROM WS-COLUMN-DATES.
079800     SET WS-MEASURE-MOVEMENT TO TRUE.
079900     MOVE "REVENUE" TO STATEMENT-RPT-LINE.
080000     WRITE STATEMENT-RPT-LINE.
080100     MOVE "R" TO WS-SECTION-TYPE.
080200     MOVE -1 TO WS-SECTION-SIGN.
080300     PERFORM 4500-PRINT-SECTION
080400         THRU 4500-EXIT.
080500     MOVE "TOTAL REVENUE" TO TL-LABEL.
080600     PERFORM 4700-PRINT-TYPE-TOTAL
080700         THRU 4700-EXIT.
080800     MOVE "EXPENSES" TO STATEMENT-RPT-LINE.
080900     WRITE STATEMENT-RPT-LINE.
081000     MOVE "X" TO WS-SECTION-TYPE.
081100     MOVE +1 TO WS-SECTION-SIGN.
081200     PERFORM 4500-PRINT-SECTION
081300         THRU 4500-EXIT.
081400     MOVE "TOTAL EXPENSES" TO TL-LABEL.
081500     PERFORM 4700-PRINT-TYPE-TOTAL
081600         THRU 4700-EXIT.
081700     PERFORM 5100-SET-NET-RESULT
081800         THRU 5100-EXIT
081900         VARYING WS-PERIOD FROM 1 BY 1
082000         UNTIL WS-PERIOD > 3.
082100     MOVE "NET RESULT (REVENUE LESS EXPENSE)" TO TL-LABEL.
082200     PERFORM 4800-PRINT-WORK-AMOUNTS
082300         THRU 4800-EXIT.
082400     COMPUTE WS-LINE-NORMAL-AMOUNT =
082500         (ZERO - TT-BALANCE (4, 1) - TT-BALANCE (5, 1))
082600         - (ZERO - TT-BALANCE (4, 2) - TT-BALANCE (5, 2)).
083100     IF WS-LINE-NORMAL-AMOUNT = WA-AMOUNT (1)
083200         MOVE "PROOF: CURRENT RESULT EQUALS THE MONTH'S CHANGE IN"
083300             TO STATEMENT-RPT-LINE
083400     ELSE
083500         MOVE "N" TO WS-BALANCED-SWITCH
083600         MOVE "PROOF: *** CURRENT RESULT DIFFERS FROM CHANGE IN"
083700             TO STATEMENT-RPT-LINE
083800     END-IF.
083900     WRITE STATEMENT-RPT-LINE.
084000     MOVE "       THE BALANCE SHEET'S CUMULATIVE RESULT"
084100         TO STATEMENT-RPT-LINE.
084200     WRITE STATEMENT-RPT-LINE.
084300 5000-EXIT.
084400     EXIT.
084500******************************************************************
084600* 5100-SET-NET-RESULT - REVENUE LESS EXPENSE FOR ONE MONTH,
084700*                  CREDIT-POSITIVE.
084800******************************************************************
084900 5100-SET-NET-RESULT.
085000     COMPUTE WA-AMOUNT (WS-PERIOD) =
085100         ZERO - TT-MOVEMENT (4, WS-PERIOD)
085200              - TT-MOVEMENT (5, WS-PERIOD).
085300 5100-EXIT.
085400     EXIT.
085500******************************************************************
085600* 6000-PRINT-RUN-TOTALS - WHAT THE RUN READ AND LEFT OUT.
085700******************************************************************
085800 6000-PRINT-RUN-TOTALS.
085900     MOVE SPACES TO STATEMENT-RPT-LINE.
086000     WRITE STATEMENT-RPT-LINE.
086100     MOVE "* BALANCE ON THE OPPOSITE SIDE FROM THE ACCOUNT'S "
086200         TO STATEMENT-RPT-LINE.
086300     WRITE STATEMENT-RPT-LINE.
086400     MOVE "  NORMAL BALANCE" TO STATEMENT-RPT-LINE.
086500     WRITE STATEMENT-RPT-LINE.
086600     MOVE SPACES TO STATEMENT-RPT-LINE.
086700     WRITE STATEMENT-RPT-LINE.
086800     MOVE "ARCHIVED POSTINGS READ (PNARCH)" TO CL-LABEL.
086900     MOVE WS-ARCHIVE-USED TO CL-COUNT.
087000     WRITE STATEMENT-RPT-LINE FROM WS-COUNT-LINE.
087100     MOVE "ACTIVE POSTINGS READ (PNLEDG)" TO CL-LABEL.
087200     MOVE WS-LEDGER-USED TO CL-COUNT.
087300     WRITE STATEMENT-RPT-LINE FROM WS-COUNT-LINE.
087400     MOVE "YEAR-END CLOSING/OPENING ENTRIES LEFT OUT" TO CL-LABEL.
087500     MOVE WS-YEAR-END-SKIPPED TO CL-COUNT.
087600     WRITE STATEMENT-RPT-LINE FROM WS-COUNT-LINE.
087616     IF WS-RUN-COMPANY NOT = SPACES
087632         MOVE "OTHER COMPANIES' POSTINGS LEFT OUT" TO CL-LABEL
087648         MOVE WS-OTHER-COMPANY-SKIPPED TO CL-COUNT
087664         WRITE STATEMENT-RPT-LINE FROM WS-COUNT-LINE
087680     END-IF.
087700     MOVE "ACCOUNTS ON THE STATEMENTS" TO CL-LABEL.
087800     MOVE WS-ACCT-COUNT TO CL-COUNT.
087900     WRITE STATEMENT-RPT-LINE FROM WS-COUNT-LINE.
088000     IF NOT WS-CHART-LOADED
088100         MOVE "GLACCTM UNAVAILABLE - ALL ACCOUNTS UNCLASSIFIED"
088200             TO STATEMENT-RPT-LINE
088300         WRITE STATEMENT-RPT-LINE
088400     END-IF.
088500     IF WS-ACCT-OVERFLOW > ZERO
088600         MOVE "ACCOUNT TABLE FULL - POSTINGS LEFT OUT" TO CL-LABEL
088700         MOVE WS-ACCT-OVERFLOW TO CL-COUNT
088800         WRITE STATEMENT-RPT-LINE FROM WS-COUNT-LINE
088900     END-IF.
089000 6000-EXIT.
089100     EXIT.
089200******************************************************************
089300* 9999-EXIT - COMMON PROGRAM EXIT POINT.
089400******************************************************************
089500 9999-EXIT.
089600     GOBACK.
089700 END PROGRAM FinancialStatements.
