000100******************************************************************
000200* PROGRAM-ID: COSTALLOCATION
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     PERIOD SHARED-COST ALLOCATION. SHARED COSTS
000800*              (FACILITIES, IT AND THE LIKE) ARE POSTED TO A
000900*              POOL GL ACCOUNT; THE ALLOCRUL RULES NAME THE
001000*              DEPARTMENTS EACH POOL IS SPLIT ACROSS, THE
001100*              ACCOUNT EACH SHARE IS CHARGED TO, AND THE
001200*              METHOD - A FIXED PERCENTAGE PER DEPARTMENT, OR
001300*              A DRIVER: THE DEPARTMENT'S OK CALCLOG
001400*              TRANSACTIONS (CL-SOURCE-DEPT) OR ITS ACTIVE
001500*              PNLEDG POSTINGS IN THE PERIOD. THE POOL IS THE
001600*              NET LR-ADJ-NUM2 MOVEMENT PLUS THE POSTED MONEY
001650*              (LR-POST-AMOUNT) OF THE ACTIVE POSTINGS
001700*              ON THE POOL ACCOUNT IN THE PERIOD (THE BUSINESS-
001800*              DATE MONTH), THE SAME MEASURE THE TRIAL BALANCE
001900*              AND THE BUDGET REPORT USE. EACH SHARE IS THE
002000*              POOL TIMES THE DEPARTMENT'S BASIS OVER THE TOTAL
002100*              BASIS, TRUNCATED - THE NUM2 PART TO A WHOLE
002150*              UNIT, THE MONEY PART TO THE PENNY; THE ROUNDING
002200*              RESIDUE GOES TO THE ROW FLAGGED TO TAKE IT (THE
002300*              FIRST ROW WHEN NONE IS). THE POOL EMPTIES INTO A
002400*              BALANCED HEADER/TRAILERED PNDAILY-FORMAT FILE
002500*              (ALLOCDLY, FOR POSNEGDEC) OF TYPE "S" SIGNED
002525*              ADJUSTMENTS FOR THE NUM2 PART AND TYPE "R" MONEY
002550*              DETAILS FOR THE POSTED MONEY, AS FXREVALUATION
002575*              POSTS IT - THE POOL CREDITED, EACH DEPARTMENT
002600*              CHARGED - SPLIT INTO PIECES WHERE AN AMOUNT IS
002700*              TOO WIDE FOR ONE ADJUSTMENT. A POOL IS ALLOCATED
002800*              ONCE A PERIOD - THE ALLOCREG REGISTER REFUSES A
002900*              SECOND RUN. REPORT IS ALLOCRPT. HONORS THE BUSDATE
003100*              PROCESSING-DATE CONTROL.
003200* TECTONICS:   cobc
003300*
003400* MODIFICATION HISTORY
003500*   2026-10-15 DO  INITIAL VERSION.
003510*   2026-10-15 DO  THE POOL NOW ADDS THE POSTED MONEY
003520*                  (LR-POST-AMOUNT) TO THE NUM2 MOVEMENT. THE
003530*                  MONEY PART IS SPLIT TO THE PENNY AND POSTED AS
003540*                  TYPE "R" DETAILS; POOL, SHARE AND REGISTER
003550*                  AMOUNTS CARRY TWO DECIMALS.
003600******************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. CostAllocation.
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT ALLOC-RULE-FILE ASSIGN TO "ALLOCRUL"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS AO-RULE-KEY
004600         FILE STATUS IS WS-RULE-FILE-STATUS.
004700     SELECT LEDGER-FILE ASSIGN TO "PNLEDG"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS LR-LEDGER-KEY
005100         FILE STATUS IS WS-LEDGER-FILE-STATUS.
005200     SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS CL-LOG-KEY
005600         FILE STATUS IS WS-LOG-FILE-STATUS.
005700     SELECT ALLOC-DAILY-FILE ASSIGN TO "ALLOCDLY"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-ADLY-FILE-STATUS.
006000     SELECT ALLOC-REGISTER-FILE ASSIGN TO "ALLOCREG"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-AREG-FILE-STATUS.
006300     SELECT ALLOC-RPT-FILE ASSIGN TO "ALLOCRPT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-RPT-FILE-STATUS.
006600     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-BDATE-FILE-STATUS.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  ALLOC-RULE-FILE.
007200     COPY ALLOCRUL.
007300 FD  LEDGER-FILE.
007400     COPY LEDGREC.
007500 FD  CALC-LOG-FILE.
007600     COPY CALCLOG.
007700 FD  ALLOC-DAILY-FILE
007800     RECORDING MODE IS F.
007900     COPY PNDAILY.
008000 FD  ALLOC-REGISTER-FILE
008100     RECORDING MODE IS F.
008200 01  ALLOC-REGISTER-RECORD.
008300     05  AE-PERIOD                   PIC 9(06).
008400     05  AE-POOL-ACCOUNT             PIC X(08).
008500     05  AE-RUN-DATE                 PIC 9(08).
008600     05  AE-POOL-AMOUNT              PIC S9(11)V99.
008700     05  AE-LINE-COUNT               PIC 9(06).
008800 FD  ALLOC-RPT-FILE
008900     RECORDING MODE IS F.
009000 01  ALLOC-RPT-LINE                  PIC X(80).
009100 FD  BUS-DATE-FILE
009200     RECORDING MODE IS F.
009300     COPY BUSDATE.
009400 WORKING-STORAGE SECTION.
009500 01  WS-RULE-FILE-STATUS             PIC X(02).
009600     88  WS-RULE-FILE-OK             VALUE "00".
009700 01  WS-LEDGER-FILE-STATUS           PIC X(02).
009800     88  WS-LEDGER-FILE-OK           VALUE "00".
009900 01  WS-LOG-FILE-STATUS              PIC X(02).
010000     88  WS-LOG-FILE-OK              VALUE "00".
010100 01  WS-ADLY-FILE-STATUS             PIC X(02).
010200     88  WS-ADLY-FILE-OK             VALUE "00".
010300 01  WS-AREG-FILE-STATUS             PIC X(02).
010400     88  WS-AREG-FILE-OK             VALUE "00".
010500 01  WS-RPT-FILE-STATUS              PIC X(02).
010600     88  WS-RPT-FILE-OK              VALUE "00".
010700 01  WS-BDATE-FILE-STATUS            PIC X(02).
010800     88  WS-BDATE-FILE-OK            VALUE "00".
010900 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
011000     88  WS-END-OF-FILE              VALUE "Y".
011100 01  WS-AREG-EOF-SWITCH              PIC X(01) VALUE "N".
011200     88  WS-END-OF-REGISTER          VALUE "Y".
011300 01  WS-REFUSE-SWITCH                PIC X(01) VALUE "N".
011400     88  WS-RUN-REFUSED              VALUE "Y".
011500 01  WS-CALC-DRIVER-SWITCH           PIC X(01) VALUE "N".
011600     88  WS-CALC-DRIVER-USED         VALUE "Y".
011700 01  WS-CALC-LOG-SWITCH              PIC X(01) VALUE "N".
011800     88  WS-CALC-LOG-READ            VALUE "Y".
011900 01  WS-DEPT-FOUND-SWITCH            PIC X(01) VALUE "N".
012000     88  WS-DEPT-FOUND               VALUE "Y".
012100 01  WS-POOL-FOUND-SWITCH            PIC X(01) VALUE "N".
012200     88  WS-POOL-FOUND               VALUE "Y".
012300 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
012400 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
012500 01  WS-LIB-FUNCTION                 PIC X(06).
012600 01  WS-LIB-RETURN-CODE              PIC 9(02).
012700 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "COSTALLOC".
012800 01  WS-LIB-MSG-VALUE                PIC X(40).
012900 01  WS-LIB-MSG-TEXT                 PIC X(60).
013000 01  WS-REFUSE-REASON                PIC X(50) VALUE SPACES.
013100 01  WS-THIS-PERIOD                  PIC 9(06) VALUE ZERO.
013200 01  WS-WORK-PERIOD                  PIC 9(06) VALUE ZERO.
013300 01  WS-PERIOD-START-DATE            PIC 9(08) VALUE ZERO.
013400 01  WS-WORK-DEPT                    PIC X(04) VALUE SPACES.
013500 01  WS-WORK-GL-ACCOUNT              PIC X(08) VALUE SPACES.
013600 01  WS-CHUNK-REMAIN                 PIC S9(09) VALUE ZERO.
013650 01  WS-NUM2-SHARE                   PIC S9(09) VALUE ZERO.
013700 01  WS-CHUNK-AMOUNT                 PIC S9(04) VALUE ZERO.
013750 01  WS-WORK-POSTED                  PIC S9(11)V99 VALUE ZERO.
013800 01  WS-RESIDUE-RULE                 PIC 9(04) COMP VALUE ZERO.
013900 01  WS-HASH-TOTAL                   PIC S9(09) VALUE ZERO.
013950 01  WS-POSTED-TOTAL                 PIC S9(13)V99 VALUE ZERO.
014000 01  WS-POSTING-COUNT                PIC 9(06) COMP VALUE ZERO.
014100 01  WS-POOLS-ALLOCATED              PIC 9(04) COMP VALUE ZERO.
014200 01  WS-POOLS-SKIPPED                PIC 9(04) COMP VALUE ZERO.
014300 01  WS-POOLS-DONE-BEFORE            PIC 9(04) COMP VALUE ZERO.
014400 01  WS-LEDGER-READ-COUNT            PIC 9(07) COMP VALUE ZERO.
014500 01  WS-CALC-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
014600 01  WS-DEPT-OVERFLOW                PIC 9(06) COMP VALUE ZERO.
014700 01  WS-RULE-COUNT                   PIC 9(04) COMP VALUE ZERO.
014800 01  WS-RULE-TABLE.
014900     05  WS-RULE-ENTRY OCCURS 200 TIMES INDEXED BY AT-IDX.
015000         10  AT-TARGET-DEPT          PIC X(04).
015100         10  AT-TARGET-ACCOUNT       PIC X(08).
015200         10  AT-PERCENT              PIC 9(03)V99.
015300         10  AT-RESIDUE-FLAG         PIC X(01).
015400             88  AT-TAKES-RESIDUE    VALUE "Y".
015500         10  AT-BASIS                PIC 9(07)V99.
015600         10  AT-SHARE                PIC S9(11)V99.
015700         10  AT-RESIDUE-AMOUNT       PIC S9(11)V99.
015750         10  AT-SHARE-POSTED         PIC S9(11)V99.
015800 01  WS-POOL-COUNT                   PIC 9(04) COMP VALUE ZERO.
015900 01  WS-POOL-TABLE.
016000     05  WS-POOL-ENTRY OCCURS 50 TIMES INDEXED BY PT-IDX.
016100         10  PT-POOL-ACCOUNT         PIC X(08).
016200         10  PT-METHOD               PIC X(01).
016300             88  PT-METHOD-PERCENT   VALUE "P".
016400             88  PT-METHOD-CALC-COUNT VALUE "C".
016500             88  PT-METHOD-POST-COUNT VALUE "L".
016600         10  PT-FIRST-RULE           PIC 9(04) COMP.
016700         10  PT-LAST-RULE            PIC 9(04) COMP.
016800         10  PT-RESIDUE-RULE         PIC 9(04) COMP.
016900         10  PT-POSTING-COUNT        PIC 9(06) COMP.
017000         10  PT-POOL-AMOUNT          PIC S9(11)V99.
017050         10  PT-POOL-POSTED          PIC S9(11)V99.
017100         10  PT-BASIS-TOTAL          PIC 9(09)V99.
017200         10  PT-SHARE-TOTAL          PIC S9(11)V99.
017250         10  PT-SHARE-POSTED-TOTAL   PIC S9(11)V99.
017300         10  PT-LINE-COUNT           PIC 9(06) COMP.
017400         10  PT-STATE                PIC X(01).
017500             88  PT-TO-ALLOCATE      VALUE "A".
017600             88  PT-ALLOCATED        VALUE "Y".
017700             88  PT-SKIPPED          VALUE "S".
017800             88  PT-DONE-BEFORE      VALUE "D".
017900         10  PT-SKIP-REASON          PIC X(40).
018000 01  WS-DEPT-COUNT                   PIC 9(04) COMP VALUE ZERO.
018100 01  WS-DEPT-TABLE.
018200     05  WS-DEPT-ENTRY OCCURS 100 TIMES INDEXED BY DC-IDX.
018300         10  DC-DEPT-CODE            PIC X(04).
018400         10  DC-CALC-COUNT           PIC 9(07).
018500         10  DC-POSTING-COUNT        PIC 9(07).
018600 01  WS-HEADER-LINE.
018700     05  FILLER                      PIC X(32) VALUE
018800         "SHARED-COST ALLOCATION".
018900     05  FILLER                      PIC X(08) VALUE "PERIOD: ".
019000     05  HL-PERIOD                   PIC 9(06).
019100     05  FILLER                      PIC X(10) VALUE
019200         "    RUN: ".
019300     05  HL-RUN-DATE                 PIC 9(08).
019400     05  FILLER                      PIC X(16) VALUE SPACES.
019500 01  WS-POOL-LINE.
019600     05  FILLER                      PIC X(06) VALUE "POOL: ".
019700     05  PH-POOL-ACCOUNT             PIC X(08).
019800     05  FILLER                      PIC X(10) VALUE
019900         "  METHOD: ".
020000     05  PH-METHOD                   PIC X(22).
020100     05  FILLER                      PIC X(15) VALUE
020200         "POOL AMOUNT:".
020300     05  PH-POOL-AMOUNT              PIC -(10)9.99.
020400     05  FILLER                      PIC X(05) VALUE SPACES.
020500 01  WS-COLUMN-LINE.
020600     05  FILLER                      PIC X(45) VALUE
020700         "  DEPT  CHARGE TO       BASIS           SHARE".
020800     05  FILLER                      PIC X(35) VALUE
020900         "         RESIDUE".
021000 01  WS-SHARE-LINE.
021100     05  FILLER                      PIC X(02) VALUE SPACES.
021200     05  SL-DEPT-CODE                PIC X(04).
021300     05  FILLER                      PIC X(02) VALUE SPACES.
021400     05  SL-TARGET-ACCOUNT           PIC X(08).
021500     05  FILLER                      PIC X(03) VALUE SPACES.
021600     05  SL-BASIS                    PIC Z(06)9.99.
021700     05  FILLER                      PIC X(02) VALUE SPACES.
021800     05  SL-SHARE                    PIC -(10)9.99.
021900     05  FILLER                      PIC X(02) VALUE SPACES.
022000     05  SL-RESIDUE                  PIC -(10)9.99.
022100     05  SL-RESIDUE-MARK             PIC X(10).
022200     05  FILLER                      PIC X(09) VALUE SPACES.
022300 01  WS-POOL-TOTAL-LINE.
022400     05  FILLER                      PIC X(08) VALUE SPACES.
022500     05  FILLER                      PIC X(09) VALUE
022600         "TOTAL".
022700     05  PL-BASIS-TOTAL              PIC Z(08)9.99.
022800     05  FILLER                      PIC X(02) VALUE SPACES.
022900     05  PL-SHARE-TOTAL              PIC -(10)9.99.
023000     05  FILLER                      PIC X(02) VALUE SPACES.
023100     05  PL-VERDICT                  PIC X(33).
023200 01  WS-TOTAL-LINE.
023300     05  TL-LABEL                    PIC X(36).
023400     05  TL-COUNT                    PIC Z(06)9.
023500     05  FILLER                      PIC X(37) VALUE SPACES.
023600 01  WS-MESSAGE-LINE                 PIC X(80).
023700 PROCEDURE DIVISION.
023800******************************************************************
023900* 0000-MAINLINE - LOAD THE RULES, MEASURE THE POOLS AND THE
024000*                 DRIVERS FOR THE PERIOD, SPLIT EACH POOL, THEN
024100*                 WRITE THE POSTINGS, THE REPORT AND THE
024200*                 REGISTER.
024300******************************************************************
024400 0000-MAINLINE.
024500     PERFORM 0500-RESOLVE-BUSINESS-DATE
024600         THRU 0500-EXIT.
024700     PERFORM 1000-LOAD-RULES
024800         THRU 1000-EXIT.
024900     IF WS-RUN-REFUSED
025000         DISPLAY "COST ALLOCATION REFUSED - " WS-REFUSE-REASON
025100         MOVE 8 TO RETURN-CODE
025200         GO TO 9999-EXIT
025300     END-IF.
025400     PERFORM 1500-CHECK-REGISTER
025500         THRU 1500-EXIT.
025600     PERFORM 2000-MEASURE-LEDGER
025700         THRU 2000-EXIT.
025800     IF WS-RUN-REFUSED
025900         DISPLAY "COST ALLOCATION REFUSED - " WS-REFUSE-REASON
026000         MOVE 8 TO RETURN-CODE
026100         GO TO 9999-EXIT
026200     END-IF.
026300     IF WS-CALC-DRIVER-USED
026400         PERFORM 2500-COUNT-CALCULATIONS
026500             THRU 2500-EXIT
026600     END-IF.
026700     PERFORM 3000-ALLOCATE-ONE-POOL
026800         THRU 3000-EXIT
026900         VARYING PT-IDX FROM 1 BY 1
027000         UNTIL PT-IDX > WS-POOL-COUNT.
027100     PERFORM 4000-WRITE-POSTINGS
027200         THRU 4000-EXIT.
027300     PERFORM 4500-REGISTER-POOLS
027400         THRU 4500-EXIT.
027500     PERFORM 5000-WRITE-REPORT
027600         THRU 5000-EXIT.
027700     MOVE "ALLOCRPT" TO WS-RPT-KEEP-NAME.
027800     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-TODAYS-DATE.
027900     DISPLAY "COST ALLOCATION " WS-THIS-PERIOD " POOLS: "
028000         WS-POOL-COUNT " ALLOCATED: " WS-POOLS-ALLOCATED
028100         " POSTINGS: " WS-POSTING-COUNT.
028200     IF WS-POOLS-SKIPPED > ZERO
028300        OR WS-POOLS-DONE-BEFORE > ZERO
028400        OR WS-POOL-COUNT = ZERO
028500         DISPLAY "SOME POOLS WERE NOT ALLOCATED - SEE ALLOCRPT"
028600         MOVE 4 TO RETURN-CODE
028700     ELSE
028800         MOVE ZERO TO RETURN-CODE
028900     END-IF.
029000     GO TO 9999-EXIT.
029100******************************************************************
029200* 0500-RESOLVE-BUSINESS-DATE - THE BUSDATE CONTROL WHEN ONE IS
029300*                  ON FILE, THE SYSTEM DATE OTHERWISE. THE
029400*                  PERIOD IS THE BUSINESS-DATE MONTH.
029500******************************************************************
029600 0500-RESOLVE-BUSINESS-DATE.
029700     MOVE "DATSTM" TO WS-LIB-FUNCTION.
029800     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
029900         WS-TODAYS-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
030000         WS-LIB-MSG-TEXT.
030100     OPEN INPUT BUS-DATE-FILE.
030200     IF NOT WS-BDATE-FILE-OK
030300         GO TO 0500-SET-PERIOD
030400     END-IF.
030500     READ BUS-DATE-FILE
030600         AT END
030700             CONTINUE
030800     END-READ.
030900     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
031000         MOVE BD-BUSINESS-DATE TO WS-TODAYS-DATE
031100     END-IF.
031200     CLOSE BUS-DATE-FILE.
031300 0500-SET-PERIOD.
031400     MOVE WS-TODAYS-DATE (1:6) TO WS-THIS-PERIOD.
031500     COMPUTE WS-PERIOD-START-DATE = WS-THIS-PERIOD * 100 + 1.
031600 0500-EXIT.
031700     EXIT.
031800******************************************************************
031900* 1000-LOAD-RULES - EVERY ALLOCRUL ROW INTO THE RULE TABLE, ONE
032000*                  POOL ENTRY PER POOL ACCOUNT. THE ROWS COME IN
032100*                  KEY ORDER, SO A POOL'S ROWS ARE ADJACENT. A
032200*                  FULL TABLE REFUSES THE RUN RATHER THAN
032300*                  ALLOCATE PART OF THE RULES.
032400******************************************************************
032500 1000-LOAD-RULES.
032600     INITIALIZE WS-RULE-TABLE
032700                WS-POOL-TABLE
032800                WS-DEPT-TABLE.
032900     OPEN INPUT ALLOC-RULE-FILE.
033000     IF NOT WS-RULE-FILE-OK
033100         MOVE "ALLOCRUL UNAVAILABLE" TO WS-REFUSE-REASON
033200         SET WS-RUN-REFUSED TO TRUE
033300         GO TO 1000-EXIT
033400     END-IF.
033500     MOVE "N" TO WS-EOF-SWITCH.
033600     PERFORM 1100-LOAD-ONE-RULE
033700         THRU 1100-EXIT
033800         UNTIL WS-END-OF-FILE
033900         OR WS-RUN-REFUSED.
034000     CLOSE ALLOC-RULE-FILE.
034100 1000-EXIT.
034200     EXIT.
034300******************************************************************
034400* 1100-LOAD-ONE-RULE - ONE RULE ROW. A ROW WHOSE METHOD
034500*                  DISAGREES WITH ITS POOL'S FIRST ROW LEAVES
034600*                  THE WHOLE POOL UNALLOCATED.
034700******************************************************************
034800 1100-LOAD-ONE-RULE.
034900     READ ALLOC-RULE-FILE
035000         AT END
035100             SET WS-END-OF-FILE TO TRUE
035200             GO TO 1100-EXIT
035300     END-READ.
035400     IF WS-RULE-COUNT NOT < 200
035500         MOVE "RULE TABLE FULL - NOTHING ALLOCATED"
035600             TO WS-REFUSE-REASON
035700         SET WS-RUN-REFUSED TO TRUE
035800         GO TO 1100-EXIT
035900     END-IF.
036000     IF WS-POOL-COUNT = ZERO
036100        OR AO-POOL-ACCOUNT NOT = PT-POOL-ACCOUNT (PT-IDX)
036200         IF WS-POOL-COUNT NOT < 50
036300             MOVE "POOL TABLE FULL - NOTHING ALLOCATED"
036400                 TO WS-REFUSE-REASON
036500             SET WS-RUN-REFUSED TO TRUE
036600             GO TO 1100-EXIT
036700         END-IF
036800         ADD 1 TO WS-POOL-COUNT
036900         SET PT-IDX TO WS-POOL-COUNT
037000         MOVE AO-POOL-ACCOUNT TO PT-POOL-ACCOUNT (PT-IDX)
037100         MOVE AO-METHOD TO PT-METHOD (PT-IDX)
037200         COMPUTE PT-FIRST-RULE (PT-IDX) = WS-RULE-COUNT + 1
037300         SET PT-TO-ALLOCATE (PT-IDX) TO TRUE
037400         IF NOT AO-METHOD-VALID
037500             SET PT-SKIPPED (PT-IDX) TO TRUE
037600             MOVE "POOL METHOD IS NOT P, C OR L"
037700                 TO PT-SKIP-REASON (PT-IDX)
037800         END-IF
037900     END-IF.
038000     ADD 1 TO WS-RULE-COUNT.
038100     SET AT-IDX TO WS-RULE-COUNT.
038200     MOVE WS-RULE-COUNT     TO PT-LAST-RULE (PT-IDX).
038300     MOVE AO-TARGET-DEPT    TO AT-TARGET-DEPT (AT-IDX).
038400     MOVE AO-TARGET-ACCOUNT TO AT-TARGET-ACCOUNT (AT-IDX).
038500     MOVE AO-PERCENT        TO AT-PERCENT (AT-IDX).
038600     MOVE AO-RESIDUE-FLAG   TO AT-RESIDUE-FLAG (AT-IDX).
038700     IF AO-TAKES-RESIDUE
038800        AND PT-RESIDUE-RULE (PT-IDX) = ZERO
038900         MOVE WS-RULE-COUNT TO PT-RESIDUE-RULE (PT-IDX)
039000     END-IF.
039100     IF AO-METHOD NOT = PT-METHOD (PT-IDX)
039200        AND PT-TO-ALLOCATE (PT-IDX)
039300         SET PT-SKIPPED (PT-IDX) TO TRUE
039400         MOVE "RULE ROWS DISAGREE ON THE METHOD"
039500             TO PT-SKIP-REASON (PT-IDX)
039600     END-IF.
039700     IF AO-METHOD-CALC-COUNT
039800         SET WS-CALC-DRIVER-USED TO TRUE
039900     END-IF.
040000 1100-EXIT.
040100     EXIT.
040200******************************************************************
040300* 1500-CHECK-REGISTER - A POOL ALREADY ON ALLOCREG FOR THIS
040400*                  PERIOD IS NOT ALLOCATED AGAIN.
040500******************************************************************
040600 1500-CHECK-REGISTER.
040700     OPEN INPUT ALLOC-REGISTER-FILE.
040800     IF NOT WS-AREG-FILE-OK
040900         GO TO 1500-EXIT
041000     END-IF.
041100     PERFORM 1510-READ-ONE-REGISTER-ROW
041200         THRU 1510-EXIT
041300         UNTIL WS-END-OF-REGISTER.
041400     CLOSE ALLOC-REGISTER-FILE.
041500 1500-EXIT.
041600     EXIT.
041700******************************************************************
041800* 1510-READ-ONE-REGISTER-ROW - ONE POOL ALLOCATED BEFORE.
041900******************************************************************
042000 1510-READ-ONE-REGISTER-ROW.
042100     READ ALLOC-REGISTER-FILE
042200         AT END
042300             SET WS-END-OF-REGISTER TO TRUE
042400             GO TO 1510-EXIT
042500     END-READ.
042600     IF AE-PERIOD NOT = WS-THIS-PERIOD
042700         GO TO 1510-EXIT
042800     END-IF.
042900     SET PT-IDX TO 1.
043000     SEARCH WS-POOL-ENTRY
043100         AT END
043200             CONTINUE
043300         WHEN PT-IDX > WS-POOL-COUNT
043400             CONTINUE
043500         WHEN PT-POOL-ACCOUNT (PT-IDX) = AE-POOL-ACCOUNT
043600             SET PT-DONE-BEFORE (PT-IDX) TO TRUE
043700             MOVE "ALREADY ALLOCATED FOR THE PERIOD"
043800                 TO PT-SKIP-REASON (PT-IDX)
043900     END-SEARCH.
044000 1510-EXIT.
044100     EXIT.
044200******************************************************************
044300* 2000-MEASURE-LEDGER - ONE PASS OF THE PERIOD'S POSTINGS: THE
044400*                  NET MOVEMENT AND POSTED MONEY OF EACH POOL
044500*                  ACCOUNT, AND EACH DEPARTMENT'S POSTING COUNT
044600*                  FOR THE LEDGER DRIVER. REVERSED ORIGINALS AND
044700*                  THEIR OFFSETS ARE LEFT OUT, AS IN THE TRIAL
044750*                  BALANCE.
044800******************************************************************
044900 2000-MEASURE-LEDGER.
045000     OPEN INPUT LEDGER-FILE.
045100     IF NOT WS-LEDGER-FILE-OK
045200         MOVE "PNLEDG UNAVAILABLE - POOLS CANNOT BE MEASURED"
045300             TO WS-REFUSE-REASON
045400         SET WS-RUN-REFUSED TO TRUE
045500         GO TO 2000-EXIT
045600     END-IF.
045700     MOVE "N" TO WS-EOF-SWITCH.
045800     MOVE WS-PERIOD-START-DATE TO LR-POST-DATE.
045900     MOVE ZERO TO LR-SEQUENCE-NO.
046000     START LEDGER-FILE KEY IS NOT LESS THAN LR-LEDGER-KEY
046100         INVALID KEY
046200             SET WS-END-OF-FILE TO TRUE
046300     END-START.
046400     PERFORM 2100-MEASURE-ONE-POSTING
046500         THRU 2100-EXIT
046600         UNTIL WS-END-OF-FILE.
046700     CLOSE LEDGER-FILE.
046800 2000-EXIT.
046900     EXIT.
047000******************************************************************
047100* 2100-MEASURE-ONE-POSTING - ONE LEDGER RECORD. THE PASS ENDS AT
047200*                  THE FIRST POSTING PAST THE PERIOD.
047300******************************************************************
047400 2100-MEASURE-ONE-POSTING.
047500     READ LEDGER-FILE NEXT RECORD
047600         AT END
047700             SET WS-END-OF-FILE TO TRUE
047800             GO TO 2100-EXIT
047900     END-READ.
048000     MOVE LR-POST-DATE (1:6) TO WS-WORK-PERIOD.
048100     IF WS-WORK-PERIOD > WS-THIS-PERIOD
048200         SET WS-END-OF-FILE TO TRUE
048300         GO TO 2100-EXIT
048400     END-IF.
048500     IF NOT LR-STATUS-ACTIVE
048600         GO TO 2100-EXIT
048700     END-IF.
048800     ADD 1 TO WS-LEDGER-READ-COUNT.
048900     SET PT-IDX TO 1.
049000     SEARCH WS-POOL-ENTRY
049100         AT END
049200             CONTINUE
049300         WHEN PT-IDX > WS-POOL-COUNT
049400             CONTINUE
049500         WHEN PT-POOL-ACCOUNT (PT-IDX) = LR-GL-ACCOUNT
049600             ADD LR-ADJ-NUM2 TO PT-POOL-AMOUNT (PT-IDX)
049625             ADD LR-POST-AMOUNT TO PT-POOL-AMOUNT (PT-IDX)
049650                                   PT-POOL-POSTED (PT-IDX)
049700             ADD 1 TO PT-POSTING-COUNT (PT-IDX)
049800     END-SEARCH.
049900     IF LR-DEPT-CODE = SPACES
050000         GO TO 2100-EXIT
050100     END-IF.
050200     MOVE LR-DEPT-CODE TO WS-WORK-DEPT.
050300     PERFORM 2900-FIND-DEPARTMENT
050400         THRU 2900-EXIT.
050500     IF WS-DEPT-FOUND
050600         ADD 1 TO DC-POSTING-COUNT (DC-IDX)
050700     END-IF.
050800 2100-EXIT.
050900     EXIT.
051000******************************************************************
051100* 2500-COUNT-CALCULATIONS - EACH DEPARTMENT'S OK CALCULATIONS
051200*                  IN THE PERIOD, FOR THE CALCLOG DRIVER. WITHOUT
051300*                  CALCLOG THE POOLS ON THAT DRIVER ARE SKIPPED.
051400******************************************************************
051500 2500-COUNT-CALCULATIONS.
051600     OPEN INPUT CALC-LOG-FILE.
051700     IF NOT WS-LOG-FILE-OK
051800         DISPLAY "CALCLOG UNAVAILABLE - CALC-COUNT POOLS SKIPPED"
051900         GO TO 2500-EXIT
052000     END-IF.
052100     SET WS-CALC-LOG-READ TO TRUE.
052200     MOVE "N" TO WS-EOF-SWITCH.
052300     MOVE LOW-VALUES TO CL-LOG-KEY.
052400     MOVE WS-PERIOD-START-DATE TO CL-LOG-DATE.
052500     START CALC-LOG-FILE KEY IS NOT LESS THAN CL-LOG-KEY
052600         INVALID KEY
052700             SET WS-END-OF-FILE TO TRUE
052800     END-START.
052900     PERFORM 2600-COUNT-ONE-CALCULATION
053000         THRU 2600-EXIT
053100         UNTIL WS-END-OF-FILE.
053200     CLOSE CALC-LOG-FILE.
053300 2500-EXIT.
053400     EXIT.
053500******************************************************************
053600* 2600-COUNT-ONE-CALCULATION - ONE CALCLOG TRANSACTION.
053700******************************************************************
053800 2600-COUNT-ONE-CALCULATION.
053900     READ CALC-LOG-FILE NEXT RECORD
054000         AT END
054100             SET WS-END-OF-FILE TO TRUE
054200             GO TO 2600-EXIT
054300     END-READ.
054400     MOVE CL-LOG-DATE (1:6) TO WS-WORK-PERIOD.
054500     IF WS-WORK-PERIOD > WS-THIS-PERIOD
054600         SET WS-END-OF-FILE TO TRUE
054700         GO TO 2600-EXIT
054800     END-IF.
054900     IF NOT CL-STATUS-OK OR CL-SOURCE-DEPT = SPACES
055000         GO TO 2600-EXIT
055100     END-IF.
055200     ADD 1 TO WS-CALC-READ-COUNT.
055300     MOVE CL-SOURCE-DEPT TO WS-WORK-DEPT.
055400     PERFORM 2900-FIND-DEPARTMENT
055500         THRU 2900-EXIT.
055600     IF WS-DEPT-FOUND
055700         ADD 1 TO DC-CALC-COUNT (DC-IDX)
055800     END-IF.
055900 2600-EXIT.
056000     EXIT.
056100******************************************************************
056200* 2900-FIND-DEPARTMENT - THE DRIVER ENTRY FOR WS-WORK-DEPT,
056300*                  ADDED WHEN NEW. A FULL TABLE IS COUNTED AND
056400*                  REPORTED.
056500******************************************************************
056600 2900-FIND-DEPARTMENT.
056700     MOVE "N" TO WS-DEPT-FOUND-SWITCH.
056800     SET DC-IDX TO 1.
056900     SEARCH WS-DEPT-ENTRY
057000         AT END
057100             CONTINUE
057200         WHEN DC-IDX > WS-DEPT-COUNT
057300             CONTINUE
057400         WHEN DC-DEPT-CODE (DC-IDX) = WS-WORK-DEPT
057500             SET WS-DEPT-FOUND TO TRUE
057600     END-SEARCH.
057700     IF WS-DEPT-FOUND
057800         GO TO 2900-EXIT
057900     END-IF.
058000     IF WS-DEPT-COUNT NOT < 100
058100         ADD 1 TO WS-DEPT-OVERFLOW
058200         GO TO 2900-EXIT
058300     END-IF.
058400     ADD 1 TO WS-DEPT-COUNT.
058500     SET DC-IDX TO WS-DEPT-COUNT.
058600     MOVE WS-WORK-DEPT TO DC-DEPT-CODE (DC-IDX).
058700     SET WS-DEPT-FOUND TO TRUE.
058800 2900-EXIT.
058900     EXIT.
059000******************************************************************
059100* 3000-ALLOCATE-ONE-POOL - EACH ROW'S BASIS, THE CHECKS THAT
059200*                  LEAVE A POOL UNALLOCATED, THEN EACH SHARE AND
059300*                  THE ROUNDING RESIDUE.
059400******************************************************************
059500 3000-ALLOCATE-ONE-POOL.
059600     IF PT-DONE-BEFORE (PT-IDX)
059700         ADD 1 TO WS-POOLS-DONE-BEFORE
059800         GO TO 3000-EXIT
059900     END-IF.
060000     IF PT-SKIPPED (PT-IDX)
060100         ADD 1 TO WS-POOLS-SKIPPED
060200         GO TO 3000-EXIT
060300     END-IF.
060400     PERFORM 3100-SET-ONE-BASIS
060500         THRU 3100-EXIT
060600         VARYING AT-IDX FROM PT-FIRST-RULE (PT-IDX) BY 1
060700         UNTIL AT-IDX > PT-LAST-RULE (PT-IDX).
060800     EVALUATE TRUE
060900         WHEN PT-METHOD-CALC-COUNT (PT-IDX)
061000          AND NOT WS-CALC-LOG-READ
061100             MOVE "CALCLOG UNAVAILABLE FOR THE DRIVER"
061200                 TO PT-SKIP-REASON (PT-IDX)
061300         WHEN PT-METHOD-PERCENT (PT-IDX)
061400          AND PT-BASIS-TOTAL (PT-IDX) NOT = 100
061500             MOVE "PERCENTAGES DO NOT TOTAL 100"
061600                 TO PT-SKIP-REASON (PT-IDX)
061700         WHEN PT-BASIS-TOTAL (PT-IDX) = ZERO
061800             MOVE "NO DRIVER ACTIVITY IN THE PERIOD"
061900                 TO PT-SKIP-REASON (PT-IDX)
062000         WHEN PT-POOL-AMOUNT (PT-IDX) = ZERO
062050          AND PT-POOL-POSTED (PT-IDX) = ZERO
062100             MOVE "POOL HAS NOTHING TO ALLOCATE"
062200                 TO PT-SKIP-REASON (PT-IDX)
062300         WHEN OTHER
062400             MOVE SPACES TO PT-SKIP-REASON (PT-IDX)
062500     END-EVALUATE.
062600     IF PT-SKIP-REASON (PT-IDX) NOT = SPACES
062700         SET PT-SKIPPED (PT-IDX) TO TRUE
062800         ADD 1 TO WS-POOLS-SKIPPED
062900         GO TO 3000-EXIT
063000     END-IF.
063100     PERFORM 3200-SET-ONE-SHARE
063200         THRU 3200-EXIT
063300         VARYING AT-IDX FROM PT-FIRST-RULE (PT-IDX) BY 1
063400         UNTIL AT-IDX > PT-LAST-RULE (PT-IDX).
063500     IF PT-RESIDUE-RULE (PT-IDX) = ZERO
063600         MOVE PT-FIRST-RULE (PT-IDX) TO WS-RESIDUE-RULE
063700     ELSE
063800         MOVE PT-RESIDUE-RULE (PT-IDX) TO WS-RESIDUE-RULE
063900     END-IF.
064000     SET AT-IDX TO WS-RESIDUE-RULE.
064100     COMPUTE AT-RESIDUE-AMOUNT (AT-IDX) =
064200         PT-POOL-AMOUNT (PT-IDX) - PT-SHARE-TOTAL (PT-IDX).
064300     ADD AT-RESIDUE-AMOUNT (AT-IDX) TO AT-SHARE (AT-IDX)
064400                                      PT-SHARE-TOTAL (PT-IDX).
064425     COMPUTE AT-SHARE-POSTED (AT-IDX) = AT-SHARE-POSTED (AT-IDX)
064450         + PT-POOL-POSTED (PT-IDX)
064475         - PT-SHARE-POSTED-TOTAL (PT-IDX).
064500     MOVE WS-RESIDUE-RULE TO PT-RESIDUE-RULE (PT-IDX).
064600     SET PT-ALLOCATED (PT-IDX) TO TRUE.
064700     ADD 1 TO WS-POOLS-ALLOCATED.
064800 3000-EXIT.
064900     EXIT.
065000******************************************************************
065100* 3100-SET-ONE-BASIS - THE ROW'S PERCENTAGE, OR ITS
065200*                  DEPARTMENT'S DRIVER COUNT.
065300******************************************************************
065400 3100-SET-ONE-BASIS.
065500     MOVE ZERO TO AT-BASIS (AT-IDX).
065600     IF PT-METHOD-PERCENT (PT-IDX)
065700         MOVE AT-PERCENT (AT-IDX) TO AT-BASIS (AT-IDX)
065800         GO TO 3100-ADD
065900     END-IF.
066000     SET DC-IDX TO 1.
066100     SEARCH WS-DEPT-ENTRY
066200         AT END
066300             CONTINUE
066400         WHEN DC-IDX > WS-DEPT-COUNT
066500             CONTINUE
066600         WHEN DC-DEPT-CODE (DC-IDX) = AT-TARGET-DEPT (AT-IDX)
066700             IF PT-METHOD-CALC-COUNT (PT-IDX)
066800                 MOVE DC-CALC-COUNT (DC-IDX) TO AT-BASIS (AT-IDX)
066900             ELSE
067000                 MOVE DC-POSTING-COUNT (DC-IDX)
067100                     TO AT-BASIS (AT-IDX)
067200             END-IF
067300     END-SEARCH.
067400 3100-ADD.
067500     ADD AT-BASIS (AT-IDX) TO PT-BASIS-TOTAL (PT-IDX).
067600 3100-EXIT.
067700     EXIT.
067800******************************************************************
067900* 3200-SET-ONE-SHARE - EACH PART OF THE POOL TIMES BASIS OVER
068000*                  TOTAL BASIS, TRUNCATED - THE NUM2 PART TO A
068100*                  WHOLE UNIT, THE POSTED MONEY TO THE PENNY.
068150*                  WHAT TRUNCATION LEAVES OVER IS THE RESIDUE.
068200******************************************************************
068300 3200-SET-ONE-SHARE.
068400     COMPUTE AT-SHARE-POSTED (AT-IDX) =
068500         PT-POOL-POSTED (PT-IDX) * AT-BASIS (AT-IDX)
068600         / PT-BASIS-TOTAL (PT-IDX).
068610     COMPUTE WS-NUM2-SHARE =
068620         (PT-POOL-AMOUNT (PT-IDX) - PT-POOL-POSTED (PT-IDX))
068630         * AT-BASIS (AT-IDX) / PT-BASIS-TOTAL (PT-IDX).
068640     COMPUTE AT-SHARE (AT-IDX) =
068650         WS-NUM2-SHARE + AT-SHARE-POSTED (AT-IDX).
068700     ADD AT-SHARE (AT-IDX) TO PT-SHARE-TOTAL (PT-IDX).
068725     ADD AT-SHARE-POSTED (AT-IDX)
068750         TO PT-SHARE-POSTED-TOTAL (PT-IDX).
068800 3200-EXIT.
068900     EXIT.
069000******************************************************************
069100* 4000-WRITE-POSTINGS - ALLOCDLY IN PNDAILY FORMAT: A HEADER
069200*                  DATED THE BUSINESS DATE, THEN FOR EACH POOL
069300*                  ALLOCATED A TYPE "S" CREDIT OF THE POOL TO
069400*                  THE POOL ACCOUNT (HOUSE DEPARTMENT) AND A
069500*                  CHARGE OF EACH SHARE TO ITS DEPARTMENT - THE
069550*                  POSTED MONEY AS TYPE "R" DETAILS - AND A
069600*                  TRAILER WITH THE DETAIL COUNT, THE SIGNED
069700*                  ADJUSTMENT HASH AND THE POST-AMOUNT TOTAL -
069750*                  BOTH ZERO, AS EVERY POOL BALANCES. A RUN THAT
069800*                  ALLOCATES NOTHING STILL WRITES AN EMPTY BATCH,
069900*                  SO AN OLD FILE IS NEVER POSTED TWICE.
070100******************************************************************
070200 4000-WRITE-POSTINGS.
070300     OPEN OUTPUT ALLOC-DAILY-FILE.
070400     MOVE SPACES TO DAILY-TRANS-RECORD.
070500     MOVE "HD" TO DT-RECORD-TYPE.
070600     MOVE WS-TODAYS-DATE TO DT-BATCH-DATE.
070700     MOVE ZERO TO DT-POST-AMOUNT.
070800     WRITE DAILY-TRANS-RECORD.
070900     PERFORM 4100-POST-ONE-POOL
071000         THRU 4100-EXIT
071100         VARYING PT-IDX FROM 1 BY 1
071200         UNTIL PT-IDX > WS-POOL-COUNT.
071300     MOVE SPACES TO DAILY-TRANS-RECORD.
071400     MOVE "TL" TO DT-RECORD-TYPE.
071500     MOVE WS-POSTING-COUNT TO DT-RECORD-COUNT.
071600     MOVE WS-HASH-TOTAL TO DT-HASH-TOTAL.
071700     MOVE WS-POSTED-TOTAL TO DT-POST-AMOUNT.
071800     WRITE DAILY-TRANS-RECORD.
071900     CLOSE ALLOC-DAILY-FILE.
072000 4000-EXIT.
072100     EXIT.
072200******************************************************************
072300* 4100-POST-ONE-POOL - THE POOL CREDIT, THEN THE SHARES.
072400******************************************************************
072500 4100-POST-ONE-POOL.
072600     IF NOT PT-ALLOCATED (PT-IDX)
072700         GO TO 4100-EXIT
072800     END-IF.
072900     MOVE PT-POOL-ACCOUNT (PT-IDX) TO WS-WORK-GL-ACCOUNT.
073000     MOVE SPACES TO WS-WORK-DEPT.
073100     COMPUTE WS-CHUNK-REMAIN =
073150         PT-POOL-POSTED (PT-IDX) - PT-POOL-AMOUNT (PT-IDX).
073200     PERFORM 4300-WRITE-ONE-PIECE
073300         THRU 4300-EXIT
073400         UNTIL WS-CHUNK-REMAIN = ZERO.
073425     COMPUTE WS-WORK-POSTED = ZERO - PT-POOL-POSTED (PT-IDX).
073450     PERFORM 4400-WRITE-POSTED-DETAIL
073475         THRU 4400-EXIT.
073500     PERFORM 4200-POST-ONE-SHARE
073600         THRU 4200-EXIT
073700         VARYING AT-IDX FROM PT-FIRST-RULE (PT-IDX) BY 1
073800         UNTIL AT-IDX > PT-LAST-RULE (PT-IDX).
073900 4100-EXIT.
074000     EXIT.
074100******************************************************************
074200* 4200-POST-ONE-SHARE - ONE DEPARTMENT'S CHARGE. A ZERO SHARE
074300*                  WRITES NOTHING.
074400******************************************************************
074500 4200-POST-ONE-SHARE.
074600     MOVE AT-TARGET-ACCOUNT (AT-IDX) TO WS-WORK-GL-ACCOUNT.
074700     MOVE AT-TARGET-DEPT (AT-IDX) TO WS-WORK-DEPT.
074800     COMPUTE WS-CHUNK-REMAIN =
074850         AT-SHARE (AT-IDX) - AT-SHARE-POSTED (AT-IDX).
074900     PERFORM 4300-WRITE-ONE-PIECE
075000         THRU 4300-EXIT
075100         UNTIL WS-CHUNK-REMAIN = ZERO.
075125     MOVE AT-SHARE-POSTED (AT-IDX) TO WS-WORK-POSTED.
075150     PERFORM 4400-WRITE-POSTED-DETAIL
075175         THRU 4400-EXIT.
075200 4200-EXIT.
075300     EXIT.
075400******************************************************************
075500* 4300-WRITE-ONE-PIECE - ONE SIGNED-ADJUSTMENT DETAIL OF AT
075600*                  MOST 9999 EITHER WAY, TAKEN OFF WHAT IS LEFT
075700*                  TO POST.
075800******************************************************************
075900 4300-WRITE-ONE-PIECE.
076000     EVALUATE TRUE
076100         WHEN WS-CHUNK-REMAIN > 9999
076200             MOVE 9999 TO WS-CHUNK-AMOUNT
076300         WHEN WS-CHUNK-REMAIN < -9999
076400             MOVE -9999 TO WS-CHUNK-AMOUNT
076500         WHEN OTHER
076600             MOVE WS-CHUNK-REMAIN TO WS-CHUNK-AMOUNT
076700     END-EVALUATE.
076800     MOVE SPACES TO DAILY-TRANS-RECORD.
076900     MOVE "DT" TO DT-RECORD-TYPE.
077000     MOVE ZERO TO DT-NUM1-ADJ
077100                  DT-NUM3-ADJ
077200                  DT-POST-AMOUNT.
077300     MOVE WS-CHUNK-AMOUNT TO DT-NUM2-ADJ.
077400     MOVE WS-WORK-GL-ACCOUNT TO DT-GL-ACCOUNT.
077500     MOVE WS-WORK-DEPT TO DT-DEPT-CODE.
077600     SET DT-TYPE-SIGNED TO TRUE.
077700     WRITE DAILY-TRANS-RECORD.
077800     ADD 1 TO WS-POSTING-COUNT
077900              PT-LINE-COUNT (PT-IDX).
078000     ADD WS-CHUNK-AMOUNT TO WS-HASH-TOTAL.
078100     SUBTRACT WS-CHUNK-AMOUNT FROM WS-CHUNK-REMAIN.
078200 4300-EXIT.
078300     EXIT.
078302******************************************************************
078304* 4400-WRITE-POSTED-DETAIL - ONE TYPE "R" MONEY DETAIL OF
078306*                  WS-WORK-POSTED, THE WAY FXREVALUATION POSTS
078308*                  MONEY. A ZERO AMOUNT WRITES NOTHING.
078310******************************************************************
078312 4400-WRITE-POSTED-DETAIL.
078314     IF WS-WORK-POSTED = ZERO
078316         GO TO 4400-EXIT
078318     END-IF.
078320     MOVE SPACES TO DAILY-TRANS-RECORD.
078322     MOVE "DT" TO DT-RECORD-TYPE.
078324     MOVE ZERO TO DT-NUM1-ADJ
078326                  DT-NUM2-ADJ
078328                  DT-NUM3-ADJ.
078330     MOVE WS-WORK-GL-ACCOUNT TO DT-GL-ACCOUNT.
078332     MOVE WS-WORK-DEPT TO DT-DEPT-CODE.
078334     SET DT-TYPE-REVENUE TO TRUE.
078336     MOVE WS-WORK-POSTED TO DT-POST-AMOUNT.
078338     WRITE DAILY-TRANS-RECORD.
078340     ADD 1 TO WS-POSTING-COUNT
078342              PT-LINE-COUNT (PT-IDX).
078344     ADD WS-WORK-POSTED TO WS-POSTED-TOTAL.
078346 4400-EXIT.
078348     EXIT.
078400******************************************************************
078500* 4500-REGISTER-POOLS - APPEND EACH POOL ALLOCATED TO ALLOCREG
078600*                  SO IT IS NEVER ALLOCATED TWICE IN A PERIOD.
078700******************************************************************
078800 4500-REGISTER-POOLS.
078900     IF WS-POOLS-ALLOCATED = ZERO
079000         GO TO 4500-EXIT
079100     END-IF.
079200     OPEN EXTEND ALLOC-REGISTER-FILE.
079300     IF NOT WS-AREG-FILE-OK
079400         OPEN OUTPUT ALLOC-REGISTER-FILE
079500     END-IF.
079600     PERFORM 4510-REGISTER-ONE-POOL
079700         THRU 4510-EXIT
079800         VARYING PT-IDX FROM 1 BY 1
079900         UNTIL PT-IDX > WS-POOL-COUNT.
080000     CLOSE ALLOC-REGISTER-FILE.
080100 4500-EXIT.
080200     EXIT.
080300******************************************************************
080400* 4510-REGISTER-ONE-POOL - ONE ALLOCATED POOL.
080500******************************************************************
080600 4510-REGISTER-ONE-POOL.
080700     IF NOT PT-ALLOCATED (PT-IDX)
080800         GO TO 4510-EXIT
080900     END-IF.
081000     MOVE WS-THIS-PERIOD TO AE-PERIOD.
081100     MOVE PT-POOL-ACCOUNT (PT-IDX) TO AE-POOL-ACCOUNT.
081200     MOVE WS-TODAYS-DATE TO AE-RUN-DATE.
081300     MOVE PT-POOL-AMOUNT (PT-IDX) TO AE-POOL-AMOUNT.
081400     MOVE PT-LINE-COUNT (PT-IDX) TO AE-LINE-COUNT.
081500     WRITE ALLOC-REGISTER-RECORD.
081600 4510-EXIT.
081700     EXIT.
081800******************************************************************
081900* 5000-WRITE-REPORT - EACH POOL WITH ITS BASIS AND SHARES (OR
082000*                  WHY IT WAS NOT ALLOCATED), THEN THE RUN
082100*                  TOTALS.
082200******************************************************************
082300 5000-WRITE-REPORT.
082400     OPEN OUTPUT ALLOC-RPT-FILE.
082500     MOVE WS-THIS-PERIOD TO HL-PERIOD.
082600     MOVE WS-TODAYS-DATE TO HL-RUN-DATE.
082700     WRITE ALLOC-RPT-LINE FROM WS-HEADER-LINE.
082800     PERFORM 5100-PRINT-ONE-POOL
082900         THRU 5100-EXIT
083000         VARYING PT-IDX FROM 1 BY 1
083100         UNTIL PT-IDX > WS-POOL-COUNT.
083200     MOVE SPACES TO ALLOC-RPT-LINE.
083300     WRITE ALLOC-RPT-LINE.
083400     IF WS-POOL-COUNT = ZERO
083500         MOVE "NO ALLOCATION RULES ON FILE" TO ALLOC-RPT-LINE
083600         WRITE ALLOC-RPT-LINE
083700     END-IF.
083800     MOVE "POOLS ON THE RULES" TO TL-LABEL.
083900     MOVE WS-POOL-COUNT TO TL-COUNT.
084000     WRITE ALLOC-RPT-LINE FROM WS-TOTAL-LINE.
084100     MOVE "POOLS ALLOCATED" TO TL-LABEL.
084200     MOVE WS-POOLS-ALLOCATED TO TL-COUNT.
084300     WRITE ALLOC-RPT-LINE FROM WS-TOTAL-LINE.
084400     MOVE "POOLS NOT ALLOCATED" TO TL-LABEL.
084500     MOVE WS-POOLS-SKIPPED TO TL-COUNT.
084600     WRITE ALLOC-RPT-LINE FROM WS-TOTAL-LINE.
084700     MOVE "POOLS ALLOCATED BY AN EARLIER RUN" TO TL-LABEL.
084800     MOVE WS-POOLS-DONE-BEFORE TO TL-COUNT.
084900     WRITE ALLOC-RPT-LINE FROM WS-TOTAL-LINE.
085000     MOVE "ALLOCDLY POSTING DETAILS" TO TL-LABEL.
085100     MOVE WS-POSTING-COUNT TO TL-COUNT.
085200     WRITE ALLOC-RPT-LINE FROM WS-TOTAL-LINE.
085300     MOVE "PERIOD POSTINGS READ" TO TL-LABEL.
085400     MOVE WS-LEDGER-READ-COUNT TO TL-COUNT.
085500     WRITE ALLOC-RPT-LINE FROM WS-TOTAL-LINE.
085600     IF WS-CALC-DRIVER-USED
085700         MOVE "PERIOD CALCULATIONS READ" TO TL-LABEL
085800         MOVE WS-CALC-READ-COUNT TO TL-COUNT
085900         WRITE ALLOC-RPT-LINE FROM WS-TOTAL-LINE
086000     END-IF.
086100     IF WS-DEPT-OVERFLOW > ZERO
086200         MOVE "DRIVER COUNTS LOST - DEPT TABLE FULL" TO TL-LABEL
086300         MOVE WS-DEPT-OVERFLOW TO TL-COUNT
086400         WRITE ALLOC-RPT-LINE FROM WS-TOTAL-LINE
086500     END-IF.
086600     CLOSE ALLOC-RPT-FILE.
086700 5000-EXIT.
086800     EXIT.
086900******************************************************************
087000* 5100-PRINT-ONE-POOL - THE POOL HEADING, ITS ROWS, AND THE
087100*                  BALANCE CHECK OR THE REASON IT WAS SKIPPED.
087200******************************************************************
087300 5100-PRINT-ONE-POOL.
087400     MOVE SPACES TO ALLOC-RPT-LINE.
087500     WRITE ALLOC-RPT-LINE.
087600     MOVE PT-POOL-ACCOUNT (PT-IDX) TO PH-POOL-ACCOUNT.
087700     EVALUATE TRUE
087800         WHEN PT-METHOD-PERCENT (PT-IDX)
087900             MOVE "FIXED PERCENTAGE" TO PH-METHOD
088000         WHEN PT-METHOD-CALC-COUNT (PT-IDX)
088100             MOVE "CALCLOG TRANSACTIONS" TO PH-METHOD
088200         WHEN PT-METHOD-POST-COUNT (PT-IDX)
088300             MOVE "PNLEDG POSTINGS" TO PH-METHOD
088400         WHEN OTHER
088500             MOVE "UNKNOWN" TO PH-METHOD
088600     END-EVALUATE.
088700     MOVE PT-POOL-AMOUNT (PT-IDX) TO PH-POOL-AMOUNT.
088800     WRITE ALLOC-RPT-LINE FROM WS-POOL-LINE.
088900     WRITE ALLOC-RPT-LINE FROM WS-COLUMN-LINE.
089000     PERFORM 5200-PRINT-ONE-SHARE
089100         THRU 5200-EXIT
089200         VARYING AT-IDX FROM PT-FIRST-RULE (PT-IDX) BY 1
089300         UNTIL AT-IDX > PT-LAST-RULE (PT-IDX).
089400     MOVE PT-BASIS-TOTAL (PT-IDX) TO PL-BASIS-TOTAL.
089500     MOVE PT-SHARE-TOTAL (PT-IDX) TO PL-SHARE-TOTAL.
089600     IF PT-ALLOCATED (PT-IDX)
089700         MOVE "BALANCED - POOL CLEARED" TO PL-VERDICT
089800     ELSE
089900         MOVE SPACES TO PL-VERDICT
090000         STRING "NOT ALLOCATED: " DELIMITED BY SIZE
090100             PT-SKIP-REASON (PT-IDX) DELIMITED BY "  "
090200             INTO PL-VERDICT
090300         END-STRING
090400     END-IF.
090500     WRITE ALLOC-RPT-LINE FROM WS-POOL-TOTAL-LINE.
090600 5100-EXIT.
090700     EXIT.
090800******************************************************************
090900* 5200-PRINT-ONE-SHARE - ONE DEPARTMENT ROW.
091000******************************************************************
091100 5200-PRINT-ONE-SHARE.
091200     MOVE AT-TARGET-DEPT (AT-IDX) TO SL-DEPT-CODE.
091300     MOVE AT-TARGET-ACCOUNT (AT-IDX) TO SL-TARGET-ACCOUNT.
091400     MOVE AT-BASIS (AT-IDX) TO SL-BASIS.
091500     MOVE AT-SHARE (AT-IDX) TO SL-SHARE.
091600     MOVE AT-RESIDUE-AMOUNT (AT-IDX) TO SL-RESIDUE.
091700     MOVE SPACES TO SL-RESIDUE-MARK.
091800     IF PT-RESIDUE-RULE (PT-IDX) = AT-IDX
091900         MOVE " *RESIDUE" TO SL-RESIDUE-MARK
092000     END-IF.
092100     WRITE ALLOC-RPT-LINE FROM WS-SHARE-LINE.
092200 5200-EXIT.
092300     EXIT.
092400******************************************************************
092500* 9999-EXIT - COMMON PROGRAM EXIT POINT.
092600******************************************************************
092700 9999-EXIT.
092800     GOBACK.
092900 END PROGRAM CostAllocation.
