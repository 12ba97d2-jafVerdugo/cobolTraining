000100******************************************************************
000200* PROGRAM-ID: MINCHARGEGEN
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     MONTH-END MINIMUM-CHARGE GENERATOR. RUN AFTER
000800*              CALCROLLUP HAS CLOSED THE PERIOD, IT TAKES THE
000900*              LATEST CLOSED MONTH ON CALCPCLS, TOTALS EACH
001000*              ACCOUNT'S BILLABLE (OK) CALCLOG RESULTS FOR THAT
001100*              MONTH FROM THE LIVE LOG AND THE ARCHIVE, AND FOR
001200*              EVERY ACTIVE ACCOUNT BILLED BELOW ITS ACCTMSTR
001300*              MONTHLY MINIMUM EMITS A TOP-UP TRANSACTION ON A
001400*              BATCH-HEADERED CALCIN-FORMAT FILE (CALCMIN). THE
001500*              TOP-UP IS A MULTIPLY OF THE SHORTFALL BY THE
001600*              ACCOUNT'S MINIMUM RATE CODE, SO IT IS PRICED,
001700*              LOGGED, TAXED AND EXTRACTED TO BILLING BY THE
001800*              NORMAL CALCULATOR RUN - A MINIMUM RATE CODE IS
001900*              NORMALLY PUBLISHED AT 1.00. RECORDS ALREADY
002000*              PRICED UNDER THE ACCOUNT'S MINIMUM RATE CODE ARE
002100*              EARLIER TOP-UPS AND DO NOT COUNT AS ACTIVITY. THE
002200*              MINCCTL CONTROL REMEMBERS THE LAST MONTH TOPPED
002300*              UP SO A RERUN CANNOT BILL A MINIMUM TWICE. THE
002400*              REPORT (MINCHGRP) LISTS EACH ACCOUNT TOPPED UP
002500*              AND BY HOW MUCH.
002600* TECTONICS:   cobc
002700*
002800* MODIFICATION HISTORY
002900*   2026-10-15 DO  INITIAL VERSION.
002914*   2026-10-15 DO  THE CLOSED PERIOD IS A FISCAL PERIOD FROM THE
002928*                  FISCCAL CALENDAR (CALENDAR MONTHS WHEN THERE IS
002942*                  NONE). THE BUSINESS DATE'S PERIOD AND THE
002956*                  CLOSED PERIOD'S FIRST AND LAST DAY COME THROUGH
002970*                  FISCALPERIOD, AND THE ACTIVITY COLLECTED IS
002984*                  EVERY LOG RECORD DATED INSIDE THAT RANGE.
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. MinChargeGen.
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS AM-ACCOUNT-ID
004000         FILE STATUS IS WS-ACCT-FILE-STATUS.
004100     SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS CL-LOG-KEY
004500         FILE STATUS IS WS-LOG-FILE-STATUS.
004600     SELECT CALC-ARCHIVE-FILE ASSIGN TO "CALCARCH"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-ARCH-FILE-STATUS.
004900     SELECT ACCOUNT-MAP-FILE ASSIGN TO "ACCTMAP"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-MAP-FILE-STATUS.
005200     SELECT PERIOD-CLOSE-FILE ASSIGN TO "CALCPCLS"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-PCLS-FILE-STATUS.
005500     SELECT MIN-CONTROL-FILE ASSIGN TO "MINCCTL"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-CTL-FILE-STATUS.
005800     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-BDATE-FILE-STATUS.
006100     SELECT TOPUP-OUT-FILE ASSIGN TO "CALCMIN"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-OUT-FILE-STATUS.
006400     SELECT MINIMUM-RPT-FILE ASSIGN TO "MINCHGRP"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-RPT-FILE-STATUS.
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  ACCOUNT-MASTER-FILE.
007000     COPY ACCTMSTR.
007100 FD  CALC-LOG-FILE.
007200     COPY CALCLOG.
007300 FD  CALC-ARCHIVE-FILE
007400     RECORDING MODE IS F.
007500     COPY CALCLOG REPLACING CALC-LOG-RECORD BY
007600         ARCHIVE-LOG-RECORD.
007700 FD  ACCOUNT-MAP-FILE
007800     RECORDING MODE IS F.
007900     COPY ACCTMAP.
008000 FD  PERIOD-CLOSE-FILE
008100     RECORDING MODE IS F.
008200 01  PERIOD-CLOSE-RECORD.
008300     05  PC-YEAR-MONTH               PIC 9(06).
008400     05  PC-CLOSED-DATE              PIC 9(08).
008500     05  PC-CLOSED-BY                PIC X(08).
008600 FD  MIN-CONTROL-FILE
008700     RECORDING MODE IS F.
008800 01  MIN-CONTROL-RECORD.
008900     05  MC-LAST-YEAR-MONTH          PIC 9(06).
009000     05  MC-RUN-DATE                 PIC 9(08).
009100     05  MC-TOPUP-COUNT              PIC 9(06).
009200 FD  BUS-DATE-FILE
009300     RECORDING MODE IS F.
009400     COPY BUSDATE.
009500 FD  TOPUP-OUT-FILE
009600     RECORDING MODE IS F.
009700 01  TOPUP-OUT-RECORD.
009800     05  TO-NUM1                     PIC S9(9)V99.
009900     05  TO-NUM2                     PIC S9(9)V99.
010000     05  TO-OPTION                   PIC 9(01).
010100     05  TO-ACCOUNT-ID               PIC X(08).
010200     05  TO-RATE-CODE                PIC X(04).
010300     05  TO-CURRENCY-CODE            PIC X(03).
010400 01  TOPUP-OUT-HEADER.
010500     05  TO-HEADER-TYPE              PIC X(02).
010600     05  TO-BATCH-ID                 PIC X(08).
010700     05  FILLER                      PIC X(28).
010800 FD  MINIMUM-RPT-FILE
010900     RECORDING MODE IS F.
011000 01  MINIMUM-RPT-LINE                PIC X(80).
011100 WORKING-STORAGE SECTION.
011200 01  WS-ACCT-FILE-STATUS             PIC X(02).
011300     88  WS-ACCT-FILE-OK             VALUE "00".
011400 01  WS-LOG-FILE-STATUS              PIC X(02).
011500     88  WS-LOG-FILE-OK              VALUE "00".
011600 01  WS-ARCH-FILE-STATUS             PIC X(02).
011700     88  WS-ARCH-FILE-OK             VALUE "00".
011800 01  WS-PCLS-FILE-STATUS             PIC X(02).
011900     88  WS-PCLS-FILE-OK             VALUE "00".
012000 01  WS-CTL-FILE-STATUS              PIC X(02).
012100     88  WS-CTL-FILE-OK              VALUE "00".
012200 01  WS-BDATE-FILE-STATUS            PIC X(02).
012300     88  WS-BDATE-FILE-OK            VALUE "00".
012400 01  WS-OUT-FILE-STATUS              PIC X(02).
012500     88  WS-OUT-FILE-OK              VALUE "00".
012600 01  WS-RPT-FILE-STATUS              PIC X(02).
012700     88  WS-RPT-FILE-OK              VALUE "00".
012800 01  WS-ACCT-EOF-SWITCH              PIC X(01) VALUE "N".
012900     88  WS-END-OF-MASTER            VALUE "Y".
013000 01  WS-LOG-EOF-SWITCH               PIC X(01) VALUE "N".
013100     88  WS-END-OF-LOG               VALUE "Y".
013200 01  WS-ARCH-EOF-SWITCH              PIC X(01) VALUE "N".
013300     88  WS-END-OF-ARCHIVE           VALUE "Y".
013400 01  WS-PCLS-EOF-SWITCH              PIC X(01) VALUE "N".
013500     88  WS-END-OF-CLOSES            VALUE "Y".
013600 01  WS-FOUND-SWITCH                 PIC X(01) VALUE "N".
013700     88  WS-ACCOUNT-FOUND            VALUE "Y".
013800 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
013900 01  WS-BUSINESS-YEAR-MONTH          PIC 9(06) VALUE ZERO.
014000 01  WS-CLOSED-YEAR-MONTH            PIC 9(06) VALUE ZERO.
014100 01  WS-MONTH-START.
014200     05  WS-MS-YEAR-MONTH            PIC 9(06).
014300     05  WS-MS-DAY                   PIC 9(02).
014400 01  WS-MONTH-START-DATE REDEFINES WS-MONTH-START
014500                                     PIC 9(08).
014507 01  WS-PERIOD-END-DATE              PIC 9(08) VALUE ZERO.
014514 01  WS-FP-FUNCTION                  PIC X(01).
014521 01  WS-FP-RESULT.
014528     05  WS-FP-FOUND-SWITCH          PIC X(01).
014535         88  WS-FP-PERIOD-FOUND      VALUE "Y".
014542     05  WS-FP-SOURCE                PIC X(01).
014549     05  WS-FP-PERIOD-ID             PIC 9(06).
014556     05  WS-FP-START-DATE            PIC 9(08).
014563     05  WS-FP-END-DATE              PIC 9(08).
014570     05  WS-FP-YEAR-START-DATE       PIC 9(08).
014577     05  WS-FP-YEAR-END-DATE         PIC 9(08).
014584     05  WS-FP-PERIODS-IN-YEAR       PIC 9(02).
014600 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
014700 01  WS-LIB-FUNCTION                 PIC X(06).
014800 01  WS-LIB-RETURN-CODE              PIC 9(02).
014900 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "MINCHARGE".
015000 01  WS-LIB-MSG-VALUE                PIC X(40).
015100 01  WS-LIB-MSG-TEXT                 PIC X(60).
015200 01  WS-MINIMUM-TABLE.
015300     05  WS-MINIMUM-ENTRY OCCURS 500 TIMES INDEXED BY MN-IDX.
015400         10  MN-ACCOUNT-ID           PIC X(08).
015500         10  MN-CUSTOMER-NAME        PIC X(30).
015600         10  MN-MINIMUM-CHARGE       PIC S9(11)V99.
015700         10  MN-MINIMUM-RATE         PIC X(04).
015800         10  MN-ITEM-COUNT           PIC 9(07) COMP.
015900         10  MN-BILLED-TOTAL         PIC S9(13)V99.
016000 01  WS-MINIMUM-COUNT                PIC 9(04) COMP VALUE ZERO.
016100 01  WS-OVERFLOW-COUNT               PIC 9(06) COMP VALUE ZERO.
016200 01  WS-WORK-ACCOUNT                 PIC X(08) VALUE SPACES.
016300 01  WS-WORK-RATE-CODE               PIC X(04) VALUE SPACES.
016400 01  WS-WORK-AMOUNT                  PIC S9(11)V99 VALUE ZERO.
016500 01  WS-SHORTFALL                    PIC S9(13)V99 VALUE ZERO.
016600 01  WS-TOPUP-COUNT                  PIC 9(06) VALUE ZERO.
016700 01  WS-TOPUP-TOTAL                  PIC S9(13)V99 VALUE ZERO.
016800 01  WS-LAST-TOPPED-MONTH            PIC 9(06) VALUE ZERO.
016900 01  WS-LAST-RUN-DATE                PIC 9(08) VALUE ZERO.
017000 01  WS-TOO-LARGE-COUNT              PIC 9(04) COMP VALUE ZERO.
017100 01  WS-MAP-FILE-STATUS              PIC X(02).
017200     88  WS-MAP-FILE-OK              VALUE "00".
017300 01  WS-MAP-EOF-SWITCH               PIC X(01) VALUE "N".
017400     88  WS-END-OF-MAP               VALUE "Y".
017500 01  WS-MAP-FOLLOW-SWITCH            PIC X(01) VALUE "N".
017600     88  WS-MAP-FOLLOWING            VALUE "Y".
017700 01  WS-MAP-TABLE.
017800     05  WS-MAP-ENTRY OCCURS 200 TIMES INDEXED BY MT-IDX.
017900         10  MT-RETIRED-ID           PIC X(08).
018000         10  MT-SURVIVOR-ID          PIC X(08).
018100 01  WS-MAP-COUNT                    PIC 9(03) COMP VALUE ZERO.
018200 01  WS-MAP-HOPS                     PIC 9(03) COMP VALUE ZERO.
018300 01  WS-MAPPED-ACCOUNT               PIC X(08) VALUE SPACES.
018400 01  WS-HEADER-LINE.
018500     05  FILLER                      PIC X(30) VALUE
018600         "MONTHLY MINIMUM CHARGE TOP-UPS".
018700     05  FILLER                      PIC X(10) VALUE
018800         "  PERIOD: ".
018900     05  HL-YEAR-MONTH               PIC 9(06).
019000     05  FILLER                      PIC X(12) VALUE
019100         "  RUN DATE: ".
019200     05  HL-RUN-DATE                 PIC 9(08).
019300     05  FILLER                      PIC X(14) VALUE SPACES.
019400 01  WS-COLUMN-LINE.
019500     05  FILLER                      PIC X(40) VALUE
019600         "ACCOUNT  CUSTOMER                RATE   ".
019700     05  FILLER                      PIC X(40) VALUE
019800         "   MINIMUM        BILLED        TOP-UP  ".
019900 01  WS-DETAIL-LINE.
020000     05  DL-ACCOUNT-ID               PIC X(08).
020100     05  FILLER                      PIC X(01) VALUE SPACE.
020200     05  DL-CUSTOMER-NAME            PIC X(22).
020300     05  FILLER                      PIC X(02) VALUE SPACES.
020400     05  DL-RATE-CODE                PIC X(04).
020500     05  FILLER                      PIC X(01) VALUE SPACE.
020600     05  DL-MINIMUM                  PIC -(10)9.99.
020700     05  DL-BILLED                   PIC -(10)9.99.
020800     05  DL-TOPUP                    PIC -(10)9.99.
020900     05  FILLER                      PIC X(03) VALUE SPACES.
021000 01  WS-TOTAL-LINE.
021100     05  FILLER                      PIC X(20) VALUE
021200         "ACCOUNTS TOPPED UP: ".
021300     05  TL-TOPUP-COUNT              PIC ZZZ,ZZ9.
021400     05  FILLER                      PIC X(12) VALUE SPACES.
021500     05  FILLER                      PIC X(12) VALUE
021600         "TOTAL TOP-UP".
021700     05  FILLER                      PIC X(13) VALUE SPACES.
021800     05  TL-TOPUP-TOTAL              PIC -(10)9.99.
021900     05  FILLER                      PIC X(02) VALUE SPACES.
022000 PROCEDURE DIVISION.
022100******************************************************************
022200* 0000-MAINLINE - FIND THE MONTH TO TOP UP, LOAD THE ACCOUNTS
022300*                 WITH A MINIMUM, TOTAL THEIR MONTH'S ACTIVITY
022400*                 AND EMIT A TOP-UP FOR EVERY SHORTFALL.
022500******************************************************************
022600 0000-MAINLINE.
022700     PERFORM 0700-RESOLVE-BUSINESS-DATE
022800         THRU 0700-EXIT.
022900     PERFORM 0800-FIND-CLOSED-PERIOD
023000         THRU 0800-EXIT.
023100     IF WS-CLOSED-YEAR-MONTH = ZERO
023200         DISPLAY "NO CLOSED PERIOD ON CALCPCLS - CLOSE THE "
023300             "MONTH IN CALCROLLUP BEFORE TOPPING UP MINIMUMS"
023400         MOVE 8 TO RETURN-CODE
023500         GO TO 9999-EXIT
023600     END-IF.
023700     PERFORM 0900-CHECK-CONTROL
023800         THRU 0900-EXIT.
023900     IF WS-LAST-TOPPED-MONTH NOT < WS-CLOSED-YEAR-MONTH
024000         DISPLAY "MINIMUMS FOR " WS-CLOSED-YEAR-MONTH
024100             " ALREADY TOPPED UP ON " WS-LAST-RUN-DATE
024200             " - NOTHING TO DO"
024300         MOVE ZERO TO RETURN-CODE
024400         GO TO 9999-EXIT
024500     END-IF.
024600     PERFORM 1000-LOAD-MINIMUMS
024700         THRU 1000-EXIT.
024800     IF NOT WS-ACCT-FILE-OK
024900         DISPLAY "ACCTMSTR UNAVAILABLE, STATUS "
025000             WS-ACCT-FILE-STATUS " - NO TOP-UPS GENERATED"
025100         MOVE 8 TO RETURN-CODE
025200         GO TO 9999-EXIT
025300     END-IF.
025400     IF WS-OVERFLOW-COUNT > ZERO
025500         DISPLAY "RUN REFUSED - " WS-OVERFLOW-COUNT
025600             " ACCOUNTS WITH A MINIMUM DID NOT FIT THE WORK "
025700             "TABLE AND WOULD GO UNBILLED"
025800         MOVE 16 TO RETURN-CODE
025900         GO TO 9999-EXIT
026000     END-IF.
026100     PERFORM 0500-LOAD-ACCOUNT-MAP
026200         THRU 0500-EXIT.
026300     PERFORM 2000-COLLECT-ACTIVITY
026400         THRU 2000-EXIT.
026500     IF NOT WS-LOG-FILE-OK
026600         DISPLAY "CALCLOG UNAVAILABLE, STATUS "
026700             WS-LOG-FILE-STATUS " - NO TOP-UPS GENERATED"
026800         MOVE 8 TO RETURN-CODE
026900         GO TO 9999-EXIT
027000     END-IF.
027100     PERFORM 3000-GENERATE-TOPUPS
027200         THRU 3000-EXIT.
027300     PERFORM 4000-WRITE-CONTROL
027400         THRU 4000-EXIT.
027500     DISPLAY "MINIMUM TOP-UPS FOR " WS-CLOSED-YEAR-MONTH ": "
027600         WS-TOPUP-COUNT.
027700     IF WS-TOO-LARGE-COUNT > ZERO
027800         DISPLAY "SHORTFALLS TOO LARGE FOR ONE TRANSACTION: "
027900             WS-TOO-LARGE-COUNT " - SEE MINCHGRP"
028000         MOVE 4 TO RETURN-CODE
028100         GO TO 9999-EXIT
028200     END-IF.
028300     MOVE ZERO TO RETURN-CODE.
028400     GO TO 9999-EXIT.
028500******************************************************************
028600* 0500-LOAD-ACCOUNT-MAP - THE ACCTMAP MERGE MAPPINGS INTO A
028700*                  TABLE. ACCOUNTMERGE RE-POINTS THE LIVE LOG BUT
028800*                  NEVER THE ARCHIVE, SO AN ARCHIVED RECORD OF A
028900*                  RETIRED ID IS TRANSLATED THROUGH THIS TABLE.
029000******************************************************************
029100 0500-LOAD-ACCOUNT-MAP.
029200     MOVE ZERO TO WS-MAP-COUNT.
029300     OPEN INPUT ACCOUNT-MAP-FILE.
029400     IF NOT WS-MAP-FILE-OK
029500         GO TO 0500-EXIT
029600     END-IF.
029700     MOVE "N" TO WS-MAP-EOF-SWITCH.
029800     PERFORM 0550-LOAD-ONE-MAPPING
029900         THRU 0550-EXIT
030000         UNTIL WS-END-OF-MAP.
030100     CLOSE ACCOUNT-MAP-FILE.
030200 0500-EXIT.
030300     EXIT.
030400******************************************************************
030500* 0550-LOAD-ONE-MAPPING - ONE RETIRED-TO-SURVIVOR ROW.
030600******************************************************************
030700 0550-LOAD-ONE-MAPPING.
030800     READ ACCOUNT-MAP-FILE
030900         AT END
031000             SET WS-END-OF-MAP TO TRUE
031100     END-READ.
031200     IF WS-END-OF-MAP OR WS-MAP-COUNT NOT < 200
031300         GO TO 0550-EXIT
031400     END-IF.
031500     ADD 1 TO WS-MAP-COUNT.
031600     SET MT-IDX TO WS-MAP-COUNT.
031700     MOVE AX-RETIRED-ID  TO MT-RETIRED-ID (MT-IDX).
031800     MOVE AX-SURVIVOR-ID TO MT-SURVIVOR-ID (MT-IDX).
031900 0550-EXIT.
032000     EXIT.
032100******************************************************************
032200* 0600-RESOLVE-MERGED-ID - FOLLOW WS-MAPPED-ACCOUNT THROUGH THE
032300*                  MAPPINGS TO THE ACCOUNT IT NOW LIVES UNDER. A
032400*                  SURVIVOR MERGED AGAIN LATER IS FOLLOWED ON;
032500*                  THE HOP LIMIT GUARDS AGAINST A LOOPED MAP.
032600******************************************************************
032700 0600-RESOLVE-MERGED-ID.
032800     MOVE ZERO TO WS-MAP-HOPS.
032900     MOVE "Y" TO WS-MAP-FOLLOW-SWITCH.
033000     PERFORM 0650-FOLLOW-ONE-MAPPING
033100         THRU 0650-EXIT
033200         UNTIL NOT WS-MAP-FOLLOWING OR WS-MAP-HOPS > 20.
033300 0600-EXIT.
033400     EXIT.
033500******************************************************************
033600* 0650-FOLLOW-ONE-MAPPING - ONE HOP.
033700******************************************************************
033800 0650-FOLLOW-ONE-MAPPING.
033900     ADD 1 TO WS-MAP-HOPS.
034000     SET MT-IDX TO 1.
034100     SEARCH WS-MAP-ENTRY
034200         AT END
034300             MOVE "N" TO WS-MAP-FOLLOW-SWITCH
034400         WHEN MT-IDX > WS-MAP-COUNT
034500             MOVE "N" TO WS-MAP-FOLLOW-SWITCH
034600         WHEN MT-RETIRED-ID (MT-IDX) = WS-MAPPED-ACCOUNT
034700             MOVE MT-SURVIVOR-ID (MT-IDX) TO WS-MAPPED-ACCOUNT
034800     END-SEARCH.
034900 0650-EXIT.
035000     EXIT.
035100******************************************************************
035200* 0700-RESOLVE-BUSINESS-DATE - THE BUSDATE CONTROL WHEN ONE IS
035300*                  ON FILE, THE SYSTEM DATE OTHERWISE - THE SAME
035400*                  CONVENTION THE REST OF THE CHAIN FOLLOWS.
035500******************************************************************
035600 0700-RESOLVE-BUSINESS-DATE.
035700     MOVE "DATSTM" TO WS-LIB-FUNCTION.
035800     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
035900         WS-TODAYS-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
036000         WS-LIB-MSG-TEXT.
036100     OPEN INPUT BUS-DATE-FILE.
036200     IF NOT WS-BDATE-FILE-OK
036300         GO TO 0700-EXIT
036400     END-IF.
036500     READ BUS-DATE-FILE
036600         AT END
036700             CONTINUE
036800     END-READ.
036900     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
037000         MOVE BD-BUSINESS-DATE TO WS-TODAYS-DATE
037100     END-IF.
037200     CLOSE BUS-DATE-FILE.
037300 0700-EXIT.
037400     EXIT.
037500******************************************************************
037600* 0800-FIND-CLOSED-PERIOD - THE LATEST MONTH CALCROLLUP HAS
037700*                  CLOSED, NO LATER THAN THE BUSINESS MONTH. AN
037800*                  OPEN MONTH IS NEVER TOPPED UP - ITS ACTIVITY
037900*                  IS NOT FINAL.
038000******************************************************************
038100 0800-FIND-CLOSED-PERIOD.
038125     MOVE ZERO TO WS-BUSINESS-YEAR-MONTH.
038150     MOVE "D" TO WS-FP-FUNCTION.
038175     CALL "FiscalPeriod" USING WS-FP-FUNCTION, WS-TODAYS-DATE,
038200         WS-FP-RESULT.
038225     IF WS-FP-PERIOD-FOUND
038250         MOVE WS-FP-PERIOD-ID TO WS-BUSINESS-YEAR-MONTH
038275     END-IF.
038300     MOVE ZERO TO WS-CLOSED-YEAR-MONTH.
038400     OPEN INPUT PERIOD-CLOSE-FILE.
038500     IF NOT WS-PCLS-FILE-OK
038600         GO TO 0800-EXIT
038700     END-IF.
038800     MOVE "N" TO WS-PCLS-EOF-SWITCH.
038900     PERFORM 0850-READ-ONE-CLOSE
039000         THRU 0850-EXIT
039100         UNTIL WS-END-OF-CLOSES.
039200     CLOSE PERIOD-CLOSE-FILE.
039300 0800-EXIT.
039400     EXIT.
039500******************************************************************
039600* 0850-READ-ONE-CLOSE - KEEP THE LATEST ELIGIBLE CLOSED MONTH.
039700******************************************************************
039800 0850-READ-ONE-CLOSE.
039900     READ PERIOD-CLOSE-FILE
040000         AT END
040100             SET WS-END-OF-CLOSES TO TRUE
040200     END-READ.
040300     IF WS-END-OF-CLOSES
040400         GO TO 0850-EXIT
040500     END-IF.
040600     IF PC-YEAR-MONTH > WS-CLOSED-YEAR-MONTH
040700         AND PC-YEAR-MONTH NOT > WS-BUSINESS-YEAR-MONTH
040800         MOVE PC-YEAR-MONTH TO WS-CLOSED-YEAR-MONTH
040900     END-IF.
041000 0850-EXIT.
041100     EXIT.
041200******************************************************************
041300* 0900-CHECK-CONTROL - THE LAST MONTH ALREADY TOPPED UP, ZERO
041400*                  WHEN NO RUN HAS EVER BEEN MADE.
041500******************************************************************
041600 0900-CHECK-CONTROL.
041700     MOVE ZERO TO WS-LAST-TOPPED-MONTH.
041800     MOVE ZERO TO WS-LAST-RUN-DATE.
041900     OPEN INPUT MIN-CONTROL-FILE.
042000     IF NOT WS-CTL-FILE-OK
042100         GO TO 0900-EXIT
042200     END-IF.
042300     READ MIN-CONTROL-FILE
042400         AT END
042500             CONTINUE
042600         NOT AT END
042700             MOVE MC-LAST-YEAR-MONTH TO WS-LAST-TOPPED-MONTH
042800             MOVE MC-RUN-DATE TO WS-LAST-RUN-DATE
042900     END-READ.
043000     CLOSE MIN-CONTROL-FILE.
043100 0900-EXIT.
043200     EXIT.
043300******************************************************************
043400* 1000-LOAD-MINIMUMS - EVERY ACTIVE ACCOUNT CARRYING A MONTHLY
043500*                  MINIMUM INTO THE WORK TABLE.
043600******************************************************************
043700 1000-LOAD-MINIMUMS.
043800     OPEN INPUT ACCOUNT-MASTER-FILE.
043900     IF NOT WS-ACCT-FILE-OK
044000         GO TO 1000-EXIT
044100     END-IF.
044200     MOVE "N" TO WS-ACCT-EOF-SWITCH.
044300     MOVE LOW-VALUES TO AM-ACCOUNT-ID.
044400     START ACCOUNT-MASTER-FILE KEY IS NOT LESS THAN AM-ACCOUNT-ID
044500         INVALID KEY
044600             SET WS-END-OF-MASTER TO TRUE
044700     END-START.
044800     PERFORM 1100-LOAD-ONE-ACCOUNT
044900         THRU 1100-EXIT
045000         UNTIL WS-END-OF-MASTER.
045100     CLOSE ACCOUNT-MASTER-FILE.
045200 1000-EXIT.
045300     EXIT.
045400******************************************************************
045500* 1100-LOAD-ONE-ACCOUNT - ONE ACCOUNT WITH A MINIMUM.
045600******************************************************************
045700 1100-LOAD-ONE-ACCOUNT.
045800     READ ACCOUNT-MASTER-FILE NEXT RECORD
045900         AT END
046000             SET WS-END-OF-MASTER TO TRUE
046100     END-READ.
046200     IF WS-END-OF-MASTER
046300         GO TO 1100-EXIT
046400     END-IF.
046500     IF NOT AM-STATUS-ACTIVE OR AM-MINIMUM-CHARGE NOT > ZERO
046600         GO TO 1100-EXIT
046700     END-IF.
046800     IF WS-MINIMUM-COUNT NOT < 500
046900         ADD 1 TO WS-OVERFLOW-COUNT
047000         GO TO 1100-EXIT
047100     END-IF.
047200     ADD 1 TO WS-MINIMUM-COUNT.
047300     SET MN-IDX TO WS-MINIMUM-COUNT.
047400     MOVE AM-ACCOUNT-ID     TO MN-ACCOUNT-ID (MN-IDX).
047500     MOVE AM-CUSTOMER-NAME  TO MN-CUSTOMER-NAME (MN-IDX).
047600     MOVE AM-MINIMUM-CHARGE TO MN-MINIMUM-CHARGE (MN-IDX).
047700     MOVE AM-MINIMUM-RATE   TO MN-MINIMUM-RATE (MN-IDX).
047800     MOVE ZERO TO MN-ITEM-COUNT (MN-IDX).
047900     MOVE ZERO TO MN-BILLED-TOTAL (MN-IDX).
048000 1100-EXIT.
048100     EXIT.
048200******************************************************************
048300* 2000-COLLECT-ACTIVITY - THE ARCHIVE, THEN THE LIVE LOG FROM
048400*                  THE FIRST DAY OF THE CLOSED PERIOD, FOLDING
048500*                  EVERY OK RECORD OF THE PERIOD INTO ITS ACCOUNT.
048600******************************************************************
048700 2000-COLLECT-ACTIVITY.
048725     MOVE WS-CLOSED-YEAR-MONTH TO WS-MS-YEAR-MONTH.
048750     MOVE 1 TO WS-MS-DAY.
048766     COMPUTE WS-PERIOD-END-DATE =
048782         (WS-CLOSED-YEAR-MONTH * 100) + 31.
048800     MOVE "P" TO WS-FP-FUNCTION.
048825     MOVE WS-CLOSED-YEAR-MONTH TO WS-FP-PERIOD-ID.
048850     CALL "FiscalPeriod" USING WS-FP-FUNCTION, WS-TODAYS-DATE,
048875         WS-FP-RESULT.
048900     IF WS-FP-PERIOD-FOUND
048925         MOVE WS-FP-START-DATE TO WS-MONTH-START-DATE
048950         MOVE WS-FP-END-DATE   TO WS-PERIOD-END-DATE
048975     END-IF.
049000     MOVE "N" TO WS-ARCH-EOF-SWITCH.
049100     OPEN INPUT CALC-ARCHIVE-FILE.
049200     IF WS-ARCH-FILE-OK
049300         PERFORM 2200-COLLECT-ONE-ARCH-ROW
049400             THRU 2200-EXIT
049500             UNTIL WS-END-OF-ARCHIVE
049600         CLOSE CALC-ARCHIVE-FILE
049700     END-IF.
049800     OPEN INPUT CALC-LOG-FILE.
049900     IF NOT WS-LOG-FILE-OK
050000         GO TO 2000-EXIT
050100     END-IF.
050200     MOVE "N" TO WS-LOG-EOF-SWITCH.
050300     MOVE WS-MONTH-START-DATE TO CL-LOG-DATE OF CALC-LOG-RECORD.
050400     MOVE LOW-VALUES TO CL-OPERATOR-ID OF CALC-LOG-RECORD.
050500     MOVE ZERO TO CL-SEQUENCE-NO OF CALC-LOG-RECORD.
050600     START CALC-LOG-FILE
050700         KEY IS NOT LESS THAN CL-LOG-KEY OF CALC-LOG-RECORD
050800         INVALID KEY
050900             SET WS-END-OF-LOG TO TRUE
051000     END-START.
051100     PERFORM 2100-COLLECT-ONE-LOG-ROW
051200         THRU 2100-EXIT
051300         UNTIL WS-END-OF-LOG.
051400     CLOSE CALC-LOG-FILE.
051500     SET WS-LOG-FILE-OK TO TRUE.
051600 2000-EXIT.
051700     EXIT.
051800******************************************************************
051900* 2100-COLLECT-ONE-LOG-ROW - THE NEXT LIVE-LOG RECORD. THE LOG
052000*                  IS IN DATE ORDER, SO THE FIRST RECORD PAST
052100*                  THE MONTH ENDS THE SWEEP.
052200******************************************************************
052300 2100-COLLECT-ONE-LOG-ROW.
052400     READ CALC-LOG-FILE NEXT RECORD
052500         AT END
052600             SET WS-END-OF-LOG TO TRUE
052700     END-READ.
052800     IF WS-END-OF-LOG
052900         GO TO 2100-EXIT
053000     END-IF.
053150     IF CL-LOG-DATE OF CALC-LOG-RECORD > WS-PERIOD-END-DATE
053300         SET WS-END-OF-LOG TO TRUE
053400         GO TO 2100-EXIT
053500     END-IF.
053600     IF NOT CL-STATUS-OK OF CALC-LOG-RECORD
053700         GO TO 2100-EXIT
053800     END-IF.
053900     MOVE CL-ACCOUNT-ID OF CALC-LOG-RECORD TO WS-WORK-ACCOUNT.
054000     MOVE CL-RATE-CODE OF CALC-LOG-RECORD TO WS-WORK-RATE-CODE.
054100     MOVE CL-RESULT OF CALC-LOG-RECORD TO WS-WORK-AMOUNT.
054200     PERFORM 2400-ADD-TO-ACCOUNT
054300         THRU 2400-EXIT.
054400 2100-EXIT.
054500     EXIT.
054600******************************************************************
054700* 2200-COLLECT-ONE-ARCH-ROW - THE NEXT ARCHIVE RECORD, ITS
054800*                  ACCOUNT TRANSLATED THROUGH ACCTMAP.
054900******************************************************************
055000 2200-COLLECT-ONE-ARCH-ROW.
055100     READ CALC-ARCHIVE-FILE
055200         AT END
055300             SET WS-END-OF-ARCHIVE TO TRUE
055400     END-READ.
055500     IF WS-END-OF-ARCHIVE
055600         GO TO 2200-EXIT
055700     END-IF.
055800     IF NOT CL-STATUS-OK OF ARCHIVE-LOG-RECORD
055860         OR CL-LOG-DATE OF ARCHIVE-LOG-RECORD
055920             < WS-MONTH-START-DATE
055980         OR CL-LOG-DATE OF ARCHIVE-LOG-RECORD
056040             > WS-PERIOD-END-DATE
056100         GO TO 2200-EXIT
056200     END-IF.
056300     MOVE CL-ACCOUNT-ID OF ARCHIVE-LOG-RECORD
056400         TO WS-MAPPED-ACCOUNT.
056500     PERFORM 0600-RESOLVE-MERGED-ID
056600         THRU 0600-EXIT.
056700     MOVE WS-MAPPED-ACCOUNT TO WS-WORK-ACCOUNT.
056800     MOVE CL-RATE-CODE OF ARCHIVE-LOG-RECORD
056900         TO WS-WORK-RATE-CODE.
057000     MOVE CL-RESULT OF ARCHIVE-LOG-RECORD TO WS-WORK-AMOUNT.
057100     PERFORM 2400-ADD-TO-ACCOUNT
057200         THRU 2400-EXIT.
057300 2200-EXIT.
057400     EXIT.
057500******************************************************************
057600* 2400-ADD-TO-ACCOUNT - FOLD WS-WORK-AMOUNT INTO THE BILLED
057700*                  TOTAL OF WS-WORK-ACCOUNT. AN ACCOUNT WITH NO
057800*                  MINIMUM IS NOT IN THE TABLE AND IS PASSED
057900*                  OVER; A RECORD PRICED UNDER THE ACCOUNT'S
058000*                  MINIMUM RATE CODE IS AN EARLIER TOP-UP, NOT
058100*                  ACTIVITY.
058200******************************************************************
058300 2400-ADD-TO-ACCOUNT.
058400     PERFORM 2500-FIND-ACCOUNT
058500         THRU 2500-EXIT.
058600     IF NOT WS-ACCOUNT-FOUND
058700         GO TO 2400-EXIT
058800     END-IF.
058900     IF WS-WORK-RATE-CODE = MN-MINIMUM-RATE (MN-IDX)
059000         GO TO 2400-EXIT
059100     END-IF.
059200     ADD 1 TO MN-ITEM-COUNT (MN-IDX).
059300     ADD WS-WORK-AMOUNT TO MN-BILLED-TOTAL (MN-IDX).
059400 2400-EXIT.
059500     EXIT.
059600******************************************************************
059700* 2500-FIND-ACCOUNT - LOCATE WS-WORK-ACCOUNT IN THE MINIMUM
059800*                  TABLE, LEAVING MN-IDX ON IT.
059900******************************************************************
060000 2500-FIND-ACCOUNT.
060100     MOVE "N" TO WS-FOUND-SWITCH.
060200     IF WS-WORK-ACCOUNT = SPACES
060300         GO TO 2500-EXIT
060400     END-IF.
060500     SET MN-IDX TO 1.
060600     SEARCH WS-MINIMUM-ENTRY
060700         AT END
060800             CONTINUE
060900         WHEN MN-IDX > WS-MINIMUM-COUNT
061000             CONTINUE
061100         WHEN MN-ACCOUNT-ID (MN-IDX) = WS-WORK-ACCOUNT
061200             SET WS-ACCOUNT-FOUND TO TRUE
061300     END-SEARCH.
061400 2500-EXIT.
061500     EXIT.
061600******************************************************************
061700* 3000-GENERATE-TOPUPS - THE BATCH HEADER, ONE TOP-UP FOR EACH
061800*                  ACCOUNT BELOW ITS MINIMUM, AND THE REPORT.
061900******************************************************************
062000 3000-GENERATE-TOPUPS.
062100     OPEN OUTPUT TOPUP-OUT-FILE.
062200     MOVE SPACES TO TOPUP-OUT-HEADER.
062300     MOVE "BH" TO TO-HEADER-TYPE.
062400     STRING "MN" DELIMITED BY SIZE
062500         WS-CLOSED-YEAR-MONTH DELIMITED BY SIZE
062600         INTO TO-BATCH-ID.
062700     WRITE TOPUP-OUT-HEADER.
062800     OPEN OUTPUT MINIMUM-RPT-FILE.
062900     MOVE WS-CLOSED-YEAR-MONTH TO HL-YEAR-MONTH.
063000     MOVE WS-TODAYS-DATE TO HL-RUN-DATE.
063100     WRITE MINIMUM-RPT-LINE FROM WS-HEADER-LINE.
063200     MOVE SPACES TO MINIMUM-RPT-LINE.
063300     WRITE MINIMUM-RPT-LINE.
063400     WRITE MINIMUM-RPT-LINE FROM WS-COLUMN-LINE.
063500     PERFORM 3100-TOP-UP-ONE-ACCOUNT
063600         THRU 3100-EXIT
063700         VARYING MN-IDX FROM 1 BY 1
063800         UNTIL MN-IDX > WS-MINIMUM-COUNT.
063900     IF WS-TOPUP-COUNT = ZERO
064000         MOVE "NO ACCOUNT FELL SHORT OF ITS MINIMUM"
064100             TO MINIMUM-RPT-LINE
064200         WRITE MINIMUM-RPT-LINE
064300     END-IF.
064400     MOVE SPACES TO MINIMUM-RPT-LINE.
064500     WRITE MINIMUM-RPT-LINE.
064600     MOVE WS-TOPUP-COUNT TO TL-TOPUP-COUNT.
064700     MOVE WS-TOPUP-TOTAL TO TL-TOPUP-TOTAL.
064800     WRITE MINIMUM-RPT-LINE FROM WS-TOTAL-LINE.
064900     CLOSE TOPUP-OUT-FILE
065000           MINIMUM-RPT-FILE.
065100     MOVE "MINCHGRP" TO WS-RPT-KEEP-NAME.
065200     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-TODAYS-DATE.
065300 3000-EXIT.
065400     EXIT.
065500******************************************************************
065600* 3100-TOP-UP-ONE-ACCOUNT - AN ACCOUNT BILLED BELOW ITS MINIMUM
065700*                  GETS ONE MULTIPLY TRANSACTION OF THE SHORTFALL
065800*                  BY ITS MINIMUM RATE CODE. A SHORTFALL TOO
065900*                  LARGE FOR THE CALCIN OPERAND IS REPORTED FOR
066000*                  MANUAL BILLING INSTEAD.
066100******************************************************************
066200 3100-TOP-UP-ONE-ACCOUNT.
066300     IF MN-BILLED-TOTAL (MN-IDX) NOT < MN-MINIMUM-CHARGE (MN-IDX)
066400         GO TO 3100-EXIT
066500     END-IF.
066600     COMPUTE WS-SHORTFALL = MN-MINIMUM-CHARGE (MN-IDX)
066700         - MN-BILLED-TOTAL (MN-IDX).
066800     MOVE MN-ACCOUNT-ID (MN-IDX)     TO DL-ACCOUNT-ID.
066900     MOVE MN-CUSTOMER-NAME (MN-IDX)  TO DL-CUSTOMER-NAME.
067000     MOVE MN-MINIMUM-RATE (MN-IDX)   TO DL-RATE-CODE.
067100     MOVE MN-MINIMUM-CHARGE (MN-IDX) TO DL-MINIMUM.
067200     MOVE MN-BILLED-TOTAL (MN-IDX)   TO DL-BILLED.
067300     MOVE WS-SHORTFALL               TO DL-TOPUP.
067400     WRITE MINIMUM-RPT-LINE FROM WS-DETAIL-LINE.
067500     IF WS-SHORTFALL > 999999999.99
067600         ADD 1 TO WS-TOO-LARGE-COUNT
067700         MOVE SPACES TO MINIMUM-RPT-LINE
067800         MOVE "** TOO LARGE FOR ONE TRANSACTION - BILL BY HAND **"
067900             TO MINIMUM-RPT-LINE (10:50)
068000         WRITE MINIMUM-RPT-LINE
068100         GO TO 3100-EXIT
068200     END-IF.
068300     MOVE WS-SHORTFALL               TO TO-NUM1.
068400     MOVE ZERO                       TO TO-NUM2.
068500     MOVE 3                          TO TO-OPTION.
068600     MOVE MN-ACCOUNT-ID (MN-IDX)     TO TO-ACCOUNT-ID.
068700     MOVE MN-MINIMUM-RATE (MN-IDX)   TO TO-RATE-CODE.
068800     MOVE SPACES                     TO TO-CURRENCY-CODE.
068900     WRITE TOPUP-OUT-RECORD.
069000     ADD 1 TO WS-TOPUP-COUNT.
069100     ADD WS-SHORTFALL TO WS-TOPUP-TOTAL.
069200 3100-EXIT.
069300     EXIT.
069400******************************************************************
069500* 4000-WRITE-CONTROL - RECORD THE MONTH JUST TOPPED UP SO A
069600*                  RERUN FINDS NOTHING TO DO.
069700******************************************************************
069800 4000-WRITE-CONTROL.
069900     OPEN OUTPUT MIN-CONTROL-FILE.
070000     IF NOT WS-CTL-FILE-OK
070100         DISPLAY "MINCCTL OPEN FAILED, STATUS "
070200             WS-CTL-FILE-STATUS " - A RERUN WOULD TOP UP "
070300             WS-CLOSED-YEAR-MONTH " AGAIN"
070400         GO TO 4000-EXIT
070500     END-IF.
070600     MOVE WS-CLOSED-YEAR-MONTH TO MC-LAST-YEAR-MONTH.
070700     MOVE WS-TODAYS-DATE TO MC-RUN-DATE.
070800     MOVE WS-TOPUP-COUNT TO MC-TOPUP-COUNT.
070900     WRITE MIN-CONTROL-RECORD.
071000     CLOSE MIN-CONTROL-FILE.
071100 4000-EXIT.
071200     EXIT.
071300******************************************************************
071400* 9999-EXIT - COMMON PROGRAM EXIT POINT.
071500******************************************************************
071600 9999-EXIT.
071700     GOBACK.
071800 END PROGRAM MinChargeGen.
