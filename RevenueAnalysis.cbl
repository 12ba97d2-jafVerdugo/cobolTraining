000100******************************************************************
000200* PROGRAM-ID: REVENUEANALYSIS
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     MONTHLY REVENUE ANALYSIS OVER THE CALCULATOR
000800*              TRANSACTION LOG AND THE CALCARCH ARCHIVE, BROKEN
000900*              DOWN BY RATE CODE, BY SOURCE DEPARTMENT AND BY
001000*              ACCOUNT, FOR THE MANAGEMENT QUESTION THE PER-
001100*              OPERATION DAILY SUMMARY AND ROLLUP CANNOT ANSWER:
001200*              WHICH RATES AND WHICH CUSTOMERS PRODUCE THE
001300*              REVENUE. EACH LINE SHOWS THE ANALYSIS MONTH, THE
001400*              PRIOR MONTH AND THE SAME MONTH LAST YEAR, WITH
001500*              THE VARIANCE AND PERCENTAGE CHANGE AGAINST EACH,
001600*              AND THE TOP 20 ACCOUNTS FOR THE MONTH ARE RANKED
001700*              AT THE END. ONLY OK CALCULATIONS COUNT - VOIDED
001800*              AND FAILED ONES ARE LEFT OUT, THE SAME TREATMENT
001900*              THE DAILY SUMMARY GIVES THEM. ARCHIVED RECORDS OF
002000*              A MERGED ACCOUNT ARE TRANSLATED TO THE SURVIVOR
002100*              THROUGH ACCTMAP. REPORT IS REVANAL.
002200* TECTONICS:   cobc
002300*
002400* MODIFICATION HISTORY
002500*   2026-10-15 DO  INITIAL VERSION.
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. RevenueAnalysis.
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS CL-LOG-KEY
003600         FILE STATUS IS WS-LOG-FILE-STATUS.
003700     SELECT CALC-ARCHIVE-FILE ASSIGN TO "CALCARCH"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-ARCH-FILE-STATUS.
004000     SELECT ACCOUNT-MAP-FILE ASSIGN TO "ACCTMAP"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-MAP-FILE-STATUS.
004300     SELECT ANALYSIS-RPT-FILE ASSIGN TO "REVANAL"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-RPT-FILE-STATUS.
004600     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-BDATE-FILE-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  CALC-LOG-FILE.
005200     COPY CALCLOG.
005300 FD  CALC-ARCHIVE-FILE
005400     RECORDING MODE IS F.
005500     COPY CALCLOG REPLACING CALC-LOG-RECORD BY
005600         ARCHIVE-LOG-RECORD.
005700 FD  ACCOUNT-MAP-FILE
005800     RECORDING MODE IS F.
005900     COPY ACCTMAP.
006000 FD  ANALYSIS-RPT-FILE
006100     RECORDING MODE IS F.
006200 01  ANALYSIS-RPT-LINE               PIC X(80).
006300 FD  BUS-DATE-FILE
006400     RECORDING MODE IS F.
006500     COPY BUSDATE.
006600 WORKING-STORAGE SECTION.
006700 01  WS-LOG-FILE-STATUS              PIC X(02).
006800     88  WS-LOG-FILE-OK              VALUE "00".
006900 01  WS-ARCH-FILE-STATUS             PIC X(02).
007000     88  WS-ARCH-FILE-OK             VALUE "00".
007100 01  WS-MAP-FILE-STATUS              PIC X(02).
007200     88  WS-MAP-FILE-OK              VALUE "00".
007300 01  WS-RPT-FILE-STATUS              PIC X(02).
007400     88  WS-RPT-FILE-OK              VALUE "00".
007500 01  WS-BDATE-FILE-STATUS            PIC X(02).
007600     88  WS-BDATE-FILE-OK            VALUE "00".
007700 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
007800     88  WS-END-OF-FILE              VALUE "Y".
007900 01  WS-MAP-EOF-SWITCH               PIC X(01) VALUE "N".
008000     88  WS-END-OF-MAP               VALUE "Y".
008100 01  WS-MAP-FOLLOW-SWITCH            PIC X(01) VALUE "N".
008200     88  WS-MAP-FOLLOWING            VALUE "Y".
008300 01  WS-ENTRY-FOUND-SWITCH           PIC X(01) VALUE "N".
008400     88  WS-ENTRY-FOUND              VALUE "Y".
008500 01  WS-MAP-TABLE.
008600     05  WS-MAP-ENTRY OCCURS 200 TIMES INDEXED BY MT-IDX.
008700         10  MT-RETIRED-ID           PIC X(08).
008800         10  MT-SURVIVOR-ID          PIC X(08).
008900 01  WS-MAP-COUNT                    PIC 9(03) COMP VALUE ZERO.
009000 01  WS-MAP-HOPS                     PIC 9(03) COMP VALUE ZERO.
009100 01  WS-MAPPED-ACCOUNT               PIC X(08) VALUE SPACES.
009200 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
009300 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
009400 01  WS-LIB-FUNCTION                 PIC X(06).
009500 01  WS-LIB-RETURN-CODE              PIC 9(02).
009600 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "REVANAL".
009700 01  WS-LIB-MSG-VALUE                PIC X(40).
009800 01  WS-LIB-MSG-TEXT                 PIC X(60).
009900 01  WS-MONTH-INPUT                  PIC X(06) VALUE SPACES.
010000 01  WS-MONTH-INPUT-NUM REDEFINES WS-MONTH-INPUT
010100                                     PIC 9(06).
010200 01  WS-PERIOD-KEYS.
010300     05  WS-PERIOD-KEY OCCURS 3 TIMES.
010400         10  PK-YEAR                 PIC 9(04).
010500         10  PK-MONTH                PIC 9(02).
010600 01  WS-RECORD-YEAR-MONTH.
010700     05  RY-YEAR                     PIC 9(04).
010800     05  RY-MONTH                    PIC 9(02).
010900 01  WS-PERIOD                       PIC 9(01) COMP VALUE ZERO.
011000 01  WS-SHIFT-SUB                    PIC 9(04) COMP VALUE ZERO.
011100 01  WS-RANK                         PIC 9(02) COMP VALUE ZERO.
011200 01  WS-BEST-SUB                     PIC 9(04) COMP VALUE ZERO.
011300 01  WS-BEST-AMOUNT                  PIC S9(13)V99 VALUE ZERO.
011400 01  WS-WORK-RATE-CODE               PIC X(04) VALUE SPACES.
011500 01  WS-WORK-DEPT                    PIC X(04) VALUE SPACES.
011600 01  WS-WORK-ACCOUNT                 PIC X(08) VALUE SPACES.
011700 01  WS-WORK-AMOUNT                  PIC S9(11)V99 VALUE ZERO.
011800 01  WS-RECORDS-USED                 PIC 9(08) COMP VALUE ZERO.
011900 01  WS-OVERFLOW-COUNT               PIC 9(08) COMP VALUE ZERO.
012000 01  WS-GRAND-AMOUNTS.
012100     05  GA-AMOUNT OCCURS 3 TIMES    PIC S9(13)V99.
012200 01  WS-RATE-TABLE.
012300     05  WS-RATE-ENTRY OCCURS 300 TIMES INDEXED BY RA-IDX.
012400         10  RA-RATE-CODE            PIC X(04).
012500         10  RA-AMOUNT OCCURS 3 TIMES
012600                                     PIC S9(13)V99.
012700 01  WS-RATE-COUNT                   PIC 9(04) COMP VALUE ZERO.
012800 01  WS-DEPT-TABLE.
012900     05  WS-DEPT-ENTRY OCCURS 100 TIMES INDEXED BY DA-IDX.
013000         10  DA-DEPT-CODE            PIC X(04).
013100         10  DA-AMOUNT OCCURS 3 TIMES
013200                                     PIC S9(13)V99.
013300 01  WS-DEPT-COUNT                   PIC 9(04) COMP VALUE ZERO.
013400 01  WS-ACCOUNT-TABLE.
013500     05  WS-ACCOUNT-ENTRY OCCURS 3000 TIMES INDEXED BY AA-IDX.
013600         10  AA-ACCOUNT-ID           PIC X(08).
013700         10  AA-AMOUNT OCCURS 3 TIMES
013800                                     PIC S9(13)V99.
013900         10  AA-RANKED               PIC X(01).
014000 01  WS-ACCOUNT-COUNT                PIC 9(04) COMP VALUE ZERO.
014100 01  WS-ROW-KEY                      PIC X(08) VALUE SPACES.
014200 01  WS-ROW-AMOUNTS.
014300     05  WS-ROW-AMOUNT OCCURS 3 TIMES
014400                                     PIC S9(13)V99.
014500 01  WS-VARIANCE                     PIC S9(13)V99 VALUE ZERO.
014600 01  WS-PERCENT                      PIC S9(04)V9 VALUE ZERO.
014700 01  WS-HEADER-LINE.
014800     05  FILLER                      PIC X(30) VALUE
014900         "MONTHLY REVENUE ANALYSIS".
015000     05  FILLER                      PIC X(07) VALUE "MONTH: ".
015100     05  HL-YEAR                     PIC 9(04).
015200     05  FILLER                      PIC X(01) VALUE "-".
015300     05  HL-MONTH                    PIC 9(02).
015400     05  FILLER                      PIC X(10) VALUE
015500         "  RUN ON: ".
015600     05  HL-RUN-DATE                 PIC 9(08).
015700     05  FILLER                      PIC X(18) VALUE SPACES.
015800 01  WS-SECTION-LINE                 PIC X(80).
015900 01  WS-COLUMN-LINE.
016000     05  FILLER                      PIC X(36) VALUE
016100         "            THIS MONTH   PRIOR MONTH".
016200     05  FILLER                      PIC X(44) VALUE
016300         "  SAME MO L/YR      VARIANCE PCT CHG".
016400 01  WS-AMOUNT-LINE.
016500     05  AL-KEY                      PIC X(08).
016600     05  AL-AMOUNT OCCURS 3 TIMES    PIC -(10)9.99.
016700     05  AL-VARIANCE                 PIC -(10)9.99.
016800     05  FILLER                      PIC X(01) VALUE SPACE.
016900     05  AL-PERCENT                  PIC -(4)9.9.
017000     05  AL-PERCENT-X REDEFINES AL-PERCENT
017100                                     PIC X(07).
017200     05  FILLER                      PIC X(08) VALUE SPACES.
017300 01  WS-YOY-LINE.
017400     05  FILLER                      PIC X(36) VALUE SPACES.
017500     05  YL-LABEL                    PIC X(14) VALUE
017600         "  VS LAST YR: ".
017700     05  YL-VARIANCE                 PIC -(10)9.99.
017800     05  FILLER                      PIC X(01) VALUE SPACE.
017900     05  YL-PERCENT                  PIC -(4)9.9.
018000     05  YL-PERCENT-X REDEFINES YL-PERCENT
018100                                     PIC X(07).
018200     05  FILLER                      PIC X(08) VALUE SPACES.
018300 01  WS-MESSAGE-LINE                 PIC X(80).
018400 PROCEDURE DIVISION.
018500******************************************************************
018600* 0000-MAINLINE - CHOOSE THE MONTH, ACCUMULATE THE LOG AND THE
018700*                 ARCHIVE, THEN PRINT EACH BREAKDOWN AND THE
018800*                 TOP 20 ACCOUNTS.
018900******************************************************************
019000 0000-MAINLINE.
019100     PERFORM 0500-RESOLVE-BUSINESS-DATE
019200         THRU 0500-EXIT.
019300     PERFORM 0600-GET-ANALYSIS-MONTH
019400         THRU 0600-EXIT.
019500     PERFORM 0700-LOAD-ACCOUNT-MAP
019600         THRU 0700-EXIT.
019700     INITIALIZE WS-GRAND-AMOUNTS
019800                WS-RATE-TABLE
019900                WS-DEPT-TABLE
020000                WS-ACCOUNT-TABLE.
020100     OPEN INPUT CALC-LOG-FILE.
020200     IF NOT WS-LOG-FILE-OK
020300         DISPLAY "CALCLOG OPEN FAILED, STATUS "
020400             WS-LOG-FILE-STATUS
020500         MOVE 8 TO RETURN-CODE
020600         GO TO 9999-EXIT
020700     END-IF.
020800     MOVE "N" TO WS-EOF-SWITCH.
020900     PERFORM 1000-READ-ONE-LOG-RECORD
021000         THRU 1000-EXIT
021100         UNTIL WS-END-OF-FILE.
021200     CLOSE CALC-LOG-FILE.
021300     OPEN INPUT CALC-ARCHIVE-FILE.
021400     IF WS-ARCH-FILE-OK
021500         MOVE "N" TO WS-EOF-SWITCH
021600         PERFORM 1100-READ-ONE-ARCHIVE-RECORD
021700             THRU 1100-EXIT
021800             UNTIL WS-END-OF-FILE
021900         CLOSE CALC-ARCHIVE-FILE
022000     END-IF.
022100     OPEN OUTPUT ANALYSIS-RPT-FILE.
022200     MOVE PK-YEAR (1) TO HL-YEAR.
022300     MOVE PK-MONTH (1) TO HL-MONTH.
022400     MOVE WS-TODAYS-DATE TO HL-RUN-DATE.
022500     WRITE ANALYSIS-RPT-LINE FROM WS-HEADER-LINE.
022600     PERFORM 3000-PRINT-BY-RATE-CODE
022700         THRU 3000-EXIT.
022800     PERFORM 3100-PRINT-BY-DEPARTMENT
022900         THRU 3100-EXIT.
023000     PERFORM 3200-PRINT-BY-ACCOUNT
023100         THRU 3200-EXIT.
023200     PERFORM 3300-PRINT-TOP-ACCOUNTS
023300         THRU 3300-EXIT.
023400     MOVE SPACES TO ANALYSIS-RPT-LINE.
023500     WRITE ANALYSIS-RPT-LINE.
023600     MOVE "TOTAL" TO WS-ROW-KEY.
023700     MOVE WS-GRAND-AMOUNTS TO WS-ROW-AMOUNTS.
023800     PERFORM 7000-WRITE-AMOUNT-ROW
023900         THRU 7000-EXIT.
024000     IF WS-OVERFLOW-COUNT > ZERO
024150         MOVE
024300         "TABLE FULL - SOME RECORDS ARE MISSING FROM A BREAKDOWN"
024450             TO WS-MESSAGE-LINE
024600         WRITE ANALYSIS-RPT-LINE FROM WS-MESSAGE-LINE
024700     END-IF.
024800     CLOSE ANALYSIS-RPT-FILE.
024900     MOVE "REVANAL" TO WS-RPT-KEEP-NAME.
025000     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-TODAYS-DATE.
025100     DISPLAY "REVENUE ANALYSIS FOR " PK-YEAR (1) "-"
025200         PK-MONTH (1) " - RECORDS USED: " WS-RECORDS-USED.
025300     IF WS-OVERFLOW-COUNT > ZERO
025400         DISPLAY "BREAKDOWN TABLE FULL " WS-OVERFLOW-COUNT
025500             " TIMES - SEE REVANAL"
025600         MOVE 4 TO RETURN-CODE
025700     ELSE
025800         MOVE ZERO TO RETURN-CODE
025900     END-IF.
026000     GO TO 9999-EXIT.
026100******************************************************************
026200* 0500-RESOLVE-BUSINESS-DATE - THE BUSDATE CONTROL WHEN ONE IS
026300*                  ON FILE, THE SYSTEM DATE OTHERWISE.
026400******************************************************************
026500 0500-RESOLVE-BUSINESS-DATE.
026600     MOVE "DATSTM" TO WS-LIB-FUNCTION.
026700     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
026800         WS-TODAYS-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
026900         WS-LIB-MSG-TEXT.
027000     OPEN INPUT BUS-DATE-FILE.
027100     IF NOT WS-BDATE-FILE-OK
027200         GO TO 0500-EXIT
027300     END-IF.
027400     READ BUS-DATE-FILE
027500         AT END
027600             CONTINUE
027700     END-READ.
027800     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
027900         MOVE BD-BUSINESS-DATE TO WS-TODAYS-DATE
028000     END-IF.
028100     CLOSE BUS-DATE-FILE.
028200 0500-EXIT.
028300     EXIT.
028400******************************************************************
028500* 0600-GET-ANALYSIS-MONTH - THE MONTH TO ANALYZE, YYYYMM. ENTER
028600*                  (OR A MONTH THAT IS NOT ONE) TAKES THE
028700*                  BUSINESS DATE'S MONTH. PERIOD 2 IS THE PRIOR
028800*                  MONTH AND PERIOD 3 THE SAME MONTH A YEAR BACK.
028900******************************************************************
029000 0600-GET-ANALYSIS-MONTH.
029100     MOVE WS-TODAYS-DATE (1:4) TO PK-YEAR (1).
029200     MOVE WS-TODAYS-DATE (5:2) TO PK-MONTH (1).
029300     DISPLAY "Analysis month YYYYMM (Enter for "
029400         WS-TODAYS-DATE (1:6) "): ".
029500     ACCEPT WS-MONTH-INPUT.
029600     IF WS-MONTH-INPUT NOT = SPACES
029700         IF WS-MONTH-INPUT-NUM NUMERIC
029800            AND WS-MONTH-INPUT (5:2) >= "01"
029900            AND WS-MONTH-INPUT (5:2) <= "12"
030000             MOVE WS-MONTH-INPUT (1:4) TO PK-YEAR (1)
030100             MOVE WS-MONTH-INPUT (5:2) TO PK-MONTH (1)
030200         ELSE
030300             DISPLAY "MONTH " WS-MONTH-INPUT " IS NOT A YYYYMM "
030400                 "MONTH - USING " WS-TODAYS-DATE (1:6)
030500         END-IF
030600     END-IF.
030700     IF PK-MONTH (1) = 1
030800         COMPUTE PK-YEAR (2) = PK-YEAR (1) - 1
030900         MOVE 12 TO PK-MONTH (2)
031000     ELSE
031100         MOVE PK-YEAR (1) TO PK-YEAR (2)
031200         COMPUTE PK-MONTH (2) = PK-MONTH (1) - 1
031300     END-IF.
031400     COMPUTE PK-YEAR (3) = PK-YEAR (1) - 1.
031500     MOVE PK-MONTH (1) TO PK-MONTH (3).
031600 0600-EXIT.
031700     EXIT.
031800******************************************************************
031900* 0700-LOAD-ACCOUNT-MAP - THE ACCTMAP MERGE MAPPINGS INTO A
032000*                  TABLE. ACCOUNTMERGE RE-POINTS THE LIVE LOG BUT
032100*                  NEVER THE ARCHIVE, SO AN ARCHIVED RECORD OF A
032200*                  RETIRED ID IS TRANSLATED THROUGH THIS TABLE.
032300******************************************************************
032400 0700-LOAD-ACCOUNT-MAP.
032500     MOVE ZERO TO WS-MAP-COUNT.
032600     OPEN INPUT ACCOUNT-MAP-FILE.
032700     IF NOT WS-MAP-FILE-OK
032800         GO TO 0700-EXIT
032900     END-IF.
033000     MOVE "N" TO WS-MAP-EOF-SWITCH.
033100     PERFORM 0750-LOAD-ONE-MAPPING
033200         THRU 0750-EXIT
033300         UNTIL WS-END-OF-MAP.
033400     CLOSE ACCOUNT-MAP-FILE.
033500 0700-EXIT.
033600     EXIT.
033700******************************************************************
033800* 0750-LOAD-ONE-MAPPING - ONE RETIRED-TO-SURVIVOR ROW.
033900******************************************************************
034000 0750-LOAD-ONE-MAPPING.
034100     READ ACCOUNT-MAP-FILE
034200         AT END
034300             SET WS-END-OF-MAP TO TRUE
034400     END-READ.
034500     IF WS-END-OF-MAP OR WS-MAP-COUNT NOT < 200
034600         GO TO 0750-EXIT
034700     END-IF.
034800     ADD 1 TO WS-MAP-COUNT.
034900     SET MT-IDX TO WS-MAP-COUNT.
035000     MOVE AX-RETIRED-ID  TO MT-RETIRED-ID (MT-IDX).
035100     MOVE AX-SURVIVOR-ID TO MT-SURVIVOR-ID (MT-IDX).
035200 0750-EXIT.
035300     EXIT.
035400******************************************************************
035500* 0800-RESOLVE-MERGED-ID - FOLLOW WS-MAPPED-ACCOUNT THROUGH THE
035600*                  MAPPINGS TO THE ACCOUNT IT NOW LIVES UNDER.
035700*                  THE HOP LIMIT GUARDS AGAINST A LOOPED MAP.
035800******************************************************************
035900 0800-RESOLVE-MERGED-ID.
036000     MOVE ZERO TO WS-MAP-HOPS.
036100     MOVE "Y" TO WS-MAP-FOLLOW-SWITCH.
036200     PERFORM 0850-FOLLOW-ONE-MAPPING
036300         THRU 0850-EXIT
036400         UNTIL NOT WS-MAP-FOLLOWING OR WS-MAP-HOPS > 20.
036500 0800-EXIT.
036600     EXIT.
036700******************************************************************
036800* 0850-FOLLOW-ONE-MAPPING - ONE HOP.
036900******************************************************************
037000 0850-FOLLOW-ONE-MAPPING.
037100     ADD 1 TO WS-MAP-HOPS.
037200     SET MT-IDX TO 1.
037300     SEARCH WS-MAP-ENTRY
037400         AT END
037500             MOVE "N" TO WS-MAP-FOLLOW-SWITCH
037600         WHEN MT-IDX > WS-MAP-COUNT
037700             MOVE "N" TO WS-MAP-FOLLOW-SWITCH
037800         WHEN MT-RETIRED-ID (MT-IDX) = WS-MAPPED-ACCOUNT
037900             MOVE MT-SURVIVOR-ID (MT-IDX) TO WS-MAPPED-ACCOUNT
038000     END-SEARCH.
038100 0850-EXIT.
038200     EXIT.
038300******************************************************************
038400* 1000-READ-ONE-LOG-RECORD - ONE LIVE LOG RECORD.
038500******************************************************************
038600 1000-READ-ONE-LOG-RECORD.
038700     READ CALC-LOG-FILE NEXT RECORD
038800         AT END
038900             SET WS-END-OF-FILE TO TRUE
039000     END-READ.
039100     IF WS-END-OF-FILE OR NOT CL-STATUS-OK OF CALC-LOG-RECORD
039200         GO TO 1000-EXIT
039300     END-IF.
039400     MOVE CL-LOG-DATE OF CALC-LOG-RECORD (1:6)
039500         TO WS-RECORD-YEAR-MONTH.
039600     MOVE CL-RATE-CODE OF CALC-LOG-RECORD TO WS-WORK-RATE-CODE.
039700     MOVE CL-SOURCE-DEPT OF CALC-LOG-RECORD TO WS-WORK-DEPT.
039800     MOVE CL-ACCOUNT-ID OF CALC-LOG-RECORD TO WS-WORK-ACCOUNT.
039900     MOVE CL-RESULT OF CALC-LOG-RECORD TO WS-WORK-AMOUNT.
040000     PERFORM 2000-ACCUMULATE-RECORD
040100         THRU 2000-EXIT.
040200 1000-EXIT.
040300     EXIT.
040400******************************************************************
040500* 1100-READ-ONE-ARCHIVE-RECORD - ONE ARCHIVED RECORD, ITS
040600*                  ACCOUNT TRANSLATED THROUGH ACCTMAP.
040700******************************************************************
040800 1100-READ-ONE-ARCHIVE-RECORD.
040900     READ CALC-ARCHIVE-FILE
041000         AT END
041100             SET WS-END-OF-FILE TO TRUE
041200     END-READ.
041300     IF WS-END-OF-FILE OR NOT CL-STATUS-OK OF ARCHIVE-LOG-RECORD
041400         GO TO 1100-EXIT
041500     END-IF.
041600     MOVE CL-LOG-DATE OF ARCHIVE-LOG-RECORD (1:6)
041700         TO WS-RECORD-YEAR-MONTH.
041800     MOVE CL-RATE-CODE OF ARCHIVE-LOG-RECORD
041900         TO WS-WORK-RATE-CODE.
042000     MOVE CL-SOURCE-DEPT OF ARCHIVE-LOG-RECORD TO WS-WORK-DEPT.
042100     MOVE CL-ACCOUNT-ID OF ARCHIVE-LOG-RECORD
042200         TO WS-MAPPED-ACCOUNT.
042300     PERFORM 0800-RESOLVE-MERGED-ID
042400         THRU 0800-EXIT.
042500     MOVE WS-MAPPED-ACCOUNT TO WS-WORK-ACCOUNT.
042600     MOVE CL-RESULT OF ARCHIVE-LOG-RECORD TO WS-WORK-AMOUNT.
042700     PERFORM 2000-ACCUMULATE-RECORD
042800         THRU 2000-EXIT.
042900 1100-EXIT.
043000     EXIT.
043100******************************************************************
043200* 2000-ACCUMULATE-RECORD - WHICH OF THE THREE PERIODS THE RECORD
043300*                  FALLS IN, THEN INTO THE GRAND TOTAL AND EACH
043366*                  BREAKDOWN. A RECORD OUTSIDE ALL THREE IS
043432*                  SKIPPED.
043500******************************************************************
043600 2000-ACCUMULATE-RECORD.
043700     EVALUATE TRUE
043800         WHEN RY-YEAR = PK-YEAR (1) AND RY-MONTH = PK-MONTH (1)
043900             MOVE 1 TO WS-PERIOD
044000         WHEN RY-YEAR = PK-YEAR (2) AND RY-MONTH = PK-MONTH (2)
044100             MOVE 2 TO WS-PERIOD
044200         WHEN RY-YEAR = PK-YEAR (3) AND RY-MONTH = PK-MONTH (3)
044300             MOVE 3 TO WS-PERIOD
044400         WHEN OTHER
044500             GO TO 2000-EXIT
044600     END-EVALUATE.
044700     ADD 1 TO WS-RECORDS-USED.
044800     ADD WS-WORK-AMOUNT TO GA-AMOUNT (WS-PERIOD).
044900     PERFORM 2100-ADD-TO-RATE-CODE
045000         THRU 2100-EXIT.
045100     PERFORM 2200-ADD-TO-DEPARTMENT
045200         THRU 2200-EXIT.
045300     PERFORM 2300-ADD-TO-ACCOUNT
045400         THRU 2300-EXIT.
045500 2000-EXIT.
045600     EXIT.
045700******************************************************************
045800* 2100-ADD-TO-RATE-CODE - THE TABLE IS KEPT IN RATE CODE ORDER;
045900*                  A NEW CODE IS SLOTTED IN AHEAD OF THE FIRST
046000*                  HIGHER ONE.
046100******************************************************************
046200 2100-ADD-TO-RATE-CODE.
046300     MOVE "N" TO WS-ENTRY-FOUND-SWITCH.
046400     SET RA-IDX TO 1.
046500     SEARCH WS-RATE-ENTRY
046600         AT END
046700             CONTINUE
046800         WHEN RA-IDX > WS-RATE-COUNT
046900             CONTINUE
047000         WHEN RA-RATE-CODE (RA-IDX) = WS-WORK-RATE-CODE
047100             SET WS-ENTRY-FOUND TO TRUE
047200         WHEN RA-RATE-CODE (RA-IDX) > WS-WORK-RATE-CODE
047300             CONTINUE
047400     END-SEARCH.
047500     IF NOT WS-ENTRY-FOUND
047600         IF WS-RATE-COUNT NOT < 300
047700             ADD 1 TO WS-OVERFLOW-COUNT
047800             GO TO 2100-EXIT
047900         END-IF
048000         ADD 1 TO WS-RATE-COUNT
048100         PERFORM 2150-SHIFT-RATE-ENTRY
048200             THRU 2150-EXIT
048300             VARYING WS-SHIFT-SUB FROM WS-RATE-COUNT BY -1
048400             UNTIL WS-SHIFT-SUB NOT > RA-IDX
048500         INITIALIZE WS-RATE-ENTRY (RA-IDX)
048600         MOVE WS-WORK-RATE-CODE TO RA-RATE-CODE (RA-IDX)
048700     END-IF.
048800     ADD WS-WORK-AMOUNT TO RA-AMOUNT (RA-IDX, WS-PERIOD).
048900 2100-EXIT.
049000     EXIT.
049100******************************************************************
049200* 2150-SHIFT-RATE-ENTRY - MOVE ONE ENTRY UP A SLOT.
049300******************************************************************
049400 2150-SHIFT-RATE-ENTRY.
049500     MOVE WS-RATE-ENTRY (WS-SHIFT-SUB - 1)
049600         TO WS-RATE-ENTRY (WS-SHIFT-SUB).
049700 2150-EXIT.
049800     EXIT.
049900******************************************************************
050000* 2200-ADD-TO-DEPARTMENT - SAME SCHEME, BY SOURCE DEPARTMENT.
050100******************************************************************
050200 2200-ADD-TO-DEPARTMENT.
050300     MOVE "N" TO WS-ENTRY-FOUND-SWITCH.
050400     SET DA-IDX TO 1.
050500     SEARCH WS-DEPT-ENTRY
050600         AT END
050700             CONTINUE
050800         WHEN DA-IDX > WS-DEPT-COUNT
050900             CONTINUE
051000         WHEN DA-DEPT-CODE (DA-IDX) = WS-WORK-DEPT
051100             SET WS-ENTRY-FOUND TO TRUE
051200         WHEN DA-DEPT-CODE (DA-IDX) > WS-WORK-DEPT
051300             CONTINUE
051400     END-SEARCH.
051500     IF NOT WS-ENTRY-FOUND
051600         IF WS-DEPT-COUNT NOT < 100
051700             ADD 1 TO WS-OVERFLOW-COUNT
051800             GO TO 2200-EXIT
051900         END-IF
052000         ADD 1 TO WS-DEPT-COUNT
052100         PERFORM 2250-SHIFT-DEPT-ENTRY
052200             THRU 2250-EXIT
052300             VARYING WS-SHIFT-SUB FROM WS-DEPT-COUNT BY -1
052400             UNTIL WS-SHIFT-SUB NOT > DA-IDX
052500         INITIALIZE WS-DEPT-ENTRY (DA-IDX)
052600         MOVE WS-WORK-DEPT TO DA-DEPT-CODE (DA-IDX)
052700     END-IF.
052800     ADD WS-WORK-AMOUNT TO DA-AMOUNT (DA-IDX, WS-PERIOD).
052900 2200-EXIT.
053000     EXIT.
053100******************************************************************
053200* 2250-SHIFT-DEPT-ENTRY - MOVE ONE ENTRY UP A SLOT.
053300******************************************************************
053400 2250-SHIFT-DEPT-ENTRY.
053500     MOVE WS-DEPT-ENTRY (WS-SHIFT-SUB - 1)
053600         TO WS-DEPT-ENTRY (WS-SHIFT-SUB).
053700 2250-EXIT.
053800     EXIT.
053900******************************************************************
054000* 2300-ADD-TO-ACCOUNT - SAME SCHEME, BY ACCOUNT.
054100******************************************************************
054200 2300-ADD-TO-ACCOUNT.
054300     MOVE "N" TO WS-ENTRY-FOUND-SWITCH.
054400     SET AA-IDX TO 1.
054500     SEARCH WS-ACCOUNT-ENTRY
054600         AT END
054700             CONTINUE
054800         WHEN AA-IDX > WS-ACCOUNT-COUNT
054900             CONTINUE
055000         WHEN AA-ACCOUNT-ID (AA-IDX) = WS-WORK-ACCOUNT
055100             SET WS-ENTRY-FOUND TO TRUE
055200         WHEN AA-ACCOUNT-ID (AA-IDX) > WS-WORK-ACCOUNT
055300             CONTINUE
055400     END-SEARCH.
055500     IF NOT WS-ENTRY-FOUND
055600         IF WS-ACCOUNT-COUNT NOT < 3000
055700             ADD 1 TO WS-OVERFLOW-COUNT
055800             GO TO 2300-EXIT
055900         END-IF
056000         ADD 1 TO WS-ACCOUNT-COUNT
056100         PERFORM 2350-SHIFT-ACCOUNT-ENTRY
056200             THRU 2350-EXIT
056300             VARYING WS-SHIFT-SUB FROM WS-ACCOUNT-COUNT BY -1
056400             UNTIL WS-SHIFT-SUB NOT > AA-IDX
056500         INITIALIZE WS-ACCOUNT-ENTRY (AA-IDX)
056600         MOVE WS-WORK-ACCOUNT TO AA-ACCOUNT-ID (AA-IDX)
056700     END-IF.
056800     ADD WS-WORK-AMOUNT TO AA-AMOUNT (AA-IDX, WS-PERIOD).
056900 2300-EXIT.
057000     EXIT.
057100******************************************************************
057200* 2350-SHIFT-ACCOUNT-ENTRY - MOVE ONE ENTRY UP A SLOT.
057300******************************************************************
057400 2350-SHIFT-ACCOUNT-ENTRY.
057500     MOVE WS-ACCOUNT-ENTRY (WS-SHIFT-SUB - 1)
057600         TO WS-ACCOUNT-ENTRY (WS-SHIFT-SUB).
057700 2350-EXIT.
057800     EXIT.
057900******************************************************************
058000* 3000-PRINT-BY-RATE-CODE - ONE ROW PER RATE CODE. A BLANK CODE
058100*                  IS WORK PRICED ON A DIRECTLY KEYED OPERAND.
058200******************************************************************
058300 3000-PRINT-BY-RATE-CODE.
058400     MOVE "BY RATE CODE" TO WS-SECTION-LINE.
058500     PERFORM 3900-WRITE-SECTION-HEAD
058600         THRU 3900-EXIT.
058700     PERFORM 3010-PRINT-ONE-RATE-CODE
058800         THRU 3010-EXIT
058900         VARYING RA-IDX FROM 1 BY 1
059000         UNTIL RA-IDX > WS-RATE-COUNT.
059100 3000-EXIT.
059200     EXIT.
059300******************************************************************
059400* 3010-PRINT-ONE-RATE-CODE - ONE RATE CODE ROW.
059500******************************************************************
059600 3010-PRINT-ONE-RATE-CODE.
059700     IF RA-RATE-CODE (RA-IDX) = SPACES
059800         MOVE "(KEYED)" TO WS-ROW-KEY
059900     ELSE
060000         MOVE RA-RATE-CODE (RA-IDX) TO WS-ROW-KEY
060100     END-IF.
060200     MOVE RA-AMOUNT (RA-IDX, 1) TO WS-ROW-AMOUNT (1).
060300     MOVE RA-AMOUNT (RA-IDX, 2) TO WS-ROW-AMOUNT (2).
060400     MOVE RA-AMOUNT (RA-IDX, 3) TO WS-ROW-AMOUNT (3).
060500     PERFORM 7000-WRITE-AMOUNT-ROW
060600         THRU 7000-EXIT.
060700 3010-EXIT.
060800     EXIT.
060900******************************************************************
061000* 3100-PRINT-BY-DEPARTMENT - ONE ROW PER SOURCE DEPARTMENT. A
061100*                  BLANK DEPARTMENT IS INTERACTIVE WORK OR AN
061200*                  OLDER RECORD - THE HOUSE DEPARTMENT.
061300******************************************************************
061400 3100-PRINT-BY-DEPARTMENT.
061500     MOVE "BY SOURCE DEPARTMENT" TO WS-SECTION-LINE.
061600     PERFORM 3900-WRITE-SECTION-HEAD
061700         THRU 3900-EXIT.
061800     PERFORM 3110-PRINT-ONE-DEPARTMENT
061900         THRU 3110-EXIT
062000         VARYING DA-IDX FROM 1 BY 1
062100         UNTIL DA-IDX > WS-DEPT-COUNT.
062200 3100-EXIT.
062300     EXIT.
062400******************************************************************
062500* 3110-PRINT-ONE-DEPARTMENT - ONE DEPARTMENT ROW.
062600******************************************************************
062700 3110-PRINT-ONE-DEPARTMENT.
062800     IF DA-DEPT-CODE (DA-IDX) = SPACES
062900         MOVE "(HOUSE)" TO WS-ROW-KEY
063000     ELSE
063100         MOVE DA-DEPT-CODE (DA-IDX) TO WS-ROW-KEY
063200     END-IF.
063300     MOVE DA-AMOUNT (DA-IDX, 1) TO WS-ROW-AMOUNT (1).
063400     MOVE DA-AMOUNT (DA-IDX, 2) TO WS-ROW-AMOUNT (2).
063500     MOVE DA-AMOUNT (DA-IDX, 3) TO WS-ROW-AMOUNT (3).
063600     PERFORM 7000-WRITE-AMOUNT-ROW
063700         THRU 7000-EXIT.
063800 3110-EXIT.
063900     EXIT.
064000******************************************************************
064100* 3200-PRINT-BY-ACCOUNT - ONE ROW PER ACCOUNT.
064200******************************************************************
064300 3200-PRINT-BY-ACCOUNT.
064400     MOVE "BY ACCOUNT" TO WS-SECTION-LINE.
064500     PERFORM 3900-WRITE-SECTION-HEAD
064600         THRU 3900-EXIT.
064700     PERFORM 3210-PRINT-ONE-ACCOUNT
064800         THRU 3210-EXIT
064900         VARYING AA-IDX FROM 1 BY 1
065000         UNTIL AA-IDX > WS-ACCOUNT-COUNT.
065100 3200-EXIT.
065200     EXIT.
065300******************************************************************
065400* 3210-PRINT-ONE-ACCOUNT - ONE ACCOUNT ROW.
065500******************************************************************
065600 3210-PRINT-ONE-ACCOUNT.
065700     IF AA-ACCOUNT-ID (AA-IDX) = SPACES
065800         MOVE "(NONE)" TO WS-ROW-KEY
065900     ELSE
066000         MOVE AA-ACCOUNT-ID (AA-IDX) TO WS-ROW-KEY
066100     END-IF.
066200     MOVE AA-AMOUNT (AA-IDX, 1) TO WS-ROW-AMOUNT (1).
066300     MOVE AA-AMOUNT (AA-IDX, 2) TO WS-ROW-AMOUNT (2).
066400     MOVE AA-AMOUNT (AA-IDX, 3) TO WS-ROW-AMOUNT (3).
066500     PERFORM 7000-WRITE-AMOUNT-ROW
066600         THRU 7000-EXIT.
066700 3210-EXIT.
066800     EXIT.
066900******************************************************************
067000* 3300-PRINT-TOP-ACCOUNTS - THE 20 ACCOUNTS WITH THE MOST
067100*                  REVENUE THIS MONTH, HIGHEST FIRST. EACH PASS
067200*                  TAKES THE HIGHEST ACCOUNT NOT YET RANKED.
067300******************************************************************
067400 3300-PRINT-TOP-ACCOUNTS.
067500     MOVE "TOP 20 ACCOUNTS THIS MONTH" TO WS-SECTION-LINE.
067600     PERFORM 3900-WRITE-SECTION-HEAD
067700         THRU 3900-EXIT.
067800     PERFORM 3310-RANK-ONE-ACCOUNT
067900         THRU 3310-EXIT
068000         VARYING WS-RANK FROM 1 BY 1
068100         UNTIL WS-RANK > 20 OR WS-RANK > WS-ACCOUNT-COUNT.
068200 3300-EXIT.
068300     EXIT.
068400******************************************************************
068500* 3310-RANK-ONE-ACCOUNT - FIND AND PRINT THE NEXT HIGHEST.
068600******************************************************************
068700 3310-RANK-ONE-ACCOUNT.
068800     MOVE ZERO TO WS-BEST-SUB.
068900     PERFORM 3320-CHECK-ONE-CANDIDATE
069000         THRU 3320-EXIT
069100         VARYING AA-IDX FROM 1 BY 1
069200         UNTIL AA-IDX > WS-ACCOUNT-COUNT.
069300     IF WS-BEST-SUB = ZERO
069400         GO TO 3310-EXIT
069500     END-IF.
069600     SET AA-IDX TO WS-BEST-SUB.
069700     MOVE "Y" TO AA-RANKED (AA-IDX).
069800     PERFORM 3210-PRINT-ONE-ACCOUNT
069900         THRU 3210-EXIT.
070000 3310-EXIT.
070100     EXIT.
070200******************************************************************
070300* 3320-CHECK-ONE-CANDIDATE - KEEP THE HIGHEST UNRANKED ACCOUNT.
070400******************************************************************
070500 3320-CHECK-ONE-CANDIDATE.
070600     IF AA-RANKED (AA-IDX) = "Y"
070700         GO TO 3320-EXIT
070800     END-IF.
070900     IF WS-BEST-SUB = ZERO
071000        OR AA-AMOUNT (AA-IDX, 1) > WS-BEST-AMOUNT
071100         SET WS-BEST-SUB TO AA-IDX
071200         MOVE AA-AMOUNT (AA-IDX, 1) TO WS-BEST-AMOUNT
071300     END-IF.
071400 3320-EXIT.
071500     EXIT.
071600******************************************************************
071700* 3900-WRITE-SECTION-HEAD - BLANK LINE, SECTION TITLE, COLUMNS.
071800******************************************************************
071900 3900-WRITE-SECTION-HEAD.
072000     MOVE SPACES TO ANALYSIS-RPT-LINE.
072100     WRITE ANALYSIS-RPT-LINE.
072200     WRITE ANALYSIS-RPT-LINE FROM WS-SECTION-LINE.
072300     WRITE ANALYSIS-RPT-LINE FROM WS-COLUMN-LINE.
072400 3900-EXIT.
072500     EXIT.
072600******************************************************************
072700* 7000-WRITE-AMOUNT-ROW - THE THREE PERIODS, THE VARIANCE AND
072800*                  PERCENTAGE CHANGE AGAINST THE PRIOR MONTH, AND
072900*                  A SECOND LINE AGAINST THE SAME MONTH LAST
073000*                  YEAR. NO BASE REVENUE PRINTS THE CHANGE AS N/A.
073100******************************************************************
073200 7000-WRITE-AMOUNT-ROW.
073300     MOVE WS-ROW-KEY TO AL-KEY.
073400     MOVE WS-ROW-AMOUNT (1) TO AL-AMOUNT (1).
073500     MOVE WS-ROW-AMOUNT (2) TO AL-AMOUNT (2).
073600     MOVE WS-ROW-AMOUNT (3) TO AL-AMOUNT (3).
073700     COMPUTE WS-VARIANCE = WS-ROW-AMOUNT (1) - WS-ROW-AMOUNT (2).
073800     MOVE WS-VARIANCE TO AL-VARIANCE.
073900     IF WS-ROW-AMOUNT (2) = ZERO
074000         MOVE "    N/A" TO AL-PERCENT-X
074100     ELSE
074200         COMPUTE WS-PERCENT ROUNDED =
074300             WS-VARIANCE * 100 / WS-ROW-AMOUNT (2)
074400             ON SIZE ERROR
074500                 MOVE "  >9999" TO AL-PERCENT-X
074600             NOT ON SIZE ERROR
074700                 MOVE WS-PERCENT TO AL-PERCENT
074800         END-COMPUTE
074900     END-IF.
075000     WRITE ANALYSIS-RPT-LINE FROM WS-AMOUNT-LINE.
075100     COMPUTE WS-VARIANCE = WS-ROW-AMOUNT (1) - WS-ROW-AMOUNT (3).
075200     MOVE WS-VARIANCE TO YL-VARIANCE.
075300     IF WS-ROW-AMOUNT (3) = ZERO
075400         MOVE "    N/A" TO YL-PERCENT-X
075500     ELSE
075600         COMPUTE WS-PERCENT ROUNDED =
075700             WS-VARIANCE * 100 / WS-ROW-AMOUNT (3)
075800             ON SIZE ERROR
075900                 MOVE "  >9999" TO YL-PERCENT-X
076000             NOT ON SIZE ERROR
076100                 MOVE WS-PERCENT TO YL-PERCENT
076200         END-COMPUTE
076300     END-IF.
076400     WRITE ANALYSIS-RPT-LINE FROM WS-YOY-LINE.
076500 7000-EXIT.
076600     EXIT.
076700******************************************************************
076800* 9999-EXIT - COMMON PROGRAM EXIT POINT.
076900******************************************************************
077000 9999-EXIT.
077100     GOBACK.
077200 END PROGRAM RevenueAnalysis.
