000100******************************************************************
000200* PROGRAM-ID: BUDGETMAINT
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     MAINTENANCE FOR THE BUDGMSTR BUDGET MASTER AFTER
000800*              THE ANNUAL SHEET IS LOADED - FINANCE'S MID-YEAR
000900*              RE-FORECASTS AND THE ODD LINE THE SHEET MISSED.
001000*              SUPPORTS ADD, CHANGE, DELETE AND BROWSE OF ONE
001100*              ACCOUNT/DEPARTMENT/PERIOD ROW AT A TIME, WITH THE
001200*              SAME ACCOUNT AND DEPARTMENT EDITS BUDGETLOAD
001300*              APPLIES, AND A BUDGLOG AUDIT ROW FOR EVERY CHANGE.
001400* TECTONICS:   cobc
001500*
001600* MODIFICATION HISTORY
001700*   2026-10-15 DO  INITIAL VERSION.
001725*   2026-10-15 DO  THE FISCAL PERIOD IS NOW CHECKED AGAINST THE
001750*                  FISCCAL CALENDAR THROUGH FISCALPERIOD (YYYYPP)
001775*                  RATHER THAN AS A 01-12 MONTH.
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. BudgetMaint.
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT BUDGET-FILE ASSIGN TO "BUDGMSTR"
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS DYNAMIC
002700         RECORD KEY IS BG-BUDGET-KEY
002800         FILE STATUS IS WS-BUDGET-FILE-STATUS.
002900     SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCTM"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS RANDOM
003200         RECORD KEY IS GA-ACCOUNT-CODE
003300         FILE STATUS IS WS-ACCT-FILE-STATUS.
003400     SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMSTR"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS DP-DEPT-CODE
003800         FILE STATUS IS WS-DEPT-FILE-STATUS.
003900     SELECT BUDGET-AUDIT-FILE ASSIGN TO "BUDGLOG"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-AUDIT-FILE-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  BUDGET-FILE.
004500     COPY BUDGET.
004600 FD  GL-ACCOUNT-FILE.
004700     COPY GLACCT.
004800 FD  DEPT-MASTER-FILE.
004900     COPY DEPTMSTR.
005000 FD  BUDGET-AUDIT-FILE
005100     RECORDING MODE IS F.
005200     COPY BUDGLOG.
005300 WORKING-STORAGE SECTION.
005400 01  WS-BUDGET-FILE-STATUS           PIC X(02).
005500     88  WS-BUDGET-FILE-OK           VALUE "00".
005600 01  WS-ACCT-FILE-STATUS             PIC X(02).
005700     88  WS-ACCT-FILE-OK             VALUE "00".
005800 01  WS-DEPT-FILE-STATUS             PIC X(02).
005900     88  WS-DEPT-FILE-OK             VALUE "00".
006000 01  WS-AUDIT-FILE-STATUS            PIC X(02).
006100     88  WS-AUDIT-FILE-OK            VALUE "00".
006200 01  WS-OPERATOR-ID                  PIC X(08).
006300 01  WS-TODAYS-DATE                  PIC 9(08).
006400 01  WS-CURRENT-TIME                 PIC 9(08).
006500 01  WS-MAINT-OPTION                 PIC X(01).
006600     88  WS-MAINT-ADD                VALUE "A" "a".
006700     88  WS-MAINT-CHANGE             VALUE "C" "c".
006800     88  WS-MAINT-DELETE             VALUE "D" "d".
006900     88  WS-MAINT-BROWSE             VALUE "B" "b".
007000     88  WS-MAINT-EXIT               VALUE "X" "x".
007100 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
007200     88  WS-END-OF-MASTER            VALUE "Y".
007300 01  WS-KEY-OK-SWITCH                PIC X(01) VALUE "N".
007400     88  WS-KEY-OK                   VALUE "Y".
007500 01  WS-WORK-KEY.
007600     05  WS-WORK-GL-ACCOUNT          PIC X(08) VALUE SPACES.
007700     05  WS-WORK-DEPT-CODE           PIC X(04) VALUE SPACES.
007800     05  WS-WORK-PERIOD              PIC 9(06) VALUE ZERO.
007900 01  WS-PERIOD-INPUT                 PIC X(06) VALUE SPACES.
008000 01  WS-PERIOD-INPUT-NUM REDEFINES WS-PERIOD-INPUT
008100                                     PIC 9(06).
008115 01  WS-FP-FUNCTION                  PIC X(01).
008130 01  WS-FP-RESULT.
008145     05  WS-FP-FOUND-SWITCH          PIC X(01).
008160         88  WS-FP-PERIOD-FOUND      VALUE "Y".
008175     05  WS-FP-SOURCE                PIC X(01).
008190     05  WS-FP-PERIOD-ID             PIC 9(06).
008205     05  WS-FP-START-DATE            PIC 9(08).
008220     05  WS-FP-END-DATE              PIC 9(08).
008235     05  WS-FP-YEAR-START-DATE       PIC 9(08).
008250     05  WS-FP-YEAR-END-DATE         PIC 9(08).
008265     05  WS-FP-PERIODS-IN-YEAR       PIC 9(02).
008280 01  WS-FP-DATE                      PIC 9(08) VALUE ZERO.
008300 01  WS-NEW-AMOUNT                   PIC S9(11)V99 VALUE ZERO.
008400 01  WS-OLD-AMOUNT                   PIC S9(11)V99 VALUE ZERO.
008500 01  WS-DISPLAY-AMOUNT               PIC -(10)9.99.
008600 01  WS-BROWSE-COUNT                 PIC 9(04) COMP VALUE ZERO.
008700 PROCEDURE DIVISION.
008800******************************************************************
008900* 0000-MAINLINE - SIGN ON, OPEN THE MASTERS AND THE AUDIT FILE,
009000*                 THEN LOOP ON THE MAINTENANCE MENU.
009100******************************************************************
009200 0000-MAINLINE.
009300     PERFORM 0500-SIGN-ON
009400         THRU 0500-EXIT.
009500     IF NOT WS-BUDGET-FILE-OK
009600         GO TO 9999-EXIT
009700     END-IF.
009800     PERFORM 2000-SHOW-MENU
009900         THRU 2000-EXIT
010000         UNTIL WS-MAINT-EXIT.
010100     CLOSE BUDGET-FILE
010200           GL-ACCOUNT-FILE
010300           DEPT-MASTER-FILE
010400           BUDGET-AUDIT-FILE.
010500     GO TO 9999-EXIT.
010600******************************************************************
010700* 0500-SIGN-ON - CAPTURE THE OPERATOR ID, OPEN THE BUDGET MASTER
010800*                FOR UPDATE, THE CHART AND DEPARTMENTS FOR THE
010900*                EDITS, AND THE AUDIT LOG FOR APPEND.
011000******************************************************************
011100 0500-SIGN-ON.
011200     DISPLAY "Operator ID: "
011300     ACCEPT WS-OPERATOR-ID.
011400     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
011500     OPEN I-O BUDGET-FILE.
011600     IF NOT WS-BUDGET-FILE-OK
011700         OPEN OUTPUT BUDGET-FILE
011800         IF NOT WS-BUDGET-FILE-OK
011900             DISPLAY "BUDGMSTR OPEN FAILED, STATUS "
012000                 WS-BUDGET-FILE-STATUS
012100             GO TO 0500-EXIT
012200         END-IF
012300*        THE FALLBACK ONLY CREATES THE FILE - THE SESSION MUST
012400*        STILL RUN AGAINST IT IN I-O MODE.
012500         CLOSE BUDGET-FILE
012600         OPEN I-O BUDGET-FILE
012700         IF NOT WS-BUDGET-FILE-OK
012800             DISPLAY "BUDGMSTR REOPEN FAILED, STATUS "
012900                 WS-BUDGET-FILE-STATUS
013000             GO TO 0500-EXIT
013100         END-IF
013200     END-IF.
013300     OPEN INPUT GL-ACCOUNT-FILE.
013400     IF NOT WS-ACCT-FILE-OK
013500         DISPLAY "GLACCTM OPEN FAILED, STATUS "
013600             WS-ACCT-FILE-STATUS
013700         CLOSE BUDGET-FILE
013800         MOVE "99" TO WS-BUDGET-FILE-STATUS
013900         GO TO 0500-EXIT
014000     END-IF.
014100     OPEN INPUT DEPT-MASTER-FILE.
014200     IF NOT WS-DEPT-FILE-OK
014300         DISPLAY "DEPTMSTR OPEN FAILED, STATUS "
014400             WS-DEPT-FILE-STATUS
014500         CLOSE BUDGET-FILE
014600               GL-ACCOUNT-FILE
014700         MOVE "99" TO WS-BUDGET-FILE-STATUS
014800         GO TO 0500-EXIT
014900     END-IF.
015000     OPEN EXTEND BUDGET-AUDIT-FILE.
015100     IF NOT WS-AUDIT-FILE-OK
015200         OPEN OUTPUT BUDGET-AUDIT-FILE
015300     END-IF.
015400 0500-EXIT.
015500     EXIT.
015600******************************************************************
015700* 2000-SHOW-MENU - ONE MAINTENANCE ACTION PER PASS.
015800******************************************************************
015900 2000-SHOW-MENU.
016000     DISPLAY "Budgets - A)dd C)hange D)elete B)rowse X) exit: "
016100     ACCEPT WS-MAINT-OPTION.
016200     EVALUATE TRUE
016300         WHEN WS-MAINT-ADD
016400             PERFORM 3000-ADD-BUDGET
016500                 THRU 3000-EXIT
016600         WHEN WS-MAINT-CHANGE
016700             PERFORM 4000-CHANGE-BUDGET
016800                 THRU 4000-EXIT
016900         WHEN WS-MAINT-DELETE
017000             PERFORM 5000-DELETE-BUDGET
017100                 THRU 5000-EXIT
017200         WHEN WS-MAINT-BROWSE
017300             PERFORM 6000-BROWSE-BUDGETS
017400                 THRU 6000-EXIT
017500         WHEN WS-MAINT-EXIT
017600             CONTINUE
017700         WHEN OTHER
017800             DISPLAY "Select a correct option"
017900     END-EVALUATE.
018000 2000-EXIT.
018100     EXIT.
018200******************************************************************
018300* 2100-GET-BUDGET-KEY - PROMPT FOR THE ACCOUNT, DEPARTMENT AND
018400*                  FISCAL PERIOD OF THE ROW TO WORK ON.
018500******************************************************************
018600 2100-GET-BUDGET-KEY.
018700     MOVE "N" TO WS-KEY-OK-SWITCH.
018800     DISPLAY "GL account: "
018900     ACCEPT WS-WORK-GL-ACCOUNT.
019000     DISPLAY "Department (blank for house postings): "
019100     ACCEPT WS-WORK-DEPT-CODE.
019158     DISPLAY "Fiscal period (YYYYPP): "
019216     ACCEPT WS-PERIOD-INPUT.
019274     IF WS-PERIOD-INPUT-NUM NOT NUMERIC
019332         DISPLAY "PERIOD " WS-PERIOD-INPUT " IS NOT A YYYYPP "
019390             "PERIOD"
019448         GO TO 2100-EXIT
019506     END-IF.
019564     MOVE "P" TO WS-FP-FUNCTION.
019622     MOVE WS-PERIOD-INPUT-NUM TO WS-FP-PERIOD-ID.
019680     CALL "FiscalPeriod" USING WS-FP-FUNCTION, WS-FP-DATE,
019738         WS-FP-RESULT.
019796     IF NOT WS-FP-PERIOD-FOUND
019854         DISPLAY "PERIOD " WS-PERIOD-INPUT " IS NOT ON THE "
019912             "FISCAL CALENDAR"
019970         GO TO 2100-EXIT
020028     END-IF.
020100     MOVE WS-PERIOD-INPUT-NUM TO WS-WORK-PERIOD.
020200     SET WS-KEY-OK TO TRUE.
020300 2100-EXIT.
020400     EXIT.
020500******************************************************************
020600* 2200-GET-AMOUNT - PROMPT FOR A BUDGET AMOUNT.
020700******************************************************************
020800 2200-GET-AMOUNT.
021050     DISPLAY "Budget amount: "
021300     MOVE ZERO TO WS-NEW-AMOUNT.
021550     ACCEPT WS-NEW-AMOUNT.
021800 2200-EXIT.
021900     EXIT.
022000******************************************************************
022100* 3000-ADD-BUDGET - WRITE A NEW BUDGET ROW. THE ACCOUNT MUST BE
022200*                  ACTIVE ON THE CHART AND A DEPARTMENT, WHEN
022300*                  GIVEN, ACTIVE ON DEPTMSTR.
022400******************************************************************
022500 3000-ADD-BUDGET.
022600     PERFORM 2100-GET-BUDGET-KEY
022700         THRU 2100-EXIT.
022800     IF NOT WS-KEY-OK
022900         GO TO 3000-EXIT
023000     END-IF.
023100     MOVE WS-WORK-GL-ACCOUNT TO GA-ACCOUNT-CODE.
023200     READ GL-ACCOUNT-FILE
023300         INVALID KEY
023400             DISPLAY "ACCOUNT NOT ON GLACCTM - NOT ADDED"
023500             GO TO 3000-EXIT
023600     END-READ.
023700     IF NOT GA-STATUS-ACTIVE
023800         DISPLAY "ACCOUNT IS CLOSED - NOT ADDED"
023900         GO TO 3000-EXIT
024000     END-IF.
024100     IF WS-WORK-DEPT-CODE NOT = SPACES
024200         MOVE WS-WORK-DEPT-CODE TO DP-DEPT-CODE
024300         READ DEPT-MASTER-FILE
024400             INVALID KEY
024500                 DISPLAY "DEPARTMENT NOT ON DEPTMSTR - NOT ADDED"
024600                 GO TO 3000-EXIT
024700         END-READ
024800         IF NOT DP-STATUS-ACTIVE
024900             DISPLAY "DEPARTMENT IS CLOSED - NOT ADDED"
025000             GO TO 3000-EXIT
025100         END-IF
025200     END-IF.
025375     PERFORM 2200-GET-AMOUNT
025550         THRU 2200-EXIT.
025725     MOVE WS-WORK-KEY TO BG-BUDGET-KEY.
025900     MOVE WS-NEW-AMOUNT TO BG-BUDGET-AMOUNT.
026000     SET BG-KEYED TO TRUE.
026100     MOVE WS-OPERATOR-ID TO BG-CHANGED-BY.
026200     MOVE WS-TODAYS-DATE TO BG-CHANGED-DATE.
026300     MOVE ZERO TO WS-OLD-AMOUNT.
026400     WRITE BUDGET-RECORD
026500         INVALID KEY
026600             DISPLAY "BUDGET ROW ALREADY ON FILE - NOT ADDED"
026700         NOT INVALID KEY
026800             MOVE "ADD   " TO BA-ACTION
026900             PERFORM 8000-WRITE-AUDIT-RECORD
027000                 THRU 8000-EXIT
027100             DISPLAY "BUDGET ROW ADDED"
027200     END-WRITE.
027300 3000-EXIT.
027400     EXIT.
027500******************************************************************
027600* 4000-CHANGE-BUDGET - REWRITE A ROW'S AMOUNT.
027700******************************************************************
027800 4000-CHANGE-BUDGET.
027900     PERFORM 2100-GET-BUDGET-KEY
028000         THRU 2100-EXIT.
028100     IF NOT WS-KEY-OK
028200         GO TO 4000-EXIT
028300     END-IF.
028400     MOVE WS-WORK-KEY TO BG-BUDGET-KEY.
028500     READ BUDGET-FILE
028600         INVALID KEY
028700             DISPLAY "BUDGET ROW NOT FOUND"
028800             GO TO 4000-EXIT
028900     END-READ.
029000     MOVE BG-BUDGET-AMOUNT TO WS-OLD-AMOUNT
029100                              WS-DISPLAY-AMOUNT.
029200     DISPLAY "Current amount is " WS-DISPLAY-AMOUNT.
029400     PERFORM 2200-GET-AMOUNT
029600         THRU 2200-EXIT.
029800     MOVE WS-NEW-AMOUNT TO BG-BUDGET-AMOUNT.
029900     SET BG-KEYED TO TRUE.
030000     MOVE WS-OPERATOR-ID TO BG-CHANGED-BY.
030100     MOVE WS-TODAYS-DATE TO BG-CHANGED-DATE.
030200     REWRITE BUDGET-RECORD
030300         INVALID KEY
030400             DISPLAY "REWRITE FAILED, STATUS "
030500                 WS-BUDGET-FILE-STATUS
030600         NOT INVALID KEY
030700             MOVE "CHANGE" TO BA-ACTION
030800             PERFORM 8000-WRITE-AUDIT-RECORD
030900                 THRU 8000-EXIT
031000             DISPLAY "BUDGET ROW CHANGED"
031100     END-REWRITE.
031200 4000-EXIT.
031300     EXIT.
031400******************************************************************
031500* 5000-DELETE-BUDGET - REMOVE A ROW. NOTHING ELSE POINTS AT A
031600*                  BUDGET ROW, SO UNLIKE THE CHART IT CAN GO.
031700******************************************************************
031800 5000-DELETE-BUDGET.
031900     PERFORM 2100-GET-BUDGET-KEY
032000         THRU 2100-EXIT.
032100     IF NOT WS-KEY-OK
032200         GO TO 5000-EXIT
032300     END-IF.
032400     MOVE WS-WORK-KEY TO BG-BUDGET-KEY.
032500     READ BUDGET-FILE
032600         INVALID KEY
032700             DISPLAY "BUDGET ROW NOT FOUND"
032800             GO TO 5000-EXIT
032900     END-READ.
033000     MOVE BG-BUDGET-AMOUNT TO WS-OLD-AMOUNT.
033100     MOVE ZERO TO WS-NEW-AMOUNT.
033200     DELETE BUDGET-FILE RECORD
033300         INVALID KEY
033400             DISPLAY "DELETE FAILED, STATUS "
033500                 WS-BUDGET-FILE-STATUS
033600         NOT INVALID KEY
033700             MOVE "DELETE" TO BA-ACTION
033800             PERFORM 8000-WRITE-AUDIT-RECORD
033900                 THRU 8000-EXIT
034000             DISPLAY "BUDGET ROW DELETED"
034100     END-DELETE.
034200 5000-EXIT.
034300     EXIT.
034400******************************************************************
034500* 6000-BROWSE-BUDGETS - LIST ONE ACCOUNT'S ROWS IN KEY ORDER, OR
034600*                  EVERY ROW WHEN NO ACCOUNT IS GIVEN.
034700******************************************************************
034800 6000-BROWSE-BUDGETS.
034900     DISPLAY "GL account to browse (blank for all): "
035000     ACCEPT WS-WORK-GL-ACCOUNT.
035100     MOVE "N" TO WS-EOF-SWITCH.
035200     MOVE ZERO TO WS-BROWSE-COUNT.
035300     MOVE LOW-VALUES TO BG-BUDGET-KEY.
035400     IF WS-WORK-GL-ACCOUNT NOT = SPACES
035500         MOVE WS-WORK-GL-ACCOUNT TO BG-GL-ACCOUNT
035600     END-IF.
035700     START BUDGET-FILE KEY IS NOT LESS THAN BG-BUDGET-KEY
035800         INVALID KEY
035900             SET WS-END-OF-MASTER TO TRUE
036000     END-START.
036100     PERFORM 6100-BROWSE-ONE-BUDGET
036200         THRU 6100-EXIT
036300         UNTIL WS-END-OF-MASTER.
036400     DISPLAY "BUDGET ROWS LISTED: " WS-BROWSE-COUNT.
036500 6000-EXIT.
036600     EXIT.
036700******************************************************************
036800* 6100-BROWSE-ONE-BUDGET - READ AND DISPLAY THE NEXT ROW.
036900******************************************************************
037000 6100-BROWSE-ONE-BUDGET.
037100     READ BUDGET-FILE NEXT RECORD
037200         AT END
037300             SET WS-END-OF-MASTER TO TRUE
037400     END-READ.
037500     IF WS-END-OF-MASTER
037600         GO TO 6100-EXIT
037700     END-IF.
037800     IF WS-WORK-GL-ACCOUNT NOT = SPACES
037900        AND BG-GL-ACCOUNT NOT = WS-WORK-GL-ACCOUNT
038000         SET WS-END-OF-MASTER TO TRUE
038100         GO TO 6100-EXIT
038200     END-IF.
038300     MOVE BG-BUDGET-AMOUNT TO WS-DISPLAY-AMOUNT.
038400     DISPLAY BG-GL-ACCOUNT " " BG-DEPT-CODE " "
038500         BG-FISCAL-PERIOD " " WS-DISPLAY-AMOUNT " "
038600         BG-SOURCE " " BG-CHANGED-BY " " BG-CHANGED-DATE.
038700     ADD 1 TO WS-BROWSE-COUNT.
038800 6100-EXIT.
038900     EXIT.
039000******************************************************************
039100* 8000-WRITE-AUDIT-RECORD - ONE AUDIT ROW PER CHANGE.
039200******************************************************************
039300 8000-WRITE-AUDIT-RECORD.
039400     ACCEPT WS-CURRENT-TIME FROM TIME.
039500     MOVE WS-TODAYS-DATE     TO BA-LOG-DATE.
039600     MOVE WS-CURRENT-TIME    TO BA-LOG-TIME.
039700     MOVE WS-OPERATOR-ID     TO BA-OPERATOR-ID.
039800     MOVE WS-WORK-GL-ACCOUNT TO BA-GL-ACCOUNT.
039900     MOVE WS-WORK-DEPT-CODE  TO BA-DEPT-CODE.
040000     MOVE WS-WORK-PERIOD     TO BA-FISCAL-PERIOD.
040100     MOVE WS-OLD-AMOUNT      TO BA-OLD-AMOUNT.
040200     MOVE WS-NEW-AMOUNT      TO BA-NEW-AMOUNT.
040300     WRITE BUDGET-AUDIT-RECORD.
040400 8000-EXIT.
040500     EXIT.
040600******************************************************************
040700* 9999-EXIT - COMMON PROGRAM EXIT POINT.
040800******************************************************************
040900 9999-EXIT.
041000     GOBACK.
041100 END PROGRAM BudgetMaint.
