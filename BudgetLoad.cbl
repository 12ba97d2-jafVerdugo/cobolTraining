000100******************************************************************
000200* PROGRAM-ID: BUDGETLOAD
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     LOAD OF FINANCE'S ANNUAL BUDGET SHEET ONTO THE
000800*              BUDGMSTR BUDGET MASTER. FINANCE KEPT THE BUDGET IN
000900*              A SPREADSHEET NOBODY COULD REPORT AGAINST. THIS
001000*              READS THE BUDGSHT FILE - ONE ROW PER GL ACCOUNT
001100*              AND DEPARTMENT WITH TWELVE MONTHLY AMOUNTS -
001200*              VALIDATES EVERY ROW (A REAL FISCAL YEAR, AN ACTIVE
001300*              GLACCTM ACCOUNT, AN ACTIVE DEPTMSTR DEPARTMENT OR
001400*              A BLANK ONE, NUMERIC AMOUNTS) AND REPORTS WHAT
001500*              WOULD CHANGE. RUN IN V)ERIFY MODE NOTHING IS
001600*              WRITTEN; A C)ONFIRM PASS WRITES OR REPLACES THE
001700*              TWELVE BUDGMSTR ROWS FOR EACH CLEAN SHEET ROW AND
001800*              A BUDGLOG AUDIT ENTRY FOR EVERY ONE IT TOUCHES. A
001900*              RELOADED SHEET SIMPLY REPLACES THE ROWS IT NAMES.
002000* TECTONICS:   cobc
002100*
002200* MODIFICATION HISTORY
002300*   2026-10-15 DO  INITIAL VERSION.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. BudgetLoad.
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT BUDGET-SHEET-FILE ASSIGN TO "BUDGSHT"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-SHEET-FILE-STATUS.
003300     SELECT BUDGET-FILE ASSIGN TO "BUDGMSTR"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS BG-BUDGET-KEY
003700         FILE STATUS IS WS-BUDGET-FILE-STATUS.
003800     SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCTM"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS GA-ACCOUNT-CODE
004200         FILE STATUS IS WS-ACCT-FILE-STATUS.
004300     SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMSTR"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS DP-DEPT-CODE
004700         FILE STATUS IS WS-DEPT-FILE-STATUS.
004800     SELECT BUDGET-AUDIT-FILE ASSIGN TO "BUDGLOG"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-AUDIT-FILE-STATUS.
005100     SELECT LOAD-RPT-FILE ASSIGN TO "BUDGLDRP"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-RPT-FILE-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  BUDGET-SHEET-FILE
005700     RECORDING MODE IS F.
005800     COPY BUDGSHT.
005900 FD  BUDGET-FILE.
006000     COPY BUDGET.
006100 FD  GL-ACCOUNT-FILE.
006200     COPY GLACCT.
006300 FD  DEPT-MASTER-FILE.
006400     COPY DEPTMSTR.
006500 FD  BUDGET-AUDIT-FILE
006600     RECORDING MODE IS F.
006700     COPY BUDGLOG.
006800 FD  LOAD-RPT-FILE
006900     RECORDING MODE IS F.
007000 01  LOAD-RPT-LINE                   PIC X(80).
007100 WORKING-STORAGE SECTION.
007200 01  WS-SHEET-FILE-STATUS            PIC X(02).
007300     88  WS-SHEET-FILE-OK            VALUE "00".
007400 01  WS-BUDGET-FILE-STATUS           PIC X(02).
007500     88  WS-BUDGET-FILE-OK           VALUE "00".
007600 01  WS-ACCT-FILE-STATUS             PIC X(02).
007700     88  WS-ACCT-FILE-OK             VALUE "00".
007800 01  WS-DEPT-FILE-STATUS             PIC X(02).
007900     88  WS-DEPT-FILE-OK             VALUE "00".
008000 01  WS-AUDIT-FILE-STATUS            PIC X(02).
008100     88  WS-AUDIT-FILE-OK            VALUE "00".
008200 01  WS-RPT-FILE-STATUS              PIC X(02).
008300     88  WS-RPT-FILE-OK              VALUE "00".
008400 01  WS-RUN-MODE                     PIC X(01).
008500     88  WS-VERIFY-MODE              VALUE "V" "v".
008600     88  WS-CONFIRM-MODE             VALUE "C" "c".
008700 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
008800     88  WS-END-OF-SHEET             VALUE "Y".
008900 01  WS-OPERATOR-ID                  PIC X(08) VALUE SPACES.
009000 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
009100 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
009200 01  WS-ROW-COUNT                    PIC 9(06) COMP VALUE ZERO.
009300 01  WS-CLEAN-COUNT                  PIC 9(06) COMP VALUE ZERO.
009400 01  WS-REJECT-COUNT                 PIC 9(06) COMP VALUE ZERO.
009500 01  WS-ADDED-COUNT                  PIC 9(06) COMP VALUE ZERO.
009600 01  WS-REPLACED-COUNT               PIC 9(06) COMP VALUE ZERO.
009700 01  WS-MONTH-NO                     PIC 9(02) COMP VALUE ZERO.
009800 01  WS-REASON-TEXT                  PIC X(30) VALUE SPACES.
009900     88  WS-ROW-CLEAN                VALUE SPACES.
010000 01  WS-ANNUAL-TOTAL                 PIC S9(13)V99 VALUE ZERO.
010100 01  WS-OLD-AMOUNT                   PIC S9(11)V99 VALUE ZERO.
010200 01  WS-HEADER-LINE                  PIC X(80) VALUE
010300     "ANNUAL BUDGET SHEET LOAD REPORT".
010400 01  WS-COLUMN-LINE                  PIC X(80) VALUE
010500     "ACTION   ACCOUNT  DEPT YEAR     ANNUAL TOTAL REASON".
010600 01  WS-DETAIL-LINE.
010700     05  DL-ACTION                   PIC X(09).
010800     05  DL-GL-ACCOUNT               PIC X(08).
010900     05  FILLER                      PIC X(01) VALUE SPACE.
011000     05  DL-DEPT-CODE                PIC X(04).
011100     05  FILLER                      PIC X(01) VALUE SPACE.
011200     05  DL-FISCAL-YEAR              PIC 9(04).
011300     05  DL-ANNUAL-TOTAL             PIC -(12)9.99.
011400     05  FILLER                      PIC X(01) VALUE SPACE.
011500     05  DL-REASON                   PIC X(30).
011600     05  FILLER                      PIC X(05) VALUE SPACES.
011700 01  WS-TOTAL-LINE.
011800     05  TL-LABEL                    PIC X(20).
011900     05  TL-COUNT                    PIC ZZZ,ZZ9.
012000     05  FILLER                      PIC X(53) VALUE SPACES.
012100 PROCEDURE DIVISION.
012200******************************************************************
012300* 0000-MAINLINE - VERIFY OR CONFIRM EVERY SHEET ROW, ONE REPORT
012400*                 LINE PER ROW, TOTALS AT THE CLOSE.
012500******************************************************************
012600 0000-MAINLINE.
012700     DISPLAY "Run mode - V)erify only or C)onfirm and load: "
012800     ACCEPT WS-RUN-MODE.
012900     IF NOT WS-VERIFY-MODE AND NOT WS-CONFIRM-MODE
013000         DISPLAY "Select a correct option"
013100         GO TO 0000-MAINLINE
013200     END-IF.
013300     DISPLAY "Operator ID: "
013400     ACCEPT WS-OPERATOR-ID.
013500     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
013600     OPEN INPUT BUDGET-SHEET-FILE.
013700     IF NOT WS-SHEET-FILE-OK
013800         DISPLAY "BUDGSHT OPEN FAILED, STATUS "
013900             WS-SHEET-FILE-STATUS
014000         GO TO 9999-EXIT
014100     END-IF.
014200     OPEN INPUT GL-ACCOUNT-FILE.
014300     IF NOT WS-ACCT-FILE-OK
014400         DISPLAY "GLACCTM OPEN FAILED, STATUS "
014500             WS-ACCT-FILE-STATUS
014600         CLOSE BUDGET-SHEET-FILE
014700         GO TO 9999-EXIT
014800     END-IF.
014900     OPEN INPUT DEPT-MASTER-FILE.
015000     IF NOT WS-DEPT-FILE-OK
015100         DISPLAY "DEPTMSTR OPEN FAILED, STATUS "
015200             WS-DEPT-FILE-STATUS
015300         CLOSE BUDGET-SHEET-FILE
015400               GL-ACCOUNT-FILE
015500         GO TO 9999-EXIT
015600     END-IF.
015700     IF WS-CONFIRM-MODE
015800         PERFORM 0500-OPEN-BUDGET-MASTER
015900             THRU 0500-EXIT
016000         IF NOT WS-BUDGET-FILE-OK
016100             CLOSE BUDGET-SHEET-FILE
016200                   GL-ACCOUNT-FILE
016300                   DEPT-MASTER-FILE
016400             GO TO 9999-EXIT
016500         END-IF
016600         OPEN EXTEND BUDGET-AUDIT-FILE
016700         IF NOT WS-AUDIT-FILE-OK
016800             OPEN OUTPUT BUDGET-AUDIT-FILE
016900         END-IF
017000     END-IF.
017100     OPEN OUTPUT LOAD-RPT-FILE.
017200     MOVE WS-HEADER-LINE TO LOAD-RPT-LINE.
017300     WRITE LOAD-RPT-LINE.
017400     WRITE LOAD-RPT-LINE FROM WS-COLUMN-LINE.
017500     PERFORM 2000-PROCESS-ONE-ROW
017600         THRU 2000-EXIT
017700         UNTIL WS-END-OF-SHEET.
017800     PERFORM 3000-CLOSE-AND-REPORT
017900         THRU 3000-EXIT.
018000     GO TO 9999-EXIT.
018100******************************************************************
018200* 0500-OPEN-BUDGET-MASTER - OPEN BUDGMSTR FOR UPDATE, CREATING IT
018300*                  ON THE FIRST LOAD.
018400******************************************************************
018500 0500-OPEN-BUDGET-MASTER.
018600     OPEN I-O BUDGET-FILE.
018700     IF NOT WS-BUDGET-FILE-OK
018800         OPEN OUTPUT BUDGET-FILE
018900         IF NOT WS-BUDGET-FILE-OK
019000             DISPLAY "BUDGMSTR OPEN FAILED, STATUS "
019100                 WS-BUDGET-FILE-STATUS
019200             GO TO 0500-EXIT
019300         END-IF
019400*        THE FALLBACK ONLY CREATES THE FILE - THE LOAD MUST
019500*        STILL RUN AGAINST IT IN I-O MODE.
019600         CLOSE BUDGET-FILE
019700         OPEN I-O BUDGET-FILE
019800         IF NOT WS-BUDGET-FILE-OK
019900             DISPLAY "BUDGMSTR REOPEN FAILED, STATUS "
020000                 WS-BUDGET-FILE-STATUS
020100         END-IF
020200     END-IF.
020300 0500-EXIT.
020400     EXIT.
020500******************************************************************
020600* 2000-PROCESS-ONE-ROW - VALIDATE THE NEXT SHEET ROW AND, ON A
020700*                  CONFIRM PASS, WRITE ITS TWELVE MONTHS TO THE
020800*                  MASTER WITH THEIR AUDIT ENTRIES.
020900******************************************************************
021000 2000-PROCESS-ONE-ROW.
021100     READ BUDGET-SHEET-FILE
021200         AT END
021300             SET WS-END-OF-SHEET TO TRUE
021400     END-READ.
021500     IF WS-END-OF-SHEET
021600         GO TO 2000-EXIT
021700     END-IF.
021800     ADD 1 TO WS-ROW-COUNT.
021900     MOVE ZERO TO WS-ANNUAL-TOTAL.
022000     PERFORM 2100-VALIDATE-ONE-ROW
022100         THRU 2100-EXIT.
022200     IF NOT WS-ROW-CLEAN
022300         ADD 1 TO WS-REJECT-COUNT
022400         MOVE "REJECT" TO DL-ACTION
022500         PERFORM 2900-WRITE-REPORT-LINE
022600             THRU 2900-EXIT
022700         GO TO 2000-EXIT
022800     END-IF.
022900     ADD 1 TO WS-CLEAN-COUNT.
023000     IF WS-CONFIRM-MODE
023100         PERFORM 2500-LOAD-ONE-MONTH
023200             THRU 2500-EXIT
023300             VARYING WS-MONTH-NO FROM 1 BY 1
023400             UNTIL WS-MONTH-NO > 12
023500         MOVE "LOADED" TO DL-ACTION
023600     ELSE
023700         MOVE "WOULD" TO DL-ACTION
023800     END-IF.
023900     PERFORM 2900-WRITE-REPORT-LINE
024000         THRU 2900-EXIT.
024100 2000-EXIT.
024200     EXIT.
024300******************************************************************
024400* 2100-VALIDATE-ONE-ROW - THE SHEET EDITS - A FISCAL YEAR, AN
024500*                  ACTIVE ACCOUNT ON THE CHART, AN ACTIVE
024600*                  DEPARTMENT WHEN ONE IS GIVEN, AND TWELVE
024700*                  NUMERIC AMOUNTS.
024800******************************************************************
024900 2100-VALIDATE-ONE-ROW.
025000     MOVE SPACES TO WS-REASON-TEXT.
025100     IF SH-FISCAL-YEAR NOT NUMERIC
025200        OR SH-FISCAL-YEAR < 2000
025300         MOVE "FISCAL YEAR MISSING OR INVALID" TO WS-REASON-TEXT
025400         GO TO 2100-EXIT
025500     END-IF.
025600     MOVE SH-GL-ACCOUNT TO GA-ACCOUNT-CODE.
025700     READ GL-ACCOUNT-FILE
025800         INVALID KEY
025900             MOVE "ACCOUNT NOT ON GLACCTM" TO WS-REASON-TEXT
026000             GO TO 2100-EXIT
026100     END-READ.
026200     IF NOT GA-STATUS-ACTIVE
026300         MOVE "ACCOUNT IS CLOSED" TO WS-REASON-TEXT
026400         GO TO 2100-EXIT
026500     END-IF.
026600     IF SH-DEPT-CODE NOT = SPACES
026700         MOVE SH-DEPT-CODE TO DP-DEPT-CODE
026800         READ DEPT-MASTER-FILE
026900             INVALID KEY
027000                 MOVE "DEPARTMENT NOT ON DEPTMSTR"
027100                     TO WS-REASON-TEXT
027200                 GO TO 2100-EXIT
027300         END-READ
027400         IF NOT DP-STATUS-ACTIVE
027500             MOVE "DEPARTMENT IS CLOSED" TO WS-REASON-TEXT
027600             GO TO 2100-EXIT
027700         END-IF
027800     END-IF.
027900     PERFORM 2150-CHECK-ONE-AMOUNT
028000         THRU 2150-EXIT
028100         VARYING WS-MONTH-NO FROM 1 BY 1
028200         UNTIL WS-MONTH-NO > 12.
028300 2100-EXIT.
028400     EXIT.
028500******************************************************************
028600* 2150-CHECK-ONE-AMOUNT - ONE MONTH'S AMOUNT, INTO THE ANNUAL
028700*                  TOTAL THE REPORT SHOWS.
028800******************************************************************
028900 2150-CHECK-ONE-AMOUNT.
029000     IF SH-MONTH-AMOUNT (WS-MONTH-NO) NOT NUMERIC
029100         MOVE "MONTHLY AMOUNT NOT NUMERIC" TO WS-REASON-TEXT
029200         GO TO 2150-EXIT
029300     END-IF.
029400     ADD SH-MONTH-AMOUNT (WS-MONTH-NO) TO WS-ANNUAL-TOTAL.
029500 2150-EXIT.
029600     EXIT.
029700******************************************************************
029800* 2500-LOAD-ONE-MONTH - WRITE ONE MONTH'S BUDGMSTR ROW, OR
029900*                  REPLACE THE ONE ALREADY THERE, AND AUDIT IT.
030000******************************************************************
030100 2500-LOAD-ONE-MONTH.
030200     MOVE SH-GL-ACCOUNT  TO BG-GL-ACCOUNT.
030300     MOVE SH-DEPT-CODE   TO BG-DEPT-CODE.
030400     MOVE SH-FISCAL-YEAR TO BG-FISCAL-YEAR.
030500     MOVE WS-MONTH-NO    TO BG-FISCAL-MONTH.
030600     MOVE ZERO TO WS-OLD-AMOUNT.
030700     READ BUDGET-FILE
030800         INVALID KEY
030900             MOVE "ADD   " TO BA-ACTION
031000         NOT INVALID KEY
031100             MOVE BG-BUDGET-AMOUNT TO WS-OLD-AMOUNT
031200             MOVE "RELOAD" TO BA-ACTION
031300     END-READ.
031400     MOVE SH-MONTH-AMOUNT (WS-MONTH-NO) TO BG-BUDGET-AMOUNT.
031500     SET BG-FROM-SHEET TO TRUE.
031600     MOVE WS-OPERATOR-ID TO BG-CHANGED-BY.
031700     MOVE WS-TODAYS-DATE TO BG-CHANGED-DATE.
031800     IF BA-ACTION = "ADD   "
031900         WRITE BUDGET-RECORD
032000             INVALID KEY
032100                 DISPLAY "BUDGMSTR WRITE FAILED, STATUS "
032200                     WS-BUDGET-FILE-STATUS
032300                 GO TO 2500-EXIT
032400         END-WRITE
032500         ADD 1 TO WS-ADDED-COUNT
032600     ELSE
032700         REWRITE BUDGET-RECORD
032800             INVALID KEY
032900                 DISPLAY "BUDGMSTR REWRITE FAILED, STATUS "
033000                     WS-BUDGET-FILE-STATUS
033100                 GO TO 2500-EXIT
033200         END-REWRITE
033300         ADD 1 TO WS-REPLACED-COUNT
033400     END-IF.
033500     ACCEPT WS-CURRENT-TIME FROM TIME.
033600     MOVE WS-TODAYS-DATE   TO BA-LOG-DATE.
033700     MOVE WS-CURRENT-TIME  TO BA-LOG-TIME.
033800     MOVE WS-OPERATOR-ID   TO BA-OPERATOR-ID.
033900     MOVE BG-GL-ACCOUNT    TO BA-GL-ACCOUNT.
034000     MOVE BG-DEPT-CODE     TO BA-DEPT-CODE.
034100     MOVE BG-FISCAL-PERIOD TO BA-FISCAL-PERIOD.
034200     MOVE WS-OLD-AMOUNT    TO BA-OLD-AMOUNT.
034300     MOVE BG-BUDGET-AMOUNT TO BA-NEW-AMOUNT.
034400     WRITE BUDGET-AUDIT-RECORD.
034500 2500-EXIT.
034600     EXIT.
034700******************************************************************
034800* 2900-WRITE-REPORT-LINE - ONE REPORT LINE PER SHEET ROW.
034900******************************************************************
035000 2900-WRITE-REPORT-LINE.
035100     MOVE SH-GL-ACCOUNT   TO DL-GL-ACCOUNT.
035200     MOVE SH-DEPT-CODE    TO DL-DEPT-CODE.
035300     IF SH-FISCAL-YEAR NUMERIC
035400         MOVE SH-FISCAL-YEAR TO DL-FISCAL-YEAR
035500     ELSE
035600         MOVE ZERO TO DL-FISCAL-YEAR
035700     END-IF.
035800     MOVE WS-ANNUAL-TOTAL TO DL-ANNUAL-TOTAL.
035900     MOVE WS-REASON-TEXT  TO DL-REASON.
036000     WRITE LOAD-RPT-LINE FROM WS-DETAIL-LINE.
036100 2900-EXIT.
036200     EXIT.
036300******************************************************************
036400* 3000-CLOSE-AND-REPORT - THE RUN TOTALS AND THE CLOSE.
036500******************************************************************
036600 3000-CLOSE-AND-REPORT.
036700     MOVE SPACES TO LOAD-RPT-LINE.
036800     WRITE LOAD-RPT-LINE.
036900     MOVE "SHEET ROWS READ:    " TO TL-LABEL.
037000     MOVE WS-ROW-COUNT TO TL-COUNT.
037100     WRITE LOAD-RPT-LINE FROM WS-TOTAL-LINE.
037200     MOVE "SHEET ROWS CLEAN:   " TO TL-LABEL.
037300     MOVE WS-CLEAN-COUNT TO TL-COUNT.
037400     WRITE LOAD-RPT-LINE FROM WS-TOTAL-LINE.
037500     MOVE "SHEET ROWS REJECTED:" TO TL-LABEL.
037600     MOVE WS-REJECT-COUNT TO TL-COUNT.
037700     WRITE LOAD-RPT-LINE FROM WS-TOTAL-LINE.
037800     MOVE "BUDGET ROWS ADDED:  " TO TL-LABEL.
037900     MOVE WS-ADDED-COUNT TO TL-COUNT.
038000     WRITE LOAD-RPT-LINE FROM WS-TOTAL-LINE.
038100     MOVE "BUDGET ROWS REPLACED" TO TL-LABEL.
038200     MOVE WS-REPLACED-COUNT TO TL-COUNT.
038300     WRITE LOAD-RPT-LINE FROM WS-TOTAL-LINE.
038400     CLOSE BUDGET-SHEET-FILE
038500           GL-ACCOUNT-FILE
038600           DEPT-MASTER-FILE
038700           LOAD-RPT-FILE.
038800     IF WS-CONFIRM-MODE
038900         CLOSE BUDGET-FILE
039000               BUDGET-AUDIT-FILE
039100     END-IF.
039200     DISPLAY "SHEET ROWS READ:     " WS-ROW-COUNT.
039300     DISPLAY "SHEET ROWS REJECTED: " WS-REJECT-COUNT.
039400     DISPLAY "BUDGET ROWS ADDED:   " WS-ADDED-COUNT.
039500     DISPLAY "BUDGET ROWS REPLACED:" WS-REPLACED-COUNT.
039600 3000-EXIT.
039700     EXIT.
039800******************************************************************
039900* 9999-EXIT - COMMON PROGRAM EXIT POINT.
040000******************************************************************
040100 9999-EXIT.
040200     IF WS-REJECT-COUNT = ZERO
040300         MOVE 0 TO RETURN-CODE
040400     ELSE
040500         MOVE 16 TO RETURN-CODE
040600     END-IF.
040700     GOBACK.
040800 END PROGRAM BudgetLoad.
