000100******************************************************************
000200* PROGRAM-ID: WAREHOUSEINQUIRY
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     INQUIRY AND CANCELLATION FOR THE CALCWHSE
000800*              TRANSACTION WAREHOUSE. AN OPERATOR LISTS THE ITEMS
000900*              STILL WAITING FOR THEIR VALUE DATE - ALL OF THEM OR
001000*              ONE ACCOUNT'S - EACH WITH A LINE NUMBER, AND MAY
001100*              CANCEL ONE BY ITS LINE NUMBER BEFORE THE RELEASE
001200*              STEP FEEDS IT TO THE NIGHT'S RUN. ONLY THE OPERATOR
001300*              WHO ENTERED THE ITEM OR AN ADMINISTRATOR MAY CANCEL
001400*              IT, A REASON IS REQUIRED, THE ROW STAYS ON FILE
001500*              MARKED CANCELLED, AND EVERY CANCELLATION IS AUDITED
001600*              TO SECLOG.
001700* TECTONICS:   cobc
001800*
001900* MODIFICATION HISTORY
002000*   2026-10-15 DO  INITIAL VERSION.
002020*   2026-10-15 DO  SECLOG ROWS NOW CARRY A CHAIN SEQUENCE AND
002040*                  CHAIN VALUE, STAMPED BY AUDITCHAIN JUST AHEAD
002060*                  OF EACH WRITE, SO AUDITVERIFY CAN PROVE THE
002080*                  TRAIL WHOLE.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. WarehouseInquiry.
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT WAREHOUSE-FILE ASSIGN TO "CALCWHSE"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS WH-WAREHOUSE-KEY
003100         FILE STATUS IS WS-WHSE-FILE-STATUS.
003200     SELECT OPERATOR-PIN-FILE ASSIGN TO "GOTOPIN"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS OP-OPERATOR-ID
003600         FILE STATUS IS WS-PIN-FILE-STATUS.
003700     SELECT SEC-AUDIT-FILE ASSIGN TO "SECLOG"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-AUDIT-FILE-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  WAREHOUSE-FILE.
004300     COPY CALCWHSE.
004400 FD  OPERATOR-PIN-FILE.
004500     COPY GOTOPIN.
004600 FD  SEC-AUDIT-FILE
004700     RECORDING MODE IS F.
004800 01  SEC-AUDIT-RECORD.
004900     05  SA-LOG-DATE                 PIC 9(08).
005000     05  SA-LOG-TIME                 PIC 9(08).
005100     05  SA-ADMIN-ID                 PIC X(08).
005200     05  SA-ACTION                   PIC X(08).
005300     05  SA-TARGET-ID                PIC X(08).
005333     05  SA-CHAIN-SEQ                PIC 9(09).
005366     05  SA-CHAIN-VALUE              PIC 9(08).
005400 WORKING-STORAGE SECTION.
005500 01  WS-WHSE-FILE-STATUS             PIC X(02).
005600     88  WS-WHSE-FILE-OK             VALUE "00".
005700 01  WS-PIN-FILE-STATUS              PIC X(02).
005800     88  WS-PIN-FILE-OK              VALUE "00".
005900 01  WS-AUDIT-FILE-STATUS            PIC X(02).
006000     88  WS-AUDIT-FILE-OK            VALUE "00".
006100 01  WS-OPERATOR-ID                  PIC X(08) VALUE SPACES.
006200 01  WS-ADMIN-SWITCH                 PIC X(01) VALUE "N".
006300     88  WS-OPERATOR-IS-ADMIN        VALUE "Y".
006400 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
006500 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
006550 01  WS-AUDIT-TRAIL-NAME             PIC X(08) VALUE SPACES.
006600 01  WS-MAINT-OPTION                 PIC X(01) VALUE SPACE.
006700     88  WS-MAINT-LIST-ALL           VALUE "L" "l".
006800     88  WS-MAINT-LIST-ACCOUNT       VALUE "A" "a".
006900     88  WS-MAINT-CANCEL             VALUE "C" "c".
007000     88  WS-MAINT-EXIT               VALUE "X" "x".
007100 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
007200     88  WS-END-OF-WAREHOUSE         VALUE "Y".
007300 01  WS-LIST-ACCOUNT-ID              PIC X(08) VALUE SPACES.
007400 01  WS-LIST-TOTAL                   PIC S9(11)V99 VALUE ZERO.
007500 01  WS-LINE-TABLE.
007600     05  WS-LINE-ENTRY OCCURS 200 TIMES INDEXED BY WL-IDX.
007700         10  LT-WAREHOUSE-KEY        PIC X(38).
007800 01  WS-LINE-COUNT                   PIC 9(03) COMP VALUE ZERO.
007900 01  WS-LINE-OVERFLOW                PIC 9(06) COMP VALUE ZERO.
008000 01  WS-LINE-NO                      PIC 9(03) VALUE ZERO.
008100 01  WS-SHOW-LINE-NO                 PIC ZZ9.
008200 01  WS-WORK-REASON                  PIC X(30) VALUE SPACES.
008300 01  WS-CONFIRM-REPLY                PIC X(01) VALUE SPACE.
008400     88  WS-CONFIRMED                VALUE "Y" "y".
008500     COPY CUEDIT.
008600 PROCEDURE DIVISION.
008700******************************************************************
008800* 0000-MAINLINE - VERIFY THE OPERATOR, OPEN THE FILES, THEN LOOP
008900*                 ON THE INQUIRY MENU.
009000******************************************************************
009100 0000-MAINLINE.
009200     DISPLAY "Operator ID: "
009300     ACCEPT WS-OPERATOR-ID.
009400     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
009500     PERFORM 0400-CHECK-AUTHORITY
009600         THRU 0400-EXIT.
009700     IF NOT WS-PIN-FILE-OK
009800         GO TO 9999-EXIT
009900     END-IF.
010000     PERFORM 0500-OPEN-FILES
010100         THRU 0500-EXIT.
010200     IF NOT WS-WHSE-FILE-OK
010300         GO TO 9999-EXIT
010400     END-IF.
010500     PERFORM 2000-SHOW-MENU
010600         THRU 2000-EXIT
010700         UNTIL WS-MAINT-EXIT.
010800     CLOSE WAREHOUSE-FILE
010900           SEC-AUDIT-FILE.
011000     GO TO 9999-EXIT.
011100******************************************************************
011200* 0400-CHECK-AUTHORITY - AN ACTIVE OPERATOR WITH THE CALCULATOR OR
011300*                  THE ADMIN AUTHORITY ON THE PIN MASTER. THE
011400*                  ADMIN FLAG IS KEPT - IT LETS THE OPERATOR
011500*                  CANCEL ITEMS SOMEBODY ELSE ENTERED.
011600******************************************************************
011700 0400-CHECK-AUTHORITY.
011800     OPEN INPUT OPERATOR-PIN-FILE.
011900     IF NOT WS-PIN-FILE-OK
012000         DISPLAY "GOTOPIN OPEN FAILED - SESSION REFUSED"
012100         GO TO 0400-EXIT
012200     END-IF.
012300     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
012400     READ OPERATOR-PIN-FILE
012500         INVALID KEY
012600             DISPLAY "OPERATOR NOT ON THE PIN MASTER - "
012700                 "SESSION REFUSED"
012800             CLOSE OPERATOR-PIN-FILE
012900             MOVE "99" TO WS-PIN-FILE-STATUS
013000             GO TO 0400-EXIT
013100     END-READ.
013200     IF NOT OP-STATUS-ACTIVE
013300         OR NOT (OP-MAY-RUN-CALC OR OP-MAY-RUN-ADMIN)
013400         DISPLAY "ONLY AN ACTIVE OPERATOR WITH THE CALCULATOR "
013500             "AUTHORITY MAY WORK THE WAREHOUSE - SESSION REFUSED"
013600         CLOSE OPERATOR-PIN-FILE
013700         MOVE "99" TO WS-PIN-FILE-STATUS
013800         GO TO 0400-EXIT
013900     END-IF.
014000     IF OP-MAY-RUN-ADMIN
014100         SET WS-OPERATOR-IS-ADMIN TO TRUE
014200     END-IF.
014300     CLOSE OPERATOR-PIN-FILE.
014400 0400-EXIT.
014500     EXIT.
014600******************************************************************
014700* 0500-OPEN-FILES - THE WAREHOUSE FOR UPDATE AND SECLOG FOR
014800*                  APPEND. THE WAREHOUSE IS CREATED BY THE FIRST
014900*                  FUTURE-DATED ENTRY, SO NONE ON FILE MEANS
015000*                  NOTHING IS WAITING.
015100******************************************************************
015200 0500-OPEN-FILES.
015300     OPEN I-O WAREHOUSE-FILE.
015400     IF NOT WS-WHSE-FILE-OK
015500         DISPLAY "CALCWHSE OPEN FAILED, STATUS "
015600             WS-WHSE-FILE-STATUS " - NOTHING IS WAREHOUSED"
015700         GO TO 0500-EXIT
015800     END-IF.
015900     OPEN EXTEND SEC-AUDIT-FILE.
016000     IF NOT WS-AUDIT-FILE-OK
016100         OPEN OUTPUT SEC-AUDIT-FILE
016200     END-IF.
016300 0500-EXIT.
016400     EXIT.
016500******************************************************************
016600* 2000-SHOW-MENU - ONE INQUIRY ACTION PER PASS.
016700******************************************************************
016800 2000-SHOW-MENU.
016900     DISPLAY "Transaction warehouse - L)ist all, A)ccount list, "
017000         "C)ancel, X) exit: "
017100     ACCEPT WS-MAINT-OPTION.
017200     EVALUATE TRUE
017300         WHEN WS-MAINT-LIST-ALL
017400             MOVE SPACES TO WS-LIST-ACCOUNT-ID
017500             PERFORM 3000-LIST-WAREHOUSE
017600                 THRU 3000-EXIT
017700         WHEN WS-MAINT-LIST-ACCOUNT
017800             DISPLAY "Account ID: "
017900             MOVE SPACES TO WS-LIST-ACCOUNT-ID
018000             ACCEPT WS-LIST-ACCOUNT-ID
018100             IF WS-LIST-ACCOUNT-ID = SPACES
018200                 DISPLAY "AN ACCOUNT ID IS REQUIRED"
018300             ELSE
018400                 PERFORM 3000-LIST-WAREHOUSE
018500                     THRU 3000-EXIT
018600             END-IF
018700         WHEN WS-MAINT-CANCEL
018800             PERFORM 4000-CANCEL-ITEM
018900                 THRU 4000-EXIT
019000         WHEN WS-MAINT-EXIT
019100             CONTINUE
019200         WHEN OTHER
019300             DISPLAY "UNKNOWN OPTION"
019400     END-EVALUATE.
019500 2000-EXIT.
019600     EXIT.
019700******************************************************************
019800* 3000-LIST-WAREHOUSE - EVERY ITEM STILL WAITING, IN VALUE-DATE
019900*                  ORDER, NUMBERED FOR THE CANCEL OPTION. THE LINE
020000*                  TABLE REMEMBERS EACH NUMBER'S KEY UNTIL THE
020100*                  NEXT LISTING.
020200******************************************************************
020300 3000-LIST-WAREHOUSE.
020400     MOVE ZERO TO WS-LINE-COUNT.
020500     MOVE ZERO TO WS-LINE-OVERFLOW.
020600     MOVE ZERO TO WS-LIST-TOTAL.
020700     MOVE "N" TO WS-EOF-SWITCH.
020800     MOVE LOW-VALUES TO WH-WAREHOUSE-KEY.
020900     START WAREHOUSE-FILE KEY IS NOT LESS THAN WH-WAREHOUSE-KEY
021000         INVALID KEY
021100             SET WS-END-OF-WAREHOUSE TO TRUE
021200     END-START.
021300     PERFORM 3050-LIST-ONE
021400         THRU 3050-EXIT
021500         UNTIL WS-END-OF-WAREHOUSE.
021600     MOVE WS-LIST-TOTAL TO CU-EDIT-MONEY-FIELD.
021700     DISPLAY WS-LINE-COUNT " ITEMS WAITING, FIRST OPERANDS "
021800         CU-EDIT-MONEY-FIELD.
021900     IF WS-LINE-OVERFLOW > ZERO
022000         DISPLAY WS-LINE-OVERFLOW " MORE NOT LISTED - NARROW THE "
022100             "LIST BY ACCOUNT"
022200     END-IF.
022300 3000-EXIT.
022400     EXIT.
022500******************************************************************
022600* 3050-LIST-ONE - READ THE NEXT ROW; SHOW IT WHEN IT IS STILL
022700*                  WAREHOUSED AND, FOR AN ACCOUNT LIST, BELONGS TO
022800*                  THE ACCOUNT ASKED FOR.
022900******************************************************************
023000 3050-LIST-ONE.
023100     READ WAREHOUSE-FILE NEXT RECORD
023200         AT END
023300             SET WS-END-OF-WAREHOUSE TO TRUE
023400             GO TO 3050-EXIT
023500     END-READ.
023600     IF NOT WH-STATUS-WAREHOUSED
023700         GO TO 3050-EXIT
023800     END-IF.
023900     IF WS-LIST-ACCOUNT-ID NOT = SPACES
024000         AND WH-ACCOUNT-ID NOT = WS-LIST-ACCOUNT-ID
024100         GO TO 3050-EXIT
024200     END-IF.
024300     IF WS-LINE-COUNT NOT < 200
024400         ADD 1 TO WS-LINE-OVERFLOW
024500         GO TO 3050-EXIT
024600     END-IF.
024700     ADD 1 TO WS-LINE-COUNT.
024800     SET WL-IDX TO WS-LINE-COUNT.
024900     MOVE WH-WAREHOUSE-KEY TO LT-WAREHOUSE-KEY (WL-IDX).
025000     ADD WH-NUM1 TO WS-LIST-TOTAL.
025100     MOVE WS-LINE-COUNT TO WS-SHOW-LINE-NO.
025200     PERFORM 3100-SHOW-ONE-ITEM
025300         THRU 3100-EXIT.
025400 3050-EXIT.
025500     EXIT.
025600******************************************************************
025700* 3100-SHOW-ONE-ITEM - ONE WAREHOUSED ITEM ON THE SCREEN.
025800******************************************************************
025900 3100-SHOW-ONE-ITEM.
026000     MOVE WH-NUM1 TO CU-EDIT-MONEY-FIELD.
026100     DISPLAY WS-SHOW-LINE-NO " VALUE " WH-VALUE-DATE " ACCT "
026200         WH-ACCOUNT-ID " OPT " WH-OPTION " " CU-EDIT-MONEY-FIELD
026300         " RATE " WH-RATE-CODE " " WH-CURRENCY-CODE.
026400     DISPLAY "    ENTERED " WH-ENTRY-DATE " BY " WH-ENTERED-BY
026500         " ORIGIN " WH-ORIGIN " BATCH " WH-BATCH-ID.
026600 3100-EXIT.
026700     EXIT.
026800******************************************************************
026900* 4000-CANCEL-ITEM - CANCEL ONE ITEM BY ITS NUMBER ON THE LAST
027000*                  LISTING. THE ROW IS RE-READ SO AN ITEM RELEASED
027100*                  OR CANCELLED SINCE THE LISTING IS NOT TOUCHED.
027200******************************************************************
027300 4000-CANCEL-ITEM.
027400     IF WS-LINE-COUNT = ZERO
027500         DISPLAY "LIST THE WAREHOUSE FIRST"
027600         GO TO 4000-EXIT
027700     END-IF.
027800     DISPLAY "Line number to cancel: "
027900     MOVE ZERO TO WS-LINE-NO.
028000     ACCEPT WS-LINE-NO.
028100     IF WS-LINE-NO = ZERO OR WS-LINE-NO > WS-LINE-COUNT
028200         DISPLAY "NO SUCH LINE ON THE LAST LISTING"
028300         GO TO 4000-EXIT
028400     END-IF.
028500     SET WL-IDX TO WS-LINE-NO.
028600     MOVE LT-WAREHOUSE-KEY (WL-IDX) TO WH-WAREHOUSE-KEY.
028700     READ WAREHOUSE-FILE
028800         INVALID KEY
028900             DISPLAY "ITEM NO LONGER ON FILE"
029000             GO TO 4000-EXIT
029100     END-READ.
029200     IF NOT WH-STATUS-WAREHOUSED
029300         DISPLAY "ITEM IS NO LONGER WAREHOUSED - STATUS "
029400             WH-STATUS
029500         GO TO 4000-EXIT
029600     END-IF.
029700     IF WH-ENTERED-BY NOT = WS-OPERATOR-ID
029800         AND NOT WS-OPERATOR-IS-ADMIN
029900         DISPLAY "ONLY " WH-ENTERED-BY " OR AN ADMINISTRATOR MAY "
030000             "CANCEL THIS ITEM"
030100         GO TO 4000-EXIT
030200     END-IF.
030300     MOVE WS-LINE-NO TO WS-SHOW-LINE-NO.
030400     PERFORM 3100-SHOW-ONE-ITEM
030500         THRU 3100-EXIT.
030600     DISPLAY "Reason for the cancellation: "
030700     MOVE SPACES TO WS-WORK-REASON.
030800     ACCEPT WS-WORK-REASON.
030900     IF WS-WORK-REASON = SPACES
031000         DISPLAY "A REASON IS REQUIRED"
031100         GO TO 4000-EXIT
031200     END-IF.
031300     DISPLAY "Cancel this item? (Y/N): "
031400     ACCEPT WS-CONFIRM-REPLY.
031500     IF NOT WS-CONFIRMED
031600         DISPLAY "LEFT IN THE WAREHOUSE"
031700         GO TO 4000-EXIT
031800     END-IF.
031900     SET WH-STATUS-CANCELLED TO TRUE.
032000     MOVE WS-OPERATOR-ID TO WH-CANCELLED-BY.
032100     MOVE WS-TODAYS-DATE TO WH-CANCELLED-DATE.
032200     MOVE WS-WORK-REASON TO WH-CANCEL-REASON.
032300     REWRITE WAREHOUSE-RECORD
032400         INVALID KEY
032500             DISPLAY "REWRITE FAILED, STATUS " WS-WHSE-FILE-STATUS
032600             GO TO 4000-EXIT
032700     END-REWRITE.
032800     MOVE "WHCANCEL" TO SA-ACTION.
032900     MOVE WH-ACCOUNT-ID TO SA-TARGET-ID.
033000     PERFORM 8000-WRITE-AUDIT-RECORD
033100         THRU 8000-EXIT.
033200     DISPLAY "ITEM CANCELLED".
033300 4000-EXIT.
033400     EXIT.
033500******************************************************************
033600* 8000-WRITE-AUDIT-RECORD - ONE SECLOG ROW PER CANCELLATION -
033700*                  WHICH OPERATOR ACTED, ON WHICH ACCOUNT'S ITEM.
033800*                  THE CALLER FILLS IN THE ACTION AND THE TARGET.
033900******************************************************************
034000 8000-WRITE-AUDIT-RECORD.
034100     ACCEPT WS-CURRENT-TIME FROM TIME.
034200     MOVE WS-TODAYS-DATE  TO SA-LOG-DATE.
034300     MOVE WS-CURRENT-TIME TO SA-LOG-TIME.
034400     MOVE WS-OPERATOR-ID  TO SA-ADMIN-ID.
034425     MOVE "SECLOG" TO WS-AUDIT-TRAIL-NAME.
034450     CALL "AuditChain" USING WS-AUDIT-TRAIL-NAME,
034475         SEC-AUDIT-RECORD.
034500     WRITE SEC-AUDIT-RECORD.
034600 8000-EXIT.
034700     EXIT.
034800******************************************************************
034900* 9999-EXIT - COMMON PROGRAM EXIT POINT.
035000******************************************************************
035100 9999-EXIT.
035200     GOBACK.
035300 END PROGRAM WarehouseInquiry.
