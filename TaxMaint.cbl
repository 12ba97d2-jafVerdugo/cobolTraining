000100******************************************************************
000200* PROGRAM-ID: TAXMAINT
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     OPERATOR-FACING MAINTENANCE FOR THE TAXMSTR
000800*              SALES TAX / VAT TABLE CALCULATOR PRICES TAX FROM.
000900*              SUPPORTS ADD, CHANGE, DELETE AND BROWSE OF
001000*              EFFECTIVE-DATED JURISDICTION/CODE/RATE ROWS,
001100*              WRITING AN AUDIT ROW FOR EVERY CHANGE THE SAME WAY
001200*              CURRENCYMAINT AUDITS THE CURRENCY TABLE.
001300* TECTONICS:   cobc
001400*
001500* MODIFICATION HISTORY
001600*   2026-10-15 DO  INITIAL VERSION.
001700******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. TaxMaint.
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT TAX-MASTER-FILE ASSIGN TO "TAXMSTR"
002400         ORGANIZATION IS INDEXED
002500         ACCESS MODE IS DYNAMIC
002600         RECORD KEY IS TX-TAX-KEY
002700         FILE STATUS IS WS-TAX-FILE-STATUS.
002800     SELECT TAX-AUDIT-FILE ASSIGN TO "TAXLOG"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-AUDIT-FILE-STATUS.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  TAX-MASTER-FILE.
003400     COPY TAXMSTR.
003500 FD  TAX-AUDIT-FILE
003600     RECORDING MODE IS F.
003700 01  TAX-AUDIT-RECORD.
003800     05  TA-LOG-DATE                 PIC 9(08).
003900     05  TA-LOG-TIME                 PIC 9(08).
004000     05  TA-OPERATOR-ID              PIC X(08).
004100     05  TA-ACTION                   PIC X(06).
004200     05  TA-JURISDICTION             PIC X(04).
004300     05  TA-TAX-CODE                 PIC X(04).
004400     05  TA-EFFECTIVE-FROM           PIC 9(08).
004500     05  TA-OLD-RATE                 PIC 9(02)V9(04).
004600     05  TA-NEW-RATE                 PIC 9(02)V9(04).
004700 WORKING-STORAGE SECTION.
004800 01  WS-TAX-FILE-STATUS              PIC X(02).
004900     88  WS-TAX-FILE-OK              VALUE "00".
005000 01  WS-AUDIT-FILE-STATUS            PIC X(02).
005100     88  WS-AUDIT-FILE-OK            VALUE "00".
005200 01  WS-OPERATOR-ID                  PIC X(08).
005300 01  WS-TODAYS-DATE                  PIC 9(08).
005400 01  WS-CURRENT-TIME                 PIC 9(08).
005500 01  WS-MAINT-OPTION                 PIC X(01).
005600     88  WS-MAINT-ADD                VALUE "A" "a".
005700     88  WS-MAINT-CHANGE             VALUE "C" "c".
005800     88  WS-MAINT-DELETE             VALUE "D" "d".
005900     88  WS-MAINT-BROWSE             VALUE "B" "b".
006000     88  WS-MAINT-EXIT               VALUE "X" "x".
006100 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
006200     88  WS-END-OF-MASTER            VALUE "Y".
006300 01  WS-OLD-RATE                     PIC 9(02)V9(04) VALUE ZERO.
006400 01  WS-NEW-RATE                     PIC 9(02)V9(04) VALUE ZERO.
006500 01  WS-NEW-DESCRIPTION              PIC X(20) VALUE SPACES.
006600 01  WS-WORK-JURISDICTION            PIC X(04) VALUE SPACES.
006700 01  WS-WORK-TAX-CODE                PIC X(04) VALUE SPACES.
006800 01  WS-WORK-EFFECTIVE-FROM          PIC 9(08) VALUE ZERO.
006900 01  WS-WORK-EFFECTIVE-TO            PIC 9(08) VALUE ZERO.
007000 01  WS-BROWSE-COUNT                 PIC 9(04) COMP VALUE ZERO.
007100 PROCEDURE DIVISION.
007200******************************************************************
007300* 0000-MAINLINE - SIGN ON, OPEN THE MASTER AND AUDIT FILES, THEN
007400*                 LOOP ON THE MAINTENANCE MENU.
007500******************************************************************
007600 0000-MAINLINE.
007700     PERFORM 0500-SIGN-ON
007800         THRU 0500-EXIT.
007900     IF NOT WS-TAX-FILE-OK
008000         GO TO 9999-EXIT
008100     END-IF.
008200     PERFORM 2000-SHOW-MENU
008300         THRU 2000-EXIT
008400         UNTIL WS-MAINT-EXIT.
008500     CLOSE TAX-MASTER-FILE
008600           TAX-AUDIT-FILE.
008700     GO TO 9999-EXIT.
008800******************************************************************
008900* 0500-SIGN-ON - CAPTURE THE OPERATOR ID AND OPEN THE MASTER FOR
009000*                UPDATE AND THE AUDIT LOG FOR APPEND.
009100******************************************************************
009200 0500-SIGN-ON.
009300     DISPLAY "Operator ID: "
009400     ACCEPT WS-OPERATOR-ID.
009500     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
009600     OPEN I-O TAX-MASTER-FILE.
009700     IF NOT WS-TAX-FILE-OK
009800         OPEN OUTPUT TAX-MASTER-FILE
009900         IF NOT WS-TAX-FILE-OK
010000             DISPLAY "TAXMSTR OPEN FAILED, STATUS "
010100                 WS-TAX-FILE-STATUS
010200             GO TO 0500-EXIT
010300         END-IF
010400*        THE FALLBACK ONLY CREATES THE FILE - THE SESSION MUST
010500*        STILL RUN AGAINST IT IN I-O MODE, OR BROWSE AND CHANGE
010600*        WOULD START/READ AN OUTPUT-MODE FILE.
010700         CLOSE TAX-MASTER-FILE
010800         OPEN I-O TAX-MASTER-FILE
010900         IF NOT WS-TAX-FILE-OK
011000             DISPLAY "TAXMSTR REOPEN FAILED, STATUS "
011100                 WS-TAX-FILE-STATUS
011200             GO TO 0500-EXIT
011300         END-IF
011400     END-IF.
011500     OPEN EXTEND TAX-AUDIT-FILE.
011600     IF NOT WS-AUDIT-FILE-OK
011700         OPEN OUTPUT TAX-AUDIT-FILE
011800     END-IF.
011900 0500-EXIT.
012000     EXIT.
012100******************************************************************
012200* 2000-SHOW-MENU - ONE MAINTENANCE ACTION PER PASS.
012300******************************************************************
012400 2000-SHOW-MENU.
012500     DISPLAY "Tax table - A)dd C)hange D)elete B)rowse "
012600         "X) exit: "
012700     ACCEPT WS-MAINT-OPTION.
012800     EVALUATE TRUE
012900         WHEN WS-MAINT-ADD
013000             PERFORM 3000-ADD-TAX-ROW
013100                 THRU 3000-EXIT
013200         WHEN WS-MAINT-CHANGE
013300             PERFORM 4000-CHANGE-TAX-ROW
013400                 THRU 4000-EXIT
013500         WHEN WS-MAINT-DELETE
013600             PERFORM 5000-DELETE-TAX-ROW
013700                 THRU 5000-EXIT
013800         WHEN WS-MAINT-BROWSE
013900             PERFORM 6000-BROWSE-TAX-ROWS
014000                 THRU 6000-EXIT
014100         WHEN WS-MAINT-EXIT
014200             CONTINUE
014300         WHEN OTHER
014400             DISPLAY "Select a correct option"
014500     END-EVALUATE.
014600 2000-EXIT.
014700     EXIT.
014800******************************************************************
014900* 3000-ADD-TAX-ROW - WRITE A NEW EFFECTIVE-DATED RATE ROW. THE
015000*                    EXEMPT CODE NEVER CARRIES A RATE - AN
015100*                    EXEMPT ACCOUNT IS NOT PRICED AT ALL.
015200******************************************************************
015300 3000-ADD-TAX-ROW.
015400     PERFORM 3500-GET-ROW-KEY
015500         THRU 3500-EXIT.
015600     IF WS-WORK-TAX-CODE = "EXMT" OR WS-WORK-TAX-CODE = SPACES
015700         DISPLAY "EXMT AND BLANK ARE RESERVED - NOT ADDED"
015800         GO TO 3000-EXIT
015900     END-IF.
016000     DISPLAY "Effective to (YYYYMMDD, Enter for open-ended): "
016100     MOVE ZERO TO WS-WORK-EFFECTIVE-TO.
016200     ACCEPT WS-WORK-EFFECTIVE-TO.
016300     IF WS-WORK-EFFECTIVE-TO = ZERO
016400         MOVE 99991231 TO WS-WORK-EFFECTIVE-TO
016500     END-IF.
016600     DISPLAY "Tax rate percent (e.g. 8.2500): "
016700     ACCEPT WS-NEW-RATE.
016800     DISPLAY "Description: "
016900     ACCEPT WS-NEW-DESCRIPTION.
017000     MOVE WS-WORK-JURISDICTION   TO TX-JURISDICTION.
017100     MOVE WS-WORK-TAX-CODE       TO TX-TAX-CODE.
017200     MOVE WS-WORK-EFFECTIVE-FROM TO TX-EFFECTIVE-FROM.
017300     MOVE WS-WORK-EFFECTIVE-TO   TO TX-EFFECTIVE-TO.
017400     MOVE WS-NEW-RATE            TO TX-TAX-RATE.
017500     MOVE WS-NEW-DESCRIPTION     TO TX-DESCRIPTION.
017600     WRITE TAX-MASTER-RECORD
017700         INVALID KEY
017800             DISPLAY "TAX ROW ALREADY ON FILE FOR THAT "
017900                 "EFFECTIVE DATE - NOT ADDED"
018000         NOT INVALID KEY
018100             MOVE ZERO TO WS-OLD-RATE
018200             MOVE "ADD   " TO TA-ACTION
018300             PERFORM 8000-WRITE-AUDIT-RECORD
018400                 THRU 8000-EXIT
018500             DISPLAY "TAX ROW ADDED"
018600     END-WRITE.
018700 3000-EXIT.
018800     EXIT.
018900******************************************************************
019000* 3500-GET-ROW-KEY - JURISDICTION, CODE AND EFFECTIVE-FROM DATE
019100*                    OF THE ROW TO BE WORKED ON.
019200******************************************************************
019300 3500-GET-ROW-KEY.
019400     DISPLAY "Jurisdiction: "
019500     ACCEPT WS-WORK-JURISDICTION.
019600     DISPLAY "Tax code: "
019700     ACCEPT WS-WORK-TAX-CODE.
019800     DISPLAY "Effective from (YYYYMMDD): "
019900     ACCEPT WS-WORK-EFFECTIVE-FROM.
020000 3500-EXIT.
020100     EXIT.
020200******************************************************************
020300* 4000-CHANGE-TAX-ROW - REWRITE A ROW'S RATE AND DESCRIPTION.
020400******************************************************************
020500 4000-CHANGE-TAX-ROW.
020600     PERFORM 3500-GET-ROW-KEY
020700         THRU 3500-EXIT.
020800     MOVE WS-WORK-JURISDICTION   TO TX-JURISDICTION.
020900     MOVE WS-WORK-TAX-CODE       TO TX-TAX-CODE.
021000     MOVE WS-WORK-EFFECTIVE-FROM TO TX-EFFECTIVE-FROM.
021100     READ TAX-MASTER-FILE
021200         INVALID KEY
021300             DISPLAY "TAX ROW NOT FOUND"
021400             GO TO 4000-EXIT
021500     END-READ.
021600     MOVE TX-TAX-RATE TO WS-OLD-RATE.
021700     DISPLAY "Current rate is " TX-TAX-RATE
021800         " - " TX-DESCRIPTION.
021900     DISPLAY "New tax rate percent: "
022000     ACCEPT WS-NEW-RATE.
022100     DISPLAY "New description (Enter keeps current): "
022200     MOVE SPACES TO WS-NEW-DESCRIPTION.
022300     ACCEPT WS-NEW-DESCRIPTION.
022400     MOVE WS-NEW-RATE TO TX-TAX-RATE.
022500     IF WS-NEW-DESCRIPTION NOT = SPACES
022600         MOVE WS-NEW-DESCRIPTION TO TX-DESCRIPTION
022700     END-IF.
022800     REWRITE TAX-MASTER-RECORD
022900         INVALID KEY
023000             DISPLAY "REWRITE FAILED, STATUS "
023100                 WS-TAX-FILE-STATUS
023200         NOT INVALID KEY
023300             MOVE "CHANGE" TO TA-ACTION
023400             PERFORM 8000-WRITE-AUDIT-RECORD
023500                 THRU 8000-EXIT
023600             DISPLAY "TAX ROW CHANGED"
023700     END-REWRITE.
023800 4000-EXIT.
023900     EXIT.
024000******************************************************************
024100* 5000-DELETE-TAX-ROW - REMOVE A ROW, AUDITING THE RATE IT
024200*                       CARRIED WHEN IT WENT.
024300******************************************************************
024400 5000-DELETE-TAX-ROW.
024500     PERFORM 3500-GET-ROW-KEY
024600         THRU 3500-EXIT.
024700     MOVE WS-WORK-JURISDICTION   TO TX-JURISDICTION.
024800     MOVE WS-WORK-TAX-CODE       TO TX-TAX-CODE.
024900     MOVE WS-WORK-EFFECTIVE-FROM TO TX-EFFECTIVE-FROM.
025000     READ TAX-MASTER-FILE
025100         INVALID KEY
025200             DISPLAY "TAX ROW NOT FOUND"
025300             GO TO 5000-EXIT
025400     END-READ.
025500     MOVE TX-TAX-RATE TO WS-OLD-RATE.
025600     DELETE TAX-MASTER-FILE RECORD
025700         INVALID KEY
025800             DISPLAY "DELETE FAILED, STATUS "
025900                 WS-TAX-FILE-STATUS
026000         NOT INVALID KEY
026100             MOVE ZERO TO WS-NEW-RATE
026200             MOVE "DELETE" TO TA-ACTION
026300             PERFORM 8000-WRITE-AUDIT-RECORD
026400                 THRU 8000-EXIT
026500             DISPLAY "TAX ROW DELETED"
026600     END-DELETE.
026700 5000-EXIT.
026800     EXIT.
026900******************************************************************
027000* 6000-BROWSE-TAX-ROWS - LIST EVERY ROW IN JURISDICTION/CODE
027100*                        ORDER.
027200******************************************************************
027300 6000-BROWSE-TAX-ROWS.
027400     MOVE "N" TO WS-EOF-SWITCH.
027500     MOVE ZERO TO WS-BROWSE-COUNT.
027600     MOVE LOW-VALUES TO TX-TAX-KEY.
027700     START TAX-MASTER-FILE KEY IS NOT LESS THAN TX-TAX-KEY
027800         INVALID KEY
027900             SET WS-END-OF-MASTER TO TRUE
028000     END-START.
028100     PERFORM 6100-BROWSE-ONE-TAX-ROW
028200         THRU 6100-EXIT
028300         UNTIL WS-END-OF-MASTER.
028400     DISPLAY "TAX ROWS ON FILE: " WS-BROWSE-COUNT.
028500 6000-EXIT.
028600     EXIT.
028700******************************************************************
028800* 6100-BROWSE-ONE-TAX-ROW - READ AND DISPLAY THE NEXT ROW.
028900******************************************************************
029000 6100-BROWSE-ONE-TAX-ROW.
029100     READ TAX-MASTER-FILE NEXT RECORD
029200         AT END
029300             SET WS-END-OF-MASTER TO TRUE
029400     END-READ.
029500     IF NOT WS-END-OF-MASTER
029600         DISPLAY TX-JURISDICTION " " TX-TAX-CODE " "
029700             TX-EFFECTIVE-FROM "-" TX-EFFECTIVE-TO " "
029800             TX-TAX-RATE "  " TX-DESCRIPTION
029900         ADD 1 TO WS-BROWSE-COUNT
030000     END-IF.
030100 6100-EXIT.
030200     EXIT.
030300******************************************************************
030400* 8000-WRITE-AUDIT-RECORD - ONE AUDIT ROW PER CHANGE - WHO, WHEN,
030500*                           WHICH JURISDICTION/CODE AND ROW, OLD
030600*                           RATE, NEW RATE.
030700******************************************************************
030800 8000-WRITE-AUDIT-RECORD.
030900     ACCEPT WS-CURRENT-TIME FROM TIME.
031000     MOVE WS-TODAYS-DATE         TO TA-LOG-DATE.
031100     MOVE WS-CURRENT-TIME        TO TA-LOG-TIME.
031200     MOVE WS-OPERATOR-ID         TO TA-OPERATOR-ID.
031300     MOVE WS-WORK-JURISDICTION   TO TA-JURISDICTION.
031400     MOVE WS-WORK-TAX-CODE       TO TA-TAX-CODE.
031500     MOVE WS-WORK-EFFECTIVE-FROM TO TA-EFFECTIVE-FROM.
031600     MOVE WS-OLD-RATE            TO TA-OLD-RATE.
031700     MOVE WS-NEW-RATE            TO TA-NEW-RATE.
031800     WRITE TAX-AUDIT-RECORD.
031900 8000-EXIT.
032000     EXIT.
032100******************************************************************
032200* 9999-EXIT - COMMON PROGRAM EXIT POINT.
032300******************************************************************
032400 9999-EXIT.
032500     GOBACK.
032600 END PROGRAM TaxMaint.
