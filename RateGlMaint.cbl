000100******************************************************************
000200* PROGRAM-ID: RATEGLMAINT
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     MAINTENANCE FOR THE RATEGL RATE-CODE-TO-GL
000800*              MAPPING REVENUEPOSTGEN CODES BILLED REVENUE BY.
000900*              SUPPORTS ADD, CHANGE, CLOSE AND BROWSE. THE GL
001000*              ACCOUNT IS CHECKED AGAINST THE GLACCTM CHART OF
001100*              ACCOUNTS WHEN ONE IS ON HAND, SO A MAPPING CANNOT
001200*              POINT AT AN ACCOUNT THE POSTING RUN WOULD REJECT.
001300*              RATE CODE "****" IS THE DEFAULT MAPPING. EVERY
001400*              CHANGE WRITES AN AUDIT ROW THE SAME WAY DEPTMAINT
001500*              AUDITS THE DEPARTMENT MASTER.
001600* TECTONICS:   cobc
001700*
001800* MODIFICATION HISTORY
001900*   2026-10-15 DO  INITIAL VERSION.
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. RateGlMaint.
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT RATE-GL-FILE ASSIGN TO "RATEGL"
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS RG-RATE-CODE
003000         FILE STATUS IS WS-MAP-FILE-STATUS.
003100     SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCTM"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS RANDOM
003400         RECORD KEY IS GA-ACCOUNT-CODE
003500         FILE STATUS IS WS-ACCT-FILE-STATUS.
003600     SELECT MAP-AUDIT-FILE ASSIGN TO "RATEGLLG"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-AUDIT-FILE-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  RATE-GL-FILE.
004200     COPY RATEGL.
004300 FD  GL-ACCOUNT-FILE.
004400     COPY GLACCT.
004500 FD  MAP-AUDIT-FILE
004600     RECORDING MODE IS F.
004700 01  MAP-AUDIT-RECORD.
004800     05  MA-LOG-DATE                 PIC 9(08).
004900     05  MA-LOG-TIME                 PIC 9(08).
005000     05  MA-OPERATOR-ID              PIC X(08).
005100     05  MA-ACTION                   PIC X(06).
005200     05  MA-RATE-CODE                PIC X(04).
005300     05  MA-GL-ACCOUNT               PIC X(08).
005400 WORKING-STORAGE SECTION.
005500 01  WS-MAP-FILE-STATUS              PIC X(02).
005600     88  WS-MAP-FILE-OK              VALUE "00".
005700 01  WS-ACCT-FILE-STATUS             PIC X(02).
005800     88  WS-ACCT-FILE-OK             VALUE "00".
005900 01  WS-AUDIT-FILE-STATUS            PIC X(02).
006000     88  WS-AUDIT-FILE-OK            VALUE "00".
006100 01  WS-ACCT-MASTER-SWITCH           PIC X(01) VALUE "N".
006200     88  WS-ACCT-MASTER-OPEN         VALUE "Y".
006300 01  WS-ACCT-VALID-SWITCH            PIC X(01) VALUE "N".
006400     88  WS-ACCOUNT-VALID            VALUE "Y".
006500 01  WS-OPERATOR-ID                  PIC X(08).
006600 01  WS-TODAYS-DATE                  PIC 9(08).
006700 01  WS-CURRENT-TIME                 PIC 9(08).
006800 01  WS-MAINT-OPTION                 PIC X(01).
006900     88  WS-MAINT-ADD                VALUE "A" "a".
007000     88  WS-MAINT-CHANGE             VALUE "C" "c".
007100     88  WS-MAINT-CLOSE              VALUE "L" "l".
007200     88  WS-MAINT-BROWSE             VALUE "B" "b".
007300     88  WS-MAINT-EXIT               VALUE "X" "x".
007400 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
007500     88  WS-END-OF-MASTER            VALUE "Y".
007600 01  WS-WORK-RATE-CODE               PIC X(04) VALUE SPACES.
007700 01  WS-NEW-GL-ACCOUNT               PIC X(08) VALUE SPACES.
007800 01  WS-NEW-DESCRIPTION              PIC X(30) VALUE SPACES.
007900 01  WS-BROWSE-COUNT                 PIC 9(04) COMP VALUE ZERO.
008000 PROCEDURE DIVISION.
008100******************************************************************
008200* 0000-MAINLINE - SIGN ON, OPEN THE MAPPING AND AUDIT FILES, THEN
008300*                 LOOP ON THE MAINTENANCE MENU.
008400******************************************************************
008500 0000-MAINLINE.
008600     PERFORM 0500-SIGN-ON
008700         THRU 0500-EXIT.
008800     IF NOT WS-MAP-FILE-OK
008900         GO TO 9999-EXIT
009000     END-IF.
009100     PERFORM 2000-SHOW-MENU
009200         THRU 2000-EXIT
009300         UNTIL WS-MAINT-EXIT.
009400     CLOSE RATE-GL-FILE
009500           MAP-AUDIT-FILE.
009600     IF WS-ACCT-MASTER-OPEN
009700         CLOSE GL-ACCOUNT-FILE
009800     END-IF.
009900     GO TO 9999-EXIT.
010000******************************************************************
010100* 0500-SIGN-ON - CAPTURE THE OPERATOR ID AND OPEN THE MAPPING FOR
010200*                UPDATE, THE CHART OF ACCOUNTS FOR THE ACCOUNT
010300*                CHECK AND THE AUDIT LOG FOR APPEND.
010400******************************************************************
010500 0500-SIGN-ON.
010600     DISPLAY "Operator ID: "
010700     ACCEPT WS-OPERATOR-ID.
010800     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
010900     OPEN I-O RATE-GL-FILE.
011000     IF NOT WS-MAP-FILE-OK
011100         OPEN OUTPUT RATE-GL-FILE
011200         IF NOT WS-MAP-FILE-OK
011300             DISPLAY "RATEGL OPEN FAILED, STATUS "
011400                 WS-MAP-FILE-STATUS
011500             GO TO 0500-EXIT
011600         END-IF
011700*        THE FALLBACK ONLY CREATES THE FILE - THE SESSION MUST
011800*        STILL RUN AGAINST IT IN I-O MODE.
011900         CLOSE RATE-GL-FILE
012000         OPEN I-O RATE-GL-FILE
012100         IF NOT WS-MAP-FILE-OK
012200             DISPLAY "RATEGL REOPEN FAILED, STATUS "
012300                 WS-MAP-FILE-STATUS
012400             GO TO 0500-EXIT
012500         END-IF
012600     END-IF.
012700     OPEN INPUT GL-ACCOUNT-FILE.
012800     IF WS-ACCT-FILE-OK
012900         SET WS-ACCT-MASTER-OPEN TO TRUE
013000     END-IF.
013100     OPEN EXTEND MAP-AUDIT-FILE.
013200     IF NOT WS-AUDIT-FILE-OK
013300         OPEN OUTPUT MAP-AUDIT-FILE
013400     END-IF.
013500 0500-EXIT.
013600     EXIT.
013700******************************************************************
013800* 2000-SHOW-MENU - ONE MAINTENANCE ACTION PER PASS.
013900******************************************************************
014000 2000-SHOW-MENU.
014100     DISPLAY "Rate GL mapping - A)dd C)hange L) close B)rowse "
014200         "X) exit: "
014300     ACCEPT WS-MAINT-OPTION.
014400     EVALUATE TRUE
014500         WHEN WS-MAINT-ADD
014600             PERFORM 3000-ADD-MAPPING
014700                 THRU 3000-EXIT
014800         WHEN WS-MAINT-CHANGE
014900             PERFORM 4000-CHANGE-MAPPING
015000                 THRU 4000-EXIT
015100         WHEN WS-MAINT-CLOSE
015200             PERFORM 5000-CLOSE-MAPPING
015300                 THRU 5000-EXIT
015400         WHEN WS-MAINT-BROWSE
015500             PERFORM 6000-BROWSE-MAPPINGS
015600                 THRU 6000-EXIT
015700         WHEN WS-MAINT-EXIT
015800             CONTINUE
015900         WHEN OTHER
016000             DISPLAY "Select a correct option"
016100     END-EVALUATE.
016200 2000-EXIT.
016300     EXIT.
016400******************************************************************
016500* 3000-ADD-MAPPING - WRITE A NEW ACTIVE MAPPING ROW.
016600******************************************************************
016700 3000-ADD-MAPPING.
016800     DISPLAY "Rate code to map (**** for the default): "
016900     ACCEPT WS-WORK-RATE-CODE.
017000     DISPLAY "Revenue GL account: "
017100     ACCEPT WS-NEW-GL-ACCOUNT.
017200     PERFORM 3500-VALIDATE-GL-ACCOUNT
017300         THRU 3500-EXIT.
017400     IF NOT WS-ACCOUNT-VALID
017500         DISPLAY "GL ACCOUNT NOT ON GLACCTM OR CLOSED - NOT ADDED"
017600         GO TO 3000-EXIT
017700     END-IF.
017800     DISPLAY "Description: "
017900     ACCEPT WS-NEW-DESCRIPTION.
018000     MOVE WS-WORK-RATE-CODE  TO RG-RATE-CODE.
018100     MOVE WS-NEW-GL-ACCOUNT  TO RG-GL-ACCOUNT.
018200     MOVE WS-NEW-DESCRIPTION TO RG-DESCRIPTION.
018300     SET RG-STATUS-ACTIVE TO TRUE.
018400     WRITE RATE-GL-MAP-RECORD
018500         INVALID KEY
018600             DISPLAY "RATE CODE ALREADY MAPPED - NOT ADDED"
018700         NOT INVALID KEY
018800             MOVE "ADD   " TO MA-ACTION
018900             PERFORM 8000-WRITE-AUDIT-RECORD
019000                 THRU 8000-EXIT
019100             DISPLAY "MAPPING ADDED"
019200     END-WRITE.
019300 3000-EXIT.
019400     EXIT.
019500******************************************************************
019600* 3500-VALIDATE-GL-ACCOUNT - THE ACCOUNT MUST BE ACTIVE ON THE
019700*                  CHART OF ACCOUNTS. WITH NO MASTER ON HAND THE
019800*                  CHECK IS WAIVED, AS IT IS IN POSNEGDEC.
019900******************************************************************
020000 3500-VALIDATE-GL-ACCOUNT.
020100     MOVE "N" TO WS-ACCT-VALID-SWITCH.
020200     IF NOT WS-ACCT-MASTER-OPEN
020300         SET WS-ACCOUNT-VALID TO TRUE
020400         GO TO 3500-EXIT
020500     END-IF.
020600     MOVE WS-NEW-GL-ACCOUNT TO GA-ACCOUNT-CODE.
020700     READ GL-ACCOUNT-FILE
020800         INVALID KEY
020900             CONTINUE
021000         NOT INVALID KEY
021100             IF GA-STATUS-ACTIVE
021200                 SET WS-ACCOUNT-VALID TO TRUE
021300             END-IF
021400     END-READ.
021500 3500-EXIT.
021600     EXIT.
021700******************************************************************
021800* 4000-CHANGE-MAPPING - POINT A RATE CODE AT ANOTHER ACCOUNT. A
021900*                  CLOSED MAPPING IS REOPENED BY CHANGING IT.
022000******************************************************************
022100 4000-CHANGE-MAPPING.
022200     DISPLAY "Rate code to change: "
022300     ACCEPT WS-WORK-RATE-CODE.
022400     MOVE WS-WORK-RATE-CODE TO RG-RATE-CODE.
022500     READ RATE-GL-FILE
022600         INVALID KEY
022700             DISPLAY "MAPPING NOT FOUND"
022800             GO TO 4000-EXIT
022900     END-READ.
023000     DISPLAY "Current GL account is " RG-GL-ACCOUNT
023100         " " RG-DESCRIPTION.
023200     DISPLAY "New revenue GL account: "
023300     ACCEPT WS-NEW-GL-ACCOUNT.
023400     PERFORM 3500-VALIDATE-GL-ACCOUNT
023500         THRU 3500-EXIT.
023600     IF NOT WS-ACCOUNT-VALID
023700         DISPLAY "GL ACCOUNT NOT ON GLACCTM OR CLOSED - "
023800             "NOT CHANGED"
023900         GO TO 4000-EXIT
024000     END-IF.
024100     MOVE WS-NEW-GL-ACCOUNT TO RG-GL-ACCOUNT.
024200     SET RG-STATUS-ACTIVE TO TRUE.
024300     REWRITE RATE-GL-MAP-RECORD
024400         INVALID KEY
024500             DISPLAY "REWRITE FAILED, STATUS "
024600                 WS-MAP-FILE-STATUS
024700         NOT INVALID KEY
024800             MOVE "CHANGE" TO MA-ACTION
024900             PERFORM 8000-WRITE-AUDIT-RECORD
025000                 THRU 8000-EXIT
025100             DISPLAY "MAPPING CHANGED"
025200     END-REWRITE.
025300 4000-EXIT.
025400     EXIT.
025500******************************************************************
025600* 5000-CLOSE-MAPPING - MARK A MAPPING CLOSED. WORK UNDER THE CODE
025700*                  THEN FALLS TO THE DEFAULT MAPPING.
025800******************************************************************
025900 5000-CLOSE-MAPPING.
026000     DISPLAY "Rate code to close: "
026100     ACCEPT WS-WORK-RATE-CODE.
026200     MOVE WS-WORK-RATE-CODE TO RG-RATE-CODE.
026300     READ RATE-GL-FILE
026400         INVALID KEY
026500             DISPLAY "MAPPING NOT FOUND"
026600             GO TO 5000-EXIT
026700     END-READ.
026800     MOVE RG-GL-ACCOUNT TO WS-NEW-GL-ACCOUNT.
026900     SET RG-STATUS-CLOSED TO TRUE.
027000     REWRITE RATE-GL-MAP-RECORD
027100         INVALID KEY
027200             DISPLAY "REWRITE FAILED, STATUS "
027300                 WS-MAP-FILE-STATUS
027400         NOT INVALID KEY
027500             MOVE "CLOSE " TO MA-ACTION
027600             PERFORM 8000-WRITE-AUDIT-RECORD
027700                 THRU 8000-EXIT
027800             DISPLAY "MAPPING CLOSED"
027900     END-REWRITE.
028000 5000-EXIT.
028100     EXIT.
028200******************************************************************
028300* 6000-BROWSE-MAPPINGS - LIST EVERY ROW IN RATE CODE ORDER.
028400******************************************************************
028500 6000-BROWSE-MAPPINGS.
028600     MOVE "N" TO WS-EOF-SWITCH.
028700     MOVE ZERO TO WS-BROWSE-COUNT.
028800     MOVE LOW-VALUES TO RG-RATE-CODE.
028900     START RATE-GL-FILE KEY IS NOT LESS THAN RG-RATE-CODE
029000         INVALID KEY
029100             SET WS-END-OF-MASTER TO TRUE
029200     END-START.
029300     PERFORM 6100-BROWSE-ONE-MAPPING
029400         THRU 6100-EXIT
029500         UNTIL WS-END-OF-MASTER.
029600     DISPLAY "MAPPINGS ON FILE: " WS-BROWSE-COUNT.
029700 6000-EXIT.
029800     EXIT.
029900******************************************************************
030000* 6100-BROWSE-ONE-MAPPING - READ AND DISPLAY THE NEXT ROW.
030100******************************************************************
030200 6100-BROWSE-ONE-MAPPING.
030300     READ RATE-GL-FILE NEXT RECORD
030400         AT END
030500             SET WS-END-OF-MASTER TO TRUE
030600     END-READ.
030700     IF NOT WS-END-OF-MASTER
030800         DISPLAY RG-RATE-CODE " " RG-STATUS " "
030900             RG-GL-ACCOUNT " " RG-DESCRIPTION
031000         ADD 1 TO WS-BROWSE-COUNT
031100     END-IF.
031200 6100-EXIT.
031300     EXIT.
031400******************************************************************
031500* 8000-WRITE-AUDIT-RECORD - ONE AUDIT ROW PER CHANGE.
031600******************************************************************
031700 8000-WRITE-AUDIT-RECORD.
031800     ACCEPT WS-CURRENT-TIME FROM TIME.
031900     MOVE WS-TODAYS-DATE    TO MA-LOG-DATE.
032000     MOVE WS-CURRENT-TIME   TO MA-LOG-TIME.
032100     MOVE WS-OPERATOR-ID    TO MA-OPERATOR-ID.
032200     MOVE WS-WORK-RATE-CODE TO MA-RATE-CODE.
032300     MOVE WS-NEW-GL-ACCOUNT TO MA-GL-ACCOUNT.
032400     WRITE MAP-AUDIT-RECORD.
032500 8000-EXIT.
032600     EXIT.
032700******************************************************************
032800* 9999-EXIT - COMMON PROGRAM EXIT POINT.
032900******************************************************************
033000 9999-EXIT.
033100     GOBACK.
033200 END PROGRAM RateGlMaint.
