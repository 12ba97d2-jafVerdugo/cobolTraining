000100******************************************************************
000200* PROGRAM-ID: RATETIERMAINT
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     OPERATOR-FACING MAINTENANCE FOR THE RATETIER
000800*              VOLUME-BAND BREAKPOINTS CALCULATOR PRICES TIERED
000900*              RATE CODES FROM. SUPPORTS ADD, CHANGE, DELETE AND
001000*              BROWSE OF EFFECTIVE-DATED TIER ROWS, WRITING AN
001100*              AUDIT ROW FOR EVERY CHANGE THE SAME WAY TAXMAINT
001200*              AUDITS THE TAX TABLE. TIER 01 ALWAYS STARTS AT
001300*              THE FIRST TRANSACTION OF THE MONTH, AND EVERY
001400*              LATER TIER MUST START ABOVE THE ONE BEFORE IT.
001500* TECTONICS:   cobc
001600*
001700* MODIFICATION HISTORY
001800*   2026-10-15 DO  INITIAL VERSION.
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. RateTierMaint.
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT RATE-TIER-FILE ASSIGN TO "RATETIER"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS RT-TIER-KEY
002900         FILE STATUS IS WS-TIER-FILE-STATUS.
003000     SELECT TIER-AUDIT-FILE ASSIGN TO "TIERLOG"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-AUDIT-FILE-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  RATE-TIER-FILE.
003600     COPY RATETIER.
003700 FD  TIER-AUDIT-FILE
003800     RECORDING MODE IS F.
003900 01  TIER-AUDIT-RECORD.
004000     05  TA-LOG-DATE                 PIC 9(08).
004100     05  TA-LOG-TIME                 PIC 9(08).
004200     05  TA-OPERATOR-ID              PIC X(08).
004300     05  TA-ACTION                   PIC X(06).
004400     05  TA-RATE-CODE                PIC X(04).
004500     05  TA-EFFECTIVE-FROM           PIC 9(08).
004600     05  TA-TIER-NO                  PIC 9(02).
004700     05  TA-FROM-COUNT               PIC 9(07).
004800     05  TA-OLD-RATE                 PIC S9(5)V99.
004900     05  TA-NEW-RATE                 PIC S9(5)V99.
005000 WORKING-STORAGE SECTION.
005100 01  WS-TIER-FILE-STATUS             PIC X(02).
005200     88  WS-TIER-FILE-OK             VALUE "00".
005300 01  WS-AUDIT-FILE-STATUS            PIC X(02).
005400     88  WS-AUDIT-FILE-OK            VALUE "00".
005500 01  WS-OPERATOR-ID                  PIC X(08).
005600 01  WS-TODAYS-DATE                  PIC 9(08).
005700 01  WS-CURRENT-TIME                 PIC 9(08).
005800 01  WS-MAINT-OPTION                 PIC X(01).
005900     88  WS-MAINT-ADD                VALUE "A" "a".
006000     88  WS-MAINT-CHANGE             VALUE "C" "c".
006100     88  WS-MAINT-DELETE             VALUE "D" "d".
006200     88  WS-MAINT-BROWSE             VALUE "B" "b".
006300     88  WS-MAINT-EXIT               VALUE "X" "x".
006400 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
006500     88  WS-END-OF-MASTER            VALUE "Y".
006600 01  WS-OLD-RATE                     PIC S9(5)V99 VALUE ZERO.
006700 01  WS-NEW-RATE                     PIC S9(5)V99 VALUE ZERO.
006800 01  WS-NEW-DESCRIPTION              PIC X(20) VALUE SPACES.
006900 01  WS-WORK-RATE-CODE               PIC X(04) VALUE SPACES.
007000 01  WS-WORK-EFFECTIVE-FROM          PIC 9(08) VALUE ZERO.
007100 01  WS-WORK-EFFECTIVE-TO            PIC 9(08) VALUE ZERO.
007200 01  WS-WORK-TIER-NO                 PIC 9(02) VALUE ZERO.
007300 01  WS-WORK-FROM-COUNT              PIC 9(07) VALUE ZERO.
007400 01  WS-PRIOR-TIER-NO                PIC 9(02) VALUE ZERO.
007500 01  WS-BROWSE-COUNT                 PIC 9(04) COMP VALUE ZERO.
007600 PROCEDURE DIVISION.
007700******************************************************************
007800* 0000-MAINLINE - SIGN ON, OPEN THE TIER AND AUDIT FILES, THEN
007900*                 LOOP ON THE MAINTENANCE MENU.
008000******************************************************************
008100 0000-MAINLINE.
008200     PERFORM 0500-SIGN-ON
008300         THRU 0500-EXIT.
008400     IF NOT WS-TIER-FILE-OK
008500         GO TO 9999-EXIT
008600     END-IF.
008700     PERFORM 2000-SHOW-MENU
008800         THRU 2000-EXIT
008900         UNTIL WS-MAINT-EXIT.
009000     CLOSE RATE-TIER-FILE
009100           TIER-AUDIT-FILE.
009200     GO TO 9999-EXIT.
009300******************************************************************
009400* 0500-SIGN-ON - CAPTURE THE OPERATOR ID AND OPEN THE TIER FILE
009500*                FOR UPDATE AND THE AUDIT LOG FOR APPEND.
009600******************************************************************
009700 0500-SIGN-ON.
009800     DISPLAY "Operator ID: "
009900     ACCEPT WS-OPERATOR-ID.
010000     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
010100     OPEN I-O RATE-TIER-FILE.
010200     IF NOT WS-TIER-FILE-OK
010300         OPEN OUTPUT RATE-TIER-FILE
010400         IF NOT WS-TIER-FILE-OK
010500             DISPLAY "RATETIER OPEN FAILED, STATUS "
010600                 WS-TIER-FILE-STATUS
010700             GO TO 0500-EXIT
010800         END-IF
010900*        THE FALLBACK ONLY CREATES THE FILE - THE SESSION MUST
011000*        STILL RUN AGAINST IT IN I-O MODE.
011100         CLOSE RATE-TIER-FILE
011200         OPEN I-O RATE-TIER-FILE
011300         IF NOT WS-TIER-FILE-OK
011400             DISPLAY "RATETIER REOPEN FAILED, STATUS "
011500                 WS-TIER-FILE-STATUS
011600             GO TO 0500-EXIT
011700         END-IF
011800     END-IF.
011900     OPEN EXTEND TIER-AUDIT-FILE.
012000     IF NOT WS-AUDIT-FILE-OK
012100         OPEN OUTPUT TIER-AUDIT-FILE
012200     END-IF.
012300 0500-EXIT.
012400     EXIT.
012500******************************************************************
012600* 2000-SHOW-MENU - ONE MAINTENANCE ACTION PER PASS.
012700******************************************************************
012800 2000-SHOW-MENU.
012900     DISPLAY "Rate tiers - A)dd C)hange D)elete B)rowse "
013000         "X) exit: "
013100     ACCEPT WS-MAINT-OPTION.
013200     EVALUATE TRUE
013300         WHEN WS-MAINT-ADD
013400             PERFORM 3000-ADD-TIER-ROW
013500                 THRU 3000-EXIT
013600         WHEN WS-MAINT-CHANGE
013700             PERFORM 4000-CHANGE-TIER-ROW
013800                 THRU 4000-EXIT
013900         WHEN WS-MAINT-DELETE
014000             PERFORM 5000-DELETE-TIER-ROW
014100                 THRU 5000-EXIT
014200         WHEN WS-MAINT-BROWSE
014300             PERFORM 6000-BROWSE-TIER-ROWS
014400                 THRU 6000-EXIT
014500         WHEN WS-MAINT-EXIT
014600             CONTINUE
014700         WHEN OTHER
014800             DISPLAY "Select a correct option"
014900     END-EVALUATE.
015000 2000-EXIT.
015100     EXIT.
015200******************************************************************
015300* 3000-ADD-TIER-ROW - WRITE A NEW TIER ROW. TIER 01 STARTS AT
015400*                    TRANSACTION 1; A LATER TIER NEEDS THE TIER
015500*                    BEFORE IT ON FILE AND MUST START ABOVE IT.
015600******************************************************************
015700 3000-ADD-TIER-ROW.
015800     PERFORM 3500-GET-ROW-KEY
015900         THRU 3500-EXIT.
016000     IF WS-WORK-RATE-CODE = SPACES OR WS-WORK-TIER-NO = ZERO
016100         DISPLAY "RATE CODE AND TIER NUMBER ARE REQUIRED"
016200         GO TO 3000-EXIT
016300     END-IF.
016400     IF WS-WORK-TIER-NO = 1
016500         MOVE 1 TO WS-WORK-FROM-COUNT
016600     ELSE
016700         DISPLAY "Tier starts at month-to-date transaction: "
016800         MOVE ZERO TO WS-WORK-FROM-COUNT
016900         ACCEPT WS-WORK-FROM-COUNT
017000         PERFORM 3600-CHECK-PRIOR-TIER
017100             THRU 3600-EXIT
017200         IF WS-WORK-FROM-COUNT = ZERO
017300             GO TO 3000-EXIT
017400         END-IF
017500     END-IF.
017600     DISPLAY "Effective to (YYYYMMDD, Enter for open-ended): "
017700     MOVE ZERO TO WS-WORK-EFFECTIVE-TO.
017800     ACCEPT WS-WORK-EFFECTIVE-TO.
017900     IF WS-WORK-EFFECTIVE-TO = ZERO
018000         MOVE 99991231 TO WS-WORK-EFFECTIVE-TO
018100     END-IF.
018200     DISPLAY "Tier rate value: "
018300     ACCEPT WS-NEW-RATE.
018400     DISPLAY "Description: "
018500     ACCEPT WS-NEW-DESCRIPTION.
018600     MOVE WS-WORK-RATE-CODE      TO RT-RATE-CODE.
018700     MOVE WS-WORK-EFFECTIVE-FROM TO RT-EFFECTIVE-FROM.
018800     MOVE WS-WORK-TIER-NO        TO RT-TIER-NO.
018900     MOVE WS-WORK-EFFECTIVE-TO   TO RT-EFFECTIVE-TO.
019000     MOVE WS-WORK-FROM-COUNT     TO RT-FROM-COUNT.
019100     MOVE WS-NEW-RATE            TO RT-RATE-VALUE.
019200     MOVE WS-NEW-DESCRIPTION     TO RT-DESCRIPTION.
019300     WRITE RATE-TIER-RECORD
019400         INVALID KEY
019500             DISPLAY "TIER ROW ALREADY ON FILE FOR THAT CODE, "
019600                 "DATE AND TIER - NOT ADDED"
019700         NOT INVALID KEY
019800             MOVE ZERO TO WS-OLD-RATE
019900             MOVE "ADD   " TO TA-ACTION
020000             PERFORM 8000-WRITE-AUDIT-RECORD
020100                 THRU 8000-EXIT
020200             DISPLAY "TIER ROW ADDED"
020300     END-WRITE.
020400 3000-EXIT.
020500     EXIT.
020600******************************************************************
020700* 3500-GET-ROW-KEY - RATE CODE, EFFECTIVE-FROM DATE AND TIER
020800*                    NUMBER OF THE ROW TO BE WORKED ON.
020900******************************************************************
021000 3500-GET-ROW-KEY.
021100     DISPLAY "Rate code: "
021200     ACCEPT WS-WORK-RATE-CODE.
021300     DISPLAY "Effective from (YYYYMMDD): "
021400     ACCEPT WS-WORK-EFFECTIVE-FROM.
021500     DISPLAY "Tier number (01-99): "
021600     MOVE ZERO TO WS-WORK-TIER-NO.
021700     ACCEPT WS-WORK-TIER-NO.
021800 3500-EXIT.
021900     EXIT.
022000******************************************************************
022100* 3600-CHECK-PRIOR-TIER - THE TIER BELOW MUST BE ON FILE FOR THE
022200*                    SAME CODE AND DATE AND START LOWER. A FAILED
022300*                    CHECK ZEROES WS-WORK-FROM-COUNT.
022400******************************************************************
022500 3600-CHECK-PRIOR-TIER.
022600     COMPUTE WS-PRIOR-TIER-NO = WS-WORK-TIER-NO - 1.
022700     MOVE WS-WORK-RATE-CODE      TO RT-RATE-CODE.
022800     MOVE WS-WORK-EFFECTIVE-FROM TO RT-EFFECTIVE-FROM.
022900     MOVE WS-PRIOR-TIER-NO       TO RT-TIER-NO.
023000     READ RATE-TIER-FILE
023100         INVALID KEY
023200             DISPLAY "TIER " WS-PRIOR-TIER-NO
023300                 " IS NOT ON FILE - ADD THE TIERS IN ORDER"
023400             MOVE ZERO TO WS-WORK-FROM-COUNT
023500             GO TO 3600-EXIT
023600     END-READ.
023700     IF WS-WORK-FROM-COUNT NOT > RT-FROM-COUNT
023800         DISPLAY "TIER MUST START ABOVE TIER " WS-PRIOR-TIER-NO
023900             " (FROM " RT-FROM-COUNT ") - NOT ADDED"
024000         MOVE ZERO TO WS-WORK-FROM-COUNT
024100     END-IF.
024200 3600-EXIT.
024300     EXIT.
024400******************************************************************
024500* 4000-CHANGE-TIER-ROW - REWRITE A ROW'S RATE AND DESCRIPTION.
024600*                    THE BREAKPOINT ITSELF IS CHANGED BY DELETING
024700*                    AND RE-ADDING THE TIER.
024800******************************************************************
024900 4000-CHANGE-TIER-ROW.
025000     PERFORM 3500-GET-ROW-KEY
025100         THRU 3500-EXIT.
025200     MOVE WS-WORK-RATE-CODE      TO RT-RATE-CODE.
025300     MOVE WS-WORK-EFFECTIVE-FROM TO RT-EFFECTIVE-FROM.
025400     MOVE WS-WORK-TIER-NO        TO RT-TIER-NO.
025500     READ RATE-TIER-FILE
025600         INVALID KEY
025700             DISPLAY "TIER ROW NOT FOUND"
025800             GO TO 4000-EXIT
025900     END-READ.
026000     MOVE RT-RATE-VALUE TO WS-OLD-RATE.
026100     MOVE RT-FROM-COUNT TO WS-WORK-FROM-COUNT.
026200     DISPLAY "Current rate is " RT-RATE-VALUE
026300         " from transaction " RT-FROM-COUNT " - " RT-DESCRIPTION.
026400     DISPLAY "New tier rate value: "
026500     ACCEPT WS-NEW-RATE.
026600     DISPLAY "New description (Enter keeps current): "
026700     MOVE SPACES TO WS-NEW-DESCRIPTION.
026800     ACCEPT WS-NEW-DESCRIPTION.
026900     MOVE WS-NEW-RATE TO RT-RATE-VALUE.
027000     IF WS-NEW-DESCRIPTION NOT = SPACES
027100         MOVE WS-NEW-DESCRIPTION TO RT-DESCRIPTION
027200     END-IF.
027300     REWRITE RATE-TIER-RECORD
027400         INVALID KEY
027500             DISPLAY "REWRITE FAILED, STATUS "
027600                 WS-TIER-FILE-STATUS
027700         NOT INVALID KEY
027800             MOVE "CHANGE" TO TA-ACTION
027900             PERFORM 8000-WRITE-AUDIT-RECORD
028000                 THRU 8000-EXIT
028100             DISPLAY "TIER ROW CHANGED"
028200     END-REWRITE.
028300 4000-EXIT.
028400     EXIT.
028500******************************************************************
028600* 5000-DELETE-TIER-ROW - REMOVE A ROW, AUDITING THE RATE IT
028700*                       CARRIED WHEN IT WENT.
028800******************************************************************
028900 5000-DELETE-TIER-ROW.
029000     PERFORM 3500-GET-ROW-KEY
029100         THRU 3500-EXIT.
029200     MOVE WS-WORK-RATE-CODE      TO RT-RATE-CODE.
029300     MOVE WS-WORK-EFFECTIVE-FROM TO RT-EFFECTIVE-FROM.
029400     MOVE WS-WORK-TIER-NO        TO RT-TIER-NO.
029500     READ RATE-TIER-FILE
029600         INVALID KEY
029700             DISPLAY "TIER ROW NOT FOUND"
029800             GO TO 5000-EXIT
029900     END-READ.
030000     MOVE RT-RATE-VALUE TO WS-OLD-RATE.
030100     MOVE RT-FROM-COUNT TO WS-WORK-FROM-COUNT.
030200     DELETE RATE-TIER-FILE RECORD
030300         INVALID KEY
030400             DISPLAY "DELETE FAILED, STATUS "
030500                 WS-TIER-FILE-STATUS
030600         NOT INVALID KEY
030700             MOVE ZERO TO WS-NEW-RATE
030800             MOVE "DELETE" TO TA-ACTION
030900             PERFORM 8000-WRITE-AUDIT-RECORD
031000                 THRU 8000-EXIT
031100             DISPLAY "TIER ROW DELETED"
031200     END-DELETE.
031300 5000-EXIT.
031400     EXIT.
031500******************************************************************
031600* 6000-BROWSE-TIER-ROWS - LIST EVERY ROW IN CODE/DATE/TIER
031700*                        ORDER.
031800******************************************************************
031900 6000-BROWSE-TIER-ROWS.
032000     MOVE "N" TO WS-EOF-SWITCH.
032100     MOVE ZERO TO WS-BROWSE-COUNT.
032200     MOVE LOW-VALUES TO RT-TIER-KEY.
032300     START RATE-TIER-FILE KEY IS NOT LESS THAN RT-TIER-KEY
032400         INVALID KEY
032500             SET WS-END-OF-MASTER TO TRUE
032600     END-START.
032700     PERFORM 6100-BROWSE-ONE-TIER-ROW
032800         THRU 6100-EXIT
032900         UNTIL WS-END-OF-MASTER.
033000     DISPLAY "TIER ROWS ON FILE: " WS-BROWSE-COUNT.
033100 6000-EXIT.
033200     EXIT.
033300******************************************************************
033400* 6100-BROWSE-ONE-TIER-ROW - READ AND DISPLAY THE NEXT ROW.
033500******************************************************************
033600 6100-BROWSE-ONE-TIER-ROW.
033700     READ RATE-TIER-FILE NEXT RECORD
033800         AT END
033900             SET WS-END-OF-MASTER TO TRUE
034000     END-READ.
034100     IF NOT WS-END-OF-MASTER
034200         DISPLAY RT-RATE-CODE " " RT-EFFECTIVE-FROM "-"
034300             RT-EFFECTIVE-TO " TIER " RT-TIER-NO " FROM "
034400             RT-FROM-COUNT " " RT-RATE-VALUE "  " RT-DESCRIPTION
034500         ADD 1 TO WS-BROWSE-COUNT
034600     END-IF.
034700 6100-EXIT.
034800     EXIT.
034900******************************************************************
035000* 8000-WRITE-AUDIT-RECORD - ONE AUDIT ROW PER CHANGE - WHO, WHEN,
035100*                           WHICH CODE, DATE AND TIER, OLD RATE,
035200*                           NEW RATE.
035300******************************************************************
035400 8000-WRITE-AUDIT-RECORD.
035500     ACCEPT WS-CURRENT-TIME FROM TIME.
035600     MOVE WS-TODAYS-DATE         TO TA-LOG-DATE.
035700     MOVE WS-CURRENT-TIME        TO TA-LOG-TIME.
035800     MOVE WS-OPERATOR-ID         TO TA-OPERATOR-ID.
035900     MOVE WS-WORK-RATE-CODE      TO TA-RATE-CODE.
036000     MOVE WS-WORK-EFFECTIVE-FROM TO TA-EFFECTIVE-FROM.
036100     MOVE WS-WORK-TIER-NO        TO TA-TIER-NO.
036200     MOVE WS-WORK-FROM-COUNT     TO TA-FROM-COUNT.
036300     MOVE WS-OLD-RATE            TO TA-OLD-RATE.
036400     MOVE WS-NEW-RATE            TO TA-NEW-RATE.
036500     WRITE TIER-AUDIT-RECORD.
036600 8000-EXIT.
036700     EXIT.
036800******************************************************************
036900* 9999-EXIT - COMMON PROGRAM EXIT POINT.
037000******************************************************************
037100 9999-EXIT.
037200     GOBACK.
037300 END PROGRAM RateTierMaint.
