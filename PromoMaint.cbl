000100******************************************************************
000200* PROGRAM-ID: PROMOMAINT
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     OPERATOR-FACING MAINTENANCE FOR THE PROMMSTR
000800*              PROMOTIONAL DISCOUNT CODES CALCULATOR APPLIES TO
000900*              RATE-PRICED CHARGES. SUPPORTS ADD, CHANGE, DELETE
001000*              AND BROWSE, WRITING AN AUDIT ROW FOR EVERY CHANGE
001100*              THE SAME WAY TAXMAINT AUDITS THE TAX TABLE. THE
001200*              DISCOUNT-GIVEN AND USE COUNTERS BELONG TO
001300*              CALCULATOR AND ARE SHOWN HERE BUT NEVER KEYED. A
001400*              PROMOTION THAT HAS BEEN USED CANNOT BE DELETED -
001500*              SUSPEND IT INSTEAD, SO THE CAMPAIGN REPORT KEEPS
001600*              ITS HISTORY.
001700* TECTONICS:   cobc
001800*
001900* MODIFICATION HISTORY
002000*   2026-10-15 DO  INITIAL VERSION.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. PromoMaint.
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT PROMO-MASTER-FILE ASSIGN TO "PROMMSTR"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS PM-PROMO-CODE
003100         FILE STATUS IS WS-PROMO-FILE-STATUS.
003200     SELECT PROMO-AUDIT-FILE ASSIGN TO "PROMLOG"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-AUDIT-FILE-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  PROMO-MASTER-FILE.
003800     COPY PROMMSTR.
003900 FD  PROMO-AUDIT-FILE
004000     RECORDING MODE IS F.
004100 01  PROMO-AUDIT-RECORD.
004200     05  PA-LOG-DATE                 PIC 9(08).
004300     05  PA-LOG-TIME                 PIC 9(08).
004400     05  PA-OPERATOR-ID              PIC X(08).
004500     05  PA-ACTION                   PIC X(06).
004600     05  PA-PROMO-CODE               PIC X(04).
004700     05  PA-OLD-STATUS               PIC X(01).
004800     05  PA-NEW-STATUS               PIC X(01).
004900     05  PA-OLD-BUDGET               PIC S9(11)V99.
005000     05  PA-NEW-BUDGET               PIC S9(11)V99.
005100     05  PA-OLD-EFFECTIVE-TO         PIC 9(08).
005200     05  PA-NEW-EFFECTIVE-TO         PIC 9(08).
005300 WORKING-STORAGE SECTION.
005400 01  WS-PROMO-FILE-STATUS            PIC X(02).
005500     88  WS-PROMO-FILE-OK            VALUE "00".
005600 01  WS-AUDIT-FILE-STATUS            PIC X(02).
005700     88  WS-AUDIT-FILE-OK            VALUE "00".
005800 01  WS-OPERATOR-ID                  PIC X(08).
005900 01  WS-TODAYS-DATE                  PIC 9(08).
006000 01  WS-CURRENT-TIME                 PIC 9(08).
006100 01  WS-MAINT-OPTION                 PIC X(01).
006200     88  WS-MAINT-ADD                VALUE "A" "a".
006300     88  WS-MAINT-CHANGE             VALUE "C" "c".
006400     88  WS-MAINT-DELETE             VALUE "D" "d".
006500     88  WS-MAINT-BROWSE             VALUE "B" "b".
006600     88  WS-MAINT-EXIT               VALUE "X" "x".
006700 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
006800     88  WS-END-OF-MASTER            VALUE "Y".
006900 01  WS-LIST-DONE-SWITCH             PIC X(01) VALUE "N".
007000     88  WS-LIST-DONE                VALUE "Y".
007100 01  WS-LIST-SUB                     PIC 9(02) COMP VALUE ZERO.
007200 01  WS-WORK-PROMO-CODE              PIC X(04) VALUE SPACES.
007300 01  WS-NEW-STATUS                   PIC X(01) VALUE SPACES.
007400 01  WS-NEW-DESCRIPTION              PIC X(30) VALUE SPACES.
007500 01  WS-NEW-BUDGET                   PIC S9(11)V99 VALUE ZERO.
007600 01  WS-NEW-EFFECTIVE-TO             PIC 9(08) VALUE ZERO.
007700 01  WS-OLD-STATUS                   PIC X(01) VALUE SPACES.
007800 01  WS-OLD-BUDGET                   PIC S9(11)V99 VALUE ZERO.
007900 01  WS-OLD-EFFECTIVE-TO             PIC 9(08) VALUE ZERO.
008000 01  WS-REMAINING-BUDGET             PIC S9(11)V99 VALUE ZERO.
008100 01  WS-BROWSE-COUNT                 PIC 9(04) COMP VALUE ZERO.
008200     COPY CUEDIT.
008300 PROCEDURE DIVISION.
008400******************************************************************
008500* 0000-MAINLINE - SIGN ON, OPEN THE MASTER AND AUDIT FILES, THEN
008600*                 LOOP ON THE MAINTENANCE MENU.
008700******************************************************************
008800 0000-MAINLINE.
008900     PERFORM 0500-SIGN-ON
009000         THRU 0500-EXIT.
009100     IF NOT WS-PROMO-FILE-OK
009200         GO TO 9999-EXIT
009300     END-IF.
009400     PERFORM 2000-SHOW-MENU
009500         THRU 2000-EXIT
009600         UNTIL WS-MAINT-EXIT.
009700     CLOSE PROMO-MASTER-FILE
009800           PROMO-AUDIT-FILE.
009900     GO TO 9999-EXIT.
010000******************************************************************
010100* 0500-SIGN-ON - CAPTURE THE OPERATOR ID AND OPEN THE MASTER FOR
010200*                UPDATE AND THE AUDIT LOG FOR APPEND.
010300******************************************************************
010400 0500-SIGN-ON.
010500     DISPLAY "Operator ID: "
010600     ACCEPT WS-OPERATOR-ID.
010700     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
010800     OPEN I-O PROMO-MASTER-FILE.
010900     IF NOT WS-PROMO-FILE-OK
011000         OPEN OUTPUT PROMO-MASTER-FILE
011100         IF NOT WS-PROMO-FILE-OK
011200             DISPLAY "PROMMSTR OPEN FAILED, STATUS "
011300                 WS-PROMO-FILE-STATUS
011400             GO TO 0500-EXIT
011500         END-IF
011600*        THE FALLBACK ONLY CREATES THE FILE - THE SESSION MUST
011700*        STILL RUN AGAINST IT IN I-O MODE, OR BROWSE AND CHANGE
011800*        WOULD START/READ AN OUTPUT-MODE FILE.
011900         CLOSE PROMO-MASTER-FILE
012000         OPEN I-O PROMO-MASTER-FILE
012100         IF NOT WS-PROMO-FILE-OK
012200             DISPLAY "PROMMSTR REOPEN FAILED, STATUS "
012300                 WS-PROMO-FILE-STATUS
012400             GO TO 0500-EXIT
012500         END-IF
012600     END-IF.
012700     OPEN EXTEND PROMO-AUDIT-FILE.
012800     IF NOT WS-AUDIT-FILE-OK
012900         OPEN OUTPUT PROMO-AUDIT-FILE
013000     END-IF.
013100 0500-EXIT.
013200     EXIT.
013300******************************************************************
013400* 2000-SHOW-MENU - ONE MAINTENANCE ACTION PER PASS.
013500******************************************************************
013600 2000-SHOW-MENU.
013700     DISPLAY "Promotions - A)dd C)hange D)elete B)rowse "
013800         "X) exit: "
013900     ACCEPT WS-MAINT-OPTION.
014000     EVALUATE TRUE
014100         WHEN WS-MAINT-ADD
014200             PERFORM 3000-ADD-PROMOTION
014300                 THRU 3000-EXIT
014400         WHEN WS-MAINT-CHANGE
014500             PERFORM 4000-CHANGE-PROMOTION
014600                 THRU 4000-EXIT
014700         WHEN WS-MAINT-DELETE
014800             PERFORM 5000-DELETE-PROMOTION
014900                 THRU 5000-EXIT
015000         WHEN WS-MAINT-BROWSE
015100             PERFORM 6000-BROWSE-PROMOTIONS
015200                 THRU 6000-EXIT
015300         WHEN WS-MAINT-EXIT
015400             CONTINUE
015500         WHEN OTHER
015600             DISPLAY "Select a correct option"
015700     END-EVALUATE.
015800 2000-EXIT.
015900     EXIT.
016000******************************************************************
016100* 3000-ADD-PROMOTION - WRITE A NEW PROMOTION, ACTIVE, WITH NOTHING
016200*                      YET GIVEN AGAINST ITS BUDGET.
016300******************************************************************
016400 3000-ADD-PROMOTION.
016500     PERFORM 3500-GET-PROMO-CODE
016600         THRU 3500-EXIT.
016700     IF WS-WORK-PROMO-CODE = SPACES
016800         DISPLAY "PROMOTION CODE IS REQUIRED - NOT ADDED"
016900         GO TO 3000-EXIT
017000     END-IF.
017100     MOVE SPACES TO PROMO-MASTER-RECORD.
017200     MOVE WS-WORK-PROMO-CODE TO PM-PROMO-CODE.
017300     DISPLAY "Description: "
017400     ACCEPT PM-DESCRIPTION.
017500     DISPLAY "P)ercent off or F)lat amount off: "
017600     ACCEPT PM-DISCOUNT-TYPE.
017700     IF PM-DISCOUNT-TYPE = "p"
017800         MOVE "P" TO PM-DISCOUNT-TYPE
017900     END-IF.
018000     IF PM-DISCOUNT-TYPE = "f"
018100         MOVE "F" TO PM-DISCOUNT-TYPE
018200     END-IF.
018300     MOVE ZERO TO PM-DISCOUNT-PCT.
018400     MOVE ZERO TO PM-DISCOUNT-AMOUNT.
018500     EVALUATE TRUE
018600         WHEN PM-PERCENT-OFF
018700             DISPLAY "Discount percent (e.g. 12.50): "
018800             ACCEPT PM-DISCOUNT-PCT
018900             IF PM-DISCOUNT-PCT = ZERO OR PM-DISCOUNT-PCT > 100
019000                 DISPLAY "PERCENT MUST BE 0.01 TO 100 - NOT ADDED"
019100                 GO TO 3000-EXIT
019200             END-IF
019300         WHEN PM-FLAT-AMOUNT-OFF
019400             DISPLAY "Discount amount per charge: "
019500             ACCEPT PM-DISCOUNT-AMOUNT
019600             IF PM-DISCOUNT-AMOUNT = ZERO
019700                 DISPLAY "AMOUNT MUST NOT BE ZERO - NOT ADDED"
019800                 GO TO 3000-EXIT
019900             END-IF
020000         WHEN OTHER
020100             DISPLAY "TYPE MUST BE P OR F - NOT ADDED"
020200             GO TO 3000-EXIT
020300     END-EVALUATE.
020400     DISPLAY "Effective from (YYYYMMDD): "
020500     MOVE ZERO TO PM-EFFECTIVE-FROM.
020600     ACCEPT PM-EFFECTIVE-FROM.
020700     DISPLAY "Effective to (YYYYMMDD, Enter for open-ended): "
020800     MOVE ZERO TO PM-EFFECTIVE-TO.
020900     ACCEPT PM-EFFECTIVE-TO.
021000     IF PM-EFFECTIVE-TO = ZERO
021100         MOVE 99991231 TO PM-EFFECTIVE-TO
021200     END-IF.
021300     IF PM-EFFECTIVE-TO < PM-EFFECTIVE-FROM
021400         DISPLAY "EFFECTIVE-TO IS BEFORE EFFECTIVE-FROM - "
021500             "NOT ADDED"
021600         GO TO 3000-EXIT
021700     END-IF.
021800     DISPLAY "Rate codes it applies to, up to 5 "
021900         "(Enter alone ends the list; none means all codes):"
022000     MOVE "N" TO WS-LIST-DONE-SWITCH.
022100     PERFORM 3200-GET-ONE-RATE-CODE
022200         THRU 3200-EXIT
022300         VARYING WS-LIST-SUB FROM 1 BY 1
022400         UNTIL WS-LIST-SUB > 5 OR WS-LIST-DONE.
022500     DISPLAY "Accounts it applies to, up to 5 "
022600         "(Enter alone ends the list; none means all accounts):"
022700     MOVE "N" TO WS-LIST-DONE-SWITCH.
022800     PERFORM 3300-GET-ONE-ACCOUNT
022900         THRU 3300-EXIT
023000         VARYING WS-LIST-SUB FROM 1 BY 1
023100         UNTIL WS-LIST-SUB > 5 OR WS-LIST-DONE.
023200     DISPLAY "Total discount budget: "
023300     MOVE ZERO TO PM-BUDGET.
023400     ACCEPT PM-BUDGET.
023500     IF PM-BUDGET NOT > ZERO
023600         DISPLAY "BUDGET MUST BE GREATER THAN ZERO - NOT ADDED"
023700         GO TO 3000-EXIT
023800     END-IF.
023900     SET PM-ACTIVE TO TRUE.
024000     MOVE ZERO TO PM-DISCOUNT-GIVEN.
024100     MOVE ZERO TO PM-USE-COUNT.
024200     MOVE ZERO TO PM-LAST-USED-DATE.
024300     WRITE PROMO-MASTER-RECORD
024400         INVALID KEY
024500             DISPLAY "PROMOTION CODE ALREADY ON FILE - NOT ADDED"
024600         NOT INVALID KEY
024700             MOVE SPACES TO WS-OLD-STATUS
024800             MOVE ZERO TO WS-OLD-BUDGET
024900             MOVE ZERO TO WS-OLD-EFFECTIVE-TO
025000             MOVE "ADD   " TO PA-ACTION
025100             PERFORM 8000-WRITE-AUDIT-RECORD
025200                 THRU 8000-EXIT
025300             DISPLAY "PROMOTION ADDED"
025400     END-WRITE.
025500 3000-EXIT.
025600     EXIT.
025700******************************************************************
025800* 3200-GET-ONE-RATE-CODE - ONE ENTRY OF THE RATE CODE LIST. A
025900*                          BLANK ENTRY ENDS THE LIST.
026000******************************************************************
026100 3200-GET-ONE-RATE-CODE.
026200     DISPLAY "  Rate code " WS-LIST-SUB ": "
026300     ACCEPT PM-RATE-CODE (WS-LIST-SUB).
026400     IF PM-RATE-CODE (WS-LIST-SUB) = SPACES
026500         SET WS-LIST-DONE TO TRUE
026600     END-IF.
026700 3200-EXIT.
026800     EXIT.
026900******************************************************************
027000* 3300-GET-ONE-ACCOUNT - ONE ENTRY OF THE ACCOUNT LIST. A BLANK
027100*                        ENTRY ENDS THE LIST.
027200******************************************************************
027300 3300-GET-ONE-ACCOUNT.
027400     DISPLAY "  Account " WS-LIST-SUB ": "
027500     ACCEPT PM-ACCOUNT-ID (WS-LIST-SUB).
027600     IF PM-ACCOUNT-ID (WS-LIST-SUB) = SPACES
027700         SET WS-LIST-DONE TO TRUE
027800     END-IF.
027900 3300-EXIT.
028000     EXIT.
028100******************************************************************
028200* 3500-GET-PROMO-CODE - THE PROMOTION CODE TO BE WORKED ON.
028300******************************************************************
028400 3500-GET-PROMO-CODE.
028500     DISPLAY "Promotion code: "
028600     MOVE SPACES TO WS-WORK-PROMO-CODE.
028700     ACCEPT WS-WORK-PROMO-CODE.
028800 3500-EXIT.
028900     EXIT.
029000******************************************************************
029100* 4000-CHANGE-PROMOTION - REWRITE A PROMOTION'S DESCRIPTION,
029200*                         STATUS, END DATE AND BUDGET. THE BUDGET
029300*                         CANNOT BE CUT BELOW WHAT HAS ALREADY
029400*                         BEEN GIVEN AWAY.
029500******************************************************************
029600 4000-CHANGE-PROMOTION.
029700     PERFORM 3500-GET-PROMO-CODE
029800         THRU 3500-EXIT.
029900     MOVE WS-WORK-PROMO-CODE TO PM-PROMO-CODE.
030000     READ PROMO-MASTER-FILE
030100         INVALID KEY
030200             DISPLAY "PROMOTION NOT FOUND"
030300             GO TO 4000-EXIT
030400     END-READ.
030500     PERFORM 6200-SHOW-PROMOTION
030600         THRU 6200-EXIT.
030700     MOVE PM-STATUS       TO WS-OLD-STATUS.
030800     MOVE PM-BUDGET       TO WS-OLD-BUDGET.
030900     MOVE PM-EFFECTIVE-TO TO WS-OLD-EFFECTIVE-TO.
031000     DISPLAY "New description (Enter keeps current): "
031100     MOVE SPACES TO WS-NEW-DESCRIPTION.
031200     ACCEPT WS-NEW-DESCRIPTION.
031300     DISPLAY "New status A)ctive S)uspended (Enter keeps): "
031400     MOVE SPACES TO WS-NEW-STATUS.
031500     ACCEPT WS-NEW-STATUS.
031600     IF WS-NEW-STATUS = "a"
031700         MOVE "A" TO WS-NEW-STATUS
031800     END-IF.
031900     IF WS-NEW-STATUS = "s"
032000         MOVE "S" TO WS-NEW-STATUS
032100     END-IF.
032200     IF WS-NEW-STATUS NOT = SPACES
032300         AND WS-NEW-STATUS NOT = "A" AND WS-NEW-STATUS NOT = "S"
032400         DISPLAY "STATUS MUST BE A OR S - NOT CHANGED"
032500         GO TO 4000-EXIT
032600     END-IF.
032700     DISPLAY "New effective to (YYYYMMDD, Enter keeps): "
032800     MOVE ZERO TO WS-NEW-EFFECTIVE-TO.
032900     ACCEPT WS-NEW-EFFECTIVE-TO.
033000     DISPLAY "New total budget (Enter keeps): "
033100     MOVE ZERO TO WS-NEW-BUDGET.
033200     ACCEPT WS-NEW-BUDGET.
033300     IF WS-NEW-EFFECTIVE-TO NOT = ZERO
033400         AND WS-NEW-EFFECTIVE-TO < PM-EFFECTIVE-FROM
033500         DISPLAY "EFFECTIVE-TO IS BEFORE EFFECTIVE-FROM - "
033600             "NOT CHANGED"
033700         GO TO 4000-EXIT
033800     END-IF.
033900     IF WS-NEW-BUDGET NOT = ZERO
034000         AND WS-NEW-BUDGET < PM-DISCOUNT-GIVEN
034100         DISPLAY "BUDGET IS BELOW THE DISCOUNT ALREADY GIVEN - "
034200             "NOT CHANGED"
034300         GO TO 4000-EXIT
034400     END-IF.
034500     IF WS-NEW-DESCRIPTION NOT = SPACES
034600         MOVE WS-NEW-DESCRIPTION TO PM-DESCRIPTION
034700     END-IF.
034800     IF WS-NEW-STATUS NOT = SPACES
034900         MOVE WS-NEW-STATUS TO PM-STATUS
035000     END-IF.
035100     IF WS-NEW-EFFECTIVE-TO NOT = ZERO
035200         MOVE WS-NEW-EFFECTIVE-TO TO PM-EFFECTIVE-TO
035300     END-IF.
035400     IF WS-NEW-BUDGET NOT = ZERO
035500         MOVE WS-NEW-BUDGET TO PM-BUDGET
035600     END-IF.
035700     REWRITE PROMO-MASTER-RECORD
035800         INVALID KEY
035900             DISPLAY "REWRITE FAILED, STATUS "
036000                 WS-PROMO-FILE-STATUS
036100         NOT INVALID KEY
036200             MOVE "CHANGE" TO PA-ACTION
036300             PERFORM 8000-WRITE-AUDIT-RECORD
036400                 THRU 8000-EXIT
036500             DISPLAY "PROMOTION CHANGED"
036600     END-REWRITE.
036700 4000-EXIT.
036800     EXIT.
036900******************************************************************
037000* 5000-DELETE-PROMOTION - REMOVE A PROMOTION NOBODY HAS USED. ONE
037100*                         WITH USES ON IT STAYS FOR THE CAMPAIGN
037200*                         REPORT AND IS SUSPENDED INSTEAD.
037300******************************************************************
037400 5000-DELETE-PROMOTION.
037500     PERFORM 3500-GET-PROMO-CODE
037600         THRU 3500-EXIT.
037700     MOVE WS-WORK-PROMO-CODE TO PM-PROMO-CODE.
037800     READ PROMO-MASTER-FILE
037900         INVALID KEY
038000             DISPLAY "PROMOTION NOT FOUND"
038100             GO TO 5000-EXIT
038200     END-READ.
038300     IF PM-USE-COUNT NOT = ZERO
038400         DISPLAY "PROMOTION HAS BEEN USED - SUSPEND IT INSTEAD"
038500         GO TO 5000-EXIT
038600     END-IF.
038700     MOVE PM-STATUS       TO WS-OLD-STATUS.
038800     MOVE PM-BUDGET       TO WS-OLD-BUDGET.
038900     MOVE PM-EFFECTIVE-TO TO WS-OLD-EFFECTIVE-TO.
039000     DELETE PROMO-MASTER-FILE RECORD
039100         INVALID KEY
039200             DISPLAY "DELETE FAILED, STATUS "
039300                 WS-PROMO-FILE-STATUS
039400         NOT INVALID KEY
039500             MOVE SPACES TO PM-STATUS
039600             MOVE ZERO TO PM-BUDGET
039700             MOVE ZERO TO PM-EFFECTIVE-TO
039800             MOVE "DELETE" TO PA-ACTION
039900             PERFORM 8000-WRITE-AUDIT-RECORD
040000                 THRU 8000-EXIT
040100             DISPLAY "PROMOTION DELETED"
040200     END-DELETE.
040300 5000-EXIT.
040400     EXIT.
040500******************************************************************
040600* 6000-BROWSE-PROMOTIONS - LIST EVERY PROMOTION IN CODE ORDER.
040700******************************************************************
040800 6000-BROWSE-PROMOTIONS.
040900     MOVE "N" TO WS-EOF-SWITCH.
041000     MOVE ZERO TO WS-BROWSE-COUNT.
041100     MOVE LOW-VALUES TO PM-PROMO-CODE.
041200     START PROMO-MASTER-FILE KEY IS NOT LESS THAN PM-PROMO-CODE
041300         INVALID KEY
041400             SET WS-END-OF-MASTER TO TRUE
041500     END-START.
041600     PERFORM 6100-BROWSE-ONE-PROMOTION
041700         THRU 6100-EXIT
041800         UNTIL WS-END-OF-MASTER.
041900     DISPLAY "PROMOTIONS ON FILE: " WS-BROWSE-COUNT.
042000 6000-EXIT.
042100     EXIT.
042200******************************************************************
042300* 6100-BROWSE-ONE-PROMOTION - READ AND DISPLAY THE NEXT PROMOTION.
042400******************************************************************
042500 6100-BROWSE-ONE-PROMOTION.
042600     READ PROMO-MASTER-FILE NEXT RECORD
042700         AT END
042800             SET WS-END-OF-MASTER TO TRUE
042900     END-READ.
043000     IF NOT WS-END-OF-MASTER
043100         PERFORM 6200-SHOW-PROMOTION
043200             THRU 6200-EXIT
043300         ADD 1 TO WS-BROWSE-COUNT
043400     END-IF.
043500 6100-EXIT.
043600     EXIT.
043700******************************************************************
043800* 6200-SHOW-PROMOTION - DISPLAY ONE PROMOTION - TERMS, LIMITS AND
043900*                       HOW MUCH OF ITS BUDGET IS LEFT.
044000******************************************************************
044100 6200-SHOW-PROMOTION.
044200     DISPLAY PM-PROMO-CODE " " PM-STATUS " " PM-DESCRIPTION
044300         " " PM-EFFECTIVE-FROM "-" PM-EFFECTIVE-TO.
044400     IF PM-PERCENT-OFF
044500         DISPLAY "     PERCENT OFF: " PM-DISCOUNT-PCT
044600     ELSE
044700         MOVE PM-DISCOUNT-AMOUNT TO CU-EDIT-MONEY-FIELD
044800         DISPLAY "     AMOUNT OFF:  " CU-EDIT-MONEY-FIELD
044900     END-IF.
045000     DISPLAY "     RATE CODES:  " PM-RATE-CODE (1) " "
045100         PM-RATE-CODE (2) " " PM-RATE-CODE (3) " "
045200         PM-RATE-CODE (4) " " PM-RATE-CODE (5).
045300     DISPLAY "     ACCOUNTS:    " PM-ACCOUNT-ID (1) " "
045400         PM-ACCOUNT-ID (2) " " PM-ACCOUNT-ID (3) " "
045500         PM-ACCOUNT-ID (4) " " PM-ACCOUNT-ID (5).
045600     MOVE PM-BUDGET TO CU-EDIT-MONEY-FIELD.
045700     DISPLAY "     BUDGET:      " CU-EDIT-MONEY-FIELD.
045800     MOVE PM-DISCOUNT-GIVEN TO CU-EDIT-MONEY-FIELD.
045900     DISPLAY "     GIVEN:       " CU-EDIT-MONEY-FIELD
046000         "  USES: " PM-USE-COUNT.
046100     SUBTRACT PM-DISCOUNT-GIVEN FROM PM-BUDGET
046200         GIVING WS-REMAINING-BUDGET.
046300     MOVE WS-REMAINING-BUDGET TO CU-EDIT-MONEY-FIELD.
046400     DISPLAY "     REMAINING:   " CU-EDIT-MONEY-FIELD.
046500 6200-EXIT.
046600     EXIT.
046700******************************************************************
046800* 8000-WRITE-AUDIT-RECORD - ONE AUDIT ROW PER CHANGE - WHO, WHEN,
046900*                           WHICH PROMOTION, OLD AND NEW STATUS,
047000*                           BUDGET AND END DATE.
047100******************************************************************
047200 8000-WRITE-AUDIT-RECORD.
047300     ACCEPT WS-CURRENT-TIME FROM TIME.
047400     MOVE WS-TODAYS-DATE      TO PA-LOG-DATE.
047500     MOVE WS-CURRENT-TIME     TO PA-LOG-TIME.
047600     MOVE WS-OPERATOR-ID      TO PA-OPERATOR-ID.
047700     MOVE WS-WORK-PROMO-CODE  TO PA-PROMO-CODE.
047800     MOVE WS-OLD-STATUS       TO PA-OLD-STATUS.
047900     MOVE PM-STATUS           TO PA-NEW-STATUS.
048000     MOVE WS-OLD-BUDGET       TO PA-OLD-BUDGET.
048100     MOVE PM-BUDGET           TO PA-NEW-BUDGET.
048200     MOVE WS-OLD-EFFECTIVE-TO TO PA-OLD-EFFECTIVE-TO.
048300     MOVE PM-EFFECTIVE-TO     TO PA-NEW-EFFECTIVE-TO.
048400     WRITE PROMO-AUDIT-RECORD.
048500 8000-EXIT.
048600     EXIT.
048700******************************************************************
048800* 9999-EXIT - COMMON PROGRAM EXIT POINT.
048900******************************************************************
049000 9999-EXIT.
049100     GOBACK.
049200 END PROGRAM PromoMaint.
