000100******************************************************************
000200* PROGRAM-ID: ALLOCRULEMAINT
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     MAINTENANCE FOR THE ALLOCRUL SHARED-COST
000800*              ALLOCATION RULES - WHICH DEPARTMENTS CARRY A
000900*              SHARE OF EACH POOL ACCOUNT, THE ACCOUNT EACH
001000*              SHARE IS CHARGED TO, AND HOW THE SHARES ARE
001100*              WORKED OUT. SUPPORTS ADD, CHANGE, DELETE AND
001200*              BROWSE OF ONE POOL/DEPARTMENT ROW AT A TIME. THE
001300*              ACCOUNTS MUST BE ACTIVE ON GLACCTM AND THE
001400*              DEPARTMENT ACTIVE ON DEPTMSTR; EVERY ROW OF A
001500*              POOL USES ONE METHOD, FIXED PERCENTAGES MAY NOT
001600*              RUN PAST 100, AND ONLY ONE ROW OF A POOL TAKES
001700*              THE ROUNDING RESIDUE. EVERY CHANGE IS AUDITED ON
001800*              ALLOCLOG.
001900* TECTONICS:   cobc
002000*
002100* MODIFICATION HISTORY
002200*   2026-10-15 DO  INITIAL VERSION.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. AllocRuleMaint.
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT ALLOC-RULE-FILE ASSIGN TO "ALLOCRUL"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS AO-RULE-KEY
003300         FILE STATUS IS WS-RULE-FILE-STATUS.
003400     SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCTM"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS GA-ACCOUNT-CODE
003800         FILE STATUS IS WS-ACCT-FILE-STATUS.
003900     SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMSTR"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS DP-DEPT-CODE
004300         FILE STATUS IS WS-DEPT-FILE-STATUS.
004400     SELECT ALLOC-AUDIT-FILE ASSIGN TO "ALLOCLOG"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-AUDIT-FILE-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  ALLOC-RULE-FILE.
005000     COPY ALLOCRUL.
005100 FD  GL-ACCOUNT-FILE.
005200     COPY GLACCT.
005300 FD  DEPT-MASTER-FILE.
005400     COPY DEPTMSTR.
005500 FD  ALLOC-AUDIT-FILE
005600     RECORDING MODE IS F.
005700     COPY ALLOCLOG.
006900 WORKING-STORAGE SECTION.
007000 01  WS-RULE-FILE-STATUS             PIC X(02).
007100     88  WS-RULE-FILE-OK             VALUE "00".
007200 01  WS-ACCT-FILE-STATUS             PIC X(02).
007300     88  WS-ACCT-FILE-OK             VALUE "00".
007400 01  WS-DEPT-FILE-STATUS             PIC X(02).
007500     88  WS-DEPT-FILE-OK             VALUE "00".
007600 01  WS-AUDIT-FILE-STATUS            PIC X(02).
007700     88  WS-AUDIT-FILE-OK            VALUE "00".
007800 01  WS-OPERATOR-ID                  PIC X(08).
007900 01  WS-TODAYS-DATE                  PIC 9(08).
008000 01  WS-CURRENT-TIME                 PIC 9(08).
008100 01  WS-MAINT-OPTION                 PIC X(01).
008200     88  WS-MAINT-ADD                VALUE "A" "a".
008300     88  WS-MAINT-CHANGE             VALUE "C" "c".
008400     88  WS-MAINT-DELETE             VALUE "D" "d".
008500     88  WS-MAINT-BROWSE             VALUE "B" "b".
008600     88  WS-MAINT-EXIT               VALUE "X" "x".
008700 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
008800     88  WS-END-OF-MASTER            VALUE "Y".
008900 01  WS-KEY-OK-SWITCH                PIC X(01) VALUE "N".
009000     88  WS-KEY-OK                   VALUE "Y".
009100 01  WS-EDIT-OK-SWITCH               PIC X(01) VALUE "N".
009200     88  WS-EDIT-OK                  VALUE "Y".
009300 01  WS-WORK-KEY.
009400     05  WS-WORK-POOL-ACCOUNT        PIC X(08) VALUE SPACES.
009500     05  WS-WORK-TARGET-DEPT         PIC X(04) VALUE SPACES.
009600 01  WS-WORK-TARGET-ACCOUNT          PIC X(08) VALUE SPACES.
009700 01  WS-WORK-METHOD                  PIC X(01) VALUE SPACE.
009800     88  WS-WORK-METHOD-VALID        VALUE "P" "C" "L".
009900     88  WS-WORK-METHOD-PERCENT      VALUE "P".
010000 01  WS-WORK-PERCENT                 PIC 9(03)V99 VALUE ZERO.
010100 01  WS-OLD-PERCENT                  PIC 9(03)V99 VALUE ZERO.
010200 01  WS-WORK-RESIDUE                 PIC X(01) VALUE SPACE.
010300 01  WS-DISPLAY-PERCENT              PIC ZZ9.99.
010400 01  WS-POOL-METHOD                  PIC X(01) VALUE SPACE.
010500 01  WS-POOL-RESIDUE-DEPT            PIC X(04) VALUE SPACES.
010600 01  WS-POOL-PERCENT-TOTAL           PIC 9(05)V99 VALUE ZERO.
010700 01  WS-POOL-ROW-COUNT               PIC 9(04) COMP VALUE ZERO.
010800 01  WS-BROWSE-COUNT                 PIC 9(04) COMP VALUE ZERO.
010900 PROCEDURE DIVISION.
011000******************************************************************
011100* 0000-MAINLINE - SIGN ON, OPEN THE MASTERS AND THE AUDIT FILE,
011200*                 THEN LOOP ON THE MAINTENANCE MENU.
011300******************************************************************
011400 0000-MAINLINE.
011500     PERFORM 0500-SIGN-ON
011600         THRU 0500-EXIT.
011700     IF NOT WS-RULE-FILE-OK
011800         GO TO 9999-EXIT
011900     END-IF.
012000     PERFORM 2000-SHOW-MENU
012100         THRU 2000-EXIT
012200         UNTIL WS-MAINT-EXIT.
012300     CLOSE ALLOC-RULE-FILE
012400           GL-ACCOUNT-FILE
012500           DEPT-MASTER-FILE
012600           ALLOC-AUDIT-FILE.
012700     GO TO 9999-EXIT.
012800******************************************************************
012900* 0500-SIGN-ON - CAPTURE THE OPERATOR ID, OPEN THE RULES MASTER
013000*                FOR UPDATE, THE CHART AND DEPARTMENTS FOR THE
013100*                EDITS, AND THE AUDIT LOG FOR APPEND.
013200******************************************************************
013300 0500-SIGN-ON.
013400     DISPLAY "Operator ID: "
013500     ACCEPT WS-OPERATOR-ID.
013600     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
013700     OPEN I-O ALLOC-RULE-FILE.
013800     IF NOT WS-RULE-FILE-OK
013900         OPEN OUTPUT ALLOC-RULE-FILE
014000         IF NOT WS-RULE-FILE-OK
014100             DISPLAY "ALLOCRUL OPEN FAILED, STATUS "
014200                 WS-RULE-FILE-STATUS
014300             GO TO 0500-EXIT
014400         END-IF
014500*        THE FALLBACK ONLY CREATES THE FILE - THE SESSION MUST
014600*        STILL RUN AGAINST IT IN I-O MODE.
014700         CLOSE ALLOC-RULE-FILE
014800         OPEN I-O ALLOC-RULE-FILE
014900         IF NOT WS-RULE-FILE-OK
015000             DISPLAY "ALLOCRUL REOPEN FAILED, STATUS "
015100                 WS-RULE-FILE-STATUS
015200             GO TO 0500-EXIT
015300         END-IF
015400     END-IF.
015500     OPEN INPUT GL-ACCOUNT-FILE.
015600     IF NOT WS-ACCT-FILE-OK
015700         DISPLAY "GLACCTM OPEN FAILED, STATUS "
015800             WS-ACCT-FILE-STATUS
015900         CLOSE ALLOC-RULE-FILE
016000         MOVE "99" TO WS-RULE-FILE-STATUS
016100         GO TO 0500-EXIT
016200     END-IF.
016300     OPEN INPUT DEPT-MASTER-FILE.
016400     IF NOT WS-DEPT-FILE-OK
016500         DISPLAY "DEPTMSTR OPEN FAILED, STATUS "
016600             WS-DEPT-FILE-STATUS
016700         CLOSE ALLOC-RULE-FILE
016800               GL-ACCOUNT-FILE
016900         MOVE "99" TO WS-RULE-FILE-STATUS
017000         GO TO 0500-EXIT
017100     END-IF.
017200     OPEN EXTEND ALLOC-AUDIT-FILE.
017300     IF NOT WS-AUDIT-FILE-OK
017400         OPEN OUTPUT ALLOC-AUDIT-FILE
017500     END-IF.
017600 0500-EXIT.
017700     EXIT.
017800******************************************************************
017900* 2000-SHOW-MENU - ONE MAINTENANCE ACTION PER PASS.
018000******************************************************************
018100 2000-SHOW-MENU.
018200     DISPLAY "Allocation rules - A)dd C)hange D)elete B)rowse "
018300         "X) exit: "
018400     ACCEPT WS-MAINT-OPTION.
018500     EVALUATE TRUE
018600         WHEN WS-MAINT-ADD
018700             PERFORM 3000-ADD-RULE
018800                 THRU 3000-EXIT
018900         WHEN WS-MAINT-CHANGE
019000             PERFORM 4000-CHANGE-RULE
019100                 THRU 4000-EXIT
019200         WHEN WS-MAINT-DELETE
019300             PERFORM 5000-DELETE-RULE
019400                 THRU 5000-EXIT
019500         WHEN WS-MAINT-BROWSE
019600             PERFORM 6000-BROWSE-RULES
019700                 THRU 6000-EXIT
019800         WHEN WS-MAINT-EXIT
019900             CONTINUE
020000         WHEN OTHER
020100             DISPLAY "Select a correct option"
020200     END-EVALUATE.
020300 2000-EXIT.
020400     EXIT.
020500******************************************************************
020600* 2100-GET-RULE-KEY - PROMPT FOR THE POOL ACCOUNT AND TARGET
020700*                  DEPARTMENT OF THE ROW TO WORK ON.
020800******************************************************************
020900 2100-GET-RULE-KEY.
021000     MOVE "N" TO WS-KEY-OK-SWITCH.
021100     DISPLAY "Pool GL account: "
021200     ACCEPT WS-WORK-POOL-ACCOUNT.
021300     DISPLAY "Target department: "
021400     ACCEPT WS-WORK-TARGET-DEPT.
021500     IF WS-WORK-POOL-ACCOUNT = SPACES
021600        OR WS-WORK-TARGET-DEPT = SPACES
021700         DISPLAY "POOL ACCOUNT AND DEPARTMENT ARE BOTH REQUIRED"
021800         GO TO 2100-EXIT
021900     END-IF.
022000     SET WS-KEY-OK TO TRUE.
022100 2100-EXIT.
022200     EXIT.
022300******************************************************************
022400* 2200-CHECK-ACCOUNT - THE ACCOUNT IN GA-ACCOUNT-CODE MUST BE ON
022500*                  THE CHART AND ACTIVE.
022600******************************************************************
022700 2200-CHECK-ACCOUNT.
022800     MOVE "N" TO WS-EDIT-OK-SWITCH.
022900     READ GL-ACCOUNT-FILE
023000         INVALID KEY
023100             DISPLAY "ACCOUNT " GA-ACCOUNT-CODE
023200                 " NOT ON GLACCTM"
023300             GO TO 2200-EXIT
023400     END-READ.
023500     IF NOT GA-STATUS-ACTIVE
023600         DISPLAY "ACCOUNT " GA-ACCOUNT-CODE " IS CLOSED"
023700         GO TO 2200-EXIT
023800     END-IF.
023900     SET WS-EDIT-OK TO TRUE.
024000 2200-EXIT.
024100     EXIT.
024200******************************************************************
024300* 2300-SCAN-POOL - WHAT THE OTHER ROWS OF THE POOL ALREADY SAY:
024400*                  THEIR METHOD, THE DEPARTMENT TAKING THE
024500*                  RESIDUE AND THE FIXED PERCENTAGES IN USE. THE
024600*                  ROW BEING WORKED ON IS LEFT OUT.
024700******************************************************************
024800 2300-SCAN-POOL.
024900     MOVE SPACE TO WS-POOL-METHOD.
025000     MOVE SPACES TO WS-POOL-RESIDUE-DEPT.
025100     MOVE ZERO TO WS-POOL-PERCENT-TOTAL.
025200     MOVE ZERO TO WS-POOL-ROW-COUNT.
025300     MOVE "N" TO WS-EOF-SWITCH.
025400     MOVE WS-WORK-POOL-ACCOUNT TO AO-POOL-ACCOUNT.
025500     MOVE LOW-VALUES TO AO-TARGET-DEPT.
025600     START ALLOC-RULE-FILE KEY IS NOT LESS THAN AO-RULE-KEY
025700         INVALID KEY
025800             SET WS-END-OF-MASTER TO TRUE
025900     END-START.
026000     PERFORM 2350-SCAN-ONE-POOL-ROW
026100         THRU 2350-EXIT
026200         UNTIL WS-END-OF-MASTER.
026300 2300-EXIT.
026400     EXIT.
026500******************************************************************
026600* 2350-SCAN-ONE-POOL-ROW - ONE ROW OF THE POOL AT A TIME.
026700******************************************************************
026800 2350-SCAN-ONE-POOL-ROW.
026900     READ ALLOC-RULE-FILE NEXT RECORD
027000         AT END
027100             SET WS-END-OF-MASTER TO TRUE
027200             GO TO 2350-EXIT
027300     END-READ.
027400     IF AO-POOL-ACCOUNT NOT = WS-WORK-POOL-ACCOUNT
027500         SET WS-END-OF-MASTER TO TRUE
027600         GO TO 2350-EXIT
027700     END-IF.
027800     IF AO-TARGET-DEPT = WS-WORK-TARGET-DEPT
027900         GO TO 2350-EXIT
028000     END-IF.
028100     ADD 1 TO WS-POOL-ROW-COUNT.
028200     MOVE AO-METHOD TO WS-POOL-METHOD.
028300     IF AO-TAKES-RESIDUE
028400         MOVE AO-TARGET-DEPT TO WS-POOL-RESIDUE-DEPT
028500     END-IF.
028600     IF AO-METHOD-PERCENT
028700         ADD AO-PERCENT TO WS-POOL-PERCENT-TOTAL
028800     END-IF.
028900 2350-EXIT.
029000     EXIT.
029100******************************************************************
029200* 2400-EDIT-PERCENT - A FIXED SHARE IS MORE THAN ZERO AND MAY
029300*                  NOT TAKE THE POOL'S PERCENTAGES PAST 100.
029400******************************************************************
029500 2400-EDIT-PERCENT.
029600     MOVE "N" TO WS-EDIT-OK-SWITCH.
029700     IF WS-WORK-PERCENT = ZERO OR WS-WORK-PERCENT > 100
029800         DISPLAY "PERCENTAGE MUST BE MORE THAN 0 AND AT MOST 100"
029900         GO TO 2400-EXIT
030000     END-IF.
030100     IF WS-POOL-PERCENT-TOTAL + WS-WORK-PERCENT > 100
030200         MOVE WS-POOL-PERCENT-TOTAL TO WS-DISPLAY-PERCENT
030300         DISPLAY "THE POOL'S OTHER ROWS ALREADY TAKE "
030400             WS-DISPLAY-PERCENT " PERCENT"
030500         GO TO 2400-EXIT
030600     END-IF.
030700     SET WS-EDIT-OK TO TRUE.
030800 2400-EXIT.
030900     EXIT.
031000******************************************************************
031100* 2500-EDIT-RESIDUE - ONLY ONE ROW OF A POOL TAKES THE ROUNDING
031200*                  RESIDUE.
031300******************************************************************
031400 2500-EDIT-RESIDUE.
031500     MOVE "N" TO WS-EDIT-OK-SWITCH.
031600     IF WS-WORK-RESIDUE = "y"
031700         MOVE "Y" TO WS-WORK-RESIDUE
031800     END-IF.
031900     IF WS-WORK-RESIDUE NOT = "Y"
032000         MOVE "N" TO WS-WORK-RESIDUE
032100     END-IF.
032200     IF WS-WORK-RESIDUE = "Y"
032300        AND WS-POOL-RESIDUE-DEPT NOT = SPACES
032400         DISPLAY "RESIDUE ALREADY GOES TO DEPARTMENT "
032500             WS-POOL-RESIDUE-DEPT " - CHANGE THAT ROW FIRST"
032600         GO TO 2500-EXIT
032700     END-IF.
032800     SET WS-EDIT-OK TO TRUE.
032900 2500-EXIT.
033000     EXIT.
033100******************************************************************
033200* 3000-ADD-RULE - WRITE A NEW POOL/DEPARTMENT ROW.
033300******************************************************************
033400 3000-ADD-RULE.
033500     PERFORM 2100-GET-RULE-KEY
033600         THRU 2100-EXIT.
033700     IF NOT WS-KEY-OK
033800         GO TO 3000-EXIT
033900     END-IF.
034000     MOVE WS-WORK-POOL-ACCOUNT TO GA-ACCOUNT-CODE.
034100     PERFORM 2200-CHECK-ACCOUNT
034200         THRU 2200-EXIT.
034300     IF NOT WS-EDIT-OK
034400         GO TO 3000-EXIT
034500     END-IF.
034600     MOVE WS-WORK-TARGET-DEPT TO DP-DEPT-CODE.
034700     READ DEPT-MASTER-FILE
034800         INVALID KEY
034900             DISPLAY "DEPARTMENT NOT ON DEPTMSTR - NOT ADDED"
035000             GO TO 3000-EXIT
035100     END-READ.
035200     IF NOT DP-STATUS-ACTIVE
035300         DISPLAY "DEPARTMENT IS CLOSED - NOT ADDED"
035400         GO TO 3000-EXIT
035500     END-IF.
035600     DISPLAY "Account the share is charged to: "
035700     ACCEPT WS-WORK-TARGET-ACCOUNT.
035800     IF WS-WORK-TARGET-ACCOUNT = WS-WORK-POOL-ACCOUNT
035900         DISPLAY "SHARES CANNOT BE CHARGED BACK TO THE POOL "
036000             "ACCOUNT - NOT ADDED"
036100         GO TO 3000-EXIT
036200     END-IF.
036300     MOVE WS-WORK-TARGET-ACCOUNT TO GA-ACCOUNT-CODE.
036400     PERFORM 2200-CHECK-ACCOUNT
036500         THRU 2200-EXIT.
036600     IF NOT WS-EDIT-OK
036700         GO TO 3000-EXIT
036800     END-IF.
036900     PERFORM 2300-SCAN-POOL
037000         THRU 2300-EXIT.
037100     IF WS-POOL-ROW-COUNT > ZERO
037200         MOVE WS-POOL-METHOD TO WS-WORK-METHOD
037300         DISPLAY "POOL METHOD IS " WS-WORK-METHOD
037400     ELSE
037500         DISPLAY "Method - P)ercentage C)alc transaction count "
037600             "L)edger posting count: "
037700         ACCEPT WS-WORK-METHOD
037800         IF NOT WS-WORK-METHOD-VALID
037900             DISPLAY "METHOD MUST BE P, C OR L - NOT ADDED"
038000             GO TO 3000-EXIT
038100         END-IF
038200     END-IF.
038300     MOVE ZERO TO WS-WORK-PERCENT.
038400     IF WS-WORK-METHOD-PERCENT
038500         DISPLAY "Percentage of the pool (999.99): "
038600         ACCEPT WS-WORK-PERCENT
038700         PERFORM 2400-EDIT-PERCENT
038800             THRU 2400-EXIT
038900         IF NOT WS-EDIT-OK
039000             GO TO 3000-EXIT
039100         END-IF
039200     END-IF.
039300     DISPLAY "Takes the rounding residue? (Y/N): "
039400     ACCEPT WS-WORK-RESIDUE.
039500     PERFORM 2500-EDIT-RESIDUE
039600         THRU 2500-EXIT.
039700     IF NOT WS-EDIT-OK
039800         GO TO 3000-EXIT
039900     END-IF.
040000     MOVE WS-WORK-KEY            TO AO-RULE-KEY.
040100     MOVE WS-WORK-TARGET-ACCOUNT TO AO-TARGET-ACCOUNT.
040200     MOVE WS-WORK-METHOD         TO AO-METHOD.
040300     MOVE WS-WORK-PERCENT        TO AO-PERCENT.
040400     MOVE WS-WORK-RESIDUE        TO AO-RESIDUE-FLAG.
040500     MOVE WS-OPERATOR-ID         TO AO-CHANGED-BY.
040600     MOVE WS-TODAYS-DATE         TO AO-CHANGED-DATE.
040700     MOVE ZERO TO WS-OLD-PERCENT.
040800     WRITE ALLOC-RULE-RECORD
040900         INVALID KEY
041000             DISPLAY "RULE ROW ALREADY ON FILE - NOT ADDED"
041100         NOT INVALID KEY
041200             MOVE "ADD   " TO AG-ACTION
041300             PERFORM 8000-WRITE-AUDIT-RECORD
041400                 THRU 8000-EXIT
041500             DISPLAY "RULE ROW ADDED"
041600     END-WRITE.
041700 3000-EXIT.
041800     EXIT.
041900******************************************************************
042000* 4000-CHANGE-RULE - CHANGE A ROW'S CHARGE ACCOUNT, PERCENTAGE
042100*                  OR RESIDUE FLAG. THE METHOD BELONGS TO THE
042200*                  WHOLE POOL AND IS CHANGED BY REBUILDING IT.
042300******************************************************************
042400 4000-CHANGE-RULE.
042500     PERFORM 2100-GET-RULE-KEY
042600         THRU 2100-EXIT.
042700     IF NOT WS-KEY-OK
042800         GO TO 4000-EXIT
042900     END-IF.
043000     PERFORM 2300-SCAN-POOL
043100         THRU 2300-EXIT.
043200     MOVE WS-WORK-KEY TO AO-RULE-KEY.
043300     READ ALLOC-RULE-FILE
043400         INVALID KEY
043500             DISPLAY "RULE ROW NOT FOUND"
043600             GO TO 4000-EXIT
043700     END-READ.
043800     MOVE AO-TARGET-ACCOUNT TO WS-WORK-TARGET-ACCOUNT.
043900     MOVE AO-METHOD         TO WS-WORK-METHOD.
044000     MOVE AO-PERCENT        TO WS-OLD-PERCENT
044100                               WS-WORK-PERCENT.
044200     MOVE AO-RESIDUE-FLAG   TO WS-WORK-RESIDUE.
044300     DISPLAY "Charge account (Enter to keep "
044400         WS-WORK-TARGET-ACCOUNT "): "
044500     MOVE SPACES TO WS-WORK-TARGET-ACCOUNT.
044600     ACCEPT WS-WORK-TARGET-ACCOUNT.
044700     IF WS-WORK-TARGET-ACCOUNT = SPACES
044800         MOVE AO-TARGET-ACCOUNT TO WS-WORK-TARGET-ACCOUNT
044900     END-IF.
045000     IF WS-WORK-TARGET-ACCOUNT = WS-WORK-POOL-ACCOUNT
045100         DISPLAY "SHARES CANNOT BE CHARGED BACK TO THE POOL "
045200             "ACCOUNT - NOT CHANGED"
045300         GO TO 4000-EXIT
045400     END-IF.
045500     MOVE WS-WORK-TARGET-ACCOUNT TO GA-ACCOUNT-CODE.
045600     PERFORM 2200-CHECK-ACCOUNT
045700         THRU 2200-EXIT.
045800     IF NOT WS-EDIT-OK
045900         GO TO 4000-EXIT
046000     END-IF.
046100     IF WS-WORK-METHOD-PERCENT
046200         MOVE WS-OLD-PERCENT TO WS-DISPLAY-PERCENT
046300         DISPLAY "Percentage (0 to keep " WS-DISPLAY-PERCENT
046400             "): "
046500         MOVE ZERO TO WS-WORK-PERCENT
046600         ACCEPT WS-WORK-PERCENT
046700         IF WS-WORK-PERCENT = ZERO
046800             MOVE WS-OLD-PERCENT TO WS-WORK-PERCENT
046900         END-IF
047000         PERFORM 2400-EDIT-PERCENT
047100             THRU 2400-EXIT
047200         IF NOT WS-EDIT-OK
047300             GO TO 4000-EXIT
047400         END-IF
047500     END-IF.
047600     DISPLAY "Takes the rounding residue? (Y/N, now "
047700         WS-WORK-RESIDUE "): "
047800     ACCEPT WS-WORK-RESIDUE.
047900     PERFORM 2500-EDIT-RESIDUE
048000         THRU 2500-EXIT.
048100     IF NOT WS-EDIT-OK
048200         GO TO 4000-EXIT
048300     END-IF.
048400*    THE POOL SCAN AND THE ACCOUNT READ MOVED THE RECORD AREA -
048500*    READ THE ROW AGAIN BEFORE REWRITING IT.
048600     MOVE WS-WORK-KEY TO AO-RULE-KEY.
048700     READ ALLOC-RULE-FILE
048800         INVALID KEY
048900             DISPLAY "RULE ROW NOT FOUND"
049000             GO TO 4000-EXIT
049100     END-READ.
049200     MOVE WS-WORK-TARGET-ACCOUNT TO AO-TARGET-ACCOUNT.
049300     MOVE WS-WORK-PERCENT        TO AO-PERCENT.
049400     MOVE WS-WORK-RESIDUE        TO AO-RESIDUE-FLAG.
049500     MOVE WS-OPERATOR-ID         TO AO-CHANGED-BY.
049600     MOVE WS-TODAYS-DATE         TO AO-CHANGED-DATE.
049700     REWRITE ALLOC-RULE-RECORD
049800         INVALID KEY
049900             DISPLAY "REWRITE FAILED, STATUS "
050000                 WS-RULE-FILE-STATUS
050100         NOT INVALID KEY
050200             MOVE "CHANGE" TO AG-ACTION
050300             PERFORM 8000-WRITE-AUDIT-RECORD
050400                 THRU 8000-EXIT
050500             DISPLAY "RULE ROW CHANGED"
050600     END-REWRITE.
050700 4000-EXIT.
050800     EXIT.
050900******************************************************************
051000* 5000-DELETE-RULE - REMOVE A ROW. THE DEPARTMENT SIMPLY STOPS
051100*                  CARRYING A SHARE FROM THE NEXT RUN ON.
051200******************************************************************
051300 5000-DELETE-RULE.
051400     PERFORM 2100-GET-RULE-KEY
051500         THRU 2100-EXIT.
051600     IF NOT WS-KEY-OK
051700         GO TO 5000-EXIT
051800     END-IF.
051900     MOVE WS-WORK-KEY TO AO-RULE-KEY.
052000     READ ALLOC-RULE-FILE
052100         INVALID KEY
052200             DISPLAY "RULE ROW NOT FOUND"
052300             GO TO 5000-EXIT
052400     END-READ.
052500     MOVE AO-TARGET-ACCOUNT TO WS-WORK-TARGET-ACCOUNT.
052600     MOVE AO-METHOD         TO WS-WORK-METHOD.
052700     MOVE AO-PERCENT        TO WS-OLD-PERCENT.
052800     MOVE AO-RESIDUE-FLAG   TO WS-WORK-RESIDUE.
052900     MOVE ZERO TO WS-WORK-PERCENT.
053000     DELETE ALLOC-RULE-FILE RECORD
053100         INVALID KEY
053200             DISPLAY "DELETE FAILED, STATUS "
053300                 WS-RULE-FILE-STATUS
053400         NOT INVALID KEY
053500             MOVE "DELETE" TO AG-ACTION
053600             PERFORM 8000-WRITE-AUDIT-RECORD
053700                 THRU 8000-EXIT
053800             DISPLAY "RULE ROW DELETED"
053900     END-DELETE.
054000 5000-EXIT.
054100     EXIT.
054200******************************************************************
054300* 6000-BROWSE-RULES - LIST ONE POOL'S ROWS IN KEY ORDER, OR
054400*                  EVERY ROW WHEN NO POOL IS GIVEN.
054500******************************************************************
054600 6000-BROWSE-RULES.
054700     DISPLAY "Pool account to browse (blank for all): "
054800     MOVE SPACES TO WS-WORK-POOL-ACCOUNT.
054900     ACCEPT WS-WORK-POOL-ACCOUNT.
055000     MOVE "N" TO WS-EOF-SWITCH.
055100     MOVE ZERO TO WS-BROWSE-COUNT.
055200     MOVE LOW-VALUES TO AO-RULE-KEY.
055300     IF WS-WORK-POOL-ACCOUNT NOT = SPACES
055400         MOVE WS-WORK-POOL-ACCOUNT TO AO-POOL-ACCOUNT
055500     END-IF.
055600     START ALLOC-RULE-FILE KEY IS NOT LESS THAN AO-RULE-KEY
055700         INVALID KEY
055800             SET WS-END-OF-MASTER TO TRUE
055900     END-START.
056000     PERFORM 6100-BROWSE-ONE-RULE
056100         THRU 6100-EXIT
056200         UNTIL WS-END-OF-MASTER.
056300     DISPLAY "RULE ROWS LISTED: " WS-BROWSE-COUNT.
056400 6000-EXIT.
056500     EXIT.
056600******************************************************************
056700* 6100-BROWSE-ONE-RULE - READ AND DISPLAY THE NEXT ROW.
056800******************************************************************
056900 6100-BROWSE-ONE-RULE.
057000     READ ALLOC-RULE-FILE NEXT RECORD
057100         AT END
057200             SET WS-END-OF-MASTER TO TRUE
057300     END-READ.
057400     IF WS-END-OF-MASTER
057500         GO TO 6100-EXIT
057600     END-IF.
057700     IF WS-WORK-POOL-ACCOUNT NOT = SPACES
057800        AND AO-POOL-ACCOUNT NOT = WS-WORK-POOL-ACCOUNT
057900         SET WS-END-OF-MASTER TO TRUE
058000         GO TO 6100-EXIT
058100     END-IF.
058200     MOVE AO-PERCENT TO WS-DISPLAY-PERCENT.
058300     DISPLAY AO-POOL-ACCOUNT " " AO-TARGET-DEPT " "
058400         AO-TARGET-ACCOUNT " " AO-METHOD " " WS-DISPLAY-PERCENT
058500         " " AO-RESIDUE-FLAG " " AO-CHANGED-BY " "
058600         AO-CHANGED-DATE.
058700     ADD 1 TO WS-BROWSE-COUNT.
058800 6100-EXIT.
058900     EXIT.
059000******************************************************************
059100* 8000-WRITE-AUDIT-RECORD - ONE AUDIT ROW PER CHANGE.
059200******************************************************************
059300 8000-WRITE-AUDIT-RECORD.
059400     ACCEPT WS-CURRENT-TIME FROM TIME.
059500     MOVE WS-TODAYS-DATE         TO AG-LOG-DATE.
059600     MOVE WS-CURRENT-TIME        TO AG-LOG-TIME.
059700     MOVE WS-OPERATOR-ID         TO AG-OPERATOR-ID.
059800     MOVE WS-WORK-POOL-ACCOUNT   TO AG-POOL-ACCOUNT.
059900     MOVE WS-WORK-TARGET-DEPT    TO AG-TARGET-DEPT.
060000     MOVE WS-WORK-TARGET-ACCOUNT TO AG-TARGET-ACCOUNT.
060100     MOVE WS-WORK-METHOD         TO AG-METHOD.
060200     MOVE WS-OLD-PERCENT         TO AG-OLD-PERCENT.
060300     MOVE WS-WORK-PERCENT        TO AG-NEW-PERCENT.
060400     MOVE WS-WORK-RESIDUE        TO AG-RESIDUE-FLAG.
060500     WRITE ALLOC-AUDIT-RECORD.
060600 8000-EXIT.
060700     EXIT.
060800******************************************************************
060900* 9999-EXIT - COMMON PROGRAM EXIT POINT.
061000******************************************************************
061100 9999-EXIT.
061200     GOBACK.
061300 END PROGRAM AllocRuleMaint.
