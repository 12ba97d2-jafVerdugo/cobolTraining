000100******************************************************************
000200* PROGRAM-ID: POSTRULEMAINT
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     MAINTENANCE FOR THE POSTRULE POSTING RULES - THE GL
000800*              ACCOUNT POSNEGDEC DERIVES FOR A DETAIL SENT WITH
000900*              NO ACCOUNT, AND CHECKS A SUPPLIED ACCOUNT AGAINST,
001000*              BY TRANSACTION TYPE, ORIGINATING DEPARTMENT AND
001100*              THE SIGN OF THE ADJUSTMENT. SUPPORTS ADD, CHANGE,
001200*              DELETE AND BROWSE OF ONE RULE AT A TIME. THE
001300*              ACCOUNT MUST BE ACTIVE ON GLACCTM AND A NAMED
001400*              DEPARTMENT ACTIVE ON DEPTMSTR; A BLANK DEPARTMENT
001500*              OR SIGN MAKES THE RULE COVER ANY. EVERY CHANGE IS
001600*              AUDITED ON POSTRLOG.
001700* TECTONICS:   cobc
001800*
001900* MODIFICATION HISTORY
002000*   2026-10-15 DO  INITIAL VERSION.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. PostRuleMaint.
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT POST-RULE-FILE ASSIGN TO "POSTRULE"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS PR-RULE-KEY
003100         FILE STATUS IS WS-RULE-FILE-STATUS.
003200     SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCTM"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS GA-ACCOUNT-CODE
003600         FILE STATUS IS WS-ACCT-FILE-STATUS.
003700     SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMSTR"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS DP-DEPT-CODE
004100         FILE STATUS IS WS-DEPT-FILE-STATUS.
004200     SELECT RULE-AUDIT-FILE ASSIGN TO "POSTRLOG"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-AUDIT-FILE-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  POST-RULE-FILE.
004800     COPY POSTRULE.
004900 FD  GL-ACCOUNT-FILE.
005000     COPY GLACCT.
005100 FD  DEPT-MASTER-FILE.
005200     COPY DEPTMSTR.
005300 FD  RULE-AUDIT-FILE
005400     RECORDING MODE IS F.
005500     COPY POSTRLOG.
005600 WORKING-STORAGE SECTION.
005700 01  WS-RULE-FILE-STATUS             PIC X(02).
005800     88  WS-RULE-FILE-OK             VALUE "00".
005900 01  WS-ACCT-FILE-STATUS             PIC X(02).
006000     88  WS-ACCT-FILE-OK             VALUE "00".
006100 01  WS-DEPT-FILE-STATUS             PIC X(02).
006200     88  WS-DEPT-FILE-OK             VALUE "00".
006300 01  WS-AUDIT-FILE-STATUS            PIC X(02).
006400     88  WS-AUDIT-FILE-OK            VALUE "00".
006500 01  WS-OPERATOR-ID                  PIC X(08).
006600 01  WS-TODAYS-DATE                  PIC 9(08).
006700 01  WS-CURRENT-TIME                 PIC 9(08).
006800 01  WS-MAINT-OPTION                 PIC X(01).
006900     88  WS-MAINT-ADD                VALUE "A" "a".
007000     88  WS-MAINT-CHANGE             VALUE "C" "c".
007100     88  WS-MAINT-DELETE             VALUE "D" "d".
007200     88  WS-MAINT-BROWSE             VALUE "B" "b".
007300     88  WS-MAINT-EXIT               VALUE "X" "x".
007400 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
007500     88  WS-END-OF-MASTER            VALUE "Y".
007600 01  WS-KEY-OK-SWITCH                PIC X(01) VALUE "N".
007700     88  WS-KEY-OK                   VALUE "Y".
007800 01  WS-EDIT-OK-SWITCH               PIC X(01) VALUE "N".
007900     88  WS-EDIT-OK                  VALUE "Y".
008000 01  WS-WORK-KEY.
008100     05  WS-WORK-TRANS-TYPE          PIC X(01) VALUE SPACE.
008200         88  WS-WORK-TYPE-VALID      VALUE "C" "S" "A" "B"
008300                                           "R" "Y".
008400     05  WS-WORK-DEPT-CODE           PIC X(04) VALUE SPACES.
008500     05  WS-WORK-ADJ-SIGN            PIC X(01) VALUE SPACE.
008600         88  WS-WORK-SIGN-VALID      VALUE "+" "-" " ".
008700 01  WS-WORK-GL-ACCOUNT              PIC X(08) VALUE SPACES.
008800 01  WS-OLD-GL-ACCOUNT               PIC X(08) VALUE SPACES.
008900 01  WS-WORK-DESCRIPTION             PIC X(30) VALUE SPACES.
009000 01  WS-WORK-STATUS                  PIC X(01) VALUE SPACE.
009100     88  WS-WORK-STATUS-VALID        VALUE "A" "I".
009200 01  WS-OLD-STATUS                   PIC X(01) VALUE SPACE.
009300 01  WS-BROWSE-TYPE                  PIC X(01) VALUE SPACE.
009400 01  WS-BROWSE-COUNT                 PIC 9(04) COMP VALUE ZERO.
009500 PROCEDURE DIVISION.
009600******************************************************************
009700* 0000-MAINLINE - SIGN ON, OPEN THE MASTERS AND THE AUDIT FILE,
009800*                 THEN LOOP ON THE MAINTENANCE MENU.
009900******************************************************************
010000 0000-MAINLINE.
010100     PERFORM 0500-SIGN-ON
010200         THRU 0500-EXIT.
010300     IF NOT WS-RULE-FILE-OK
010400         GO TO 9999-EXIT
010500     END-IF.
010600     PERFORM 2000-SHOW-MENU
010700         THRU 2000-EXIT
010800         UNTIL WS-MAINT-EXIT.
010900     CLOSE POST-RULE-FILE
011000           GL-ACCOUNT-FILE
011100           DEPT-MASTER-FILE
011200           RULE-AUDIT-FILE.
011300     GO TO 9999-EXIT.
011400******************************************************************
011500* 0500-SIGN-ON - CAPTURE THE OPERATOR ID, OPEN THE RULES MASTER
011600*                FOR UPDATE, THE CHART AND DEPARTMENTS FOR THE
011700*                EDITS, AND THE AUDIT LOG FOR APPEND.
011800******************************************************************
011900 0500-SIGN-ON.
012000     DISPLAY "Operator ID: "
012100     ACCEPT WS-OPERATOR-ID.
012200     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
012300     OPEN I-O POST-RULE-FILE.
012400     IF NOT WS-RULE-FILE-OK
012500         OPEN OUTPUT POST-RULE-FILE
012600         IF NOT WS-RULE-FILE-OK
012700             DISPLAY "POSTRULE OPEN FAILED, STATUS "
012800                 WS-RULE-FILE-STATUS
012900             GO TO 0500-EXIT
013000         END-IF
013100*        THE FALLBACK ONLY CREATES THE FILE - THE SESSION MUST
013200*        STILL RUN AGAINST IT IN I-O MODE.
013300         CLOSE POST-RULE-FILE
013400         OPEN I-O POST-RULE-FILE
013500         IF NOT WS-RULE-FILE-OK
013600             DISPLAY "POSTRULE REOPEN FAILED, STATUS "
013700                 WS-RULE-FILE-STATUS
013800             GO TO 0500-EXIT
013900         END-IF
014000     END-IF.
014100     OPEN INPUT GL-ACCOUNT-FILE.
014200     IF NOT WS-ACCT-FILE-OK
014300         DISPLAY "GLACCTM OPEN FAILED, STATUS "
014400             WS-ACCT-FILE-STATUS
014500         CLOSE POST-RULE-FILE
014600         MOVE "99" TO WS-RULE-FILE-STATUS
014700         GO TO 0500-EXIT
014800     END-IF.
014900     OPEN INPUT DEPT-MASTER-FILE.
015000     IF NOT WS-DEPT-FILE-OK
015100         DISPLAY "DEPTMSTR OPEN FAILED, STATUS "
015200             WS-DEPT-FILE-STATUS
015300         CLOSE POST-RULE-FILE
015400               GL-ACCOUNT-FILE
015500         MOVE "99" TO WS-RULE-FILE-STATUS
015600         GO TO 0500-EXIT
015700     END-IF.
015800     OPEN EXTEND RULE-AUDIT-FILE.
015900     IF NOT WS-AUDIT-FILE-OK
016000         OPEN OUTPUT RULE-AUDIT-FILE
016100     END-IF.
016200 0500-EXIT.
016300     EXIT.
016400******************************************************************
016500* 2000-SHOW-MENU - ONE MAINTENANCE ACTION PER PASS.
016600******************************************************************
016700 2000-SHOW-MENU.
016800     DISPLAY "Posting rules - A)dd C)hange D)elete B)rowse "
016900         "X) exit: "
017000     ACCEPT WS-MAINT-OPTION.
017100     EVALUATE TRUE
017200         WHEN WS-MAINT-ADD
017300             PERFORM 3000-ADD-RULE
017400                 THRU 3000-EXIT
017500         WHEN WS-MAINT-CHANGE
017600             PERFORM 4000-CHANGE-RULE
017700                 THRU 4000-EXIT
017800         WHEN WS-MAINT-DELETE
017900             PERFORM 5000-DELETE-RULE
018000                 THRU 5000-EXIT
018100         WHEN WS-MAINT-BROWSE
018200             PERFORM 6000-BROWSE-RULES
018300                 THRU 6000-EXIT
018400         WHEN WS-MAINT-EXIT
018500             CONTINUE
018600         WHEN OTHER
018700             DISPLAY "Select a correct option"
018800     END-EVALUATE.
018900 2000-EXIT.
019000     EXIT.
019100******************************************************************
019200* 2100-GET-RULE-KEY - PROMPT FOR THE TRANSACTION TYPE, DEPARTMENT
019300*                  AND SIGN OF THE RULE TO WORK ON. ONLY THE TYPE
019400*                  IS REQUIRED.
019500******************************************************************
019600 2100-GET-RULE-KEY.
019700     MOVE "N" TO WS-KEY-OK-SWITCH.
019800     DISPLAY "Transaction type (C S A B R Y): "
019900     MOVE SPACE TO WS-WORK-TRANS-TYPE.
020000     ACCEPT WS-WORK-TRANS-TYPE.
020100     DISPLAY "Department (blank for any): "
020200     MOVE SPACES TO WS-WORK-DEPT-CODE.
020300     ACCEPT WS-WORK-DEPT-CODE.
020400     DISPLAY "Adjustment sign + or - (blank for any): "
020500     MOVE SPACE TO WS-WORK-ADJ-SIGN.
020600     ACCEPT WS-WORK-ADJ-SIGN.
020700     IF NOT WS-WORK-TYPE-VALID
020800         DISPLAY "TRANSACTION TYPE MUST BE C, S, A, B, R OR Y"
020900         GO TO 2100-EXIT
021000     END-IF.
021100     IF NOT WS-WORK-SIGN-VALID
021200         DISPLAY "SIGN MUST BE +, - OR BLANK"
021300         GO TO 2100-EXIT
021400     END-IF.
021500     SET WS-KEY-OK TO TRUE.
021600 2100-EXIT.
021700     EXIT.
021800******************************************************************
021900* 2200-CHECK-ACCOUNT - THE ACCOUNT IN WS-WORK-GL-ACCOUNT MUST BE
022000*                  ON THE CHART AND ACTIVE.
022100******************************************************************
022200 2200-CHECK-ACCOUNT.
022300     MOVE "N" TO WS-EDIT-OK-SWITCH.
022400     MOVE WS-WORK-GL-ACCOUNT TO GA-ACCOUNT-CODE.
022500     READ GL-ACCOUNT-FILE
022600         INVALID KEY
022700             DISPLAY "ACCOUNT " GA-ACCOUNT-CODE
022800                 " NOT ON GLACCTM"
022900             GO TO 2200-EXIT
023000     END-READ.
023100     IF NOT GA-STATUS-ACTIVE
023200         DISPLAY "ACCOUNT " GA-ACCOUNT-CODE " IS CLOSED"
023300         GO TO 2200-EXIT
023400     END-IF.
023500     SET WS-EDIT-OK TO TRUE.
023600 2200-EXIT.
023700     EXIT.
023800******************************************************************
023900* 2300-CHECK-DEPARTMENT - A NAMED DEPARTMENT MUST BE ON DEPTMSTR
024000*                  AND ACTIVE. BLANK COVERS EVERY DEPARTMENT.
024100******************************************************************
024200 2300-CHECK-DEPARTMENT.
024300     MOVE "N" TO WS-EDIT-OK-SWITCH.
024400     IF WS-WORK-DEPT-CODE = SPACES
024500         SET WS-EDIT-OK TO TRUE
024600         GO TO 2300-EXIT
024700     END-IF.
024800     MOVE WS-WORK-DEPT-CODE TO DP-DEPT-CODE.
024900     READ DEPT-MASTER-FILE
025000         INVALID KEY
025100             DISPLAY "DEPARTMENT NOT ON DEPTMSTR"
025200             GO TO 2300-EXIT
025300     END-READ.
025400     IF NOT DP-STATUS-ACTIVE
025500         DISPLAY "DEPARTMENT IS CLOSED"
025600         GO TO 2300-EXIT
025700     END-IF.
025800     SET WS-EDIT-OK TO TRUE.
025900 2300-EXIT.
026000     EXIT.
026100******************************************************************
026200* 3000-ADD-RULE - WRITE A NEW RULE, ACTIVE FROM THE NEXT POSTING
026300*                  RUN.
026400******************************************************************
026500 3000-ADD-RULE.
026600     PERFORM 2100-GET-RULE-KEY
026700         THRU 2100-EXIT.
026800     IF NOT WS-KEY-OK
026900         GO TO 3000-EXIT
027000     END-IF.
027100     PERFORM 2300-CHECK-DEPARTMENT
027200         THRU 2300-EXIT.
027300     IF NOT WS-EDIT-OK
027400         DISPLAY "RULE NOT ADDED"
027500         GO TO 3000-EXIT
027600     END-IF.
027700     DISPLAY "GL account the postings belong to: "
027800     MOVE SPACES TO WS-WORK-GL-ACCOUNT.
027900     ACCEPT WS-WORK-GL-ACCOUNT.
028000     PERFORM 2200-CHECK-ACCOUNT
028100         THRU 2200-EXIT.
028200     IF NOT WS-EDIT-OK
028300         DISPLAY "RULE NOT ADDED"
028400         GO TO 3000-EXIT
028500     END-IF.
028600     DISPLAY "Description: "
028700     MOVE SPACES TO WS-WORK-DESCRIPTION.
028800     ACCEPT WS-WORK-DESCRIPTION.
028900     MOVE "A" TO WS-WORK-STATUS.
029000     MOVE SPACES TO WS-OLD-GL-ACCOUNT.
029100     MOVE SPACE TO WS-OLD-STATUS.
029200     MOVE SPACES TO POST-RULE-RECORD.
029300     MOVE WS-WORK-KEY            TO PR-RULE-KEY.
029400     MOVE WS-WORK-GL-ACCOUNT     TO PR-GL-ACCOUNT.
029500     MOVE WS-WORK-DESCRIPTION    TO PR-DESCRIPTION.
029600     MOVE WS-WORK-STATUS         TO PR-STATUS.
029700     MOVE WS-OPERATOR-ID         TO PR-CHANGED-BY.
029800     MOVE WS-TODAYS-DATE         TO PR-CHANGED-DATE.
029900     WRITE POST-RULE-RECORD
030000         INVALID KEY
030100             DISPLAY "RULE ALREADY ON FILE - NOT ADDED"
030200         NOT INVALID KEY
030300             MOVE "ADD   " TO PG-ACTION
030400             PERFORM 8000-WRITE-AUDIT-RECORD
030500                 THRU 8000-EXIT
030600             DISPLAY "RULE ADDED"
030700     END-WRITE.
030800 3000-EXIT.
030900     EXIT.
031000******************************************************************
031100* 4000-CHANGE-RULE - CHANGE A RULE'S ACCOUNT, DESCRIPTION OR
031200*                  STATUS. AN INACTIVE RULE IS PASSED OVER BY THE
031300*                  POSTING RUN AS IF IT WERE NOT ON FILE. THE KEY
031400*                  IS CHANGED BY DELETING AND ADDING.
031500******************************************************************
031600 4000-CHANGE-RULE.
031700     PERFORM 2100-GET-RULE-KEY
031800         THRU 2100-EXIT.
031900     IF NOT WS-KEY-OK
032000         GO TO 4000-EXIT
032100     END-IF.
032200     MOVE WS-WORK-KEY TO PR-RULE-KEY.
032300     READ POST-RULE-FILE
032400         INVALID KEY
032500             DISPLAY "RULE NOT FOUND"
032600             GO TO 4000-EXIT
032700     END-READ.
032800     MOVE PR-GL-ACCOUNT     TO WS-OLD-GL-ACCOUNT.
032900     MOVE PR-STATUS         TO WS-OLD-STATUS.
033000     MOVE PR-DESCRIPTION    TO WS-WORK-DESCRIPTION.
033100     DISPLAY "GL account (Enter to keep " WS-OLD-GL-ACCOUNT "): "
033200     MOVE SPACES TO WS-WORK-GL-ACCOUNT.
033300     ACCEPT WS-WORK-GL-ACCOUNT.
033400     IF WS-WORK-GL-ACCOUNT = SPACES
033500         MOVE WS-OLD-GL-ACCOUNT TO WS-WORK-GL-ACCOUNT
033600     END-IF.
033700     PERFORM 2200-CHECK-ACCOUNT
033800         THRU 2200-EXIT.
033900     IF NOT WS-EDIT-OK
034000         DISPLAY "RULE NOT CHANGED"
034100         GO TO 4000-EXIT
034200     END-IF.
034300     DISPLAY "Description (Enter to keep): "
034400     MOVE SPACES TO WS-WORK-DESCRIPTION.
034500     ACCEPT WS-WORK-DESCRIPTION.
034600     DISPLAY "Status A)ctive I)nactive (Enter to keep "
034700         WS-OLD-STATUS "): "
034800     MOVE SPACE TO WS-WORK-STATUS.
034900     ACCEPT WS-WORK-STATUS.
035000     IF WS-WORK-STATUS = SPACE
035100         MOVE WS-OLD-STATUS TO WS-WORK-STATUS
035200     END-IF.
035300     IF NOT WS-WORK-STATUS-VALID
035400         DISPLAY "STATUS MUST BE A OR I - RULE NOT CHANGED"
035500         GO TO 4000-EXIT
035600     END-IF.
035700     MOVE WS-WORK-GL-ACCOUNT     TO PR-GL-ACCOUNT.
035800     IF WS-WORK-DESCRIPTION NOT = SPACES
035900         MOVE WS-WORK-DESCRIPTION TO PR-DESCRIPTION
036000     END-IF.
036100     MOVE WS-WORK-STATUS         TO PR-STATUS.
036200     MOVE WS-OPERATOR-ID         TO PR-CHANGED-BY.
036300     MOVE WS-TODAYS-DATE         TO PR-CHANGED-DATE.
036400     REWRITE POST-RULE-RECORD
036500         INVALID KEY
036600             DISPLAY "REWRITE FAILED, STATUS "
036700                 WS-RULE-FILE-STATUS
036800         NOT INVALID KEY
036900             MOVE "CHANGE" TO PG-ACTION
037000             PERFORM 8000-WRITE-AUDIT-RECORD
037100                 THRU 8000-EXIT
037200             DISPLAY "RULE CHANGED"
037300     END-REWRITE.
037400 4000-EXIT.
037500     EXIT.
037600******************************************************************
037700* 5000-DELETE-RULE - REMOVE A RULE. DETAILS IT COVERED FALL TO THE
037800*                  NEXT LESS SPECIFIC RULE FROM THE NEXT RUN ON.
037900******************************************************************
038000 5000-DELETE-RULE.
038100     PERFORM 2100-GET-RULE-KEY
038200         THRU 2100-EXIT.
038300     IF NOT WS-KEY-OK
038400         GO TO 5000-EXIT
038500     END-IF.
038600     MOVE WS-WORK-KEY TO PR-RULE-KEY.
038700     READ POST-RULE-FILE
038800         INVALID KEY
038900             DISPLAY "RULE NOT FOUND"
039000             GO TO 5000-EXIT
039100     END-READ.
039200     MOVE PR-GL-ACCOUNT     TO WS-OLD-GL-ACCOUNT.
039300     MOVE PR-STATUS         TO WS-OLD-STATUS.
039400     MOVE SPACES TO WS-WORK-GL-ACCOUNT.
039500     MOVE SPACE TO WS-WORK-STATUS.
039600     DELETE POST-RULE-FILE RECORD
039700         INVALID KEY
039800             DISPLAY "DELETE FAILED, STATUS "
039900                 WS-RULE-FILE-STATUS
040000         NOT INVALID KEY
040100             MOVE "DELETE" TO PG-ACTION
040200             PERFORM 8000-WRITE-AUDIT-RECORD
040300                 THRU 8000-EXIT
040400             DISPLAY "RULE DELETED"
040500     END-DELETE.
040600 5000-EXIT.
040700     EXIT.
040800******************************************************************
040900* 6000-BROWSE-RULES - LIST ONE TRANSACTION TYPE'S RULES IN KEY
041000*                  ORDER, OR EVERY RULE WHEN NO TYPE IS GIVEN.
041100******************************************************************
041200 6000-BROWSE-RULES.
041300     DISPLAY "Transaction type to browse (blank for all): "
041400     MOVE SPACE TO WS-BROWSE-TYPE.
041500     ACCEPT WS-BROWSE-TYPE.
041600     MOVE "N" TO WS-EOF-SWITCH.
041700     MOVE ZERO TO WS-BROWSE-COUNT.
041800     MOVE LOW-VALUES TO PR-RULE-KEY.
041900     IF WS-BROWSE-TYPE NOT = SPACE
042000         MOVE WS-BROWSE-TYPE TO PR-TRANS-TYPE
042100     END-IF.
042200     START POST-RULE-FILE KEY IS NOT LESS THAN PR-RULE-KEY
042300         INVALID KEY
042400             SET WS-END-OF-MASTER TO TRUE
042500     END-START.
042600     PERFORM 6100-BROWSE-ONE-RULE
042700         THRU 6100-EXIT
042800         UNTIL WS-END-OF-MASTER.
042900     DISPLAY "RULES LISTED: " WS-BROWSE-COUNT.
043000 6000-EXIT.
043100     EXIT.
043200******************************************************************
043300* 6100-BROWSE-ONE-RULE - READ AND DISPLAY THE NEXT RULE.
043400******************************************************************
043500 6100-BROWSE-ONE-RULE.
043600     READ POST-RULE-FILE NEXT RECORD
043700         AT END
043800             SET WS-END-OF-MASTER TO TRUE
043900     END-READ.
044000     IF WS-END-OF-MASTER
044100         GO TO 6100-EXIT
044200     END-IF.
044300     IF WS-BROWSE-TYPE NOT = SPACE
044400        AND PR-TRANS-TYPE NOT = WS-BROWSE-TYPE
044500         SET WS-END-OF-MASTER TO TRUE
044600         GO TO 6100-EXIT
044700     END-IF.
044800     DISPLAY PR-TRANS-TYPE " " PR-DEPT-CODE " " PR-ADJ-SIGN " "
044900         PR-GL-ACCOUNT " " PR-STATUS " " PR-DESCRIPTION " "
045000         PR-CHANGED-BY " " PR-CHANGED-DATE.
045100     ADD 1 TO WS-BROWSE-COUNT.
045200 6100-EXIT.
045300     EXIT.
045400******************************************************************
045500* 8000-WRITE-AUDIT-RECORD - ONE AUDIT ROW PER CHANGE.
045600******************************************************************
045700 8000-WRITE-AUDIT-RECORD.
045800     ACCEPT WS-CURRENT-TIME FROM TIME.
045900     MOVE WS-TODAYS-DATE         TO PG-LOG-DATE.
046000     MOVE WS-CURRENT-TIME        TO PG-LOG-TIME.
046100     MOVE WS-OPERATOR-ID         TO PG-OPERATOR-ID.
046200     MOVE WS-WORK-TRANS-TYPE     TO PG-TRANS-TYPE.
046300     MOVE WS-WORK-DEPT-CODE      TO PG-DEPT-CODE.
046400     MOVE WS-WORK-ADJ-SIGN       TO PG-ADJ-SIGN.
046500     MOVE WS-OLD-GL-ACCOUNT      TO PG-OLD-GL-ACCOUNT.
046600     MOVE WS-WORK-GL-ACCOUNT     TO PG-NEW-GL-ACCOUNT.
046700     MOVE WS-OLD-STATUS          TO PG-OLD-STATUS.
046800     MOVE WS-WORK-STATUS         TO PG-NEW-STATUS.
046900     WRITE POST-RULE-AUDIT-RECORD.
047000 8000-EXIT.
047100     EXIT.
047200******************************************************************
047300* 9999-EXIT - COMMON PROGRAM EXIT POINT.
047400******************************************************************
047500 9999-EXIT.
047600     GOBACK.
047700 END PROGRAM PostRuleMaint.
