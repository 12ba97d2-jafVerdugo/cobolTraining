000100******************************************************************
000200* PROGRAM-ID: CLOSETASKMAINT
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     MAINTENANCE FOR THE CLTASK MONTH-END CLOSE TASK
000800*              MASTER - THE CHECKLIST OF STEPS (CALCROLLUP PERIOD
000900*              CLOSE, CALCRECONCILE, BILLACKMATCH, LEDGERCONFIRM
001000*              AGING, THE TRIAL BALANCE, THE JOURNAL EXPORT AND SO
001100*              ON) THAT MUST BE SIGNED OFF BEFORE A LEDGER PERIOD
001200*              MAY CLOSE. SUPPORTS ADD, CHANGE, DELETE AND BROWSE
001300*              OF ONE TASK AT A TIME. THE OWNER MUST BE AN ACTIVE
001400*              OPERATOR ON GOTOPIN; EVERY PREREQUISITE MUST BE
001500*              ANOTHER TASK ON CLTASK THAT DOES NOT ITSELF WAIT ON
001600*              THIS ONE; A TASK STILL NAMED AS ANOTHER'S
001700*              PREREQUISITE MAY NOT BE DELETED. EVERY CHANGE IS
001800*              AUDITED ON CLTKAUD.
001900* TECTONICS:   cobc
002000*
002100* MODIFICATION HISTORY
002200*   2026-10-15 DO  INITIAL VERSION.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. CloseTaskMaint.
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT CLOSE-TASK-FILE ASSIGN TO "CLTASK"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS TK-TASK-ID
003300         FILE STATUS IS WS-TASK-FILE-STATUS.
003400     SELECT OPERATOR-PIN-FILE ASSIGN TO "GOTOPIN"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS OP-OPERATOR-ID
003800         FILE STATUS IS WS-PIN-FILE-STATUS.
003900     SELECT CLOSE-TASK-AUDIT-FILE ASSIGN TO "CLTKAUD"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-AUDIT-FILE-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  CLOSE-TASK-FILE.
004500     COPY CLOSETSK.
004600 FD  OPERATOR-PIN-FILE.
004700     COPY GOTOPIN.
004800 FD  CLOSE-TASK-AUDIT-FILE
004900     RECORDING MODE IS F.
005000     COPY CLTKAUD.
005100 WORKING-STORAGE SECTION.
005200 01  WS-TASK-FILE-STATUS             PIC X(02).
005300     88  WS-TASK-FILE-OK             VALUE "00".
005400 01  WS-PIN-FILE-STATUS              PIC X(02).
005500     88  WS-PIN-FILE-OK              VALUE "00".
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
006900 01  WS-KEY-OK-SWITCH                PIC X(01) VALUE "N".
007000     88  WS-KEY-OK                   VALUE "Y".
007100 01  WS-EDIT-OK-SWITCH               PIC X(01) VALUE "N".
007200     88  WS-EDIT-OK                  VALUE "Y".
007300 01  WS-WORK-TASK-ID                 PIC X(08) VALUE SPACES.
007400 01  WS-WORK-DESCRIPTION             PIC X(30) VALUE SPACES.
007500 01  WS-WORK-OWNER-ID                PIC X(08) VALUE SPACES.
007600 01  WS-WORK-SEQUENCE                PIC 9(03) VALUE ZERO.
007700 01  WS-WORK-MANDATORY               PIC X(01) VALUE SPACE.
007800     88  WS-WORK-MANDATORY-VALID     VALUE "Y" "N".
007900 01  WS-WORK-STATUS                  PIC X(01) VALUE SPACE.
008000     88  WS-WORK-STATUS-VALID        VALUE "A" "I".
008100 01  WS-WORK-PREREQUISITES.
008200     05  WS-WORK-PREREQ-ID           PIC X(08) OCCURS 5 TIMES.
008300 01  WS-PREREQ-IDX                   PIC 9(02) COMP VALUE ZERO.
008400 01  WS-CHECK-IDX                    PIC 9(02) COMP VALUE ZERO.
008500 01  WS-PREREQ-COUNT                 PIC 9(02) COMP VALUE ZERO.
008600 01  WS-PREREQ-INPUT                 PIC X(08) VALUE SPACES.
008700 01  WS-PREREQS-DONE-SWITCH          PIC X(01) VALUE "N".
008800     88  WS-PREREQS-DONE             VALUE "Y".
008900 01  WS-PREREQ-BAD-SWITCH            PIC X(01) VALUE "N".
009000     88  WS-PREREQ-BAD               VALUE "Y".
009100 01  WS-DEPENDENT-SWITCH             PIC X(01) VALUE "N".
009200     88  WS-HAS-DEPENDENT            VALUE "Y".
009300 01  WS-DEPENDENT-TASK-ID            PIC X(08) VALUE SPACES.
009400 01  WS-SEQUENCE-INPUT               PIC X(03) VALUE SPACES.
009500 01  WS-BROWSE-COUNT                 PIC 9(04) COMP VALUE ZERO.
009600 PROCEDURE DIVISION.
009700******************************************************************
009800* 0000-MAINLINE - SIGN ON, OPEN THE MASTERS AND THE AUDIT FILE,
009900*                 THEN LOOP ON THE MAINTENANCE MENU.
010000******************************************************************
010100 0000-MAINLINE.
010200     PERFORM 0500-SIGN-ON
010300         THRU 0500-EXIT.
010400     IF NOT WS-TASK-FILE-OK
010500         GO TO 9999-EXIT
010600     END-IF.
010700     PERFORM 2000-SHOW-MENU
010800         THRU 2000-EXIT
010900         UNTIL WS-MAINT-EXIT.
011000     CLOSE CLOSE-TASK-FILE
011100           OPERATOR-PIN-FILE
011200           CLOSE-TASK-AUDIT-FILE.
011300     GO TO 9999-EXIT.
011400******************************************************************
011500* 0500-SIGN-ON - CAPTURE THE OPERATOR ID, OPEN THE TASK MASTER FOR
011600*                UPDATE, THE OPERATORS FOR THE OWNER EDIT, AND THE
011700*                AUDIT LOG FOR APPEND.
011800******************************************************************
011900 0500-SIGN-ON.
012000     DISPLAY "Operator ID: "
012100     ACCEPT WS-OPERATOR-ID.
012200     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
012300     OPEN I-O CLOSE-TASK-FILE.
012400     IF NOT WS-TASK-FILE-OK
012500         OPEN OUTPUT CLOSE-TASK-FILE
012600         IF NOT WS-TASK-FILE-OK
012700             DISPLAY "CLTASK OPEN FAILED, STATUS "
012800                 WS-TASK-FILE-STATUS
012900             GO TO 0500-EXIT
013000         END-IF
013100*        THE FALLBACK ONLY CREATES THE FILE - THE SESSION MUST
013200*        STILL RUN AGAINST IT IN I-O MODE.
013300         CLOSE CLOSE-TASK-FILE
013400         OPEN I-O CLOSE-TASK-FILE
013500         IF NOT WS-TASK-FILE-OK
013600             DISPLAY "CLTASK REOPEN FAILED, STATUS "
013700                 WS-TASK-FILE-STATUS
013800             GO TO 0500-EXIT
013900         END-IF
014000     END-IF.
014100     OPEN INPUT OPERATOR-PIN-FILE.
014200     IF NOT WS-PIN-FILE-OK
014300         DISPLAY "GOTOPIN OPEN FAILED, STATUS "
014400             WS-PIN-FILE-STATUS
014500         CLOSE CLOSE-TASK-FILE
014600         MOVE "99" TO WS-TASK-FILE-STATUS
014700         GO TO 0500-EXIT
014800     END-IF.
014900     OPEN EXTEND CLOSE-TASK-AUDIT-FILE.
015000     IF NOT WS-AUDIT-FILE-OK
015100         OPEN OUTPUT CLOSE-TASK-AUDIT-FILE
015200     END-IF.
015300 0500-EXIT.
015400     EXIT.
015500******************************************************************
015600* 2000-SHOW-MENU - ONE MAINTENANCE ACTION PER PASS.
015700******************************************************************
015800 2000-SHOW-MENU.
015900     DISPLAY "Close tasks - A)dd C)hange D)elete B)rowse "
016000         "X) exit: "
016100     ACCEPT WS-MAINT-OPTION.
016200     EVALUATE TRUE
016300         WHEN WS-MAINT-ADD
016400             PERFORM 3000-ADD-TASK
016500                 THRU 3000-EXIT
016600         WHEN WS-MAINT-CHANGE
016700             PERFORM 4000-CHANGE-TASK
016800                 THRU 4000-EXIT
016900         WHEN WS-MAINT-DELETE
017000             PERFORM 5000-DELETE-TASK
017100                 THRU 5000-EXIT
017200         WHEN WS-MAINT-BROWSE
017300             PERFORM 6000-BROWSE-TASKS
017400                 THRU 6000-EXIT
017500         WHEN WS-MAINT-EXIT
017600             CONTINUE
017700         WHEN OTHER
017800             DISPLAY "Select a correct option"
017900     END-EVALUATE.
018000 2000-EXIT.
018100     EXIT.
018200******************************************************************
018300* 2100-GET-TASK-KEY - PROMPT FOR THE TASK TO WORK ON.
018400******************************************************************
018500 2100-GET-TASK-KEY.
018600     MOVE "N" TO WS-KEY-OK-SWITCH.
018700     DISPLAY "Task ID (e.g. TRIALBAL): "
018800     MOVE SPACES TO WS-WORK-TASK-ID.
018900     ACCEPT WS-WORK-TASK-ID.
019000     IF WS-WORK-TASK-ID = SPACES
019100         DISPLAY "TASK ID IS REQUIRED"
019200         GO TO 2100-EXIT
019300     END-IF.
019400     SET WS-KEY-OK TO TRUE.
019500 2100-EXIT.
019600     EXIT.
019700******************************************************************
019800* 2200-CHECK-OWNER - THE OWNER MUST BE ON GOTOPIN AND ACTIVE.
019900******************************************************************
020000 2200-CHECK-OWNER.
020100     MOVE "N" TO WS-EDIT-OK-SWITCH.
020200     IF WS-WORK-OWNER-ID = SPACES
020300         DISPLAY "TASK OWNER IS REQUIRED"
020400         GO TO 2200-EXIT
020500     END-IF.
020600     MOVE WS-WORK-OWNER-ID TO OP-OPERATOR-ID.
020700     READ OPERATOR-PIN-FILE
020800         INVALID KEY
020900             DISPLAY "OPERATOR " WS-WORK-OWNER-ID
021000                 " NOT ON GOTOPIN"
021100             GO TO 2200-EXIT
021200     END-READ.
021300     IF NOT OP-STATUS-ACTIVE
021400         DISPLAY "OPERATOR " WS-WORK-OWNER-ID " IS NOT ACTIVE"
021500         GO TO 2200-EXIT
021600     END-IF.
021700     SET WS-EDIT-OK TO TRUE.
021800 2200-EXIT.
021900     EXIT.
022000******************************************************************
022100* 2300-ACCEPT-SETTINGS - CHECKLIST ORDER AND THE MANDATORY FLAG.
022200*                  ENTER KEEPS THE VALUE ALREADY IN THE WORK AREA.
022300******************************************************************
022400 2300-ACCEPT-SETTINGS.
022500     MOVE "N" TO WS-EDIT-OK-SWITCH.
022600     DISPLAY "Checklist order 001-999 (Enter to keep "
022700         WS-WORK-SEQUENCE "): "
022800     MOVE SPACES TO WS-SEQUENCE-INPUT.
022900     ACCEPT WS-SEQUENCE-INPUT.
023000     IF WS-SEQUENCE-INPUT NOT = SPACES
023100         IF WS-SEQUENCE-INPUT NOT NUMERIC
023200             DISPLAY "CHECKLIST ORDER MUST BE THREE DIGITS"
023300             GO TO 2300-EXIT
023400         END-IF
023500         MOVE WS-SEQUENCE-INPUT TO WS-WORK-SEQUENCE
023600     END-IF.
023700     IF WS-WORK-SEQUENCE = ZERO
023800         DISPLAY "CHECKLIST ORDER MUST BE 001 TO 999"
023900         GO TO 2300-EXIT
024000     END-IF.
024100     DISPLAY "Mandatory for the period close - Y/N "
024200         "(Enter to keep "
024300         WS-WORK-MANDATORY "): "
024400     MOVE SPACE TO WS-MAINT-OPTION.
024500     ACCEPT WS-MAINT-OPTION.
024600     IF WS-MAINT-OPTION = "y"
024700         MOVE "Y" TO WS-MAINT-OPTION
024800     END-IF.
024900     IF WS-MAINT-OPTION = "n"
025000         MOVE "N" TO WS-MAINT-OPTION
025100     END-IF.
025200     IF WS-MAINT-OPTION NOT = SPACE
025300         MOVE WS-MAINT-OPTION TO WS-WORK-MANDATORY
025400     END-IF.
025500     MOVE SPACE TO WS-MAINT-OPTION.
025600     IF NOT WS-WORK-MANDATORY-VALID
025700         DISPLAY "MANDATORY MUST BE Y OR N"
025800         GO TO 2300-EXIT
025900     END-IF.
026000     SET WS-EDIT-OK TO TRUE.
026100 2300-EXIT.
026200     EXIT.
026300******************************************************************
026400* 2500-ACCEPT-PREREQUISITES - UP TO FIVE TASKS THAT MUST BE SIGNED
026500*                  OFF FIRST. ENTER ON ITS OWN ENDS THE LIST.
026600******************************************************************
026700 2500-ACCEPT-PREREQUISITES.
026800     MOVE "N" TO WS-EDIT-OK-SWITCH.
026900     MOVE SPACES TO WS-WORK-PREREQUISITES.
027000     MOVE ZERO TO WS-PREREQ-COUNT.
027100     MOVE "N" TO WS-PREREQS-DONE-SWITCH.
027200     MOVE "N" TO WS-PREREQ-BAD-SWITCH.
027300     PERFORM 2550-ACCEPT-ONE-PREREQUISITE
027400         THRU 2550-EXIT
027500         VARYING WS-PREREQ-IDX FROM 1 BY 1
027600         UNTIL WS-PREREQ-IDX > 5 OR WS-PREREQS-DONE
027700         OR WS-PREREQ-BAD.
027800     IF WS-PREREQ-BAD
027900         GO TO 2500-EXIT
028000     END-IF.
028100     SET WS-EDIT-OK TO TRUE.
028200 2500-EXIT.
028300     EXIT.
028400******************************************************************
028500* 2550-ACCEPT-ONE-PREREQUISITE - ONE PREREQUISITE TASK. IT MUST BE
028600*                  ON CLTASK, MAY NOT BE THE TASK ITSELF OR A
028700*                  REPEAT, AND MAY NOT ITSELF WAIT ON THIS TASK.
028800******************************************************************
028900 2550-ACCEPT-ONE-PREREQUISITE.
029000     DISPLAY "Prerequisite task " WS-PREREQ-IDX
029100         " (Enter when done): "
029200     MOVE SPACES TO WS-PREREQ-INPUT.
029300     ACCEPT WS-PREREQ-INPUT.
029400     IF WS-PREREQ-INPUT = SPACES
029500         SET WS-PREREQS-DONE TO TRUE
029600         GO TO 2550-EXIT
029700     END-IF.
029800     IF WS-PREREQ-INPUT = WS-WORK-TASK-ID
029900         DISPLAY "A TASK CANNOT BE ITS OWN PREREQUISITE"
030000         SET WS-PREREQ-BAD TO TRUE
030100         GO TO 2550-EXIT
030200     END-IF.
030300     PERFORM 2560-CHECK-REPEAT
030400         THRU 2560-EXIT
030500         VARYING WS-CHECK-IDX FROM 1 BY 1
030600         UNTIL WS-CHECK-IDX NOT < WS-PREREQ-IDX OR WS-PREREQ-BAD.
030700     IF WS-PREREQ-BAD
030800         GO TO 2550-EXIT
030900     END-IF.
031000     MOVE WS-PREREQ-INPUT TO TK-TASK-ID.
031100     READ CLOSE-TASK-FILE
031200         INVALID KEY
031300             DISPLAY "TASK " WS-PREREQ-INPUT " NOT ON CLTASK"
031400             SET WS-PREREQ-BAD TO TRUE
031500             GO TO 2550-EXIT
031600     END-READ.
031700     PERFORM 2570-CHECK-WAITS-ON-THIS
031800         THRU 2570-EXIT
031900         VARYING WS-CHECK-IDX FROM 1 BY 1
032000         UNTIL WS-CHECK-IDX > 5 OR WS-PREREQ-BAD.
032100     IF WS-PREREQ-BAD
032200         GO TO 2550-EXIT
032300     END-IF.
032400     MOVE WS-PREREQ-INPUT TO WS-WORK-PREREQ-ID (WS-PREREQ-IDX).
032500     ADD 1 TO WS-PREREQ-COUNT.
032600 2550-EXIT.
032700     EXIT.
032800******************************************************************
032900* 2560-CHECK-REPEAT - THE SAME PREREQUISITE MAY BE LISTED ONCE.
033000******************************************************************
033100 2560-CHECK-REPEAT.
033200     IF WS-WORK-PREREQ-ID (WS-CHECK-IDX) = WS-PREREQ-INPUT
033300         DISPLAY "TASK " WS-PREREQ-INPUT " IS ALREADY LISTED"
033400         SET WS-PREREQ-BAD TO TRUE
033500     END-IF.
033600 2560-EXIT.
033700     EXIT.
033800******************************************************************
033900* 2570-CHECK-WAITS-ON-THIS - THE PREREQUISITE JUST READ MAY NOT
034000*                  LIST THE TASK BEING MAINTAINED AMONG ITS OWN
034100*                  PREREQUISITES, OR NEITHER COULD EVER BE SIGNED.
034200******************************************************************
034300 2570-CHECK-WAITS-ON-THIS.
034400     IF TK-PREREQ-ID (WS-CHECK-IDX) = WS-WORK-TASK-ID
034500         DISPLAY "TASK " WS-PREREQ-INPUT " ALREADY WAITS ON "
034600             WS-WORK-TASK-ID
034700         SET WS-PREREQ-BAD TO TRUE
034800     END-IF.
034900 2570-EXIT.
035000     EXIT.
035100******************************************************************
035200* 3000-ADD-TASK - WRITE A NEW CLOSE TASK.
035300******************************************************************
035400 3000-ADD-TASK.
035500     PERFORM 2100-GET-TASK-KEY
035600         THRU 2100-EXIT.
035700     IF NOT WS-KEY-OK
035800         GO TO 3000-EXIT
035900     END-IF.
036000     MOVE WS-WORK-TASK-ID TO TK-TASK-ID.
036100     READ CLOSE-TASK-FILE
036200         INVALID KEY
036300             CONTINUE
036400         NOT INVALID KEY
036500             DISPLAY "TASK ALREADY ON FILE - NOT ADDED"
036600             GO TO 3000-EXIT
036700     END-READ.
036800     DISPLAY "Description: "
036900     MOVE SPACES TO WS-WORK-DESCRIPTION.
037000     ACCEPT WS-WORK-DESCRIPTION.
037100     DISPLAY "Owner (operator ID): "
037200     MOVE SPACES TO WS-WORK-OWNER-ID.
037300     ACCEPT WS-WORK-OWNER-ID.
037400     PERFORM 2200-CHECK-OWNER
037500         THRU 2200-EXIT.
037600     IF NOT WS-EDIT-OK
037700         GO TO 3000-EXIT
037800     END-IF.
037900     MOVE ZERO TO WS-WORK-SEQUENCE.
038000     MOVE "Y" TO WS-WORK-MANDATORY.
038100     PERFORM 2300-ACCEPT-SETTINGS
038200         THRU 2300-EXIT.
038300     IF NOT WS-EDIT-OK
038400         GO TO 3000-EXIT
038500     END-IF.
038600     PERFORM 2500-ACCEPT-PREREQUISITES
038700         THRU 2500-EXIT.
038800     IF NOT WS-EDIT-OK
038900         GO TO 3000-EXIT
039000     END-IF.
039100     MOVE "A" TO WS-WORK-STATUS.
039200     MOVE SPACES                TO CLOSE-TASK-RECORD.
039300     MOVE WS-WORK-TASK-ID       TO TK-TASK-ID.
039400     MOVE WS-WORK-DESCRIPTION   TO TK-DESCRIPTION.
039500     MOVE WS-WORK-OWNER-ID      TO TK-OWNER-ID.
039600     MOVE WS-WORK-SEQUENCE      TO TK-SEQUENCE.
039700     MOVE WS-WORK-MANDATORY     TO TK-MANDATORY.
039800     MOVE WS-WORK-STATUS        TO TK-STATUS.
039900     MOVE WS-WORK-PREREQUISITES TO TK-PREREQUISITES.
040000     MOVE WS-OPERATOR-ID        TO TK-CHANGED-BY.
040100     MOVE WS-TODAYS-DATE        TO TK-CHANGED-DATE.
040200     WRITE CLOSE-TASK-RECORD
040300         INVALID KEY
040400             DISPLAY "TASK ALREADY ON FILE - NOT ADDED"
040500         NOT INVALID KEY
040600             MOVE "ADD   " TO KU-ACTION
040700             PERFORM 8000-WRITE-AUDIT-RECORD
040800                 THRU 8000-EXIT
040900             DISPLAY "CLOSE TASK ADDED"
041000     END-WRITE.
041100 3000-EXIT.
041200     EXIT.
041300******************************************************************
041400* 4000-CHANGE-TASK - CHANGE A TASK'S DESCRIPTION, OWNER, ORDER,
041500*                  MANDATORY FLAG, STATUS OR PREREQUISITES. SIGN-
041600*                  OFFS ALREADY RECORDED ON CLTRACK STAND AS THEY
041700*                  ARE.
041800******************************************************************
041900 4000-CHANGE-TASK.
042000     PERFORM 2100-GET-TASK-KEY
042100         THRU 2100-EXIT.
042200     IF NOT WS-KEY-OK
042300         GO TO 4000-EXIT
042400     END-IF.
042500     MOVE WS-WORK-TASK-ID TO TK-TASK-ID.
042600     READ CLOSE-TASK-FILE
042700         INVALID KEY
042800             DISPLAY "CLOSE TASK NOT FOUND"
042900             GO TO 4000-EXIT
043000     END-READ.
043100     MOVE TK-DESCRIPTION   TO WS-WORK-DESCRIPTION.
043200     MOVE TK-OWNER-ID      TO WS-WORK-OWNER-ID.
043300     MOVE TK-SEQUENCE      TO WS-WORK-SEQUENCE.
043400     MOVE TK-MANDATORY     TO WS-WORK-MANDATORY.
043500     MOVE TK-STATUS        TO WS-WORK-STATUS.
043600     MOVE TK-PREREQUISITES TO WS-WORK-PREREQUISITES.
043700     DISPLAY "Description (Enter to keep "
043800         WS-WORK-DESCRIPTION "): "
043900     MOVE SPACES TO WS-WORK-DESCRIPTION.
044000     ACCEPT WS-WORK-DESCRIPTION.
044100     IF WS-WORK-DESCRIPTION = SPACES
044200         MOVE TK-DESCRIPTION TO WS-WORK-DESCRIPTION
044300     END-IF.
044400     DISPLAY "Owner (Enter to keep " WS-WORK-OWNER-ID "): "
044500     MOVE SPACES TO WS-WORK-OWNER-ID.
044600     ACCEPT WS-WORK-OWNER-ID.
044700     IF WS-WORK-OWNER-ID = SPACES
044800         MOVE TK-OWNER-ID TO WS-WORK-OWNER-ID
044900     END-IF.
045000     PERFORM 2200-CHECK-OWNER
045100         THRU 2200-EXIT.
045200     IF NOT WS-EDIT-OK
045300         GO TO 4000-EXIT
045400     END-IF.
045500     PERFORM 2300-ACCEPT-SETTINGS
045600         THRU 2300-EXIT.
045700     IF NOT WS-EDIT-OK
045800         GO TO 4000-EXIT
045900     END-IF.
046000     DISPLAY "Status - A)ctive I)nactive (now " WS-WORK-STATUS
046100         "): "
046200     MOVE SPACE TO WS-WORK-STATUS.
046300     ACCEPT WS-WORK-STATUS.
046400     IF WS-WORK-STATUS = SPACE
046500         MOVE TK-STATUS TO WS-WORK-STATUS
046600     END-IF.
046700     IF WS-WORK-STATUS = "a"
046800         MOVE "A" TO WS-WORK-STATUS
046900     END-IF.
047000     IF WS-WORK-STATUS = "i"
047100         MOVE "I" TO WS-WORK-STATUS
047200     END-IF.
047300     IF NOT WS-WORK-STATUS-VALID
047400         DISPLAY "STATUS MUST BE A OR I - NOT CHANGED"
047500         GO TO 4000-EXIT
047600     END-IF.
047700     DISPLAY "PREREQUISITES NOW " TK-PREREQUISITES.
047800     DISPLAY "Re-enter the prerequisites? Y/N: "
047900     MOVE SPACE TO WS-MAINT-OPTION.
048000     ACCEPT WS-MAINT-OPTION.
048100     IF WS-MAINT-OPTION = "Y" OR "y"
048200         PERFORM 2500-ACCEPT-PREREQUISITES
048300             THRU 2500-EXIT
048400         IF NOT WS-EDIT-OK
048500             MOVE SPACE TO WS-MAINT-OPTION
048600             GO TO 4000-EXIT
048700         END-IF
048800     END-IF.
048900     MOVE SPACE TO WS-MAINT-OPTION.
049000*    THE OWNER AND PREREQUISITE READS MOVED THE RECORD AREA - READ
049100*    THE TASK AGAIN BEFORE REWRITING IT.
049200     MOVE WS-WORK-TASK-ID TO TK-TASK-ID.
049300     READ CLOSE-TASK-FILE
049400         INVALID KEY
049500             DISPLAY "CLOSE TASK NOT FOUND"
049600             GO TO 4000-EXIT
049700     END-READ.
049800     MOVE WS-WORK-DESCRIPTION   TO TK-DESCRIPTION.
049900     MOVE WS-WORK-OWNER-ID      TO TK-OWNER-ID.
050000     MOVE WS-WORK-SEQUENCE      TO TK-SEQUENCE.
050100     MOVE WS-WORK-MANDATORY     TO TK-MANDATORY.
050200     MOVE WS-WORK-STATUS        TO TK-STATUS.
050300     MOVE WS-WORK-PREREQUISITES TO TK-PREREQUISITES.
050400     MOVE WS-OPERATOR-ID        TO TK-CHANGED-BY.
050500     MOVE WS-TODAYS-DATE        TO TK-CHANGED-DATE.
050600     REWRITE CLOSE-TASK-RECORD
050700         INVALID KEY
050800             DISPLAY "REWRITE FAILED, STATUS "
050900                 WS-TASK-FILE-STATUS
051000         NOT INVALID KEY
051100             MOVE "CHANGE" TO KU-ACTION
051200             PERFORM 8000-WRITE-AUDIT-RECORD
051300                 THRU 8000-EXIT
051400             DISPLAY "CLOSE TASK CHANGED"
051500     END-REWRITE.
051600 4000-EXIT.
051700     EXIT.
051800******************************************************************
051900* 5000-DELETE-TASK - REMOVE A TASK, UNLESS ANOTHER TASK STILL
052000*                  NAMES IT AS A PREREQUISITE. MAKING A TASK
052100*                  INACTIVE KEEPS IT ON FILE FOR THE RECORD.
052200******************************************************************
052300 5000-DELETE-TASK.
052400     PERFORM 2100-GET-TASK-KEY
052500         THRU 2100-EXIT.
052600     IF NOT WS-KEY-OK
052700         GO TO 5000-EXIT
052800     END-IF.
052900     PERFORM 5100-FIND-DEPENDENT
053000         THRU 5100-EXIT.
053100     IF WS-HAS-DEPENDENT
053200         DISPLAY "TASK " WS-DEPENDENT-TASK-ID " WAITS ON "
053300             WS-WORK-TASK-ID " - NOT DELETED"
053400         GO TO 5000-EXIT
053500     END-IF.
053600     MOVE WS-WORK-TASK-ID TO TK-TASK-ID.
053700     READ CLOSE-TASK-FILE
053800         INVALID KEY
053900             DISPLAY "CLOSE TASK NOT FOUND"
054000             GO TO 5000-EXIT
054100     END-READ.
054200     MOVE TK-OWNER-ID      TO WS-WORK-OWNER-ID.
054300     MOVE TK-SEQUENCE      TO WS-WORK-SEQUENCE.
054400     MOVE TK-MANDATORY     TO WS-WORK-MANDATORY.
054500     MOVE TK-STATUS        TO WS-WORK-STATUS.
054600     MOVE TK-PREREQUISITES TO WS-WORK-PREREQUISITES.
054700     DELETE CLOSE-TASK-FILE RECORD
054800         INVALID KEY
054900             DISPLAY "DELETE FAILED, STATUS "
055000                 WS-TASK-FILE-STATUS
055100         NOT INVALID KEY
055200             MOVE "DELETE" TO KU-ACTION
055300             PERFORM 8000-WRITE-AUDIT-RECORD
055400                 THRU 8000-EXIT
055500             DISPLAY "CLOSE TASK DELETED"
055600     END-DELETE.
055700 5000-EXIT.
055800     EXIT.
055900******************************************************************
056000* 5100-FIND-DEPENDENT - SWEEP THE MASTER FOR A TASK THAT LISTS THE
056100*                  ONE BEING DELETED AMONG ITS PREREQUISITES.
056200******************************************************************
056300 5100-FIND-DEPENDENT.
056400     MOVE "N" TO WS-DEPENDENT-SWITCH.
056500     MOVE "N" TO WS-EOF-SWITCH.
056600     MOVE LOW-VALUES TO TK-TASK-ID.
056700     START CLOSE-TASK-FILE KEY IS NOT LESS THAN TK-TASK-ID
056800         INVALID KEY
056900             SET WS-END-OF-MASTER TO TRUE
057000     END-START.
057100     PERFORM 5150-CHECK-ONE-TASK
057200         THRU 5150-EXIT
057300         UNTIL WS-END-OF-MASTER OR WS-HAS-DEPENDENT.
057400 5100-EXIT.
057500     EXIT.
057600******************************************************************
057700* 5150-CHECK-ONE-TASK - READ THE NEXT TASK AND LOOK THROUGH ITS
057800*                  PREREQUISITES.
057900******************************************************************
058000 5150-CHECK-ONE-TASK.
058100     READ CLOSE-TASK-FILE NEXT RECORD
058200         AT END
058300             SET WS-END-OF-MASTER TO TRUE
058400             GO TO 5150-EXIT
058500     END-READ.
058600     PERFORM 5160-CHECK-ONE-PREREQUISITE
058700         THRU 5160-EXIT
058800         VARYING WS-CHECK-IDX FROM 1 BY 1
058900         UNTIL WS-CHECK-IDX > 5 OR WS-HAS-DEPENDENT.
059000 5150-EXIT.
059100     EXIT.
059200******************************************************************
059300* 5160-CHECK-ONE-PREREQUISITE - ONE PREREQUISITE SLOT.
059400******************************************************************
059500 5160-CHECK-ONE-PREREQUISITE.
059600     IF TK-PREREQ-ID (WS-CHECK-IDX) = WS-WORK-TASK-ID
059700         SET WS-HAS-DEPENDENT TO TRUE
059800         MOVE TK-TASK-ID TO WS-DEPENDENT-TASK-ID
059900     END-IF.
060000 5160-EXIT.
060100     EXIT.
060200******************************************************************
060300* 6000-BROWSE-TASKS - LIST EVERY TASK IN KEY ORDER.
060400******************************************************************
060500 6000-BROWSE-TASKS.
060600     MOVE "N" TO WS-EOF-SWITCH.
060700     MOVE ZERO TO WS-BROWSE-COUNT.
060800     MOVE LOW-VALUES TO TK-TASK-ID.
060900     START CLOSE-TASK-FILE KEY IS NOT LESS THAN TK-TASK-ID
061000         INVALID KEY
061100             SET WS-END-OF-MASTER TO TRUE
061200     END-START.
061300     PERFORM 6100-BROWSE-ONE-TASK
061400         THRU 6100-EXIT
061500         UNTIL WS-END-OF-MASTER.
061600     DISPLAY "CLOSE TASKS LISTED: " WS-BROWSE-COUNT.
061700 6000-EXIT.
061800     EXIT.
061900******************************************************************
062000* 6100-BROWSE-ONE-TASK - READ AND DISPLAY THE NEXT TASK.
062100******************************************************************
062200 6100-BROWSE-ONE-TASK.
062300     READ CLOSE-TASK-FILE NEXT RECORD
062400         AT END
062500             SET WS-END-OF-MASTER TO TRUE
062600     END-READ.
062700     IF WS-END-OF-MASTER
062800         GO TO 6100-EXIT
062900     END-IF.
063000     DISPLAY TK-TASK-ID " " TK-SEQUENCE " " TK-DESCRIPTION " "
063100         TK-OWNER-ID " " TK-MANDATORY " " TK-STATUS.
063200     IF TK-PREREQUISITES NOT = SPACES
063300         DISPLAY "    AFTER: " TK-PREREQUISITES
063400     END-IF.
063500     ADD 1 TO WS-BROWSE-COUNT.
063600 6100-EXIT.
063700     EXIT.
063800******************************************************************
063900* 8000-WRITE-AUDIT-RECORD - ONE AUDIT ROW PER CHANGE.
064000******************************************************************
064100 8000-WRITE-AUDIT-RECORD.
064200     ACCEPT WS-CURRENT-TIME FROM TIME.
064300     MOVE WS-TODAYS-DATE        TO KU-LOG-DATE.
064400     MOVE WS-CURRENT-TIME       TO KU-LOG-TIME.
064500     MOVE WS-OPERATOR-ID        TO KU-OPERATOR-ID.
064600     MOVE WS-WORK-TASK-ID       TO KU-TASK-ID.
064700     MOVE WS-WORK-OWNER-ID      TO KU-OWNER-ID.
064800     MOVE WS-WORK-SEQUENCE      TO KU-SEQUENCE.
064900     MOVE WS-WORK-MANDATORY     TO KU-MANDATORY.
065000     MOVE WS-WORK-STATUS        TO KU-STATUS.
065100     MOVE WS-WORK-PREREQUISITES TO KU-PREREQUISITES.
065200     WRITE CLOSE-TASK-AUDIT-RECORD.
065300 8000-EXIT.
065400     EXIT.
065500******************************************************************
065600* 9999-EXIT - COMMON PROGRAM EXIT POINT.
065700******************************************************************
065800 9999-EXIT.
065900     GOBACK.
066000 END PROGRAM CloseTaskMaint.
