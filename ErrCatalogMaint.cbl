000100******************************************************************
000200* PROGRAM-ID: ERRCATALOGMAINT
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     MAINTENANCE FOR THE ERRCATM ERROR CATALOG - ONE ROW
000800*              PER PROGRAM AND ERROR CODE WITH ITS DEFAULT
000900*              SEVERITY, OWNING TEAM, EXPLANATION AND STANDARD
001000*              REMEDIATION STEPS, WHICH ERRLOGREPORT, ERRACKREVIEW
001100*              AND OPSDASHBOARD SHOW ALONGSIDE EACH LOGGED ERROR.
001200*              SUPPORTS ADD, CHANGE, DELETE AND BROWSE, WRITING AN
001300*              AUDIT ROW FOR EVERY CHANGE THE SAME WAY
001400*              GLACCOUNTMAINT AUDITS THE GL ACCOUNT MASTER.
001500* TECTONICS:   cobc
001600*
001700* MODIFICATION HISTORY
001800*   2026-10-15 DO  INITIAL VERSION.
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. ErrCatalogMaint.
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT ERROR-CATALOG-FILE ASSIGN TO "ERRCATM"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS EC-CATALOG-KEY
002900         FILE STATUS IS WS-CAT-FILE-STATUS.
003000     SELECT CAT-AUDIT-FILE ASSIGN TO "ERRCATLG"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-AUDIT-FILE-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  ERROR-CATALOG-FILE.
003600     COPY ERRCAT.
003700 FD  CAT-AUDIT-FILE
003800     RECORDING MODE IS F.
003900 01  CAT-AUDIT-RECORD.
004000     05  CA-LOG-DATE                 PIC 9(08).
004100     05  CA-LOG-TIME                 PIC 9(08).
004200     05  CA-OPERATOR-ID              PIC X(08).
004300     05  CA-ACTION                   PIC X(06).
004400     05  CA-PROGRAM-ID               PIC X(08).
004500     05  CA-ERROR-CODE               PIC X(04).
004600 WORKING-STORAGE SECTION.
004700 01  WS-CAT-FILE-STATUS              PIC X(02).
004800     88  WS-CAT-FILE-OK              VALUE "00".
004900 01  WS-AUDIT-FILE-STATUS            PIC X(02).
005000     88  WS-AUDIT-FILE-OK            VALUE "00".
005100 01  WS-OPERATOR-ID                  PIC X(08).
005200 01  WS-TODAYS-DATE                  PIC 9(08).
005300 01  WS-CURRENT-TIME                 PIC 9(08).
005400 01  WS-MAINT-OPTION                 PIC X(01).
005500     88  WS-MAINT-ADD                VALUE "A" "a".
005600     88  WS-MAINT-CHANGE             VALUE "C" "c".
005700     88  WS-MAINT-DELETE             VALUE "D" "d".
005800     88  WS-MAINT-BROWSE             VALUE "B" "b".
005900     88  WS-MAINT-EXIT               VALUE "X" "x".
006000 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
006100     88  WS-END-OF-MASTER            VALUE "Y".
006200 01  WS-WORK-KEY.
006300     05  WS-WORK-PROGRAM-ID          PIC X(08) VALUE SPACES.
006400     05  WS-WORK-ERROR-CODE          PIC X(04) VALUE SPACES.
006500 01  WS-SEVERITY-REPLY               PIC X(01) VALUE SPACE.
006600 01  WS-NEW-TEAM                     PIC X(12) VALUE SPACES.
006700 01  WS-NEW-EXPLANATION              PIC X(50) VALUE SPACES.
006800 01  WS-NEW-STEP                     PIC X(60) VALUE SPACES.
006900 01  STP-IDX                         PIC 9(01) COMP.
007000 01  WS-CONFIRM-REPLY                PIC X(01) VALUE SPACE.
007100     88  WS-CONFIRMED                VALUE "Y" "y".
007200 01  WS-BROWSE-COUNT                 PIC 9(04) COMP VALUE ZERO.
007300 PROCEDURE DIVISION.
007400******************************************************************
007500* 0000-MAINLINE - SIGN ON, OPEN THE CATALOG AND AUDIT FILES, THEN
007600*                 LOOP ON THE MAINTENANCE MENU.
007700******************************************************************
007800 0000-MAINLINE.
007900     PERFORM 0500-SIGN-ON
008000         THRU 0500-EXIT.
008100     IF NOT WS-CAT-FILE-OK
008200         GO TO 9999-EXIT
008300     END-IF.
008400     PERFORM 2000-SHOW-MENU
008500         THRU 2000-EXIT
008600         UNTIL WS-MAINT-EXIT.
008700     CLOSE ERROR-CATALOG-FILE
008800           CAT-AUDIT-FILE.
008900     GO TO 9999-EXIT.
009000******************************************************************
009100* 0500-SIGN-ON - CAPTURE THE OPERATOR ID AND OPEN THE CATALOG FOR
009200*                UPDATE AND THE AUDIT LOG FOR APPEND.
009300******************************************************************
009400 0500-SIGN-ON.
009500     DISPLAY "Operator ID: "
009600     ACCEPT WS-OPERATOR-ID.
009700     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
009800     OPEN I-O ERROR-CATALOG-FILE.
009900     IF NOT WS-CAT-FILE-OK
010000         OPEN OUTPUT ERROR-CATALOG-FILE
010100         IF NOT WS-CAT-FILE-OK
010200             DISPLAY "ERRCATM OPEN FAILED, STATUS "
010300                 WS-CAT-FILE-STATUS
010400             GO TO 0500-EXIT
010500         END-IF
010600*        THE FALLBACK ONLY CREATES THE FILE - THE SESSION STILL
010700*        RUNS AGAINST IT IN I-O MODE.
010800         CLOSE ERROR-CATALOG-FILE
010900         OPEN I-O ERROR-CATALOG-FILE
011000         IF NOT WS-CAT-FILE-OK
011100             DISPLAY "ERRCATM REOPEN FAILED, STATUS "
011200                 WS-CAT-FILE-STATUS
011300             GO TO 0500-EXIT
011400         END-IF
011500     END-IF.
011600     OPEN EXTEND CAT-AUDIT-FILE.
011700     IF NOT WS-AUDIT-FILE-OK
011800         OPEN OUTPUT CAT-AUDIT-FILE
011900     END-IF.
012000 0500-EXIT.
012100     EXIT.
012200******************************************************************
012300* 2000-SHOW-MENU - ONE MAINTENANCE ACTION PER PASS.
012400******************************************************************
012500 2000-SHOW-MENU.
012600     DISPLAY "Error catalog - A)dd C)hange D)elete B)rowse "
012700         "X) exit: "
012800     ACCEPT WS-MAINT-OPTION.
012900     EVALUATE TRUE
013000         WHEN WS-MAINT-ADD
013100             PERFORM 3000-ADD-ENTRY
013200                 THRU 3000-EXIT
013300         WHEN WS-MAINT-CHANGE
013400             PERFORM 4000-CHANGE-ENTRY
013500                 THRU 4000-EXIT
013600         WHEN WS-MAINT-DELETE
013700             PERFORM 5000-DELETE-ENTRY
013800                 THRU 5000-EXIT
013900         WHEN WS-MAINT-BROWSE
014000             PERFORM 6000-BROWSE-CATALOG
014100                 THRU 6000-EXIT
014200         WHEN WS-MAINT-EXIT
014300             CONTINUE
014400         WHEN OTHER
014500             DISPLAY "Select a correct option"
014600     END-EVALUATE.
014700 2000-EXIT.
014800     EXIT.
014900******************************************************************
015000* 2500-GET-KEY - THE PROGRAM AND ERROR CODE OF THE ROW TO WORK ON.
015100*                  A PROGRAM OF "*" CATALOGS THE CODE FOR EVERY
015200*                  PROGRAM WITHOUT A ROW OF ITS OWN.
015300******************************************************************
015400 2500-GET-KEY.
015500     DISPLAY "Program ID (* for every program): "
015600     MOVE SPACES TO WS-WORK-PROGRAM-ID.
015700     ACCEPT WS-WORK-PROGRAM-ID.
015800     DISPLAY "Error code (as logged in the error type): "
015900     MOVE SPACES TO WS-WORK-ERROR-CODE.
016000     ACCEPT WS-WORK-ERROR-CODE.
016100     INSPECT WS-WORK-ERROR-CODE CONVERTING
016200         "abcdefghijklmnopqrstuvwxyz"
016300         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
016400     MOVE WS-WORK-KEY TO EC-CATALOG-KEY.
016500 2500-EXIT.
016600     EXIT.
016700******************************************************************
016800* 3000-ADD-ENTRY - WRITE A NEW CATALOG ROW. THE SEVERITY, OWNER
016900*                  AND EXPLANATION ARE REQUIRED; THE REMEDIATION
017000*                  STEPS MAY BE LEFT BLANK AND FILLED IN LATER.
017100******************************************************************
017200 3000-ADD-ENTRY.
017300     PERFORM 2500-GET-KEY
017400         THRU 2500-EXIT.
017500     IF WS-WORK-PROGRAM-ID = SPACES OR WS-WORK-ERROR-CODE = SPACES
017600         DISPLAY "PROGRAM AND ERROR CODE ARE BOTH REQUIRED"
017700         GO TO 3000-EXIT
017800     END-IF.
017900     MOVE SPACES TO EC-OWNING-TEAM
018000                    EC-EXPLANATION.
018100     MOVE SPACE TO EC-DEFAULT-SEVERITY.
018200     MOVE SPACES TO EC-REMEDIATION-STEP (1)
018300                    EC-REMEDIATION-STEP (2)
018400                    EC-REMEDIATION-STEP (3).
018500     PERFORM 3500-GET-CATALOG-TEXT
018600         THRU 3500-EXIT.
018700     IF NOT EC-SEV-VALID OR EC-OWNING-TEAM = SPACES
018800         OR EC-EXPLANATION = SPACES
018900         DISPLAY "SEVERITY, OWNER AND EXPLANATION ARE REQUIRED - "
019000             "NOT ADDED"
019100         GO TO 3000-EXIT
019200     END-IF.
019300     MOVE WS-OPERATOR-ID TO EC-CHANGED-BY.
019400     MOVE WS-TODAYS-DATE TO EC-CHANGED-DATE.
019500     WRITE ERROR-CATALOG-RECORD
019600         INVALID KEY
019700             DISPLAY "ERROR ALREADY CATALOGUED - NOT ADDED"
019800         NOT INVALID KEY
019900             MOVE "ADD   " TO CA-ACTION
020000             PERFORM 8000-WRITE-AUDIT-RECORD
020100                 THRU 8000-EXIT
020200             DISPLAY "CATALOG ENTRY ADDED"
020300     END-WRITE.
020400 3000-EXIT.
020500     EXIT.
020600******************************************************************
020700* 3500-GET-CATALOG-TEXT - SEVERITY, OWNER, EXPLANATION AND THE
020800*                  THREE REMEDIATION STEPS. ENTER KEEPS WHAT THE
020900*                  ROW ALREADY HOLDS.
021000******************************************************************
021100 3500-GET-CATALOG-TEXT.
021200     DISPLAY "Default severity - I)nfo, W)arning, S)evere "
021300         "(Enter keeps " EC-DEFAULT-SEVERITY "): "
021400     MOVE SPACE TO WS-SEVERITY-REPLY.
021500     ACCEPT WS-SEVERITY-REPLY.
021600     INSPECT WS-SEVERITY-REPLY CONVERTING "iws" TO "IWS".
021700     IF WS-SEVERITY-REPLY NOT = SPACE
021800         MOVE WS-SEVERITY-REPLY TO EC-DEFAULT-SEVERITY
021900         IF NOT EC-SEV-VALID
022000             DISPLAY "SEVERITY MUST BE I, W OR S"
022100         END-IF
022200     END-IF.
022300     DISPLAY "Owning team (Enter keeps " EC-OWNING-TEAM "): "
022400     MOVE SPACES TO WS-NEW-TEAM.
022500     ACCEPT WS-NEW-TEAM.
022600     IF WS-NEW-TEAM NOT = SPACES
022700         MOVE WS-NEW-TEAM TO EC-OWNING-TEAM
022800     END-IF.
022900     DISPLAY "Explanation (50 chars, Enter keeps current): "
023000     MOVE SPACES TO WS-NEW-EXPLANATION.
023100     ACCEPT WS-NEW-EXPLANATION.
023200     IF WS-NEW-EXPLANATION NOT = SPACES
023300         MOVE WS-NEW-EXPLANATION TO EC-EXPLANATION
023400     END-IF.
023500     PERFORM 3600-GET-ONE-STEP
023600         THRU 3600-EXIT
023700         VARYING STP-IDX FROM 1 BY 1
023800         UNTIL STP-IDX > 3.
023900 3500-EXIT.
024000     EXIT.
024100******************************************************************
024200* 3600-GET-ONE-STEP - ONE REMEDIATION STEP. A SINGLE "-" CLEARS
024300*                  THE STEP.
024400******************************************************************
024500 3600-GET-ONE-STEP.
024600     DISPLAY "Remediation step " STP-IDX
024700         " (60 chars, Enter keeps, - clears): "
024800     MOVE SPACES TO WS-NEW-STEP.
024900     ACCEPT WS-NEW-STEP.
025000     IF WS-NEW-STEP = "-"
025100         MOVE SPACES TO EC-REMEDIATION-STEP (STP-IDX)
025200     ELSE
025300         IF WS-NEW-STEP NOT = SPACES
025400             MOVE WS-NEW-STEP TO EC-REMEDIATION-STEP (STP-IDX)
025500         END-IF
025600     END-IF.
025700 3600-EXIT.
025800     EXIT.
025900******************************************************************
026000* 4000-CHANGE-ENTRY - REWRITE A CATALOG ROW'S GUIDANCE.
026100******************************************************************
026200 4000-CHANGE-ENTRY.
026300     PERFORM 2500-GET-KEY
026400         THRU 2500-EXIT.
026500     READ ERROR-CATALOG-FILE
026600         INVALID KEY
026700             DISPLAY "CATALOG ENTRY NOT FOUND"
026800             GO TO 4000-EXIT
026900     END-READ.
027000     PERFORM 6200-SHOW-ENTRY
027100         THRU 6200-EXIT.
027200     PERFORM 3500-GET-CATALOG-TEXT
027300         THRU 3500-EXIT.
027400     IF NOT EC-SEV-VALID
027500         DISPLAY "SEVERITY MUST BE I, W OR S - NOT CHANGED"
027600         GO TO 4000-EXIT
027700     END-IF.
027800     MOVE WS-OPERATOR-ID TO EC-CHANGED-BY.
027900     MOVE WS-TODAYS-DATE TO EC-CHANGED-DATE.
028000     REWRITE ERROR-CATALOG-RECORD
028100         INVALID KEY
028200             DISPLAY "REWRITE FAILED, STATUS "
028300                 WS-CAT-FILE-STATUS
028400         NOT INVALID KEY
028500             MOVE "CHANGE" TO CA-ACTION
028600             PERFORM 8000-WRITE-AUDIT-RECORD
028700                 THRU 8000-EXIT
028800             DISPLAY "CATALOG ENTRY CHANGED"
028900     END-REWRITE.
029000 4000-EXIT.
029100     EXIT.
029200******************************************************************
029300* 5000-DELETE-ENTRY - REMOVE A CATALOG ROW AFTER CONFIRMATION. THE
029400*                  LOG ENTRIES THAT CARRY THE CODE ARE UNTOUCHED
029500*                  AND SHOW AS UNCATALOGUED UNTIL A NEW ROW IS
029600*                  WRITTEN.
029700******************************************************************
029800 5000-DELETE-ENTRY.
029900     PERFORM 2500-GET-KEY
030000         THRU 2500-EXIT.
030100     READ ERROR-CATALOG-FILE
030200         INVALID KEY
030300             DISPLAY "CATALOG ENTRY NOT FOUND"
030400             GO TO 5000-EXIT
030500     END-READ.
030600     PERFORM 6200-SHOW-ENTRY
030700         THRU 6200-EXIT.
030800     DISPLAY "Delete this entry? (Y/N): "
030900     MOVE SPACE TO WS-CONFIRM-REPLY.
031000     ACCEPT WS-CONFIRM-REPLY.
031100     IF NOT WS-CONFIRMED
031200         DISPLAY "NOT DELETED"
031300         GO TO 5000-EXIT
031400     END-IF.
031500     DELETE ERROR-CATALOG-FILE
031600         INVALID KEY
031700             DISPLAY "DELETE FAILED, STATUS "
031800                 WS-CAT-FILE-STATUS
031900         NOT INVALID KEY
032000             MOVE "DELETE" TO CA-ACTION
032100             PERFORM 8000-WRITE-AUDIT-RECORD
032200                 THRU 8000-EXIT
032300             DISPLAY "CATALOG ENTRY DELETED"
032400     END-DELETE.
032500 5000-EXIT.
032600     EXIT.
032700******************************************************************
032800* 6000-BROWSE-CATALOG - LIST THE CATALOG IN PROGRAM AND CODE
032900*                  ORDER.
033000******************************************************************
033100 6000-BROWSE-CATALOG.
033200     MOVE "N" TO WS-EOF-SWITCH.
033300     MOVE ZERO TO WS-BROWSE-COUNT.
033400     MOVE LOW-VALUES TO EC-CATALOG-KEY.
033500     START ERROR-CATALOG-FILE KEY IS NOT LESS THAN EC-CATALOG-KEY
033600         INVALID KEY
033700             SET WS-END-OF-MASTER TO TRUE
033800     END-START.
033900     PERFORM 6100-BROWSE-ONE-ENTRY
034000         THRU 6100-EXIT
034100         UNTIL WS-END-OF-MASTER.
034200     DISPLAY "CATALOG ENTRIES ON FILE: " WS-BROWSE-COUNT.
034300 6000-EXIT.
034400     EXIT.
034500******************************************************************
034600* 6100-BROWSE-ONE-ENTRY - READ AND DISPLAY THE NEXT ROW.
034700******************************************************************
034800 6100-BROWSE-ONE-ENTRY.
034900     READ ERROR-CATALOG-FILE NEXT RECORD
035000         AT END
035100             SET WS-END-OF-MASTER TO TRUE
035200     END-READ.
035300     IF NOT WS-END-OF-MASTER
035400         DISPLAY EC-PROGRAM-ID " " EC-ERROR-CODE " "
035500             EC-DEFAULT-SEVERITY " " EC-OWNING-TEAM " "
035600             EC-EXPLANATION
035700         ADD 1 TO WS-BROWSE-COUNT
035800     END-IF.
035900 6100-EXIT.
036000     EXIT.
036100******************************************************************
036200* 6200-SHOW-ENTRY - THE FULL GUIDANCE OF THE ROW IN HAND.
036300******************************************************************
036400 6200-SHOW-ENTRY.
036500     DISPLAY "PROGRAM " EC-PROGRAM-ID " CODE " EC-ERROR-CODE
036600         " SEVERITY " EC-DEFAULT-SEVERITY " OWNER "
036700         EC-OWNING-TEAM.
036800     DISPLAY "  " EC-EXPLANATION.
036900     DISPLAY "  1. " EC-REMEDIATION-STEP (1).
037000     DISPLAY "  2. " EC-REMEDIATION-STEP (2).
037100     DISPLAY "  3. " EC-REMEDIATION-STEP (3).
037200     DISPLAY "  LAST CHANGED " EC-CHANGED-DATE " BY "
037300         EC-CHANGED-BY.
037400 6200-EXIT.
037500     EXIT.
037600******************************************************************
037700* 8000-WRITE-AUDIT-RECORD - APPEND ONE ROW TO THE CATALOG AUDIT
037800*                           LOG - WHO, WHEN, WHICH ENTRY.
037900******************************************************************
038000 8000-WRITE-AUDIT-RECORD.
038100     ACCEPT WS-CURRENT-TIME FROM TIME.
038200     MOVE WS-TODAYS-DATE     TO CA-LOG-DATE.
038300     MOVE WS-CURRENT-TIME    TO CA-LOG-TIME.
038400     MOVE WS-OPERATOR-ID     TO CA-OPERATOR-ID.
038500     MOVE WS-WORK-PROGRAM-ID TO CA-PROGRAM-ID.
038600     MOVE WS-WORK-ERROR-CODE TO CA-ERROR-CODE.
038700     WRITE CAT-AUDIT-RECORD.
038800 8000-EXIT.
038900     EXIT.
039000******************************************************************
039100* 9999-EXIT - COMMON PROGRAM EXIT POINT.
039200******************************************************************
039300 9999-EXIT.
039400     GOBACK.
039500 END PROGRAM ErrCatalogMaint.
