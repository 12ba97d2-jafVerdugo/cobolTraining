000100******************************************************************
000200* PROGRAM-ID: DISTMAINT
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     MAINTENANCE FOR THE DISTMSTR REPORT DISTRIBUTION
000800*              MASTER - WHICH RECIPIENTS GET THEIR OWN CUT OF EACH
000900*              KEPT REPORT, AND WHICH SECTIONS OF IT THEY MAY SEE.
001000*              SUPPORTS ADD, CHANGE, DELETE AND BROWSE OF ONE
001100*              REPORT/RECIPIENT ROW AT A TIME. A DEPARTMENT, WHEN
001200*              GIVEN, MUST BE ACTIVE ON DEPTMSTR; EVERY ROW OF A
001300*              REPORT CUTS IT AT THE SAME KEY COLUMNS; A RECIPIENT
001400*              LIMITED TO SELECTED SECTIONS NEEDS A REPORT THAT IS
001500*              CUT AND AT LEAST ONE SECTION KEY. EVERY CHANGE IS
001600*              AUDITED ON DISTAUD.
001700* TECTONICS:   cobc
001800*
001900* MODIFICATION HISTORY
002000*   2026-10-15 DO  INITIAL VERSION.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. DistMaint.
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT DIST-MASTER-FILE ASSIGN TO "DISTMSTR"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS DM-DIST-KEY
003100         FILE STATUS IS WS-DIST-FILE-STATUS.
003200     SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMSTR"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS DP-DEPT-CODE
003600         FILE STATUS IS WS-DEPT-FILE-STATUS.
003700     SELECT DIST-AUDIT-FILE ASSIGN TO "DISTAUD"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-AUDIT-FILE-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  DIST-MASTER-FILE.
004300     COPY DISTMSTR.
004400 FD  DEPT-MASTER-FILE.
004500     COPY DEPTMSTR.
004600 FD  DIST-AUDIT-FILE
004700     RECORDING MODE IS F.
004800     COPY DISTAUD.
004900 WORKING-STORAGE SECTION.
005000 01  WS-DIST-FILE-STATUS             PIC X(02).
005100     88  WS-DIST-FILE-OK             VALUE "00".
005200 01  WS-DEPT-FILE-STATUS             PIC X(02).
005300     88  WS-DEPT-FILE-OK             VALUE "00".
005400 01  WS-AUDIT-FILE-STATUS            PIC X(02).
005500     88  WS-AUDIT-FILE-OK            VALUE "00".
005600 01  WS-OPERATOR-ID                  PIC X(08).
005700 01  WS-TODAYS-DATE                  PIC 9(08).
005800 01  WS-CURRENT-TIME                 PIC 9(08).
005900 01  WS-MAINT-OPTION                 PIC X(01).
006000     88  WS-MAINT-ADD                VALUE "A" "a".
006100     88  WS-MAINT-CHANGE             VALUE "C" "c".
006200     88  WS-MAINT-DELETE             VALUE "D" "d".
006300     88  WS-MAINT-BROWSE             VALUE "B" "b".
006400     88  WS-MAINT-EXIT               VALUE "X" "x".
006500 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
006600     88  WS-END-OF-MASTER            VALUE "Y".
006700 01  WS-KEY-OK-SWITCH                PIC X(01) VALUE "N".
006800     88  WS-KEY-OK                   VALUE "Y".
006900 01  WS-EDIT-OK-SWITCH               PIC X(01) VALUE "N".
007000     88  WS-EDIT-OK                  VALUE "Y".
007100 01  WS-WORK-KEY.
007200     05  WS-WORK-REPORT-NAME         PIC X(08) VALUE SPACES.
007300     05  WS-WORK-RECIPIENT-ID        PIC X(08) VALUE SPACES.
007400 01  WS-WORK-RECIPIENT-NAME          PIC X(30) VALUE SPACES.
007500 01  WS-WORK-DEPT-CODE               PIC X(04) VALUE SPACES.
007600 01  WS-WORK-STATUS                  PIC X(01) VALUE SPACE.
007700     88  WS-WORK-STATUS-VALID        VALUE "A" "I".
007800 01  WS-WORK-ACCESS                  PIC X(01) VALUE SPACE.
007900     88  WS-WORK-ACCESS-ALL          VALUE "A".
008000     88  WS-WORK-ACCESS-SELECTED     VALUE "S".
008100     88  WS-WORK-ACCESS-VALID        VALUE "A" "S".
008200 01  WS-WORK-KEY-START               PIC 9(02) VALUE ZERO.
008300 01  WS-WORK-KEY-LENGTH              PIC 9(02) VALUE ZERO.
008400 01  WS-WORK-SECTION-KEYS.
008500     05  WS-WORK-SECTION-KEY         PIC X(10) OCCURS 6 TIMES.
008600 01  WS-SECTION-IDX                  PIC 9(02) COMP VALUE ZERO.
008700 01  WS-SECTION-COUNT                PIC 9(02) COMP VALUE ZERO.
008800 01  WS-SECTION-INPUT                PIC X(10) VALUE SPACES.
008900 01  WS-SECTIONS-DONE-SWITCH         PIC X(01) VALUE "N".
009000     88  WS-SECTIONS-DONE            VALUE "Y".
009100 01  WS-SECTION-REPLY                PIC X(01) VALUE SPACE.
009200 01  WS-REPORT-ROW-COUNT             PIC 9(04) COMP VALUE ZERO.
009300 01  WS-REPORT-KEY-START             PIC 9(02) VALUE ZERO.
009400 01  WS-REPORT-KEY-LENGTH            PIC 9(02) VALUE ZERO.
009500 01  WS-BROWSE-COUNT                 PIC 9(04) COMP VALUE ZERO.
009600 PROCEDURE DIVISION.
009700******************************************************************
009800* 0000-MAINLINE - SIGN ON, OPEN THE MASTERS AND THE AUDIT FILE,
009900*                 THEN LOOP ON THE MAINTENANCE MENU.
010000******************************************************************
010100 0000-MAINLINE.
010200     PERFORM 0500-SIGN-ON
010300         THRU 0500-EXIT.
010400     IF NOT WS-DIST-FILE-OK
010500         GO TO 9999-EXIT
010600     END-IF.
010700     PERFORM 2000-SHOW-MENU
010800         THRU 2000-EXIT
010900         UNTIL WS-MAINT-EXIT.
011000     CLOSE DIST-MASTER-FILE
011100           DEPT-MASTER-FILE
011200           DIST-AUDIT-FILE.
011300     GO TO 9999-EXIT.
011400******************************************************************
011500* 0500-SIGN-ON - CAPTURE THE OPERATOR ID, OPEN THE DISTRIBUTION
011600*                MASTER FOR UPDATE, THE DEPARTMENTS FOR THE EDITS,
011700*                AND THE AUDIT LOG FOR APPEND.
011800******************************************************************
011900 0500-SIGN-ON.
012000     DISPLAY "Operator ID: "
012100     ACCEPT WS-OPERATOR-ID.
012200     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
012300     OPEN I-O DIST-MASTER-FILE.
012400     IF NOT WS-DIST-FILE-OK
012500         OPEN OUTPUT DIST-MASTER-FILE
012600         IF NOT WS-DIST-FILE-OK
012700             DISPLAY "DISTMSTR OPEN FAILED, STATUS "
012800                 WS-DIST-FILE-STATUS
012900             GO TO 0500-EXIT
013000         END-IF
013100*        THE FALLBACK ONLY CREATES THE FILE - THE SESSION MUST
013200*        STILL RUN AGAINST IT IN I-O MODE.
013300         CLOSE DIST-MASTER-FILE
013400         OPEN I-O DIST-MASTER-FILE
013500         IF NOT WS-DIST-FILE-OK
013600             DISPLAY "DISTMSTR REOPEN FAILED, STATUS "
013700                 WS-DIST-FILE-STATUS
013800             GO TO 0500-EXIT
013900         END-IF
014000     END-IF.
014100     OPEN INPUT DEPT-MASTER-FILE.
014200     IF NOT WS-DEPT-FILE-OK
014300         DISPLAY "DEPTMSTR OPEN FAILED, STATUS "
014400             WS-DEPT-FILE-STATUS
014500         CLOSE DIST-MASTER-FILE
014600         MOVE "99" TO WS-DIST-FILE-STATUS
014700         GO TO 0500-EXIT
014800     END-IF.
014900     OPEN EXTEND DIST-AUDIT-FILE.
015000     IF NOT WS-AUDIT-FILE-OK
015100         OPEN OUTPUT DIST-AUDIT-FILE
015200     END-IF.
015300 0500-EXIT.
015400     EXIT.
015500******************************************************************
015600* 2000-SHOW-MENU - ONE MAINTENANCE ACTION PER PASS.
015700******************************************************************
015800 2000-SHOW-MENU.
015900     DISPLAY "Report distribution - A)dd C)hange D)elete B)rowse "
016000         "X) exit: "
016100     ACCEPT WS-MAINT-OPTION.
016200     EVALUATE TRUE
016300         WHEN WS-MAINT-ADD
016400             PERFORM 3000-ADD-RECIPIENT
016500                 THRU 3000-EXIT
016600         WHEN WS-MAINT-CHANGE
016700             PERFORM 4000-CHANGE-RECIPIENT
016800                 THRU 4000-EXIT
016900         WHEN WS-MAINT-DELETE
017000             PERFORM 5000-DELETE-RECIPIENT
017100                 THRU 5000-EXIT
017200         WHEN WS-MAINT-BROWSE
017300             PERFORM 6000-BROWSE-RECIPIENTS
017400                 THRU 6000-EXIT
017500         WHEN WS-MAINT-EXIT
017600             CONTINUE
017700         WHEN OTHER
017800             DISPLAY "Select a correct option"
017900     END-EVALUATE.
018000 2000-EXIT.
018100     EXIT.
018200******************************************************************
018300* 2100-GET-DIST-KEY - PROMPT FOR THE REPORT NAME AND RECIPIENT OF
018400*                  THE ROW TO WORK ON.
018500******************************************************************
018600 2100-GET-DIST-KEY.
018700     MOVE "N" TO WS-KEY-OK-SWITCH.
018800     DISPLAY "Report name (e.g. CALCSUMM): "
018900     ACCEPT WS-WORK-REPORT-NAME.
019000     DISPLAY "Recipient ID: "
019100     ACCEPT WS-WORK-RECIPIENT-ID.
019200     IF WS-WORK-REPORT-NAME = SPACES
019300        OR WS-WORK-RECIPIENT-ID = SPACES
019400         DISPLAY "REPORT NAME AND RECIPIENT ARE BOTH REQUIRED"
019500         GO TO 2100-EXIT
019600     END-IF.
019700     SET WS-KEY-OK TO TRUE.
019800 2100-EXIT.
019900     EXIT.
020000******************************************************************
020100* 2200-CHECK-DEPARTMENT - A DEPARTMENT, WHEN GIVEN, MUST BE ON
020200*                  DEPTMSTR AND ACTIVE.
020300******************************************************************
020400 2200-CHECK-DEPARTMENT.
020500     MOVE "N" TO WS-EDIT-OK-SWITCH.
020600     IF WS-WORK-DEPT-CODE = SPACES
020700         SET WS-EDIT-OK TO TRUE
020800         GO TO 2200-EXIT
020900     END-IF.
021000     MOVE WS-WORK-DEPT-CODE TO DP-DEPT-CODE.
021100     READ DEPT-MASTER-FILE
021200         INVALID KEY
021300             DISPLAY "DEPARTMENT " WS-WORK-DEPT-CODE
021400                 " NOT ON DEPTMSTR"
021500             GO TO 2200-EXIT
021600     END-READ.
021700     IF NOT DP-STATUS-ACTIVE
021800         DISPLAY "DEPARTMENT " WS-WORK-DEPT-CODE " IS CLOSED"
021900         GO TO 2200-EXIT
022000     END-IF.
022100     SET WS-EDIT-OK TO TRUE.
022200 2200-EXIT.
022300     EXIT.
022400******************************************************************
022500* 2300-SCAN-REPORT - THE KEY COLUMNS THE REPORT'S OTHER ROWS
022600*                  ALREADY CUT IT AT. THE ROW BEING WORKED ON IS
022700*                  LEFT OUT.
022800******************************************************************
022900 2300-SCAN-REPORT.
023000     MOVE ZERO TO WS-REPORT-KEY-START.
023100     MOVE ZERO TO WS-REPORT-KEY-LENGTH.
023200     MOVE ZERO TO WS-REPORT-ROW-COUNT.
023300     MOVE "N" TO WS-EOF-SWITCH.
023400     MOVE WS-WORK-REPORT-NAME TO DM-REPORT-NAME.
023500     MOVE LOW-VALUES TO DM-RECIPIENT-ID.
023600     START DIST-MASTER-FILE KEY IS NOT LESS THAN DM-DIST-KEY
023700         INVALID KEY
023800             SET WS-END-OF-MASTER TO TRUE
023900     END-START.
024000     PERFORM 2350-SCAN-ONE-REPORT-ROW
024100         THRU 2350-EXIT
024200         UNTIL WS-END-OF-MASTER.
024300 2300-EXIT.
024400     EXIT.
024500******************************************************************
024600* 2350-SCAN-ONE-REPORT-ROW - ONE ROW OF THE REPORT AT A TIME.
024700******************************************************************
024800 2350-SCAN-ONE-REPORT-ROW.
024900     READ DIST-MASTER-FILE NEXT RECORD
025000         AT END
025100             SET WS-END-OF-MASTER TO TRUE
025200             GO TO 2350-EXIT
025300     END-READ.
025400     IF DM-REPORT-NAME NOT = WS-WORK-REPORT-NAME
025500         SET WS-END-OF-MASTER TO TRUE
025600         GO TO 2350-EXIT
025700     END-IF.
025800     IF DM-RECIPIENT-ID = WS-WORK-RECIPIENT-ID
025900         GO TO 2350-EXIT
026000     END-IF.
026100     ADD 1 TO WS-REPORT-ROW-COUNT.
026200     MOVE DM-KEY-START  TO WS-REPORT-KEY-START.
026300     MOVE DM-KEY-LENGTH TO WS-REPORT-KEY-LENGTH.
026400 2350-EXIT.
026500     EXIT.
026600******************************************************************
026700* 2400-EDIT-KEY-COLUMNS - NO LENGTH MEANS THE REPORT IS NOT CUT;
026800*                  OTHERWISE THE KEY IS 1 TO 10 CHARACTERS AND
026900*                  LIES WHOLLY INSIDE THE 80-COLUMN LINE.
027000******************************************************************
027100 2400-EDIT-KEY-COLUMNS.
027200     MOVE "N" TO WS-EDIT-OK-SWITCH.
027300     IF WS-WORK-KEY-LENGTH = ZERO
027400         MOVE ZERO TO WS-WORK-KEY-START
027500         SET WS-EDIT-OK TO TRUE
027600         GO TO 2400-EXIT
027700     END-IF.
027800     IF WS-WORK-KEY-LENGTH > 10
027900         DISPLAY "SECTION KEY MAY BE AT MOST 10 CHARACTERS"
028000         GO TO 2400-EXIT
028100     END-IF.
028200     IF WS-WORK-KEY-START = ZERO
028300        OR WS-WORK-KEY-START + WS-WORK-KEY-LENGTH - 1 > 80
028400         DISPLAY "SECTION KEY MUST LIE WITHIN COLUMNS 1 TO 80"
028500         GO TO 2400-EXIT
028600     END-IF.
028700     SET WS-EDIT-OK TO TRUE.
028800 2400-EXIT.
028900     EXIT.
029000******************************************************************
029100* 2500-ACCEPT-ACCESS - ALL OF THE REPORT OR SELECTED SECTIONS,
029200*                  AND FOR SELECTED SECTIONS THE KEYS THEMSELVES.
029300*                  ONLY A REPORT THAT IS CUT HAS SECTIONS TO
029400*                  SELECT.
029500******************************************************************
029600 2500-ACCEPT-ACCESS.
029700     MOVE "N" TO WS-EDIT-OK-SWITCH.
029800     DISPLAY "Access - A)ll of the report S)elected sections: "
029900     ACCEPT WS-WORK-ACCESS.
030000     IF WS-WORK-ACCESS = "a"
030100         MOVE "A" TO WS-WORK-ACCESS
030200     END-IF.
030300     IF WS-WORK-ACCESS = "s"
030400         MOVE "S" TO WS-WORK-ACCESS
030500     END-IF.
030600     IF NOT WS-WORK-ACCESS-VALID
030700         DISPLAY "ACCESS MUST BE A OR S"
030800         GO TO 2500-EXIT
030900     END-IF.
031000     MOVE SPACES TO WS-WORK-SECTION-KEYS.
031100     IF WS-WORK-ACCESS-ALL
031200         SET WS-EDIT-OK TO TRUE
031300         GO TO 2500-EXIT
031400     END-IF.
031500     IF WS-WORK-KEY-LENGTH = ZERO
031600         DISPLAY "REPORT " WS-WORK-REPORT-NAME
031700             " IS NOT CUT INTO SECTIONS - ACCESS MUST BE A"
031800         GO TO 2500-EXIT
031900     END-IF.
032000     MOVE ZERO TO WS-SECTION-COUNT.
032100     MOVE "N" TO WS-SECTIONS-DONE-SWITCH.
032200     PERFORM 2550-ACCEPT-ONE-SECTION-KEY
032300         THRU 2550-EXIT
032400         VARYING WS-SECTION-IDX FROM 1 BY 1
032500         UNTIL WS-SECTION-IDX > 6 OR WS-SECTIONS-DONE.
032600     IF WS-SECTION-COUNT = ZERO
032700         DISPLAY "AT LEAST ONE SECTION KEY IS REQUIRED"
032800         GO TO 2500-EXIT
032900     END-IF.
033000     SET WS-EDIT-OK TO TRUE.
033100 2500-EXIT.
033200     EXIT.
033300******************************************************************
033400* 2550-ACCEPT-ONE-SECTION-KEY - ONE SECTION KEY; ENTER ON ITS OWN
033500*                  ENDS THE LIST.
033600******************************************************************
033700 2550-ACCEPT-ONE-SECTION-KEY.
033800     DISPLAY "Section key " WS-SECTION-IDX
033900         " (Enter when done): "
034000     MOVE SPACES TO WS-SECTION-INPUT.
034100     ACCEPT WS-SECTION-INPUT.
034200     IF WS-SECTION-INPUT = SPACES
034300         SET WS-SECTIONS-DONE TO TRUE
034400         GO TO 2550-EXIT
034500     END-IF.
034600     MOVE WS-SECTION-INPUT
034700   TO WS-WORK-SECTION-KEY (WS-SECTION-IDX).
034800     ADD 1 TO WS-SECTION-COUNT.
034900 2550-EXIT.
035000     EXIT.
035100******************************************************************
035200* 3000-ADD-RECIPIENT - WRITE A NEW REPORT/RECIPIENT ROW.
035300******************************************************************
035400 3000-ADD-RECIPIENT.
035500     PERFORM 2100-GET-DIST-KEY
035600         THRU 2100-EXIT.
035700     IF NOT WS-KEY-OK
035800         GO TO 3000-EXIT
035900     END-IF.
036000     DISPLAY "Recipient name: "
036100     MOVE SPACES TO WS-WORK-RECIPIENT-NAME.
036200     ACCEPT WS-WORK-RECIPIENT-NAME.
036300     DISPLAY "Department (Enter for none): "
036400     MOVE SPACES TO WS-WORK-DEPT-CODE.
036500     ACCEPT WS-WORK-DEPT-CODE.
036600     PERFORM 2200-CHECK-DEPARTMENT
036700         THRU 2200-EXIT.
036800     IF NOT WS-EDIT-OK
036900         GO TO 3000-EXIT
037000     END-IF.
037100     PERFORM 2300-SCAN-REPORT
037200         THRU 2300-EXIT.
037300     IF WS-REPORT-ROW-COUNT > ZERO
037400         MOVE WS-REPORT-KEY-START  TO WS-WORK-KEY-START
037500         MOVE WS-REPORT-KEY-LENGTH TO WS-WORK-KEY-LENGTH
037600         DISPLAY "REPORT IS CUT AT COLUMN " WS-WORK-KEY-START
037700             " FOR " WS-WORK-KEY-LENGTH
037800     ELSE
037900         DISPLAY "Section key length (0 if not cut): "
038000         MOVE ZERO TO WS-WORK-KEY-LENGTH
038100         ACCEPT WS-WORK-KEY-LENGTH
038200         MOVE ZERO TO WS-WORK-KEY-START
038300         IF WS-WORK-KEY-LENGTH NOT = ZERO
038400             DISPLAY "Section key starts in column: "
038500             ACCEPT WS-WORK-KEY-START
038600         END-IF
038700         PERFORM 2400-EDIT-KEY-COLUMNS
038800             THRU 2400-EXIT
038900         IF NOT WS-EDIT-OK
039000             GO TO 3000-EXIT
039100         END-IF
039200     END-IF.
039300     PERFORM 2500-ACCEPT-ACCESS
039400         THRU 2500-EXIT.
039500     IF NOT WS-EDIT-OK
039600         GO TO 3000-EXIT
039700     END-IF.
039800     MOVE "A" TO WS-WORK-STATUS.
039900     MOVE WS-WORK-KEY            TO DM-DIST-KEY.
040000     MOVE WS-WORK-RECIPIENT-NAME TO DM-RECIPIENT-NAME.
040100     MOVE WS-WORK-DEPT-CODE      TO DM-DEPT-CODE.
040200     MOVE WS-WORK-STATUS         TO DM-STATUS.
040300     MOVE WS-WORK-ACCESS         TO DM-ACCESS.
040400     MOVE WS-WORK-KEY-START      TO DM-KEY-START.
040500     MOVE WS-WORK-KEY-LENGTH     TO DM-KEY-LENGTH.
040600     MOVE WS-WORK-SECTION-KEYS   TO DM-SECTION-KEYS.
040700     MOVE WS-OPERATOR-ID         TO DM-CHANGED-BY.
040800     MOVE WS-TODAYS-DATE         TO DM-CHANGED-DATE.
040900     WRITE DIST-MASTER-RECORD
041000         INVALID KEY
041100             DISPLAY "RECIPIENT ROW ALREADY ON FILE - NOT ADDED"
041200         NOT INVALID KEY
041300             MOVE "ADD   " TO DU-ACTION
041400             PERFORM 8000-WRITE-AUDIT-RECORD
041500                 THRU 8000-EXIT
041600             DISPLAY "RECIPIENT ROW ADDED"
041700     END-WRITE.
041800 3000-EXIT.
041900     EXIT.
042000******************************************************************
042100* 4000-CHANGE-RECIPIENT - CHANGE A ROW'S NAME, DEPARTMENT,
042200*                  STATUS, ACCESS OR SECTION KEYS. THE KEY COLUMNS
042300*                  BELONG TO THE WHOLE REPORT AND ARE CHANGED BY
042400*                  REBUILDING ITS ROWS.
042500******************************************************************
042600 4000-CHANGE-RECIPIENT.
042700     PERFORM 2100-GET-DIST-KEY
042800         THRU 2100-EXIT.
042900     IF NOT WS-KEY-OK
043000         GO TO 4000-EXIT
043100     END-IF.
043200     MOVE WS-WORK-KEY TO DM-DIST-KEY.
043300     READ DIST-MASTER-FILE
043400         INVALID KEY
043500             DISPLAY "RECIPIENT ROW NOT FOUND"
043600             GO TO 4000-EXIT
043700     END-READ.
043800     MOVE DM-RECIPIENT-NAME TO WS-WORK-RECIPIENT-NAME.
043900     MOVE DM-DEPT-CODE      TO WS-WORK-DEPT-CODE.
044000     MOVE DM-STATUS         TO WS-WORK-STATUS.
044100     MOVE DM-KEY-START      TO WS-WORK-KEY-START.
044200     MOVE DM-KEY-LENGTH     TO WS-WORK-KEY-LENGTH.
044300     DISPLAY "Recipient name (Enter to keep "
044400         WS-WORK-RECIPIENT-NAME "): "
044500     MOVE SPACES TO WS-WORK-RECIPIENT-NAME.
044600     ACCEPT WS-WORK-RECIPIENT-NAME.
044700     IF WS-WORK-RECIPIENT-NAME = SPACES
044800         MOVE DM-RECIPIENT-NAME TO WS-WORK-RECIPIENT-NAME
044900     END-IF.
045000     DISPLAY "Department (Enter to keep " WS-WORK-DEPT-CODE
045100         ", * for none): "
045200     MOVE SPACES TO WS-WORK-DEPT-CODE.
045300     ACCEPT WS-WORK-DEPT-CODE.
045400     IF WS-WORK-DEPT-CODE = SPACES
045500         MOVE DM-DEPT-CODE TO WS-WORK-DEPT-CODE
045600     END-IF.
045700     IF WS-WORK-DEPT-CODE = "*"
045800         MOVE SPACES TO WS-WORK-DEPT-CODE
045900     END-IF.
046000     PERFORM 2200-CHECK-DEPARTMENT
046100         THRU 2200-EXIT.
046200     IF NOT WS-EDIT-OK
046300         GO TO 4000-EXIT
046400     END-IF.
046500     DISPLAY "Status - A)ctive I)nactive (now " WS-WORK-STATUS
046600         "): "
046700     MOVE SPACE TO WS-WORK-STATUS.
046800     ACCEPT WS-WORK-STATUS.
046900     IF WS-WORK-STATUS = SPACE
047000         MOVE DM-STATUS TO WS-WORK-STATUS
047100     END-IF.
047200     IF WS-WORK-STATUS = "a"
047300         MOVE "A" TO WS-WORK-STATUS
047400     END-IF.
047500     IF WS-WORK-STATUS = "i"
047600         MOVE "I" TO WS-WORK-STATUS
047700     END-IF.
047800     IF NOT WS-WORK-STATUS-VALID
047900         DISPLAY "STATUS MUST BE A OR I - NOT CHANGED"
048000         GO TO 4000-EXIT
048100     END-IF.
048200     DISPLAY "ACCESS NOW " DM-ACCESS " " DM-SECTION-KEYS.
048300     PERFORM 2500-ACCEPT-ACCESS
048400         THRU 2500-EXIT.
048500     IF NOT WS-EDIT-OK
048600         GO TO 4000-EXIT
048700     END-IF.
048800*    THE DEPARTMENT READ MOVED THE FILE POSITION - READ THE ROW
048900*    AGAIN BEFORE REWRITING IT.
049000     MOVE WS-WORK-KEY TO DM-DIST-KEY.
049100     READ DIST-MASTER-FILE
049200         INVALID KEY
049300             DISPLAY "RECIPIENT ROW NOT FOUND"
049400             GO TO 4000-EXIT
049500     END-READ.
049600     MOVE WS-WORK-RECIPIENT-NAME TO DM-RECIPIENT-NAME.
049700     MOVE WS-WORK-DEPT-CODE      TO DM-DEPT-CODE.
049800     MOVE WS-WORK-STATUS         TO DM-STATUS.
049900     MOVE WS-WORK-ACCESS         TO DM-ACCESS.
050000     MOVE WS-WORK-SECTION-KEYS   TO DM-SECTION-KEYS.
050100     MOVE WS-OPERATOR-ID         TO DM-CHANGED-BY.
050200     MOVE WS-TODAYS-DATE         TO DM-CHANGED-DATE.
050300     REWRITE DIST-MASTER-RECORD
050400         INVALID KEY
050500             DISPLAY "REWRITE FAILED, STATUS "
050600                 WS-DIST-FILE-STATUS
050700         NOT INVALID KEY
050800             MOVE "CHANGE" TO DU-ACTION
050900             PERFORM 8000-WRITE-AUDIT-RECORD
051000                 THRU 8000-EXIT
051100             DISPLAY "RECIPIENT ROW CHANGED"
051200     END-REWRITE.
051300 4000-EXIT.
051400     EXIT.
051500******************************************************************
051600* 5000-DELETE-RECIPIENT - REMOVE A ROW. THE RECIPIENT SIMPLY STOPS
051700*                  GETTING THE REPORT FROM THE NEXT BURST ON.
051800******************************************************************
051900 5000-DELETE-RECIPIENT.
052000     PERFORM 2100-GET-DIST-KEY
052100         THRU 2100-EXIT.
052200     IF NOT WS-KEY-OK
052300         GO TO 5000-EXIT
052400     END-IF.
052500     MOVE WS-WORK-KEY TO DM-DIST-KEY.
052600     READ DIST-MASTER-FILE
052700         INVALID KEY
052800             DISPLAY "RECIPIENT ROW NOT FOUND"
052900             GO TO 5000-EXIT
053000     END-READ.
053100     MOVE DM-DEPT-CODE      TO WS-WORK-DEPT-CODE.
053200     MOVE DM-STATUS         TO WS-WORK-STATUS.
053300     MOVE DM-ACCESS         TO WS-WORK-ACCESS.
053400     MOVE DM-KEY-START      TO WS-WORK-KEY-START.
053500     MOVE DM-KEY-LENGTH     TO WS-WORK-KEY-LENGTH.
053600     MOVE DM-SECTION-KEYS   TO WS-WORK-SECTION-KEYS.
053700     DELETE DIST-MASTER-FILE RECORD
053800         INVALID KEY
053900             DISPLAY "DELETE FAILED, STATUS "
054000                 WS-DIST-FILE-STATUS
054100         NOT INVALID KEY
054200             MOVE "DELETE" TO DU-ACTION
054300             PERFORM 8000-WRITE-AUDIT-RECORD
054400                 THRU 8000-EXIT
054500             DISPLAY "RECIPIENT ROW DELETED"
054600     END-DELETE.
054700 5000-EXIT.
054800     EXIT.
054900******************************************************************
055000* 6000-BROWSE-RECIPIENTS - LIST ONE REPORT'S ROWS IN KEY ORDER,
055100*                  OR EVERY ROW WHEN NO REPORT IS GIVEN.
055200******************************************************************
055300 6000-BROWSE-RECIPIENTS.
055400     DISPLAY "Report to browse (blank for all): "
055500     MOVE SPACES TO WS-WORK-REPORT-NAME.
055600     ACCEPT WS-WORK-REPORT-NAME.
055700     MOVE "N" TO WS-EOF-SWITCH.
055800     MOVE ZERO TO WS-BROWSE-COUNT.
055900     MOVE LOW-VALUES TO DM-DIST-KEY.
056000     IF WS-WORK-REPORT-NAME NOT = SPACES
056100         MOVE WS-WORK-REPORT-NAME TO DM-REPORT-NAME
056200     END-IF.
056300     START DIST-MASTER-FILE KEY IS NOT LESS THAN DM-DIST-KEY
056400         INVALID KEY
056500             SET WS-END-OF-MASTER TO TRUE
056600     END-START.
056700     PERFORM 6100-BROWSE-ONE-RECIPIENT
056800         THRU 6100-EXIT
056900         UNTIL WS-END-OF-MASTER.
057000     DISPLAY "RECIPIENT ROWS LISTED: " WS-BROWSE-COUNT.
057100 6000-EXIT.
057200     EXIT.
057300******************************************************************
057400* 6100-BROWSE-ONE-RECIPIENT - READ AND DISPLAY THE NEXT ROW.
057500******************************************************************
057600 6100-BROWSE-ONE-RECIPIENT.
057700     READ DIST-MASTER-FILE NEXT RECORD
057800         AT END
057900             SET WS-END-OF-MASTER TO TRUE
058000     END-READ.
058100     IF WS-END-OF-MASTER
058200         GO TO 6100-EXIT
058300     END-IF.
058400     IF WS-WORK-REPORT-NAME NOT = SPACES
058500        AND DM-REPORT-NAME NOT = WS-WORK-REPORT-NAME
058600         SET WS-END-OF-MASTER TO TRUE
058700         GO TO 6100-EXIT
058800     END-IF.
058900     DISPLAY DM-REPORT-NAME " " DM-RECIPIENT-ID " "
059000         DM-RECIPIENT-NAME " " DM-DEPT-CODE " " DM-STATUS " "
059100         DM-ACCESS " " DM-KEY-START "/" DM-KEY-LENGTH.
059200     IF DM-ACCESS-SELECTED
059300         DISPLAY "    SECTIONS: " DM-SECTION-KEYS
059400     END-IF.
059500     ADD 1 TO WS-BROWSE-COUNT.
059600 6100-EXIT.
059700     EXIT.
059800******************************************************************
059900* 8000-WRITE-AUDIT-RECORD - ONE AUDIT ROW PER CHANGE.
060000******************************************************************
060100 8000-WRITE-AUDIT-RECORD.
060200     ACCEPT WS-CURRENT-TIME FROM TIME.
060300     MOVE WS-TODAYS-DATE         TO DU-LOG-DATE.
060400     MOVE WS-CURRENT-TIME        TO DU-LOG-TIME.
060500     MOVE WS-OPERATOR-ID         TO DU-OPERATOR-ID.
060600     MOVE WS-WORK-REPORT-NAME    TO DU-REPORT-NAME.
060700     MOVE WS-WORK-RECIPIENT-ID   TO DU-RECIPIENT-ID.
060800     MOVE WS-WORK-DEPT-CODE      TO DU-DEPT-CODE.
060900     MOVE WS-WORK-STATUS         TO DU-STATUS.
061000     MOVE WS-WORK-ACCESS         TO DU-ACCESS.
061100     MOVE WS-WORK-KEY-START      TO DU-KEY-START.
061200     MOVE WS-WORK-KEY-LENGTH     TO DU-KEY-LENGTH.
061300     MOVE WS-WORK-SECTION-KEYS   TO DU-SECTION-KEYS.
061400     WRITE DIST-AUDIT-RECORD.
061500 8000-EXIT.
061600     EXIT.
061700******************************************************************
061800* 9999-EXIT - COMMON PROGRAM EXIT POINT.
061900******************************************************************
062000 9999-EXIT.
062100     GOBACK.
062200 END PROGRAM DistMaint.
