000100******************************************************************
000200* PROGRAM-ID: ALERTRULEMAINT
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     MAINTENANCE FOR THE ALERTRUL ALERT RULES - WHICH
000800*              CONDITIONS ALERTWRITER WATCHES, THE LOWEST SOURCE
000900*              SEVERITY AND THE LIMIT THAT RAISE AN ALERT, THE
001000*              SEVERITY THE GATEWAY SEES, WHETHER IT PAGES OR
001100*              E-MAILS AND WHICH ON-CALL GROUP OR MAILBOX GETS IT.
001200*              SUPPORTS ADD, CHANGE, DELETE AND BROWSE OF ONE RULE
001300*              AT A TIME. ONLY THE CONDITIONS THE RAISING PROGRAMS
001400*              KNOW (EODSTEP, ERRLOG, LOCKSTAL, ACKAGED) MAY BE
001500*              ADDED. EVERY CHANGE IS AUDITED ON ALERTRLG.
001600* TECTONICS:   cobc
001700*
001800* MODIFICATION HISTORY
001900*   2026-10-15 DO  INITIAL VERSION.
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. AlertRuleMaint.
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT ALERT-RULE-FILE ASSIGN TO "ALERTRUL"
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS AR-CONDITION
003000         FILE STATUS IS WS-RULE-FILE-STATUS.
003100     SELECT RULE-AUDIT-FILE ASSIGN TO "ALERTRLG"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-AUDIT-FILE-STATUS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  ALERT-RULE-FILE.
003700     COPY ALERTRUL.
003800 FD  RULE-AUDIT-FILE
003900     RECORDING MODE IS F.
004000     COPY ALERTRLG.
004100 WORKING-STORAGE SECTION.
004200 01  WS-RULE-FILE-STATUS             PIC X(02).
004300     88  WS-RULE-FILE-OK             VALUE "00".
004400 01  WS-AUDIT-FILE-STATUS            PIC X(02).
004500     88  WS-AUDIT-FILE-OK            VALUE "00".
004600 01  WS-OPERATOR-ID                  PIC X(08).
004700 01  WS-TODAYS-DATE                  PIC 9(08).
004800 01  WS-CURRENT-TIME                 PIC 9(08).
004900 01  WS-MAINT-OPTION                 PIC X(01).
005000     88  WS-MAINT-ADD                VALUE "A" "a".
005100     88  WS-MAINT-CHANGE             VALUE "C" "c".
005200     88  WS-MAINT-DELETE             VALUE "D" "d".
005300     88  WS-MAINT-BROWSE             VALUE "B" "b".
005400     88  WS-MAINT-EXIT               VALUE "X" "x".
005500 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
005600     88  WS-END-OF-MASTER            VALUE "Y".
005700 01  WS-KEY-OK-SWITCH                PIC X(01) VALUE "N".
005800     88  WS-KEY-OK                   VALUE "Y".
005900 01  WS-EDIT-OK-SWITCH               PIC X(01) VALUE "N".
006000     88  WS-EDIT-OK                  VALUE "Y".
006100 01  WS-WORK-CONDITION               PIC X(08) VALUE SPACES.
006200     88  WS-CONDITION-KNOWN          VALUE "EODSTEP " "ERRLOG  "
006300                                           "LOCKSTAL" "ACKAGED ".
006400 01  WS-WORK-DESCRIPTION             PIC X(30) VALUE SPACES.
006500 01  WS-WORK-SETTINGS.
006600     05  WS-WORK-MIN-SOURCE-SEV      PIC X(01) VALUE SPACE.
006700         88  WS-WORK-MIN-SEV-VALID   VALUE "I" "W" "S".
006800     05  WS-WORK-ALERT-SEVERITY      PIC X(01) VALUE SPACE.
006900         88  WS-WORK-SEV-VALID       VALUE "C" "M" "N".
007000     05  WS-WORK-ROUTE               PIC X(01) VALUE SPACE.
007100         88  WS-WORK-ROUTE-VALID     VALUE "P" "E".
007200     05  WS-WORK-RECIPIENT           PIC X(20) VALUE SPACES.
007300     05  WS-WORK-LIMIT               PIC 9(05) VALUE ZERO.
007400     05  WS-WORK-STATUS              PIC X(01) VALUE SPACE.
007500         88  WS-WORK-STATUS-VALID    VALUE "A" "I".
007600 01  WS-OLD-SETTINGS.
007700     05  WS-OLD-MIN-SOURCE-SEV       PIC X(01) VALUE SPACE.
007800     05  WS-OLD-ALERT-SEVERITY       PIC X(01) VALUE SPACE.
007900     05  WS-OLD-ROUTE                PIC X(01) VALUE SPACE.
008000     05  WS-OLD-RECIPIENT            PIC X(20) VALUE SPACES.
008100     05  WS-OLD-LIMIT                PIC 9(05) VALUE ZERO.
008200     05  WS-OLD-STATUS               PIC X(01) VALUE SPACE.
008300 01  WS-LIMIT-REPLY                  PIC X(05) VALUE SPACES.
008400 01  WS-LIMIT-LENGTH                 PIC 9(02) COMP VALUE ZERO.
008500 01  WS-BROWSE-COUNT                 PIC 9(04) COMP VALUE ZERO.
008600 PROCEDURE DIVISION.
008700******************************************************************
008800* 0000-MAINLINE - SIGN ON, OPEN THE RULES MASTER AND THE AUDIT
008900*                 FILE, THEN LOOP ON THE MAINTENANCE MENU.
009000******************************************************************
009100 0000-MAINLINE.
009200     PERFORM 0500-SIGN-ON
009300         THRU 0500-EXIT.
009400     IF NOT WS-RULE-FILE-OK
009500         GO TO 9999-EXIT
009600     END-IF.
009700     PERFORM 2000-SHOW-MENU
009800         THRU 2000-EXIT
009900         UNTIL WS-MAINT-EXIT.
010000     CLOSE ALERT-RULE-FILE
010100           RULE-AUDIT-FILE.
010200     GO TO 9999-EXIT.
010300******************************************************************
010400* 0500-SIGN-ON - CAPTURE THE OPERATOR ID, OPEN THE RULES MASTER
010500*                FOR UPDATE, CREATED ON FIRST USE, AND THE AUDIT
010600*                LOG FOR APPEND.
010700******************************************************************
010800 0500-SIGN-ON.
010900     DISPLAY "Operator ID: "
011000     ACCEPT WS-OPERATOR-ID.
011100     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
011200     OPEN I-O ALERT-RULE-FILE.
011300     IF NOT WS-RULE-FILE-OK
011400         OPEN OUTPUT ALERT-RULE-FILE
011500         IF NOT WS-RULE-FILE-OK
011600             DISPLAY "ALERTRUL OPEN FAILED, STATUS "
011700                 WS-RULE-FILE-STATUS
011800             GO TO 0500-EXIT
011900         END-IF
012000*        THE FALLBACK ONLY CREATES THE FILE - THE SESSION MUST
012100*        STILL RUN AGAINST IT IN I-O MODE.
012200         CLOSE ALERT-RULE-FILE
012300         OPEN I-O ALERT-RULE-FILE
012400         IF NOT WS-RULE-FILE-OK
012500             DISPLAY "ALERTRUL REOPEN FAILED, STATUS "
012600                 WS-RULE-FILE-STATUS
012700             GO TO 0500-EXIT
012800         END-IF
012900     END-IF.
013000     OPEN EXTEND RULE-AUDIT-FILE.
013100     IF NOT WS-AUDIT-FILE-OK
013200         OPEN OUTPUT RULE-AUDIT-FILE
013300     END-IF.
013400 0500-EXIT.
013500     EXIT.
013600******************************************************************
013700* 2000-SHOW-MENU - ONE MAINTENANCE ACTION PER PASS.
013800******************************************************************
013900 2000-SHOW-MENU.
014000     DISPLAY "Alert rules - A)dd C)hange D)elete B)rowse "
014100         "X) exit: "
014200     ACCEPT WS-MAINT-OPTION.
014300     EVALUATE TRUE
014400         WHEN WS-MAINT-ADD
014500             PERFORM 3000-ADD-RULE
014600                 THRU 3000-EXIT
014700         WHEN WS-MAINT-CHANGE
014800             PERFORM 4000-CHANGE-RULE
014900                 THRU 4000-EXIT
015000         WHEN WS-MAINT-DELETE
015100             PERFORM 5000-DELETE-RULE
015200                 THRU 5000-EXIT
015300         WHEN WS-MAINT-BROWSE
015400             PERFORM 6000-BROWSE-RULES
015500                 THRU 6000-EXIT
015600         WHEN WS-MAINT-EXIT
015700             CONTINUE
015800         WHEN OTHER
015900             DISPLAY "Select a correct option"
016000     END-EVALUATE.
016100 2000-EXIT.
016200     EXIT.
016300******************************************************************
016400* 2100-GET-CONDITION - PROMPT FOR THE CONDITION TO WORK ON.
016500******************************************************************
016600 2100-GET-CONDITION.
016700     MOVE "N" TO WS-KEY-OK-SWITCH.
016800     DISPLAY "Condition (EODSTEP ERRLOG LOCKSTAL ACKAGED): "
016900     MOVE SPACES TO WS-WORK-CONDITION.
017000     ACCEPT WS-WORK-CONDITION.
017100     IF WS-WORK-CONDITION = SPACES
017200         DISPLAY "A CONDITION IS REQUIRED"
017300         GO TO 2100-EXIT
017400     END-IF.
017500     SET WS-KEY-OK TO TRUE.
017600 2100-EXIT.
017700     EXIT.
017800******************************************************************
017900* 2200-EDIT-SETTINGS - THE SEVERITIES, ROUTE AND STATUS MUST BE
018000*                  ONES ALERTWRITER AND THE GATEWAY KNOW, AND AN
018100*                  ALERT MUST HAVE SOMEWHERE TO GO.
018200******************************************************************
018300 2200-EDIT-SETTINGS.
018400     MOVE "N" TO WS-EDIT-OK-SWITCH.
018500     IF NOT WS-WORK-MIN-SEV-VALID
018600         DISPLAY "MINIMUM SOURCE SEVERITY MUST BE I, W OR S"
018700         GO TO 2200-EXIT
018800     END-IF.
018900     IF NOT WS-WORK-SEV-VALID
019000         DISPLAY "ALERT SEVERITY MUST BE C, M OR N"
019100         GO TO 2200-EXIT
019200     END-IF.
019300     IF NOT WS-WORK-ROUTE-VALID
019400         DISPLAY "ROUTE MUST BE P (PAGE) OR E (E-MAIL)"
019500         GO TO 2200-EXIT
019600     END-IF.
019700     IF WS-WORK-RECIPIENT = SPACES
019800         DISPLAY "A RECIPIENT - ON-CALL GROUP OR MAILBOX - IS "
019900             "REQUIRED"
020000         GO TO 2200-EXIT
020100     END-IF.
020200     IF NOT WS-WORK-STATUS-VALID
020300         DISPLAY "STATUS MUST BE A OR I"
020400         GO TO 2200-EXIT
020500     END-IF.
020600     SET WS-EDIT-OK TO TRUE.
020700 2200-EXIT.
020800     EXIT.
020900******************************************************************
021000* 2300-GET-LIMIT - THE LIMIT AS UP TO FIVE DIGITS; A BLANK ANSWER
021100*                  KEEPS WHAT IS IN WS-WORK-LIMIT ALREADY.
021200******************************************************************
021300 2300-GET-LIMIT.
021400     MOVE "Y" TO WS-EDIT-OK-SWITCH.
021500     MOVE SPACES TO WS-LIMIT-REPLY.
021600     ACCEPT WS-LIMIT-REPLY.
021700     IF WS-LIMIT-REPLY = SPACES
021800         GO TO 2300-EXIT
021900     END-IF.
022000     MOVE ZERO TO WS-LIMIT-LENGTH.
022100     INSPECT WS-LIMIT-REPLY TALLYING WS-LIMIT-LENGTH
022200         FOR CHARACTERS BEFORE INITIAL SPACE.
022300     IF WS-LIMIT-LENGTH = ZERO
022400        OR WS-LIMIT-REPLY (1:WS-LIMIT-LENGTH) IS NOT NUMERIC
022500         DISPLAY "LIMIT MUST BE A WHOLE NUMBER"
022600         MOVE "N" TO WS-EDIT-OK-SWITCH
022700         GO TO 2300-EXIT
022800     END-IF.
022900     MOVE WS-LIMIT-REPLY (1:WS-LIMIT-LENGTH) TO WS-WORK-LIMIT.
023000 2300-EXIT.
023100     EXIT.
023200******************************************************************
023300* 3000-ADD-RULE - WRITE A NEW RULE, WATCHED FROM THE NEXT CALL TO
023400*                  ALERTWRITER.
023500******************************************************************
023600 3000-ADD-RULE.
023700     PERFORM 2100-GET-CONDITION
023800         THRU 2100-EXIT.
023900     IF NOT WS-KEY-OK
024000         GO TO 3000-EXIT
024100     END-IF.
024200     IF NOT WS-CONDITION-KNOWN
024300         DISPLAY "NO PROGRAM RAISES CONDITION " WS-WORK-CONDITION
024400             " - RULE NOT ADDED"
024500         GO TO 3000-EXIT
024600     END-IF.
024700     DISPLAY "Description: "
024800     MOVE SPACES TO WS-WORK-DESCRIPTION.
024900     ACCEPT WS-WORK-DESCRIPTION.
025000     DISPLAY "Lowest source severity that alerts (I W S): "
025100     MOVE SPACE TO WS-WORK-MIN-SOURCE-SEV.
025200     ACCEPT WS-WORK-MIN-SOURCE-SEV.
025300     DISPLAY "Alert severity C)ritical M)ajor mi(N)or: "
025400     MOVE SPACE TO WS-WORK-ALERT-SEVERITY.
025500     ACCEPT WS-WORK-ALERT-SEVERITY.
025600     DISPLAY "Route P)age or E)-mail: "
025700     MOVE SPACE TO WS-WORK-ROUTE.
025800     ACCEPT WS-WORK-ROUTE.
025900     DISPLAY "Recipient (on-call group or mailbox): "
026000     MOVE SPACES TO WS-WORK-RECIPIENT.
026100     ACCEPT WS-WORK-RECIPIENT.
026200     DISPLAY "Limit the measure must reach (blank or 0 for "
026300         "none): "
026400     MOVE ZERO TO WS-WORK-LIMIT.
026500     PERFORM 2300-GET-LIMIT
026600         THRU 2300-EXIT.
026700     IF NOT WS-EDIT-OK
026800         DISPLAY "RULE NOT ADDED"
026900         GO TO 3000-EXIT
027000     END-IF.
027100     MOVE "A" TO WS-WORK-STATUS.
027200     PERFORM 2200-EDIT-SETTINGS
027300         THRU 2200-EXIT.
027400     IF NOT WS-EDIT-OK
027500         DISPLAY "RULE NOT ADDED"
027600         GO TO 3000-EXIT
027700     END-IF.
027800     INITIALIZE WS-OLD-SETTINGS.
027900     MOVE SPACES TO ALERT-RULE-RECORD.
028000     MOVE WS-WORK-CONDITION      TO AR-CONDITION.
028100     MOVE WS-WORK-DESCRIPTION    TO AR-DESCRIPTION.
028200     PERFORM 3100-MOVE-SETTINGS
028300         THRU 3100-EXIT.
028400     WRITE ALERT-RULE-RECORD
028500         INVALID KEY
028600             DISPLAY "RULE ALREADY ON FILE - NOT ADDED"
028700         NOT INVALID KEY
028800             MOVE "ADD   " TO RG-ACTION
028900             PERFORM 8000-WRITE-AUDIT-RECORD
029000                 THRU 8000-EXIT
029100             DISPLAY "RULE ADDED"
029200     END-WRITE.
029300 3000-EXIT.
029400     EXIT.
029500******************************************************************
029600* 3100-MOVE-SETTINGS - THE EDITED SETTINGS ONTO THE RULE ROW,
029700*                  STAMPED WITH WHO CHANGED IT AND WHEN.
029800******************************************************************
029900 3100-MOVE-SETTINGS.
030000     MOVE WS-WORK-MIN-SOURCE-SEV TO AR-MIN-SOURCE-SEV.
030100     MOVE WS-WORK-ALERT-SEVERITY TO AR-ALERT-SEVERITY.
030200     MOVE WS-WORK-ROUTE          TO AR-ROUTE.
030300     MOVE WS-WORK-RECIPIENT      TO AR-RECIPIENT.
030400     MOVE WS-WORK-LIMIT          TO AR-LIMIT.
030500     MOVE WS-WORK-STATUS         TO AR-STATUS.
030600     MOVE WS-OPERATOR-ID         TO AR-CHANGED-BY.
030700     MOVE WS-TODAYS-DATE         TO AR-CHANGED-DATE.
030800 3100-EXIT.
030900     EXIT.
031000******************************************************************
031100* 4000-CHANGE-RULE - CHANGE ANY SETTING OF A RULE. ENTER KEEPS THE
031200*                  VALUE ON FILE. AN INACTIVE RULE IS PASSED OVER
031300*                  AS IF THE CONDITION WERE NOT WATCHED.
031400******************************************************************
031500 4000-CHANGE-RULE.
031600     PERFORM 2100-GET-CONDITION
031700         THRU 2100-EXIT.
031800     IF NOT WS-KEY-OK
031900         GO TO 4000-EXIT
032000     END-IF.
032100     MOVE WS-WORK-CONDITION TO AR-CONDITION.
032200     READ ALERT-RULE-FILE
032300         INVALID KEY
032400             DISPLAY "RULE NOT FOUND"
032500             GO TO 4000-EXIT
032600     END-READ.
032700     PERFORM 4100-SAVE-OLD-SETTINGS
032800         THRU 4100-EXIT.
032900     MOVE WS-OLD-SETTINGS TO WS-WORK-SETTINGS.
033000     DISPLAY "Description (Enter to keep): "
033100     MOVE SPACES TO WS-WORK-DESCRIPTION.
033200     ACCEPT WS-WORK-DESCRIPTION.
033300     DISPLAY "Lowest source severity I W S (Enter to keep "
033400         WS-OLD-MIN-SOURCE-SEV "): "
033500     ACCEPT WS-WORK-MIN-SOURCE-SEV.
033600     IF WS-WORK-MIN-SOURCE-SEV = SPACE
033700         MOVE WS-OLD-MIN-SOURCE-SEV TO WS-WORK-MIN-SOURCE-SEV
033800     END-IF.
033900     DISPLAY "Alert severity C M N (Enter to keep "
034000         WS-OLD-ALERT-SEVERITY "): "
034100     ACCEPT WS-WORK-ALERT-SEVERITY.
034200     IF WS-WORK-ALERT-SEVERITY = SPACE
034300         MOVE WS-OLD-ALERT-SEVERITY TO WS-WORK-ALERT-SEVERITY
034400     END-IF.
034500     DISPLAY "Route P E (Enter to keep " WS-OLD-ROUTE "): "
034600     ACCEPT WS-WORK-ROUTE.
034700     IF WS-WORK-ROUTE = SPACE
034800         MOVE WS-OLD-ROUTE TO WS-WORK-ROUTE
034900     END-IF.
035000     DISPLAY "Recipient (Enter to keep " WS-OLD-RECIPIENT "): "
035100     ACCEPT WS-WORK-RECIPIENT.
035200     IF WS-WORK-RECIPIENT = SPACES
035300         MOVE WS-OLD-RECIPIENT TO WS-WORK-RECIPIENT
035400     END-IF.
035500     DISPLAY "Limit (Enter to keep " WS-OLD-LIMIT "): "
035600     PERFORM 2300-GET-LIMIT
035700         THRU 2300-EXIT.
035800     IF NOT WS-EDIT-OK
035900         DISPLAY "RULE NOT CHANGED"
036000         GO TO 4000-EXIT
036100     END-IF.
036200     DISPLAY "Status A)ctive I)nactive (Enter to keep "
036300         WS-OLD-STATUS "): "
036400     ACCEPT WS-WORK-STATUS.
036500     IF WS-WORK-STATUS = SPACE
036600         MOVE WS-OLD-STATUS TO WS-WORK-STATUS
036700     END-IF.
036800     PERFORM 2200-EDIT-SETTINGS
036900         THRU 2200-EXIT.
037000     IF NOT WS-EDIT-OK
037100         DISPLAY "RULE NOT CHANGED"
037200         GO TO 4000-EXIT
037300     END-IF.
037400     IF WS-WORK-DESCRIPTION NOT = SPACES
037500         MOVE WS-WORK-DESCRIPTION TO AR-DESCRIPTION
037600     END-IF.
037700     PERFORM 3100-MOVE-SETTINGS
037800         THRU 3100-EXIT.
037900     REWRITE ALERT-RULE-RECORD
038000         INVALID KEY
038100             DISPLAY "REWRITE FAILED, STATUS "
038200                 WS-RULE-FILE-STATUS
038300         NOT INVALID KEY
038400             MOVE "CHANGE" TO RG-ACTION
038500             PERFORM 8000-WRITE-AUDIT-RECORD
038600                 THRU 8000-EXIT
038700             DISPLAY "RULE CHANGED"
038800     END-REWRITE.
038900 4000-EXIT.
039000     EXIT.
039100******************************************************************
039200* 4100-SAVE-OLD-SETTINGS - THE ROW AS READ, FOR THE AUDIT TRAIL
039300*                  AND THE KEEP-WHAT-IS-THERE PROMPTS.
039400******************************************************************
039500 4100-SAVE-OLD-SETTINGS.
039600     MOVE AR-MIN-SOURCE-SEV TO WS-OLD-MIN-SOURCE-SEV.
039700     MOVE AR-ALERT-SEVERITY TO WS-OLD-ALERT-SEVERITY.
039800     MOVE AR-ROUTE          TO WS-OLD-ROUTE.
039900     MOVE AR-RECIPIENT      TO WS-OLD-RECIPIENT.
040000     MOVE AR-LIMIT          TO WS-OLD-LIMIT.
040100     MOVE AR-STATUS         TO WS-OLD-STATUS.
040200 4100-EXIT.
040300     EXIT.
040400******************************************************************
040500* 5000-DELETE-RULE - REMOVE A RULE. THE CONDITION IS NO LONGER
040600*                  WATCHED FROM THE NEXT CALL ON; ALERTS ALREADY
040700*                  ON THE REGISTER ARE LEFT AS THEY ARE.
040800******************************************************************
040900 5000-DELETE-RULE.
041000     PERFORM 2100-GET-CONDITION
041100         THRU 2100-EXIT.
041200     IF NOT WS-KEY-OK
041300         GO TO 5000-EXIT
041400     END-IF.
041500     MOVE WS-WORK-CONDITION TO AR-CONDITION.
041600     READ ALERT-RULE-FILE
041700         INVALID KEY
041800             DISPLAY "RULE NOT FOUND"
041900             GO TO 5000-EXIT
042000     END-READ.
042100     PERFORM 4100-SAVE-OLD-SETTINGS
042200         THRU 4100-EXIT.
042300     INITIALIZE WS-WORK-SETTINGS.
042400     DELETE ALERT-RULE-FILE RECORD
042500         INVALID KEY
042600             DISPLAY "DELETE FAILED, STATUS "
042700                 WS-RULE-FILE-STATUS
042800         NOT INVALID KEY
042900             MOVE "DELETE" TO RG-ACTION
043000             PERFORM 8000-WRITE-AUDIT-RECORD
043100                 THRU 8000-EXIT
043200             DISPLAY "RULE DELETED"
043300     END-DELETE.
043400 5000-EXIT.
043500     EXIT.
043600******************************************************************
043700* 6000-BROWSE-RULES - LIST EVERY RULE IN CONDITION ORDER.
043800******************************************************************
043900 6000-BROWSE-RULES.
044000     MOVE "N" TO WS-EOF-SWITCH.
044100     MOVE ZERO TO WS-BROWSE-COUNT.
044200     MOVE LOW-VALUES TO AR-CONDITION.
044300     START ALERT-RULE-FILE KEY IS NOT LESS THAN AR-CONDITION
044400         INVALID KEY
044500             SET WS-END-OF-MASTER TO TRUE
044600     END-START.
044700     PERFORM 6100-BROWSE-ONE-RULE
044800         THRU 6100-EXIT
044900         UNTIL WS-END-OF-MASTER.
045000     DISPLAY "RULES LISTED: " WS-BROWSE-COUNT.
045100 6000-EXIT.
045200     EXIT.
045300******************************************************************
045400* 6100-BROWSE-ONE-RULE - READ AND DISPLAY THE NEXT RULE.
045500******************************************************************
045600 6100-BROWSE-ONE-RULE.
045700     READ ALERT-RULE-FILE NEXT RECORD
045800         AT END
045900             SET WS-END-OF-MASTER TO TRUE
046000     END-READ.
046100     IF WS-END-OF-MASTER
046200         GO TO 6100-EXIT
046300     END-IF.
046400     DISPLAY AR-CONDITION " " AR-STATUS " MIN " AR-MIN-SOURCE-SEV
046500         " SEV " AR-ALERT-SEVERITY " " AR-ROUTE " " AR-RECIPIENT
046600         " LIMIT " AR-LIMIT.
046700     DISPLAY "    " AR-DESCRIPTION " " AR-CHANGED-BY " "
046800         AR-CHANGED-DATE.
046900     ADD 1 TO WS-BROWSE-COUNT.
047000 6100-EXIT.
047100     EXIT.
047200******************************************************************
047300* 8000-WRITE-AUDIT-RECORD - ONE AUDIT ROW PER CHANGE.
047400******************************************************************
047500 8000-WRITE-AUDIT-RECORD.
047600     ACCEPT WS-CURRENT-TIME FROM TIME.
047700     MOVE WS-TODAYS-DATE         TO RG-LOG-DATE.
047800     MOVE WS-CURRENT-TIME        TO RG-LOG-TIME.
047900     MOVE WS-OPERATOR-ID         TO RG-OPERATOR-ID.
048000     MOVE WS-WORK-CONDITION      TO RG-CONDITION.
048100     MOVE WS-OLD-SETTINGS        TO RG-OLD-SETTINGS.
048200     MOVE WS-WORK-SETTINGS       TO RG-NEW-SETTINGS.
048300     WRITE ALERT-RULE-AUDIT-RECORD.
048400 8000-EXIT.
048500     EXIT.
048600******************************************************************
048700* 9999-EXIT - COMMON PROGRAM EXIT POINT.
048800******************************************************************
048900 9999-EXIT.
049000     GOBACK.
049100 END PROGRAM AlertRuleMaint.
