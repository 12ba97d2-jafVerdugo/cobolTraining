000100******************************************************************
000200* PROGRAM-ID: MYWORKQUEUE
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     THE OPERATOR'S "MY WORK" SCREEN OVER THE WORKITEM
000800*              REGISTER, CALLED FROM THE GOTO MENU WITH THE
000900*              SIGNED-ON OPERATOR. THE REGISTER IS FIRST BROUGHT
001000*              UP TO DATE (WORKITEMSYNC). M)Y ITEMS STEPS THROUGH
001100*              THE OPEN ITEMS ASSIGNED TO THE OPERATOR, OVERDUE
001200*              ONES FLAGGED, EACH NAMING THE WORKBENCH IT IS
001300*              WORKED IN, AND LETS THE OPERATOR RELEASE ONE BACK
001400*              TO THE POOL. T)EAM ITEMS STEPS THROUGH A TEAM'S
001500*              ITEMS (OR THE UNASSIGNED POOL) AND LETS THE
001600*              OPERATOR CLAIM ONE. A SUPERVISOR (ADMIN AUTHORITY)
001700*              ALSO GETS A)SSIGN, TO ASSIGN OR REASSIGN ANY OPEN
001800*              ITEM TO AN OPERATOR OR A TEAM, RETURN IT TO THE
001900*              POOL, OR MOVE ITS TARGET DATE. EVERY CHANGE IS
002000*              LOGGED TO WORKILOG.
002100* TECTONICS:   cobc
002200*
002300* MODIFICATION HISTORY
002400*   2026-10-15 DO  INITIAL VERSION.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. MyWorkQueue.
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT WORK-ITEM-FILE ASSIGN TO "WORKITEM"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS WI-ITEM-KEY
003500         FILE STATUS IS WS-WI-FILE-STATUS.
003600     SELECT OPERATOR-PIN-FILE ASSIGN TO "GOTOPIN"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS OP-OPERATOR-ID
004000         FILE STATUS IS WS-PIN-FILE-STATUS.
004100     SELECT WORK-AUDIT-FILE ASSIGN TO "WORKILOG"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-AUDIT-FILE-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  WORK-ITEM-FILE.
004700     COPY WORKITEM.
004800 FD  OPERATOR-PIN-FILE.
004900     COPY GOTOPIN.
005000 FD  WORK-AUDIT-FILE
005100     RECORDING MODE IS F.
005200 01  WORK-AUDIT-RECORD.
005300     05  WL-LOG-DATE                 PIC 9(08).
005400     05  WL-LOG-TIME                 PIC 9(08).
005500     05  WL-OPERATOR-ID              PIC X(08).
005600     05  WL-ACTION                   PIC X(08).
005700     05  WL-ITEM-TYPE                PIC X(04).
005800     05  WL-SOURCE-KEY               PIC X(70).
005900     05  WL-FROM-TYPE                PIC X(01).
006000     05  WL-FROM-ASSIGNEE            PIC X(12).
006100     05  WL-TO-TYPE                  PIC X(01).
006200     05  WL-TO-ASSIGNEE              PIC X(12).
006300     05  WL-TARGET-DATE              PIC 9(08).
006400 WORKING-STORAGE SECTION.
006500 01  WS-WI-FILE-STATUS               PIC X(02).
006600     88  WS-WI-FILE-OK               VALUE "00".
006700 01  WS-PIN-FILE-STATUS              PIC X(02).
006800     88  WS-PIN-FILE-OK              VALUE "00".
006900 01  WS-AUDIT-FILE-STATUS            PIC X(02).
007000     88  WS-AUDIT-FILE-OK            VALUE "00".
007100 01  WS-PIN-OPEN-SWITCH              PIC X(01) VALUE "N".
007200     88  WS-PIN-FILE-OPEN            VALUE "Y".
007300 01  WS-SUPERVISOR-SWITCH            PIC X(01) VALUE "N".
007400     88  WS-IS-SUPERVISOR            VALUE "Y".
007500 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
007600     88  WS-END-OF-ITEMS             VALUE "Y".
007700 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
007800 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
007900 01  WS-OPERATOR-ID                  PIC X(08) VALUE SPACES.
008000 01  WS-MODE-OPTION                  PIC X(01) VALUE SPACE.
008100     88  WS-MODE-MINE                VALUE "M" "m".
008200     88  WS-MODE-TEAM                VALUE "T" "t".
008300     88  WS-MODE-ASSIGN              VALUE "A" "a".
008400     88  WS-MODE-EXIT                VALUE "X" "x".
008500 01  WS-ITEM-REPLY                   PIC X(01) VALUE SPACE.
008600     88  WS-REPLY-NEXT               VALUE "N" "n" " ".
008700     88  WS-REPLY-QUIT               VALUE "Q" "q".
008800     88  WS-REPLY-RELEASE            VALUE "R" "r".
008900     88  WS-REPLY-CLAIM              VALUE "C" "c".
009000     88  WS-REPLY-OPERATOR           VALUE "O" "o".
009100     88  WS-REPLY-TEAM               VALUE "T" "t".
009200     88  WS-REPLY-UNASSIGN           VALUE "U" "u".
009300     88  WS-REPLY-DATE               VALUE "D" "d".
009400 01  WS-TEAM-FILTER                  PIC X(12) VALUE SPACES.
009500 01  WS-TYPE-FILTER                  PIC X(04) VALUE SPACES.
009600 01  WS-NEW-ASSIGNEE-TYPE            PIC X(01) VALUE SPACE.
009700 01  WS-NEW-ASSIGNEE-ID              PIC X(12) VALUE SPACES.
009800 01  WS-NEW-OPERATOR-ID              PIC X(08) VALUE SPACES.
009900 01  WS-NEW-TARGET-DATE              PIC 9(08) VALUE ZERO.
010000 01  WS-AUDIT-ACTION                 PIC X(08) VALUE SPACES.
010100 01  WS-WORKBENCH-NAME               PIC X(20) VALUE SPACES.
010200 01  WS-OVERDUE-TAG                  PIC X(10) VALUE SPACES.
010300 01  WS-MY-OPEN-COUNT                PIC 9(05) COMP VALUE ZERO.
010400 01  WS-MY-OVERDUE-COUNT             PIC 9(05) COMP VALUE ZERO.
010500 01  WS-SHOWN-COUNT                  PIC 9(05) COMP VALUE ZERO.
010600 01  WS-LIB-FUNCTION                 PIC X(06).
010700 01  WS-LIB-RETURN-CODE              PIC 9(02).
010800 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "MYWORK".
010900 01  WS-LIB-MSG-VALUE                PIC X(40).
011000 01  WS-LIB-MSG-TEXT                 PIC X(60).
011100     COPY CUEDIT.
011200 LINKAGE SECTION.
011300 01  MQ-OPERATOR-ID                  PIC X(08).
011400 PROCEDURE DIVISION USING MQ-OPERATOR-ID.
011500******************************************************************
011600* 0000-MAINLINE - REFRESH THE REGISTER, GREET THE OPERATOR WITH
011700*                 THEIR OPEN AND OVERDUE COUNTS, THEN LOOP ON THE
011800*                 MODE MENU.
011900******************************************************************
012000 0000-MAINLINE.
012100     MOVE MQ-OPERATOR-ID TO WS-OPERATOR-ID.
012200     MOVE "N" TO WS-SUPERVISOR-SWITCH WS-PIN-OPEN-SWITCH.
012300     MOVE SPACE TO WS-MODE-OPTION.
012400     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
012500     CALL "WorkItemSync".
012600     PERFORM 0400-CHECK-SUPERVISOR
012700         THRU 0400-EXIT.
012800     OPEN I-O WORK-ITEM-FILE.
012900     IF NOT WS-WI-FILE-OK
013000         DISPLAY "WORKITEM OPEN FAILED, STATUS " WS-WI-FILE-STATUS
013100             " - NO WORK QUEUE THIS SESSION"
013200         GO TO 0900-CLOSE-PIN
013300     END-IF.
013400     OPEN EXTEND WORK-AUDIT-FILE.
013500     IF NOT WS-AUDIT-FILE-OK
013600         OPEN OUTPUT WORK-AUDIT-FILE
013700     END-IF.
013800     PERFORM 1000-COUNT-MY-ITEMS
013900         THRU 1000-EXIT.
014000     DISPLAY "WORK QUEUE FOR " WS-OPERATOR-ID " - "
014100         WS-MY-OPEN-COUNT " OPEN, " WS-MY-OVERDUE-COUNT
014200         " OVERDUE".
014300     PERFORM 2000-SHOW-MENU
014400         THRU 2000-EXIT
014500         UNTIL WS-MODE-EXIT.
014600     CLOSE WORK-ITEM-FILE
014700           WORK-AUDIT-FILE.
014800 0900-CLOSE-PIN.
014900     IF WS-PIN-FILE-OPEN
015000         CLOSE OPERATOR-PIN-FILE
015100     END-IF.
015200     GO TO 9999-EXIT.
015300******************************************************************
015400* 0400-CHECK-SUPERVISOR - THE ADMIN AUTHORITY ON THE PIN MASTER
015500*                  OPENS THE A)SSIGN MODE. THE PIN MASTER STAYS
015600*                  OPEN FOR THE ASSIGNEE EDITS.
015700******************************************************************
015800 0400-CHECK-SUPERVISOR.
015900     OPEN INPUT OPERATOR-PIN-FILE.
016000     IF NOT WS-PIN-FILE-OK
016100         GO TO 0400-EXIT
016200     END-IF.
016300     SET WS-PIN-FILE-OPEN TO TRUE.
016400     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
016500     READ OPERATOR-PIN-FILE
016600         INVALID KEY
016700             GO TO 0400-EXIT
016800     END-READ.
016900     IF OP-MAY-RUN-ADMIN AND OP-STATUS-ACTIVE
017000         SET WS-IS-SUPERVISOR TO TRUE
017100     END-IF.
017200 0400-EXIT.
017300     EXIT.
017400******************************************************************
017500* 1000-COUNT-MY-ITEMS - ONE PASS FOR THE GREETING COUNTS.
017600******************************************************************
017700 1000-COUNT-MY-ITEMS.
017800     MOVE ZERO TO WS-MY-OPEN-COUNT WS-MY-OVERDUE-COUNT.
017900     MOVE "N" TO WS-EOF-SWITCH.
018000     MOVE LOW-VALUES TO WI-ITEM-KEY.
018100     START WORK-ITEM-FILE KEY IS NOT LESS THAN WI-ITEM-KEY
018200         INVALID KEY
018300             GO TO 1000-EXIT
018400     END-START.
018500     PERFORM 1100-COUNT-ONE-ITEM
018600         THRU 1100-EXIT
018700         UNTIL WS-END-OF-ITEMS.
018800 1000-EXIT.
018900     EXIT.
019000******************************************************************
019100* 1100-COUNT-ONE-ITEM - COUNT ONE OF THE OPERATOR'S OPEN ITEMS.
019200******************************************************************
019300 1100-COUNT-ONE-ITEM.
019400     READ WORK-ITEM-FILE NEXT RECORD
019500         AT END
019600             SET WS-END-OF-ITEMS TO TRUE
019700             GO TO 1100-EXIT
019800     END-READ.
019900     IF WI-OPEN AND WI-TO-OPERATOR
020000         AND WI-ASSIGNEE-ID = WS-OPERATOR-ID
020100         ADD 1 TO WS-MY-OPEN-COUNT
020200         IF WI-TARGET-DATE < WS-TODAYS-DATE
020300             ADD 1 TO WS-MY-OVERDUE-COUNT
020400         END-IF
020500     END-IF.
020600 1100-EXIT.
020700     EXIT.
020800******************************************************************
020900* 2000-SHOW-MENU - ONE MODE PER PASS.
021000******************************************************************
021100 2000-SHOW-MENU.
021200     IF WS-IS-SUPERVISOR
021300         DISPLAY "My work - M)y items, T)eam or pool items, "
021400             "A)ssign items, X) exit: "
021500     ELSE
021600         DISPLAY "My work - M)y items, T)eam or pool items, "
021700             "X) exit: "
021800     END-IF.
021900     ACCEPT WS-MODE-OPTION.
022000     EVALUATE TRUE
022100         WHEN WS-MODE-MINE
022200             PERFORM 3000-BROWSE-ITEMS
022300                 THRU 3000-EXIT
022400         WHEN WS-MODE-TEAM
022500             DISPLAY "Team (blank for the unassigned pool): "
022600             MOVE SPACES TO WS-TEAM-FILTER
022700             ACCEPT WS-TEAM-FILTER
022800             PERFORM 3000-BROWSE-ITEMS
022900                 THRU 3000-EXIT
023000         WHEN WS-MODE-ASSIGN
023100             IF NOT WS-IS-SUPERVISOR
023200                 DISPLAY "ASSIGNMENT NEEDS THE ADMIN AUTHORITY"
023300                 GO TO 2000-EXIT
023400             END-IF
023500             DISPLAY "Item type CREJ PEXC DISP EACK CAPP RAPP "
023600                 "(blank for all): "
023700             MOVE SPACES TO WS-TYPE-FILTER
023800             ACCEPT WS-TYPE-FILTER
023900             PERFORM 3000-BROWSE-ITEMS
024000                 THRU 3000-EXIT
024100         WHEN WS-MODE-EXIT
024200             CONTINUE
024300         WHEN OTHER
024400             DISPLAY "Select a correct option"
024500     END-EVALUATE.
024600 2000-EXIT.
024700     EXIT.
024800******************************************************************
024900* 3000-BROWSE-ITEMS - STEP THROUGH THE REGISTER OFFERING EACH ITEM
025000*                  THE MODE SELECTS, UNTIL THE END OR A Q)UIT.
025100******************************************************************
025200 3000-BROWSE-ITEMS.
025300     MOVE ZERO TO WS-SHOWN-COUNT.
025400     MOVE "N" TO WS-EOF-SWITCH.
025500     MOVE LOW-VALUES TO WI-ITEM-KEY.
025600     START WORK-ITEM-FILE KEY IS NOT LESS THAN WI-ITEM-KEY
025700         INVALID KEY
025800             SET WS-END-OF-ITEMS TO TRUE
025900     END-START.
026000     PERFORM 3100-OFFER-ONE-ITEM
026100         THRU 3100-EXIT
026200         UNTIL WS-END-OF-ITEMS.
026300     DISPLAY "ITEMS SHOWN: " WS-SHOWN-COUNT.
026400 3000-EXIT.
026500     EXIT.
026600******************************************************************
026700* 3100-OFFER-ONE-ITEM - SKIP WHAT THE MODE DOES NOT COVER, SHOW
026800*                  THE REST AND TAKE THE OPERATOR'S ACTION.
026900******************************************************************
027000 3100-OFFER-ONE-ITEM.
027100     READ WORK-ITEM-FILE NEXT RECORD
027200         AT END
027300             SET WS-END-OF-ITEMS TO TRUE
027400             GO TO 3100-EXIT
027500     END-READ.
027600     IF NOT WI-OPEN
027700         GO TO 3100-EXIT
027800     END-IF.
027900     EVALUATE TRUE
028000         WHEN WS-MODE-MINE
028100             IF NOT WI-TO-OPERATOR
028200                 OR WI-ASSIGNEE-ID NOT = WS-OPERATOR-ID
028300                 GO TO 3100-EXIT
028400             END-IF
028500         WHEN WS-MODE-TEAM
028600             IF WS-TEAM-FILTER = SPACES
028700                 IF NOT WI-UNASSIGNED
028800                     GO TO 3100-EXIT
028900                 END-IF
029000             ELSE
029100                 IF NOT WI-TO-TEAM
029200                     OR WI-ASSIGNEE-ID NOT = WS-TEAM-FILTER
029300                     GO TO 3100-EXIT
029400                 END-IF
029500             END-IF
029600         WHEN OTHER
029700             IF WS-TYPE-FILTER NOT = SPACES
029800                 AND WI-ITEM-TYPE NOT = WS-TYPE-FILTER
029900                 GO TO 3100-EXIT
030000             END-IF
030100     END-EVALUATE.
030200     ADD 1 TO WS-SHOWN-COUNT.
030300     PERFORM 3200-SHOW-ITEM
030400         THRU 3200-EXIT.
030500     EVALUATE TRUE
030600         WHEN WS-MODE-MINE
030700             DISPLAY "N)ext, R)elease to the pool, Q)uit: "
030800         WHEN WS-MODE-TEAM
030900             DISPLAY "C)laim, N)ext, Q)uit: "
031000         WHEN OTHER
031100             DISPLAY "O)perator, T)eam, U)nassign, D)ate, N)ext, "
031200                 "Q)uit: "
031300     END-EVALUATE.
031400     MOVE SPACE TO WS-ITEM-REPLY.
031500     ACCEPT WS-ITEM-REPLY.
031600     IF WS-REPLY-QUIT
031700         SET WS-END-OF-ITEMS TO TRUE
031800         GO TO 3100-EXIT
031900     END-IF.
032000     IF WS-MODE-MINE
032100         IF WS-REPLY-RELEASE
032200             MOVE SPACE TO WS-NEW-ASSIGNEE-TYPE
032300             MOVE SPACES TO WS-NEW-ASSIGNEE-ID
032400             MOVE "RELEASE" TO WS-AUDIT-ACTION
032500             PERFORM 4000-CHANGE-ASSIGNEE
032600                 THRU 4000-EXIT
032700         END-IF
032800         GO TO 3100-EXIT
032900     END-IF.
033000     IF WS-MODE-TEAM
033100         IF WS-REPLY-CLAIM
033200             MOVE "O" TO WS-NEW-ASSIGNEE-TYPE
033300             MOVE WS-OPERATOR-ID TO WS-NEW-ASSIGNEE-ID
033400             MOVE "CLAIM" TO WS-AUDIT-ACTION
033500             PERFORM 4000-CHANGE-ASSIGNEE
033600                 THRU 4000-EXIT
033700         END-IF
033800         GO TO 3100-EXIT
033900     END-IF.
034000     PERFORM 3500-SUPERVISOR-ACTION
034100         THRU 3500-EXIT.
034200 3100-EXIT.
034300     EXIT.
034400******************************************************************
034500* 3200-SHOW-ITEM - THE ITEM, ITS DATES, ITS OWNER AND WHERE IT IS
034600*                  WORKED.
034700******************************************************************
034800 3200-SHOW-ITEM.
034900     MOVE SPACES TO WS-OVERDUE-TAG.
035000     IF WI-TARGET-DATE < WS-TODAYS-DATE
035100         MOVE "*OVERDUE*" TO WS-OVERDUE-TAG
035200     END-IF.
035300     EVALUATE TRUE
035400         WHEN WI-TYPE-CALC-REJECT
035500             MOVE "REJECTREPAIR C" TO WS-WORKBENCH-NAME
035600         WHEN WI-TYPE-POST-EXCP
035700             MOVE "REJECTREPAIR P" TO WS-WORKBENCH-NAME
035800         WHEN WI-TYPE-DISPUTE
035900             MOVE "BILLDISPUTEWORKBENCH" TO WS-WORKBENCH-NAME
036000         WHEN WI-TYPE-ERROR-ACK
036100             MOVE "ERRACKREVIEW" TO WS-WORKBENCH-NAME
036200         WHEN WI-TYPE-CALC-APPR
036300             MOVE "CALCAPPROVALQUEUE" TO WS-WORKBENCH-NAME
036400         WHEN WI-TYPE-RATE-APPR
036500             MOVE "RATEAPPROVAL" TO WS-WORKBENCH-NAME
036600         WHEN OTHER
036700             MOVE SPACES TO WS-WORKBENCH-NAME
036800     END-EVALUATE.
036900     MOVE WI-AMOUNT TO CU-EDIT-MONEY-FIELD.
037000     DISPLAY WI-ITEM-TYPE " " WI-DESCRIPTION " " WS-OVERDUE-TAG.
037100     DISPLAY "  QUEUED " WI-QUEUED-DATE " TARGET " WI-TARGET-DATE
037200         " AMOUNT " CU-EDIT-MONEY-FIELD.
037300     EVALUATE TRUE
037400         WHEN WI-TO-OPERATOR
037500             DISPLAY "  ASSIGNED TO OPERATOR " WI-ASSIGNEE-ID
037600         WHEN WI-TO-TEAM
037700             DISPLAY "  ASSIGNED TO TEAM " WI-ASSIGNEE-ID
037800         WHEN OTHER
037900             DISPLAY "  UNASSIGNED"
038000     END-EVALUATE.
038100     DISPLAY "  WORKED IN " WS-WORKBENCH-NAME.
038200 3200-EXIT.
038300     EXIT.
038400******************************************************************
038500* 3500-SUPERVISOR-ACTION - ASSIGN TO AN OPERATOR ON THE PIN MASTER
038600*                  OR TO A TEAM, RETURN TO THE POOL, OR MOVE THE
038700*                  TARGET DATE TO A REAL CALENDAR DATE.
038800******************************************************************
038900 3500-SUPERVISOR-ACTION.
039000     EVALUATE TRUE
039100         WHEN WS-REPLY-OPERATOR
039200             DISPLAY "Assign to operator ID: "
039300             MOVE SPACES TO WS-NEW-OPERATOR-ID
039400             ACCEPT WS-NEW-OPERATOR-ID
039500             MOVE WS-NEW-OPERATOR-ID TO OP-OPERATOR-ID
039600             IF NOT WS-PIN-FILE-OPEN
039700                 DISPLAY "GOTOPIN NOT AVAILABLE - NOT ASSIGNED"
039800                 GO TO 3500-EXIT
039900             END-IF
040000             READ OPERATOR-PIN-FILE
040100                 INVALID KEY
040200                     DISPLAY "OPERATOR NOT ON THE PIN MASTER - "
040300                         "NOT ASSIGNED"
040400                     GO TO 3500-EXIT
040500             END-READ
040600             IF NOT OP-STATUS-ACTIVE
040700                 DISPLAY "OPERATOR IS NOT ACTIVE - NOT ASSIGNED"
040800                 GO TO 3500-EXIT
040900             END-IF
041000             MOVE "O" TO WS-NEW-ASSIGNEE-TYPE
041100             MOVE WS-NEW-OPERATOR-ID TO WS-NEW-ASSIGNEE-ID
041200             MOVE "ASSIGN" TO WS-AUDIT-ACTION
041300             PERFORM 4000-CHANGE-ASSIGNEE
041400                 THRU 4000-EXIT
041500         WHEN WS-REPLY-TEAM
041600             DISPLAY "Assign to team: "
041700             MOVE SPACES TO WS-NEW-ASSIGNEE-ID
041800             ACCEPT WS-NEW-ASSIGNEE-ID
041900             IF WS-NEW-ASSIGNEE-ID = SPACES
042000                 DISPLAY "NO TEAM KEYED - NOT ASSIGNED"
042100                 GO TO 3500-EXIT
042200             END-IF
042300             MOVE "T" TO WS-NEW-ASSIGNEE-TYPE
042400             MOVE "ASSIGN" TO WS-AUDIT-ACTION
042500             PERFORM 4000-CHANGE-ASSIGNEE
042600                 THRU 4000-EXIT
042700         WHEN WS-REPLY-UNASSIGN
042800             MOVE SPACE TO WS-NEW-ASSIGNEE-TYPE
042900             MOVE SPACES TO WS-NEW-ASSIGNEE-ID
043000             MOVE "UNASSIGN" TO WS-AUDIT-ACTION
043100             PERFORM 4000-CHANGE-ASSIGNEE
043200                 THRU 4000-EXIT
043300         WHEN WS-REPLY-DATE
043400             DISPLAY "New target date (YYYYMMDD): "
043500             MOVE ZERO TO WS-NEW-TARGET-DATE
043600             ACCEPT WS-NEW-TARGET-DATE
043700             MOVE "DATVAL" TO WS-LIB-FUNCTION
043800             CALL "Routines1" USING WS-LIB-FUNCTION,
043900                 WS-LIB-RETURN-CODE, WS-NEW-TARGET-DATE,
044000                 WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
044100                 WS-LIB-MSG-TEXT
044200             IF WS-LIB-RETURN-CODE NOT = ZERO
044300                 DISPLAY "TARGET DATE " WS-NEW-TARGET-DATE
044400                     " IS NOT A REAL CALENDAR DATE"
044500                 GO TO 3500-EXIT
044600             END-IF
044700             PERFORM 4500-CHANGE-TARGET-DATE
044800                 THRU 4500-EXIT
044900         WHEN OTHER
045000             CONTINUE
045100     END-EVALUATE.
045200 3500-EXIT.
045300     EXIT.
045400******************************************************************
045500* 4000-CHANGE-ASSIGNEE - MOVE THE ITEM IN HAND TO ITS NEW OWNER,
045600*                  KEEPING THE OLD ONE AS THE PRIOR ASSIGNEE.
045700******************************************************************
045800 4000-CHANGE-ASSIGNEE.
045900     MOVE WI-ASSIGNEE-TYPE TO WL-FROM-TYPE.
046000     MOVE WI-ASSIGNEE-ID TO WL-FROM-ASSIGNEE.
046100     IF NOT WI-UNASSIGNED
046200         ADD 1 TO WI-REASSIGN-COUNT
046300     END-IF.
046400     MOVE WI-ASSIGNEE-ID TO WI-PRIOR-ASSIGNEE.
046500     MOVE WS-NEW-ASSIGNEE-TYPE TO WI-ASSIGNEE-TYPE.
046600     MOVE WS-NEW-ASSIGNEE-ID TO WI-ASSIGNEE-ID.
046700     MOVE WS-TODAYS-DATE TO WI-ASSIGNED-DATE.
046800     MOVE WS-OPERATOR-ID TO WI-ASSIGNED-BY.
046900     REWRITE WORK-ITEM-RECORD
047000         INVALID KEY
047100             DISPLAY "WORKITEM REWRITE FAILED, STATUS "
047200                 WS-WI-FILE-STATUS
047300             GO TO 4000-EXIT
047400     END-REWRITE.
047500     PERFORM 8000-WRITE-AUDIT-RECORD
047600         THRU 8000-EXIT.
047700     DISPLAY "ITEM " WS-AUDIT-ACTION " RECORDED".
047800 4000-EXIT.
047900     EXIT.
048000******************************************************************
048100* 4500-CHANGE-TARGET-DATE - A SUPERVISOR'S NEW TARGET DATE.
048200******************************************************************
048300 4500-CHANGE-TARGET-DATE.
048400     MOVE WI-ASSIGNEE-TYPE TO WL-FROM-TYPE.
048500     MOVE WI-ASSIGNEE-ID TO WL-FROM-ASSIGNEE.
048600     MOVE WS-NEW-TARGET-DATE TO WI-TARGET-DATE.
048700     REWRITE WORK-ITEM-RECORD
048800         INVALID KEY
048900             DISPLAY "WORKITEM REWRITE FAILED, STATUS "
049000                 WS-WI-FILE-STATUS
049100             GO TO 4500-EXIT
049200     END-REWRITE.
049300     MOVE "TARGET" TO WS-AUDIT-ACTION.
049400     PERFORM 8000-WRITE-AUDIT-RECORD
049500         THRU 8000-EXIT.
049600     DISPLAY "TARGET DATE NOW " WI-TARGET-DATE.
049700 4500-EXIT.
049800     EXIT.
049900******************************************************************
050000* 8000-WRITE-AUDIT-RECORD - WHO CHANGED WHICH ITEM, FROM WHOM TO
050100*                  WHOM, AND ITS TARGET DATE AFTER THE CHANGE.
050200*                  WL-FROM-TYPE AND WL-FROM-ASSIGNEE ARE SET BY
050300*                  THE CALLER BEFORE THE ROW CHANGES.
050400******************************************************************
050500 8000-WRITE-AUDIT-RECORD.
050600     ACCEPT WS-CURRENT-TIME FROM TIME.
050700     MOVE WS-TODAYS-DATE TO WL-LOG-DATE.
050800     MOVE WS-CURRENT-TIME TO WL-LOG-TIME.
050900     MOVE WS-OPERATOR-ID TO WL-OPERATOR-ID.
051000     MOVE WS-AUDIT-ACTION TO WL-ACTION.
051100     MOVE WI-ITEM-TYPE TO WL-ITEM-TYPE.
051200     MOVE WI-SOURCE-KEY TO WL-SOURCE-KEY.
051300     MOVE WI-ASSIGNEE-TYPE TO WL-TO-TYPE.
051400     MOVE WI-ASSIGNEE-ID TO WL-TO-ASSIGNEE.
051500     MOVE WI-TARGET-DATE TO WL-TARGET-DATE.
051600     WRITE WORK-AUDIT-RECORD.
051700 8000-EXIT.
051800     EXIT.
051900******************************************************************
052000* 9999-EXIT - COMMON PROGRAM EXIT POINT.
052100******************************************************************
052200 9999-EXIT.
052300     GOBACK.
052400 END PROGRAM MyWorkQueue.
