000100******************************************************************
000200* PROGRAM-ID: ACCESSRECERT
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     PERIODIC RECERTIFICATION OF THE GOTOPIN AUTHORITY
000800*              FLAGS. A SECURITY ADMINISTRATOR O)PENS A CAMPAIGN
000900*              - A NAMED REVIEWER, A DEADLINE AND WHETHER
001000*              OPERATORS LEFT UNREVIEWED AT THE DEADLINE ARE TO
001100*              BE SUSPENDED - WHICH SNAPSHOTS EVERY ACTIVE
001200*              OPERATOR'S GRANTED FLAGS ONTO THE RECERT FILE.
001300*              THE REVIEWER THEN R)EVIEWS THE CAMPAIGN, MARKING
001400*              EACH GRANT K)EEP OR R)EVOKE; NOBODY DECIDES THEIR
001500*              OWN GRANTS, SO THE REVIEWER'S OWN ROW IS LEFT TO
001600*              THE ADMINISTRATOR WHO OPENED THE CAMPAIGN. ONCE
001700*              EVERY GRANT IS DECIDED THE REVIEWER S)IGNS OFF:
001800*              THE REVOCATIONS ARE APPLIED TO GOTOPIN WITH A
001900*              SECLOG ROW EACH, THE CAMPAIGN IS CLOSED TO
002000*              FURTHER CHANGE, ITS ROWS ARE APPENDED TO THE
002100*              CUMULATIVE RCEVID EVIDENCE FILE AND THE SIGN-OFF
002200*              REPORT RECERTRP IS KEPT. THE DEADLINE ITSELF IS
002300*              POLICED BY RECERTOVERDUE IN THE END-OF-DAY RUN.
002400* TECTONICS:   cobc
002500*
002600* MODIFICATION HISTORY
002700*   2026-10-15 DO  INITIAL VERSION.
002720*   2026-10-15 DO  SECLOG ROWS NOW CARRY A CHAIN SEQUENCE AND
002740*                  CHAIN VALUE, STAMPED BY AUDITCHAIN JUST AHEAD
002760*                  OF EACH WRITE, SO AUDITVERIFY CAN PROVE THE
002780*                  TRAIL WHOLE.
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. AccessRecert.
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OPERATOR-PIN-FILE ASSIGN TO "GOTOPIN"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS OP-OPERATOR-ID
003800         FILE STATUS IS WS-PIN-FILE-STATUS.
003900     SELECT RECERT-FILE ASSIGN TO "RECERT"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS RV-KEY
004300         FILE STATUS IS WS-RECERT-FILE-STATUS.
004400     SELECT SEC-AUDIT-FILE ASSIGN TO "SECLOG"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-AUDIT-FILE-STATUS.
004700     SELECT EVIDENCE-FILE ASSIGN TO "RCEVID"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-EVID-FILE-STATUS.
005000     SELECT RECERT-RPT-FILE ASSIGN TO "RECERTRP"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-RPT-FILE-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  OPERATOR-PIN-FILE.
005600     COPY GOTOPIN.
005700 FD  RECERT-FILE.
005800     COPY RECERT.
005900 FD  SEC-AUDIT-FILE
006000     RECORDING MODE IS F.
006100 01  SEC-AUDIT-RECORD.
006200     05  SA-LOG-DATE                 PIC 9(08).
006300     05  SA-LOG-TIME                 PIC 9(08).
006400     05  SA-ADMIN-ID                 PIC X(08).
006500     05  SA-ACTION                   PIC X(08).
006600     05  SA-TARGET-ID                PIC X(08).
006633     05  SA-CHAIN-SEQ                PIC 9(09).
006666     05  SA-CHAIN-VALUE              PIC 9(08).
006700 FD  EVIDENCE-FILE
006800     RECORDING MODE IS F.
006900     COPY RECERT REPLACING ==RECERT-RECORD== BY
007000         ==RECERT-EVIDENCE-RECORD==
007100         LEADING ==RV-== BY ==RE-==.
007200 FD  RECERT-RPT-FILE
007300     RECORDING MODE IS F.
007400 01  RECERT-RPT-LINE                 PIC X(80).
007500 WORKING-STORAGE SECTION.
007600 01  WS-PIN-FILE-STATUS              PIC X(02).
007700     88  WS-PIN-FILE-OK              VALUE "00".
007800 01  WS-RECERT-FILE-STATUS           PIC X(02).
007900     88  WS-RECERT-FILE-OK           VALUE "00".
008000 01  WS-AUDIT-FILE-STATUS            PIC X(02).
008100     88  WS-AUDIT-FILE-OK            VALUE "00".
008200 01  WS-EVID-FILE-STATUS             PIC X(02).
008300     88  WS-EVID-FILE-OK             VALUE "00".
008400 01  WS-RPT-FILE-STATUS              PIC X(02).
008500     88  WS-RPT-FILE-OK              VALUE "00".
008600 01  WS-SIGNON-ID                    PIC X(08) VALUE SPACES.
008700 01  WS-SIGNON-ADMIN-SWITCH          PIC X(01) VALUE "N".
008800     88  WS-SIGNON-IS-ADMIN          VALUE "Y".
008900 01  WS-TODAYS-DATE                  PIC 9(08).
009000 01  WS-CURRENT-TIME                 PIC 9(08).
009050 01  WS-AUDIT-TRAIL-NAME             PIC X(08) VALUE SPACES.
009100 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
009200 01  WS-RECERT-OPTION                PIC X(01).
009300     88  WS-RECERT-OPEN              VALUE "O" "o".
009400     88  WS-RECERT-REVIEW            VALUE "R" "r".
009500     88  WS-RECERT-SIGN-OFF          VALUE "S" "s".
009600     88  WS-RECERT-BROWSE            VALUE "B" "b".
009700     88  WS-RECERT-EXIT              VALUE "X" "x".
009800 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
009900     88  WS-END-OF-FILE              VALUE "Y".
010000 01  WS-QUIT-SWITCH                  PIC X(01) VALUE "N".
010100     88  WS-REVIEW-QUIT              VALUE "Y".
010200 01  WS-CAMPAIGN-ID                  PIC X(08) VALUE SPACES.
010300 01  WS-CAMPAIGN-SAVE                PIC X(124) VALUE SPACES.
010400 01  WS-REVIEWER-ID                  PIC X(08) VALUE SPACES.
010500 01  WS-OPENER-ID                    PIC X(08) VALUE SPACES.
010600 01  WS-DEADLINE-INPUT               PIC X(08) VALUE SPACES.
010700 01  WS-DEADLINE-NUM REDEFINES WS-DEADLINE-INPUT
010800                                     PIC 9(08).
010900 01  WS-YES-NO-REPLY                 PIC X(01) VALUE SPACE.
011000     88  WS-REPLY-YES                VALUE "Y" "y".
011100 01  WS-DECISION-REPLY               PIC X(01) VALUE SPACE.
011200     88  WS-DECIDE-KEEP              VALUE "K" "k".
011300     88  WS-DECIDE-REVOKE            VALUE "R" "r".
011400     88  WS-DECIDE-QUIT              VALUE "Q" "q".
011500 01  WS-REVISIT-SWITCH               PIC X(01) VALUE "N".
011600     88  WS-REVISIT-DECIDED          VALUE "Y".
011700 01  WS-FLAG-IDX                     PIC 9(01) COMP VALUE ZERO.
011800 01  WS-FLAG-NAME-VALUES.
011900     05  FILLER                      PIC X(14) VALUE
012000         "CALCULATOR".
012100     05  FILLER                      PIC X(14) VALUE
012200         "PERFORMUNTIL".
012300     05  FILLER                      PIC X(14) VALUE
012400         "LEDGER POSTING".
012500     05  FILLER                      PIC X(14) VALUE
012600         "RATE MAINT".
012700     05  FILLER                      PIC X(14) VALUE
012800         "SECURITY ADMIN".
012900     05  FILLER                      PIC X(14) VALUE
013000         "INQUIRY".
013100 01  WS-FLAG-NAMES REDEFINES WS-FLAG-NAME-VALUES.
013200     05  WS-FLAG-NAME OCCURS 6 TIMES PIC X(14).
013300 01  WS-ROW-UNDECIDED                PIC 9(01) COMP VALUE ZERO.
013400 01  WS-ROW-REVOKES                  PIC 9(01) COMP VALUE ZERO.
013500 01  WS-OPERATOR-COUNT               PIC 9(06) VALUE ZERO.
013600 01  WS-GRANT-COUNT                  PIC 9(06) VALUE ZERO.
013700 01  WS-DECIDED-COUNT                PIC 9(06) VALUE ZERO.
013800 01  WS-UNDECIDED-COUNT              PIC 9(06) VALUE ZERO.
013900 01  WS-REVOKE-COUNT                 PIC 9(06) VALUE ZERO.
014000 01  WS-APPLIED-COUNT                PIC 9(06) VALUE ZERO.
014100 01  WS-MISSING-COUNT                PIC 9(06) VALUE ZERO.
014200 01  WS-HEADER-LINE.
014300     05  FILLER                      PIC X(27) VALUE
014400         "ACCESS RECERTIFICATION    ".
014500     05  FILLER                      PIC X(10) VALUE
014600         "CAMPAIGN: ".
014700     05  HL-CAMPAIGN-ID              PIC X(08).
014800     05  FILLER                      PIC X(11) VALUE
014900         "  OPENED: ".
015000     05  HL-OPENED-DATE              PIC 9(08).
015100     05  FILLER                      PIC X(04) VALUE " BY ".
015200     05  HL-OPENED-BY                PIC X(08).
015300     05  FILLER                      PIC X(04) VALUE SPACES.
015400 01  WS-HEADER-LINE-2.
015500     05  FILLER                      PIC X(10) VALUE
015600         "REVIEWER: ".
015700     05  HL-REVIEWER-ID              PIC X(08).
015800     05  FILLER                      PIC X(12) VALUE
015900         "  DEADLINE: ".
016000     05  HL-DEADLINE                 PIC 9(08).
016100     05  FILLER                      PIC X(20) VALUE
016200         "  SUSPEND OVERDUE: ".
016300     05  HL-SUSPEND                  PIC X(01).
016400     05  FILLER                      PIC X(21) VALUE SPACES.
016500 01  WS-COLUMN-LINE.
016600     05  FILLER                      PIC X(36) VALUE
016700         "OPERATOR  GRANT           DECISION  ".
016800     05  FILLER                      PIC X(44) VALUE
016900         "BY        ON        APPLIED".
017000 01  WS-DETAIL-LINE.
017100     05  DL-OPERATOR-ID              PIC X(08).
017200     05  FILLER                      PIC X(02) VALUE SPACES.
017300     05  DL-GRANT                    PIC X(14).
017400     05  FILLER                      PIC X(02) VALUE SPACES.
017500     05  DL-DECISION                 PIC X(06).
017600     05  FILLER                      PIC X(04) VALUE SPACES.
017700     05  DL-DECIDED-BY               PIC X(08).
017800     05  FILLER                      PIC X(02) VALUE SPACES.
017900     05  DL-DECIDED-DATE             PIC 9(08).
018000     05  FILLER                      PIC X(02) VALUE SPACES.
018100     05  DL-APPLIED-DATE             PIC 9(08).
018200     05  FILLER                      PIC X(16) VALUE SPACES.
018300 01  WS-COUNT-LINE.
018400     05  CL-LABEL                    PIC X(40).
018500     05  CL-COUNT                    PIC Z(05)9.
018600     05  FILLER                      PIC X(34) VALUE SPACES.
018700 01  WS-SIGNOFF-LINE.
018800     05  FILLER                      PIC X(15) VALUE
018900         "SIGNED OFF BY ".
019000     05  SL-REVIEWER-ID              PIC X(08).
019100     05  FILLER                      PIC X(04) VALUE " ON ".
019200     05  SL-SIGNOFF-DATE             PIC 9(08).
019300     05  FILLER                      PIC X(01) VALUE SPACE.
019400     05  SL-SIGNOFF-TIME             PIC 9(08).
019500     05  FILLER                      PIC X(36) VALUE SPACES.
019600 PROCEDURE DIVISION.
019700******************************************************************
019800* 0000-MAINLINE - SIGN ON, OPEN THE FILES, THEN LOOP ON THE
019900*                 RECERTIFICATION MENU.
020000******************************************************************
020100 0000-MAINLINE.
020200     PERFORM 0500-SIGN-ON
020300         THRU 0500-EXIT.
020400     IF NOT WS-PIN-FILE-OK OR NOT WS-RECERT-FILE-OK
020500         GO TO 9999-EXIT
020600     END-IF.
020700     PERFORM 0900-SHOW-MENU
020800         THRU 0900-EXIT
020900         UNTIL WS-RECERT-EXIT.
021000     CLOSE OPERATOR-PIN-FILE
021100           RECERT-FILE
021200           SEC-AUDIT-FILE.
021300     GO TO 9999-EXIT.
021400******************************************************************
021500* 0500-SIGN-ON - CAPTURE WHO IS AT THE KEYBOARD, OPEN GOTOPIN
021600*                AND THE RECERT FILE FOR UPDATE (CREATING THE
021700*                RECERT FILE ON FIRST USE) AND SECLOG FOR
021800*                APPEND. THE SIGNED-ON ID MUST BE AN ACTIVE
021900*                OPERATOR; ITS ADMIN AUTHORITY IS NOTED FOR
022000*                OPENING CAMPAIGNS.
022100******************************************************************
022200 0500-SIGN-ON.
022300     DISPLAY "Operator ID: "
022400     ACCEPT WS-SIGNON-ID.
022500     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
022600     OPEN I-O OPERATOR-PIN-FILE.
022700     IF NOT WS-PIN-FILE-OK
022800         DISPLAY "GOTOPIN OPEN FAILED, STATUS "
022900             WS-PIN-FILE-STATUS
023000         GO TO 0500-EXIT
023100     END-IF.
023200     MOVE WS-SIGNON-ID TO OP-OPERATOR-ID.
023300     READ OPERATOR-PIN-FILE
023400         INVALID KEY
023500             DISPLAY "OPERATOR NOT ON THE PIN MASTER - "
023600                 "SESSION REFUSED"
023700             CLOSE OPERATOR-PIN-FILE
023800             MOVE "99" TO WS-PIN-FILE-STATUS
023900             GO TO 0500-EXIT
024000     END-READ.
024100     IF NOT OP-STATUS-ACTIVE
024200         DISPLAY "OPERATOR IS NOT ACTIVE - SESSION REFUSED"
024300         CLOSE OPERATOR-PIN-FILE
024400         MOVE "99" TO WS-PIN-FILE-STATUS
024500         GO TO 0500-EXIT
024600     END-IF.
024700     IF OP-MAY-RUN-ADMIN
024800         SET WS-SIGNON-IS-ADMIN TO TRUE
024900     END-IF.
025000     OPEN I-O RECERT-FILE.
025100     IF NOT WS-RECERT-FILE-OK
025200         OPEN OUTPUT RECERT-FILE
025300         IF NOT WS-RECERT-FILE-OK
025400             DISPLAY "RECERT OPEN FAILED, STATUS "
025500                 WS-RECERT-FILE-STATUS
025600             CLOSE OPERATOR-PIN-FILE
025700             GO TO 0500-EXIT
025800         END-IF
025900         CLOSE RECERT-FILE
026000         OPEN I-O RECERT-FILE
026100         IF NOT WS-RECERT-FILE-OK
026200             DISPLAY "RECERT REOPEN FAILED, STATUS "
026300                 WS-RECERT-FILE-STATUS
026400             CLOSE OPERATOR-PIN-FILE
026500             GO TO 0500-EXIT
026600         END-IF
026700     END-IF.
026800     OPEN EXTEND SEC-AUDIT-FILE.
026900     IF NOT WS-AUDIT-FILE-OK
027000         OPEN OUTPUT SEC-AUDIT-FILE
027100     END-IF.
027200 0500-EXIT.
027300     EXIT.
027400******************************************************************
027500* 0900-SHOW-MENU - ONE RECERTIFICATION ACTION PER PASS.
027600******************************************************************
027700 0900-SHOW-MENU.
027800     DISPLAY "Access recertification - O)pen campaign R)eview "
027900         "S)ign off B)rowse X) exit: "
028000     ACCEPT WS-RECERT-OPTION.
028100     EVALUATE TRUE
028200         WHEN WS-RECERT-OPEN
028300             PERFORM 1000-OPEN-CAMPAIGN
028400                 THRU 1000-EXIT
028500         WHEN WS-RECERT-REVIEW
028600             PERFORM 2000-REVIEW-CAMPAIGN
028700                 THRU 2000-EXIT
028800         WHEN WS-RECERT-SIGN-OFF
028900             PERFORM 3000-SIGN-OFF-CAMPAIGN
029000                 THRU 3000-EXIT
029100         WHEN WS-RECERT-BROWSE
029200             PERFORM 4000-BROWSE-CAMPAIGN
029300                 THRU 4000-EXIT
029400         WHEN WS-RECERT-EXIT
029500             CONTINUE
029600         WHEN OTHER
029700             DISPLAY "Select a correct option"
029800     END-EVALUATE.
029900 0900-EXIT.
030000     EXIT.
030100******************************************************************
030200* 1000-OPEN-CAMPAIGN - A SECURITY ADMINISTRATOR NAMES THE
030300*                  CAMPAIGN, ITS REVIEWER (AN ACTIVE OPERATOR
030400*                  OTHER THAN THE ADMINISTRATOR), THE DEADLINE
030500*                  AND THE OVERDUE ACTION, AND EVERY ACTIVE
030600*                  OPERATOR HOLDING ANY GRANT IS SNAPSHOTTED.
030700******************************************************************
030800 1000-OPEN-CAMPAIGN.
030900     IF NOT WS-SIGNON-IS-ADMIN
031000         DISPLAY "OPENING A CAMPAIGN NEEDS THE ADMIN AUTHORITY"
031100         GO TO 1000-EXIT
031200     END-IF.
031300     DISPLAY "New campaign ID: "
031400     MOVE SPACES TO WS-CAMPAIGN-ID.
031500     ACCEPT WS-CAMPAIGN-ID.
031600     IF WS-CAMPAIGN-ID = SPACES
031700         DISPLAY "NO CAMPAIGN ID - NOTHING OPENED"
031800         GO TO 1000-EXIT
031900     END-IF.
032000     MOVE WS-CAMPAIGN-ID TO RV-CAMPAIGN-ID.
032100     MOVE SPACES TO RV-OPERATOR-ID.
032200     READ RECERT-FILE
032300         INVALID KEY
032400             CONTINUE
032500         NOT INVALID KEY
032600             DISPLAY "CAMPAIGN " WS-CAMPAIGN-ID
032700                 " ALREADY ON FILE - NOTHING OPENED"
032800             GO TO 1000-EXIT
032900     END-READ.
033000     DISPLAY "Reviewer operator ID: "
033100     MOVE SPACES TO WS-REVIEWER-ID.
033200     ACCEPT WS-REVIEWER-ID.
033300     IF WS-REVIEWER-ID = WS-SIGNON-ID
033400         DISPLAY "THE REVIEWER MAY NOT BE THE ADMINISTRATOR "
033500             "OPENING THE CAMPAIGN"
033600         GO TO 1000-EXIT
033700     END-IF.
033800     MOVE WS-REVIEWER-ID TO OP-OPERATOR-ID.
033900     READ OPERATOR-PIN-FILE
034000         INVALID KEY
034100             DISPLAY "REVIEWER NOT ON THE PIN MASTER"
034200             GO TO 1000-EXIT
034300     END-READ.
034400     IF NOT OP-STATUS-ACTIVE
034500         DISPLAY "REVIEWER IS NOT AN ACTIVE OPERATOR"
034600         GO TO 1000-EXIT
034700     END-IF.
034800     DISPLAY "Review deadline (YYYYMMDD): "
034900     MOVE SPACES TO WS-DEADLINE-INPUT.
035000     ACCEPT WS-DEADLINE-INPUT.
035100     IF WS-DEADLINE-NUM NOT NUMERIC
035200        OR WS-DEADLINE-NUM NOT > WS-TODAYS-DATE
035300         DISPLAY "DEADLINE MUST BE A DATE AFTER TODAY"
035400         GO TO 1000-EXIT
035500     END-IF.
035600     DISPLAY "Suspend operators still unreviewed at the "
035700         "deadline? (Y/N): "
035800     ACCEPT WS-YES-NO-REPLY.
035900     INITIALIZE RECERT-RECORD.
036000     MOVE WS-CAMPAIGN-ID TO RV-CAMPAIGN-ID.
036100     MOVE SPACES TO RV-OPERATOR-ID.
036200     SET RV-CAMPAIGN-ROW TO TRUE.
036300     MOVE WS-REVIEWER-ID TO RV-REVIEWER-ID.
036400     MOVE WS-SIGNON-ID TO RV-OPENED-BY.
036500     MOVE WS-TODAYS-DATE TO RV-OPENED-DATE.
036600     MOVE WS-DEADLINE-NUM TO RV-DEADLINE.
036700     IF WS-REPLY-YES
036800         MOVE "Y" TO RV-SUSPEND-OVERDUE
036900     ELSE
037000         MOVE "N" TO RV-SUSPEND-OVERDUE
037100     END-IF.
037200     SET RV-CAMPAIGN-OPEN TO TRUE.
037300     WRITE RECERT-RECORD
037400         INVALID KEY
037500             DISPLAY "CAMPAIGN WRITE FAILED, STATUS "
037600                 WS-RECERT-FILE-STATUS
037700             GO TO 1000-EXIT
037800     END-WRITE.
037900     MOVE ZERO TO WS-OPERATOR-COUNT.
038000     MOVE "N" TO WS-EOF-SWITCH.
038100     MOVE LOW-VALUES TO OP-OPERATOR-ID.
038200     START OPERATOR-PIN-FILE KEY IS NOT LESS THAN OP-OPERATOR-ID
038300         INVALID KEY
038400             SET WS-END-OF-FILE TO TRUE
038500     END-START.
038600     PERFORM 1100-SNAPSHOT-ONE-OPERATOR
038700         THRU 1100-EXIT
038800         UNTIL WS-END-OF-FILE.
038900     MOVE "RCOPEN  " TO SA-ACTION.
039000     MOVE WS-CAMPAIGN-ID TO SA-TARGET-ID.
039100     PERFORM 8000-WRITE-AUDIT-RECORD
039200         THRU 8000-EXIT.
039300     DISPLAY "CAMPAIGN " WS-CAMPAIGN-ID " OPENED - "
039400         WS-OPERATOR-COUNT " OPERATORS TO REVIEW BY "
039500         WS-DEADLINE-NUM.
039600 1000-EXIT.
039700     EXIT.
039800******************************************************************
039900* 1100-SNAPSHOT-ONE-OPERATOR - ONE GRANT ROW FOR AN ACTIVE
040000*                  OPERATOR WITH AT LEAST ONE FLAG GRANTED.
040100******************************************************************
040200 1100-SNAPSHOT-ONE-OPERATOR.
040300     READ OPERATOR-PIN-FILE NEXT RECORD
040400         AT END
040500             SET WS-END-OF-FILE TO TRUE
040600             GO TO 1100-EXIT
040700     END-READ.
040800     IF NOT OP-STATUS-ACTIVE
040900        OR (NOT OP-MAY-RUN-CALC AND NOT OP-MAY-RUN-PERF
041000            AND NOT OP-MAY-RUN-POST AND NOT OP-MAY-RUN-RATE
041100            AND NOT OP-MAY-RUN-ADMIN AND NOT OP-MAY-RUN-INQ)
041200         GO TO 1100-EXIT
041300     END-IF.
041400     INITIALIZE RECERT-RECORD.
041500     MOVE WS-CAMPAIGN-ID TO RV-CAMPAIGN-ID.
041600     MOVE OP-OPERATOR-ID TO RV-OPERATOR-ID.
041700     SET RV-GRANT-ROW TO TRUE.
041800     MOVE OP-AUTH-FLAGS TO RV-SNAP-FLAGS.
041900     MOVE SPACES TO RV-DECISIONS.
042000     WRITE RECERT-RECORD
042100         INVALID KEY
042200             DISPLAY "GRANT ROW WRITE FAILED FOR " OP-OPERATOR-ID
042300             GO TO 1100-EXIT
042400     END-WRITE.
042500     ADD 1 TO WS-OPERATOR-COUNT.
042600 1100-EXIT.
042700     EXIT.
042800******************************************************************
042900* 1500-GET-CAMPAIGN - PROMPT FOR A CAMPAIGN AND READ ITS
043000*                  CAMPAIGN ROW, SAVED IN WS-CAMPAIGN-SAVE. A
043100*                  BLANK WS-CAMPAIGN-ID ON RETURN MEANS NONE.
043200******************************************************************
043300 1500-GET-CAMPAIGN.
043400     DISPLAY "Campaign ID: "
043500     MOVE SPACES TO WS-CAMPAIGN-ID.
043600     ACCEPT WS-CAMPAIGN-ID.
043700     IF WS-CAMPAIGN-ID = SPACES
043800         GO TO 1500-EXIT
043900     END-IF.
044000     MOVE WS-CAMPAIGN-ID TO RV-CAMPAIGN-ID.
044100     MOVE SPACES TO RV-OPERATOR-ID.
044200     READ RECERT-FILE
044300         INVALID KEY
044400             DISPLAY "CAMPAIGN " WS-CAMPAIGN-ID " NOT FOUND"
044500             MOVE SPACES TO WS-CAMPAIGN-ID
044600             GO TO 1500-EXIT
044700     END-READ.
044800     MOVE RECERT-RECORD TO WS-CAMPAIGN-SAVE.
044900     MOVE RV-REVIEWER-ID TO WS-REVIEWER-ID.
045000     MOVE RV-OPENED-BY TO WS-OPENER-ID.
045100 1500-EXIT.
045200     EXIT.
045300******************************************************************
045400* 1600-START-GRANT-ROWS - POSITION ON THE CAMPAIGN'S FIRST ROW.
045500******************************************************************
045600 1600-START-GRANT-ROWS.
045700     MOVE "N" TO WS-EOF-SWITCH.
045800     MOVE WS-CAMPAIGN-ID TO RV-CAMPAIGN-ID.
045900     MOVE SPACES TO RV-OPERATOR-ID.
046000     START RECERT-FILE KEY IS NOT LESS THAN RV-KEY
046100         INVALID KEY
046200             SET WS-END-OF-FILE TO TRUE
046300     END-START.
046400 1600-EXIT.
046500     EXIT.
046600******************************************************************
046700* 1700-READ-NEXT-GRANT - THE CAMPAIGN'S NEXT GRANT ROW; END OF
046800*                  FILE AT THE FIRST ROW OF ANOTHER CAMPAIGN.
046900******************************************************************
047000 1700-READ-NEXT-GRANT.
047100     READ RECERT-FILE NEXT RECORD
047200         AT END
047300             SET WS-END-OF-FILE TO TRUE
047400             GO TO 1700-EXIT
047500     END-READ.
047600     IF RV-CAMPAIGN-ID NOT = WS-CAMPAIGN-ID
047700         SET WS-END-OF-FILE TO TRUE
047800         GO TO 1700-EXIT
047900     END-IF.
048000     IF NOT RV-GRANT-ROW
048100         GO TO 1700-READ-NEXT-GRANT
048200     END-IF.
048300 1700-EXIT.
048400     EXIT.
048500******************************************************************
048600* 1800-COUNT-ROW-DECISIONS - GRANTS STILL UNDECIDED AND GRANTS
048700*                  REVOKED ON THE ROW IN HAND.
048800******************************************************************
048900 1800-COUNT-ROW-DECISIONS.
049000     MOVE ZERO TO WS-ROW-UNDECIDED
049100                  WS-ROW-REVOKES.
049200     PERFORM 1850-COUNT-ONE-FLAG
049300         THRU 1850-EXIT
049400         VARYING WS-FLAG-IDX FROM 1 BY 1
049500         UNTIL WS-FLAG-IDX > 6.
049600 1800-EXIT.
049700     EXIT.
049800******************************************************************
049900* 1850-COUNT-ONE-FLAG - ONE FLAG OF THE ROW.
050000******************************************************************
050100 1850-COUNT-ONE-FLAG.
050200     IF RV-SNAP-FLAG (WS-FLAG-IDX) NOT = "Y"
050300         GO TO 1850-EXIT
050400     END-IF.
050500     IF RV-DECISION (WS-FLAG-IDX) = "R"
050600         ADD 1 TO WS-ROW-REVOKES
050700     ELSE
050800         IF RV-DECISION (WS-FLAG-IDX) NOT = "K"
050900             ADD 1 TO WS-ROW-UNDECIDED
051000         END-IF
051100     END-IF.
051200 1850-EXIT.
051300     EXIT.
051400******************************************************************
051500* 2000-REVIEW-CAMPAIGN - THE REVIEWER WORKS THROUGH THE
051600*                  CAMPAIGN'S OPERATORS, ONE GRANT AT A TIME.
051700*                  THE ADMINISTRATOR WHO OPENED IT REVIEWS ONLY
051800*                  THE REVIEWER'S OWN ROW.
051900******************************************************************
052000 2000-REVIEW-CAMPAIGN.
052100     PERFORM 1500-GET-CAMPAIGN
052200         THRU 1500-EXIT.
052300     IF WS-CAMPAIGN-ID = SPACES
052400         GO TO 2000-EXIT
052500     END-IF.
052600     IF NOT RV-CAMPAIGN-OPEN
052700         DISPLAY "CAMPAIGN IS SIGNED OFF - NO FURTHER CHANGES"
052800         GO TO 2000-EXIT
052900     END-IF.
053000     IF WS-SIGNON-ID NOT = WS-REVIEWER-ID
053100        AND WS-SIGNON-ID NOT = WS-OPENER-ID
053200         DISPLAY "ONLY THE NAMED REVIEWER " WS-REVIEWER-ID
053300             " MAY REVIEW THIS CAMPAIGN"
053400         GO TO 2000-EXIT
053500     END-IF.
053600     DISPLAY "Revisit grants already decided? (Y/N): "
053700     ACCEPT WS-YES-NO-REPLY.
053800     MOVE "N" TO WS-REVISIT-SWITCH.
053900     IF WS-REPLY-YES
054000         SET WS-REVISIT-DECIDED TO TRUE
054100     END-IF.
054200     MOVE "N" TO WS-QUIT-SWITCH.
054300     PERFORM 1600-START-GRANT-ROWS
054400         THRU 1600-EXIT.
054500     PERFORM 2100-REVIEW-ONE-OPERATOR
054600         THRU 2100-EXIT
054700         UNTIL WS-END-OF-FILE OR WS-REVIEW-QUIT.
054800 2000-EXIT.
054900     EXIT.
055000******************************************************************
055100* 2100-REVIEW-ONE-OPERATOR - SHOW ONE OPERATOR'S GRANTS AND TAKE
055200*                  A DECISION ON EACH, THEN STORE THE ROW.
055300******************************************************************
055400 2100-REVIEW-ONE-OPERATOR.
055500     PERFORM 1700-READ-NEXT-GRANT
055600         THRU 1700-EXIT.
055700     IF WS-END-OF-FILE
055800         GO TO 2100-EXIT
055900     END-IF.
056000     IF RV-OPERATOR-ID = WS-SIGNON-ID
056100         GO TO 2100-EXIT
056200     END-IF.
056300     IF WS-SIGNON-ID NOT = WS-REVIEWER-ID
056400        AND RV-OPERATOR-ID NOT = WS-REVIEWER-ID
056500         GO TO 2100-EXIT
056600     END-IF.
056700     PERFORM 1800-COUNT-ROW-DECISIONS
056800         THRU 1800-EXIT.
056900     IF WS-ROW-UNDECIDED = ZERO AND NOT WS-REVISIT-DECIDED
057000         GO TO 2100-EXIT
057100     END-IF.
057200     DISPLAY "OPERATOR " RV-OPERATOR-ID
057300         " - GRANTS HELD AT " WS-CAMPAIGN-ID " OPENING:".
057400     PERFORM 2200-DECIDE-ONE-GRANT
057500         THRU 2200-EXIT
057600         VARYING WS-FLAG-IDX FROM 1 BY 1
057700         UNTIL WS-FLAG-IDX > 6 OR WS-REVIEW-QUIT.
057800     PERFORM 1800-COUNT-ROW-DECISIONS
057900         THRU 1800-EXIT.
058000     IF WS-ROW-UNDECIDED = ZERO
058100         MOVE WS-SIGNON-ID TO RV-DECIDED-BY
058200         MOVE WS-TODAYS-DATE TO RV-DECIDED-DATE
058300     END-IF.
058400     REWRITE RECERT-RECORD
058500         INVALID KEY
058600             DISPLAY "REWRITE FAILED, STATUS "
058700                 WS-RECERT-FILE-STATUS
058800     END-REWRITE.
058900 2100-EXIT.
059000     EXIT.
059100******************************************************************
059200* 2200-DECIDE-ONE-GRANT - K)EEP, R)EVOKE, ENTER TO LEAVE IT FOR
059300*                  LATER, OR Q)UIT THE REVIEW.
059400******************************************************************
059500 2200-DECIDE-ONE-GRANT.
059600     IF RV-SNAP-FLAG (WS-FLAG-IDX) NOT = "Y"
059700         GO TO 2200-EXIT
059800     END-IF.
059900     IF RV-DECISION (WS-FLAG-IDX) NOT = SPACE
060000        AND NOT WS-REVISIT-DECIDED
060100         GO TO 2200-EXIT
060200     END-IF.
060300     DISPLAY "    " WS-FLAG-NAME (WS-FLAG-IDX)
060400         " DECISION [" RV-DECISION (WS-FLAG-IDX)
060500         "] - K)eep R)evoke Q)uit, Enter to leave: "
060600     MOVE SPACE TO WS-DECISION-REPLY.
060700     ACCEPT WS-DECISION-REPLY.
060800     EVALUATE TRUE
060900         WHEN WS-DECIDE-KEEP
061000             MOVE "K" TO RV-DECISION (WS-FLAG-IDX)
061100         WHEN WS-DECIDE-REVOKE
061200             MOVE "R" TO RV-DECISION (WS-FLAG-IDX)
061300         WHEN WS-DECIDE-QUIT
061400             SET WS-REVIEW-QUIT TO TRUE
061500         WHEN OTHER
061600             CONTINUE
061700     END-EVALUATE.
061800 2200-EXIT.
061900     EXIT.
062000******************************************************************
062100* 3000-SIGN-OFF-CAMPAIGN - THE REVIEWER CLOSES A FULLY DECIDED
062200*                  CAMPAIGN: REVOCATIONS ARE APPLIED TO GOTOPIN,
062300*                  THE CAMPAIGN IS MARKED SIGNED OFF, AND THE
062400*                  EVIDENCE FILE AND SIGN-OFF REPORT ARE WRITTEN.
062500******************************************************************
062600 3000-SIGN-OFF-CAMPAIGN.
062700     PERFORM 1500-GET-CAMPAIGN
062800         THRU 1500-EXIT.
062900     IF WS-CAMPAIGN-ID = SPACES
063000         GO TO 3000-EXIT
063100     END-IF.
063200     IF NOT RV-CAMPAIGN-OPEN
063300         DISPLAY "CAMPAIGN IS ALREADY SIGNED OFF"
063400         GO TO 3000-EXIT
063500     END-IF.
063600     IF WS-SIGNON-ID NOT = WS-REVIEWER-ID
063700         DISPLAY "ONLY THE NAMED REVIEWER " WS-REVIEWER-ID
063800             " MAY SIGN OFF THIS CAMPAIGN"
063900         GO TO 3000-EXIT
064000     END-IF.
064100     PERFORM 3100-TALLY-CAMPAIGN
064200         THRU 3100-EXIT.
064300     IF WS-UNDECIDED-COUNT > ZERO
064400         DISPLAY WS-UNDECIDED-COUNT " GRANTS ARE STILL UNDECIDED"
064500             " - CAMPAIGN NOT SIGNED OFF"
064600         GO TO 3000-EXIT
064700     END-IF.
064800     DISPLAY "Sign off " WS-CAMPAIGN-ID " and apply "
064900         WS-REVOKE-COUNT " revocations? (Y/N): "
065000     ACCEPT WS-YES-NO-REPLY.
065100     IF NOT WS-REPLY-YES
065200         DISPLAY "CAMPAIGN NOT SIGNED OFF"
065300         GO TO 3000-EXIT
065400     END-IF.
065500     MOVE ZERO TO WS-APPLIED-COUNT
065600                  WS-MISSING-COUNT.
065700     PERFORM 1600-START-GRANT-ROWS
065800         THRU 1600-EXIT.
065900     PERFORM 3200-APPLY-ONE-OPERATOR
066000         THRU 3200-EXIT
066100         UNTIL WS-END-OF-FILE.
066200     ACCEPT WS-CURRENT-TIME FROM TIME.
066300     MOVE WS-CAMPAIGN-SAVE TO RECERT-RECORD.
066400     SET RV-CAMPAIGN-SIGNED-OFF TO TRUE.
066500     MOVE WS-TODAYS-DATE TO RV-SIGNOFF-DATE.
066600     MOVE WS-CURRENT-TIME TO RV-SIGNOFF-TIME.
066700     REWRITE RECERT-RECORD
066800         INVALID KEY
066900             DISPLAY "CAMPAIGN REWRITE FAILED, STATUS "
067000                 WS-RECERT-FILE-STATUS
067100             GO TO 3000-EXIT
067200     END-REWRITE.
067300     MOVE RECERT-RECORD TO WS-CAMPAIGN-SAVE.
067400     MOVE "RCSIGNOF" TO SA-ACTION.
067500     MOVE WS-CAMPAIGN-ID TO SA-TARGET-ID.
067600     PERFORM 8000-WRITE-AUDIT-RECORD
067700         THRU 8000-EXIT.
067800     PERFORM 3500-WRITE-EVIDENCE
067900         THRU 3500-EXIT.
068000     DISPLAY "CAMPAIGN " WS-CAMPAIGN-ID " SIGNED OFF - "
068100         WS-APPLIED-COUNT " REVOCATIONS APPLIED".
068200     IF WS-MISSING-COUNT > ZERO
068300         DISPLAY WS-MISSING-COUNT " OPERATORS NO LONGER ON "
068400             "GOTOPIN - NOTHING TO REVOKE FOR THEM"
068500     END-IF.
068600 3000-EXIT.
068700     EXIT.
068800******************************************************************
068900* 3100-TALLY-CAMPAIGN - OPERATORS, GRANTS, DECISIONS AND
069000*                  REVOCATIONS ACROSS THE CAMPAIGN.
069100******************************************************************
069200 3100-TALLY-CAMPAIGN.
069300     MOVE ZERO TO WS-OPERATOR-COUNT
069400                  WS-GRANT-COUNT
069500                  WS-DECIDED-COUNT
069600                  WS-UNDECIDED-COUNT
069700                  WS-REVOKE-COUNT.
069800     PERFORM 1600-START-GRANT-ROWS
069900         THRU 1600-EXIT.
070000     PERFORM 3150-TALLY-ONE-OPERATOR
070100         THRU 3150-EXIT
070200         UNTIL WS-END-OF-FILE.
070300     MOVE WS-CAMPAIGN-SAVE TO RECERT-RECORD.
070400 3100-EXIT.
070500     EXIT.
070600******************************************************************
070700* 3150-TALLY-ONE-OPERATOR - ONE GRANT ROW INTO THE TALLY.
070800******************************************************************
070900 3150-TALLY-ONE-OPERATOR.
071000     PERFORM 1700-READ-NEXT-GRANT
071100         THRU 1700-EXIT.
071200     IF WS-END-OF-FILE
071300         GO TO 3150-EXIT
071400     END-IF.
071500     ADD 1 TO WS-OPERATOR-COUNT.
071600     PERFORM 1800-COUNT-ROW-DECISIONS
071700         THRU 1800-EXIT.
071800     ADD WS-ROW-UNDECIDED TO WS-UNDECIDED-COUNT.
071900     ADD WS-ROW-REVOKES TO WS-REVOKE-COUNT.
072000     PERFORM 3160-COUNT-ONE-GRANT
072100         THRU 3160-EXIT
072200         VARYING WS-FLAG-IDX FROM 1 BY 1
072300         UNTIL WS-FLAG-IDX > 6.
072400 3150-EXIT.
072500     EXIT.
072600******************************************************************
072700* 3160-COUNT-ONE-GRANT - ONE SNAPSHOTTED GRANT.
072800******************************************************************
072900 3160-COUNT-ONE-GRANT.
073000     IF RV-SNAP-FLAG (WS-FLAG-IDX) = "Y"
073100         ADD 1 TO WS-GRANT-COUNT
073200     END-IF.
073300 3160-EXIT.
073400     EXIT.
073500******************************************************************
073600* 3200-APPLY-ONE-OPERATOR - TAKE AWAY EVERY REVOKED FLAG FROM
073700*                  THE OPERATOR'S GOTOPIN ROW, AUDIT IT, AND
073800*                  STAMP THE GRANT ROW AS APPLIED.
073900******************************************************************
074000 3200-APPLY-ONE-OPERATOR.
074100     PERFORM 1700-READ-NEXT-GRANT
074200         THRU 1700-EXIT.
074300     IF WS-END-OF-FILE
074400         GO TO 3200-EXIT
074500     END-IF.
074600     PERFORM 1800-COUNT-ROW-DECISIONS
074700         THRU 1800-EXIT.
074800     IF WS-ROW-REVOKES = ZERO
074900         GO TO 3200-EXIT
075000     END-IF.
075100     MOVE RV-OPERATOR-ID TO OP-OPERATOR-ID.
075200     READ OPERATOR-PIN-FILE
075300         INVALID KEY
075400             ADD 1 TO WS-MISSING-COUNT
075500             GO TO 3200-EXIT
075600     END-READ.
075700     PERFORM 3250-REVOKE-ONE-FLAG
075800         THRU 3250-EXIT
075900         VARYING WS-FLAG-IDX FROM 1 BY 1
076000         UNTIL WS-FLAG-IDX > 6.
076100     REWRITE OPERATOR-PIN-RECORD
076200         INVALID KEY
076300             DISPLAY "GOTOPIN REWRITE FAILED FOR "
076400                 OP-OPERATOR-ID ", STATUS " WS-PIN-FILE-STATUS
076500             GO TO 3200-EXIT
076600     END-REWRITE.
076700     MOVE "RCREVOKE" TO SA-ACTION.
076800     MOVE RV-OPERATOR-ID TO SA-TARGET-ID.
076900     PERFORM 8000-WRITE-AUDIT-RECORD
077000         THRU 8000-EXIT.
077100     MOVE WS-TODAYS-DATE TO RV-APPLIED-DATE.
077200     REWRITE RECERT-RECORD
077300         INVALID KEY
077400             DISPLAY "REWRITE FAILED, STATUS "
077500                 WS-RECERT-FILE-STATUS
077600     END-REWRITE.
077700     ADD WS-ROW-REVOKES TO WS-APPLIED-COUNT.
077800 3200-EXIT.
077900     EXIT.
078000******************************************************************
078100* 3250-REVOKE-ONE-FLAG - ONE REVOKED FLAG BACK TO N.
078200******************************************************************
078300 3250-REVOKE-ONE-FLAG.
078400     IF RV-SNAP-FLAG (WS-FLAG-IDX) = "Y"
078500        AND RV-DECISION (WS-FLAG-IDX) = "R"
078600         MOVE "N" TO OP-AUTH-FLAGS (WS-FLAG-IDX:1)
078700     END-IF.
078800 3250-EXIT.
078900     EXIT.
079000******************************************************************
079100* 3500-WRITE-EVIDENCE - APPEND THE SIGNED-OFF CAMPAIGN TO THE
079200*                  CUMULATIVE RCEVID FILE AND PRINT THE SIGN-OFF
079300*                  REPORT, KEPT THROUGH THE REPORT RETENTION
079400*                  SERVICE.
079500******************************************************************
079600 3500-WRITE-EVIDENCE.
079700     OPEN EXTEND EVIDENCE-FILE.
079800     IF NOT WS-EVID-FILE-OK
079900         OPEN OUTPUT EVIDENCE-FILE
080000     END-IF.
080100     OPEN OUTPUT RECERT-RPT-FILE.
080200     MOVE WS-CAMPAIGN-SAVE TO RECERT-RECORD.
080300     MOVE RECERT-RECORD TO RECERT-EVIDENCE-RECORD.
080400     WRITE RECERT-EVIDENCE-RECORD.
080500     MOVE RV-CAMPAIGN-ID TO HL-CAMPAIGN-ID.
080600     MOVE RV-OPENED-DATE TO HL-OPENED-DATE.
080700     MOVE RV-OPENED-BY TO HL-OPENED-BY.
080800     MOVE RV-REVIEWER-ID TO HL-REVIEWER-ID.
080900     MOVE RV-DEADLINE TO HL-DEADLINE.
081000     MOVE RV-SUSPEND-OVERDUE TO HL-SUSPEND.
081100     MOVE RV-REVIEWER-ID TO SL-REVIEWER-ID.
081200     MOVE RV-SIGNOFF-DATE TO SL-SIGNOFF-DATE.
081300     MOVE RV-SIGNOFF-TIME TO SL-SIGNOFF-TIME.
081400     WRITE RECERT-RPT-LINE FROM WS-HEADER-LINE.
081500     WRITE RECERT-RPT-LINE FROM WS-HEADER-LINE-2.
081600     MOVE SPACES TO RECERT-RPT-LINE.
081700     WRITE RECERT-RPT-LINE.
081800     WRITE RECERT-RPT-LINE FROM WS-COLUMN-LINE.
081900     PERFORM 1600-START-GRANT-ROWS
082000         THRU 1600-EXIT.
082100     PERFORM 3600-EVIDENCE-ONE-OPERATOR
082200         THRU 3600-EXIT
082300         UNTIL WS-END-OF-FILE.
082400     CLOSE EVIDENCE-FILE.
082500     MOVE SPACES TO RECERT-RPT-LINE.
082600     WRITE RECERT-RPT-LINE.
082700     MOVE "OPERATORS REVIEWED" TO CL-LABEL.
082800     MOVE WS-OPERATOR-COUNT TO CL-COUNT.
082900     WRITE RECERT-RPT-LINE FROM WS-COUNT-LINE.
083000     MOVE "GRANTS REVIEWED" TO CL-LABEL.
083100     MOVE WS-GRANT-COUNT TO CL-COUNT.
083200     WRITE RECERT-RPT-LINE FROM WS-COUNT-LINE.
083300     MOVE "GRANTS REVOKED" TO CL-LABEL.
083400     MOVE WS-REVOKE-COUNT TO CL-COUNT.
083500     WRITE RECERT-RPT-LINE FROM WS-COUNT-LINE.
083600     MOVE "REVOCATIONS APPLIED TO GOTOPIN" TO CL-LABEL.
083700     MOVE WS-APPLIED-COUNT TO CL-COUNT.
083800     WRITE RECERT-RPT-LINE FROM WS-COUNT-LINE.
083900     IF WS-MISSING-COUNT > ZERO
084000         MOVE "OPERATORS NO LONGER ON GOTOPIN" TO CL-LABEL
084100         MOVE WS-MISSING-COUNT TO CL-COUNT
084200         WRITE RECERT-RPT-LINE FROM WS-COUNT-LINE
084300     END-IF.
084400     MOVE SPACES TO RECERT-RPT-LINE.
084500     WRITE RECERT-RPT-LINE.
084600     WRITE RECERT-RPT-LINE FROM WS-SIGNOFF-LINE.
084700     CLOSE RECERT-RPT-FILE.
084800     MOVE "RECERTRP" TO WS-RPT-KEEP-NAME.
084900     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-TODAYS-DATE.
085000 3500-EXIT.
085100     EXIT.
085200******************************************************************
085300* 3600-EVIDENCE-ONE-OPERATOR - ONE GRANT ROW TO THE EVIDENCE
085400*                  FILE AND ONE REPORT LINE PER GRANT.
085500******************************************************************
085600 3600-EVIDENCE-ONE-OPERATOR.
085700     PERFORM 1700-READ-NEXT-GRANT
085800         THRU 1700-EXIT.
085900     IF WS-END-OF-FILE
086000         GO TO 3600-EXIT
086100     END-IF.
086200     MOVE RECERT-RECORD TO RECERT-EVIDENCE-RECORD.
086300     WRITE RECERT-EVIDENCE-RECORD.
086400     PERFORM 3650-PRINT-ONE-GRANT
086500         THRU 3650-EXIT
086600         VARYING WS-FLAG-IDX FROM 1 BY 1
086700         UNTIL WS-FLAG-IDX > 6.
086800 3600-EXIT.
086900     EXIT.
087000******************************************************************
087100* 3650-PRINT-ONE-GRANT - ONE SNAPSHOTTED GRANT AND ITS DECISION.
087200******************************************************************
087300 3650-PRINT-ONE-GRANT.
087400     IF RV-SNAP-FLAG (WS-FLAG-IDX) NOT = "Y"
087500         GO TO 3650-EXIT
087600     END-IF.
087700     MOVE RV-OPERATOR-ID TO DL-OPERATOR-ID.
087800     MOVE WS-FLAG-NAME (WS-FLAG-IDX) TO DL-GRANT.
087900     IF RV-DECISION (WS-FLAG-IDX) = "R"
088000         MOVE "REVOKE" TO DL-DECISION
088100     ELSE
088200         MOVE "KEEP" TO DL-DECISION
088300     END-IF.
088400     MOVE RV-DECIDED-BY TO DL-DECIDED-BY.
088500     MOVE RV-DECIDED-DATE TO DL-DECIDED-DATE.
088600     MOVE RV-APPLIED-DATE TO DL-APPLIED-DATE.
088700     WRITE RECERT-RPT-LINE FROM WS-DETAIL-LINE.
088800 3650-EXIT.
088900     EXIT.
089000******************************************************************
089100* 4000-BROWSE-CAMPAIGN - THE CAMPAIGN'S SETTINGS, PROGRESS AND
089200*                  EACH OPERATOR'S DECISIONS SO FAR.
089300******************************************************************
089400 4000-BROWSE-CAMPAIGN.
089500     PERFORM 1500-GET-CAMPAIGN
089600         THRU 1500-EXIT.
089700     IF WS-CAMPAIGN-ID = SPACES
089800         GO TO 4000-EXIT
089900     END-IF.
090000     DISPLAY "CAMPAIGN " RV-CAMPAIGN-ID " OPENED " RV-OPENED-DATE
090100         " BY " RV-OPENED-BY " STATUS " RV-CAMPAIGN-STATUS.
090200     DISPLAY "  REVIEWER " RV-REVIEWER-ID " DEADLINE "
090300         RV-DEADLINE " SUSPEND OVERDUE " RV-SUSPEND-OVERDUE.
090400     IF RV-CAMPAIGN-SIGNED-OFF
090500         DISPLAY "  SIGNED OFF " RV-SIGNOFF-DATE " "
090600             RV-SIGNOFF-TIME
090700     END-IF.
090800     PERFORM 1600-START-GRANT-ROWS
090900         THRU 1600-EXIT.
091000     PERFORM 4100-BROWSE-ONE-OPERATOR
091100         THRU 4100-EXIT
091200         UNTIL WS-END-OF-FILE.
091300     PERFORM 3100-TALLY-CAMPAIGN
091400         THRU 3100-EXIT.
091500     DISPLAY "OPERATORS " WS-OPERATOR-COUNT " GRANTS "
091600         WS-GRANT-COUNT " UNDECIDED " WS-UNDECIDED-COUNT
091700         " REVOKED " WS-REVOKE-COUNT.
091800 4000-EXIT.
091900     EXIT.
092000******************************************************************
092100* 4100-BROWSE-ONE-OPERATOR - ONE GRANT ROW: THE SNAPSHOTTED
092200*                  FLAGS AND THE DECISIONS, IN FLAG ORDER.
092300******************************************************************
092400 4100-BROWSE-ONE-OPERATOR.
092500     PERFORM 1700-READ-NEXT-GRANT
092600         THRU 1700-EXIT.
092700     IF WS-END-OF-FILE
092800         GO TO 4100-EXIT
092900     END-IF.
093000     DISPLAY "  " RV-OPERATOR-ID " GRANTED " RV-SNAP-FLAGS
093100         " DECIDED " RV-DECISIONS " BY " RV-DECIDED-BY
093200         " APPLIED " RV-APPLIED-DATE " OVERDUE "
093300         RV-OVERDUE-ACTION.
093400 4100-EXIT.
093500     EXIT.
093600******************************************************************
093700* 8000-WRITE-AUDIT-RECORD - APPEND ONE ROW TO THE SECURITY AUDIT
093800*                  LOG, THE SAME ROW SECURITYADMIN WRITES.
093900******************************************************************
094000 8000-WRITE-AUDIT-RECORD.
094100     ACCEPT WS-CURRENT-TIME FROM TIME.
094200     MOVE WS-TODAYS-DATE  TO SA-LOG-DATE.
094300     MOVE WS-CURRENT-TIME TO SA-LOG-TIME.
094400     MOVE WS-SIGNON-ID    TO SA-ADMIN-ID.
094425     MOVE "SECLOG" TO WS-AUDIT-TRAIL-NAME.
094450     CALL "AuditChain" USING WS-AUDIT-TRAIL-NAME,
094475         SEC-AUDIT-RECORD.
094500     WRITE SEC-AUDIT-RECORD.
094600 8000-EXIT.
094700     EXIT.
094800******************************************************************
094900* 9999-EXIT - COMMON PROGRAM EXIT POINT.
095000******************************************************************
095100 9999-EXIT.
095200     GOBACK.
095300 END PROGRAM AccessRecert.
