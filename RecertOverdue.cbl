000100******************************************************************
000200* PROGRAM-ID: RECERTOVERDUE
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     END-OF-DAY DEADLINE CHECK FOR THE ACCESS
000800*              RECERTIFICATION CAMPAIGNS ACCESSRECERT OPENS. FOR
000900*              EVERY CAMPAIGN STILL OPEN PAST ITS DEADLINE, EACH
001000*              OPERATOR WITH A GRANT LEFT UNDECIDED IS REPORTED
001100*              ON RECERTOD; WHERE THE CAMPAIGN WAS OPENED WITH
001200*              THE SUSPEND OPTION, AN ACTIVE OPERATOR IS ALSO
001300*              SUSPENDED ON GOTOPIN (ONCE, WITH A SECLOG ROW)
001400*              UNTIL A SECURITY ADMINISTRATOR RESETS THEM. A
001500*              CAMPAIGN BEFORE ITS DEADLINE IS LISTED WITH ITS
001600*              OUTSTANDING COUNT ONLY. RETURN CODE 4 WHEN ANY
001700*              OPERATOR IS OVERDUE.
001800* TECTONICS:   cobc
001900*
002000* MODIFICATION HISTORY
002100*   2026-10-15 DO  INITIAL VERSION.
002120*   2026-10-15 DO  SECLOG ROWS NOW CARRY A CHAIN SEQUENCE AND
002140*                  CHAIN VALUE, STAMPED BY AUDITCHAIN JUST AHEAD
002160*                  OF EACH WRITE, SO AUDITVERIFY CAN PROVE THE
002180*                  TRAIL WHOLE.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. RecertOverdue.
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT RECERT-FILE ASSIGN TO "RECERT"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS RV-KEY
003200         FILE STATUS IS WS-RECERT-FILE-STATUS.
003300     SELECT OPERATOR-PIN-FILE ASSIGN TO "GOTOPIN"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS OP-OPERATOR-ID
003700         FILE STATUS IS WS-PIN-FILE-STATUS.
003800     SELECT SEC-AUDIT-FILE ASSIGN TO "SECLOG"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-AUDIT-FILE-STATUS.
004100     SELECT OVERDUE-RPT-FILE ASSIGN TO "RECERTOD"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-RPT-FILE-STATUS.
004400     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-BDATE-FILE-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  RECERT-FILE.
005000     COPY RECERT.
005100 FD  OPERATOR-PIN-FILE.
005200     COPY GOTOPIN.
005300 FD  SEC-AUDIT-FILE
005400     RECORDING MODE IS F.
005500 01  SEC-AUDIT-RECORD.
005600     05  SA-LOG-DATE                 PIC 9(08).
005700     05  SA-LOG-TIME                 PIC 9(08).
005800     05  SA-ADMIN-ID                 PIC X(08).
005900     05  SA-ACTION                   PIC X(08).
006000     05  SA-TARGET-ID                PIC X(08).
006033     05  SA-CHAIN-SEQ                PIC 9(09).
006066     05  SA-CHAIN-VALUE              PIC 9(08).
006100 FD  OVERDUE-RPT-FILE
006200     RECORDING MODE IS F.
006300 01  OVERDUE-RPT-LINE                PIC X(80).
006400 FD  BUS-DATE-FILE
006500     RECORDING MODE IS F.
006600     COPY BUSDATE.
006700 WORKING-STORAGE SECTION.
006800 01  WS-RECERT-FILE-STATUS           PIC X(02).
006900     88  WS-RECERT-FILE-OK           VALUE "00".
007000 01  WS-PIN-FILE-STATUS              PIC X(02).
007100     88  WS-PIN-FILE-OK              VALUE "00".
007200 01  WS-AUDIT-FILE-STATUS            PIC X(02).
007300     88  WS-AUDIT-FILE-OK            VALUE "00".
007400 01  WS-RPT-FILE-STATUS              PIC X(02).
007500     88  WS-RPT-FILE-OK              VALUE "00".
007600 01  WS-BDATE-FILE-STATUS            PIC X(02).
007700     88  WS-BDATE-FILE-OK            VALUE "00".
007800 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
007900     88  WS-END-OF-FILE              VALUE "Y".
008000 01  WS-PIN-OPEN-SWITCH              PIC X(01) VALUE "N".
008100     88  WS-PIN-FILE-OPENED          VALUE "Y".
008200 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
008300 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
008350 01  WS-AUDIT-TRAIL-NAME             PIC X(08) VALUE SPACES.
008400 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
008500 01  WS-LIB-FUNCTION                 PIC X(06).
008600 01  WS-LIB-RETURN-CODE              PIC 9(02).
008700 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "RECERTOV".
008800 01  WS-LIB-MSG-VALUE                PIC X(40).
008900 01  WS-LIB-MSG-TEXT                 PIC X(60).
009000 01  WS-CAMPAIGN-STATE.
009100     05  WS-CAMPAIGN-ID              PIC X(08) VALUE SPACES.
009200     05  WS-CAMPAIGN-DEADLINE        PIC 9(08) VALUE ZERO.
009300     05  WS-CAMPAIGN-OPEN-SWITCH     PIC X(01) VALUE "N".
009400         88  WS-CAMPAIGN-IS-OPEN     VALUE "Y".
009500     05  WS-CAMPAIGN-SUSPEND-SWITCH  PIC X(01) VALUE "N".
009600         88  WS-CAMPAIGN-SUSPENDS    VALUE "Y".
009700     05  WS-CAMPAIGN-OUTSTANDING     PIC 9(06) VALUE ZERO.
009800 01  WS-FLAG-IDX                     PIC 9(01) COMP VALUE ZERO.
009900 01  WS-ROW-UNDECIDED                PIC 9(01) COMP VALUE ZERO.
010000 01  WS-OPEN-CAMPAIGNS               PIC 9(06) VALUE ZERO.
010100 01  WS-OVERDUE-COUNT                PIC 9(06) VALUE ZERO.
010200 01  WS-SUSPENDED-COUNT              PIC 9(06) VALUE ZERO.
010300 01  WS-HEADER-LINE.
010400     05  FILLER                      PIC X(40) VALUE
010500         "ACCESS RECERTIFICATION DEADLINE CHECK".
010600     05  FILLER                      PIC X(15) VALUE
010700         "BUSINESS DATE: ".
010800     05  HL-RUN-DATE                 PIC 9(08).
010900     05  FILLER                      PIC X(17) VALUE SPACES.
011000 01  WS-CAMPAIGN-LINE.
011100     05  FILLER                      PIC X(09) VALUE "CAMPAIGN ".
011200     05  CH-CAMPAIGN-ID              PIC X(08).
011300     05  FILLER                      PIC X(10) VALUE
011400         " REVIEWER ".
011500     05  CH-REVIEWER-ID              PIC X(08).
011600     05  FILLER                      PIC X(10) VALUE
011700         " DEADLINE ".
011800     05  CH-DEADLINE                 PIC 9(08).
011900     05  FILLER                      PIC X(01) VALUE SPACE.
012000     05  CH-STATE                    PIC X(26).
012100 01  WS-DETAIL-LINE.
012200     05  FILLER                      PIC X(04) VALUE SPACES.
012300     05  DL-OPERATOR-ID              PIC X(08).
012400     05  FILLER                      PIC X(02) VALUE SPACES.
012500     05  DL-UNDECIDED                PIC 9(01).
012600     05  FILLER                      PIC X(22) VALUE
012700         " GRANT(S) UNDECIDED - ".
012800     05  DL-ACTION                   PIC X(30).
012900     05  FILLER                      PIC X(13) VALUE SPACES.
013000 01  WS-COUNT-LINE.
013100     05  CL-LABEL                    PIC X(40).
013200     05  CL-COUNT                    PIC Z(05)9.
013300     05  FILLER                      PIC X(34) VALUE SPACES.
013400 PROCEDURE DIVISION.
013500******************************************************************
013600* 0000-MAINLINE - ONE PASS OF THE RECERT FILE IN KEY ORDER;
013700*                 EACH CAMPAIGN ROW SETS THE CONTEXT FOR THE
013800*                 GRANT ROWS BEHIND IT.
013900******************************************************************
014000 0000-MAINLINE.
014100     PERFORM 0500-RESOLVE-BUSINESS-DATE
014200         THRU 0500-EXIT.
014300     OPEN OUTPUT OVERDUE-RPT-FILE.
014400     MOVE WS-TODAYS-DATE TO HL-RUN-DATE.
014500     WRITE OVERDUE-RPT-LINE FROM WS-HEADER-LINE.
014600     MOVE SPACES TO OVERDUE-RPT-LINE.
014700     WRITE OVERDUE-RPT-LINE.
014800     OPEN I-O RECERT-FILE.
014900     IF NOT WS-RECERT-FILE-OK
015000         MOVE "NO RECERTIFICATION CAMPAIGNS ON FILE"
015100             TO OVERDUE-RPT-LINE
015200         WRITE OVERDUE-RPT-LINE
015300         GO TO 0000-CLOSE-REPORT
015400     END-IF.
015500     OPEN I-O OPERATOR-PIN-FILE.
015600     IF WS-PIN-FILE-OK
015700         SET WS-PIN-FILE-OPENED TO TRUE
015800     ELSE
015900         DISPLAY "GOTOPIN OPEN FAILED, STATUS "
016000             WS-PIN-FILE-STATUS " - NO SUSPENSIONS THIS RUN"
016100     END-IF.
016200     OPEN EXTEND SEC-AUDIT-FILE.
016300     IF NOT WS-AUDIT-FILE-OK
016400         OPEN OUTPUT SEC-AUDIT-FILE
016500     END-IF.
016600     MOVE "N" TO WS-EOF-SWITCH.
016700     PERFORM 1000-CHECK-ONE-ROW
016800         THRU 1000-EXIT
016900         UNTIL WS-END-OF-FILE.
017000     PERFORM 1900-END-CAMPAIGN
017100         THRU 1900-EXIT.
017200     CLOSE RECERT-FILE
017300           SEC-AUDIT-FILE.
017400     IF WS-PIN-FILE-OPENED
017500         CLOSE OPERATOR-PIN-FILE
017600     END-IF.
017700     MOVE SPACES TO OVERDUE-RPT-LINE.
017800     WRITE OVERDUE-RPT-LINE.
017900     MOVE "OPEN CAMPAIGNS" TO CL-LABEL.
018000     MOVE WS-OPEN-CAMPAIGNS TO CL-COUNT.
018100     WRITE OVERDUE-RPT-LINE FROM WS-COUNT-LINE.
018200     MOVE "OPERATORS OVERDUE" TO CL-LABEL.
018300     MOVE WS-OVERDUE-COUNT TO CL-COUNT.
018400     WRITE OVERDUE-RPT-LINE FROM WS-COUNT-LINE.
018500     MOVE "OPERATORS SUSPENDED THIS RUN" TO CL-LABEL.
018600     MOVE WS-SUSPENDED-COUNT TO CL-COUNT.
018700     WRITE OVERDUE-RPT-LINE FROM WS-COUNT-LINE.
018800 0000-CLOSE-REPORT.
018900     CLOSE OVERDUE-RPT-FILE.
019000     MOVE "RECERTOD" TO WS-RPT-KEEP-NAME.
019100     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-TODAYS-DATE.
019200     DISPLAY "RECERTIFICATION: OPEN " WS-OPEN-CAMPAIGNS
019300         " OVERDUE " WS-OVERDUE-COUNT
019400         " SUSPENDED " WS-SUSPENDED-COUNT.
019500     IF WS-OVERDUE-COUNT > ZERO
019600         MOVE 4 TO RETURN-CODE
019700     ELSE
019800         MOVE ZERO TO RETURN-CODE
019900     END-IF.
020000     GO TO 9999-EXIT.
020100******************************************************************
020200* 0500-RESOLVE-BUSINESS-DATE - THE BUSDATE CONTROL WHEN ONE IS
020300*                  ON FILE, THE SYSTEM DATE OTHERWISE.
020400******************************************************************
020500 0500-RESOLVE-BUSINESS-DATE.
020600     MOVE "DATSTM" TO WS-LIB-FUNCTION.
020700     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
020800         WS-TODAYS-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
020900         WS-LIB-MSG-TEXT.
021000     OPEN INPUT BUS-DATE-FILE.
021100     IF NOT WS-BDATE-FILE-OK
021200         GO TO 0500-EXIT
021300     END-IF.
021400     READ BUS-DATE-FILE
021500         AT END
021600             CONTINUE
021700     END-READ.
021800     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
021900         MOVE BD-BUSINESS-DATE TO WS-TODAYS-DATE
022000     END-IF.
022100     CLOSE BUS-DATE-FILE.
022200 0500-EXIT.
022300     EXIT.
022400******************************************************************
022500* 1000-CHECK-ONE-ROW - A CAMPAIGN ROW STARTS A NEW CAMPAIGN; A
022600*                  GRANT ROW OF AN OPEN CAMPAIGN IS CHECKED.
022700******************************************************************
022800 1000-CHECK-ONE-ROW.
022900     READ RECERT-FILE NEXT RECORD
023000         AT END
023100             SET WS-END-OF-FILE TO TRUE
023200             GO TO 1000-EXIT
023300     END-READ.
023400     IF RV-CAMPAIGN-ROW
023500         PERFORM 1900-END-CAMPAIGN
023600             THRU 1900-EXIT
023700         PERFORM 1100-START-CAMPAIGN
023800             THRU 1100-EXIT
023900         GO TO 1000-EXIT
024000     END-IF.
024100     IF NOT WS-CAMPAIGN-IS-OPEN
024200        OR RV-CAMPAIGN-ID NOT = WS-CAMPAIGN-ID
024300         GO TO 1000-EXIT
024400     END-IF.
024500     PERFORM 1200-CHECK-GRANT-ROW
024600         THRU 1200-EXIT.
024700 1000-EXIT.
024800     EXIT.
024900******************************************************************
025000* 1100-START-CAMPAIGN - NOTE THE CAMPAIGN'S DEADLINE AND OPTION.
025100*                  A SIGNED-OFF CAMPAIGN NEEDS NO CHECKING.
025200******************************************************************
025300 1100-START-CAMPAIGN.
025400     MOVE RV-CAMPAIGN-ID TO WS-CAMPAIGN-ID.
025500     MOVE RV-DEADLINE TO WS-CAMPAIGN-DEADLINE.
025600     MOVE ZERO TO WS-CAMPAIGN-OUTSTANDING.
025700     MOVE "N" TO WS-CAMPAIGN-OPEN-SWITCH
025800                 WS-CAMPAIGN-SUSPEND-SWITCH.
025900     IF NOT RV-CAMPAIGN-OPEN
026000         GO TO 1100-EXIT
026100     END-IF.
026200     SET WS-CAMPAIGN-IS-OPEN TO TRUE.
026300     IF RV-SUSPENDS-OVERDUE
026400         SET WS-CAMPAIGN-SUSPENDS TO TRUE
026500     END-IF.
026600     ADD 1 TO WS-OPEN-CAMPAIGNS.
026700     MOVE RV-CAMPAIGN-ID TO CH-CAMPAIGN-ID.
026800     MOVE RV-REVIEWER-ID TO CH-REVIEWER-ID.
026900     MOVE RV-DEADLINE TO CH-DEADLINE.
027000     IF RV-DEADLINE < WS-TODAYS-DATE
027100         MOVE "*** PAST DEADLINE ***" TO CH-STATE
027200     ELSE
027300         MOVE "IN PROGRESS" TO CH-STATE
027400     END-IF.
027500     WRITE OVERDUE-RPT-LINE FROM WS-CAMPAIGN-LINE.
027600 1100-EXIT.
027700     EXIT.
027800******************************************************************
027900* 1200-CHECK-GRANT-ROW - COUNT THE ROW'S UNDECIDED GRANTS; PAST
028000*                  THE DEADLINE, REPORT THE OPERATOR AND, WHERE
028100*                  THE CAMPAIGN SAYS SO, SUSPEND THEM.
028200******************************************************************
028300 1200-CHECK-GRANT-ROW.
028400     MOVE ZERO TO WS-ROW-UNDECIDED.
028500     PERFORM 1250-CHECK-ONE-FLAG
028600         THRU 1250-EXIT
028700         VARYING WS-FLAG-IDX FROM 1 BY 1
028800         UNTIL WS-FLAG-IDX > 6.
028900     IF WS-ROW-UNDECIDED = ZERO
029000         GO TO 1200-EXIT
029100     END-IF.
029200     ADD 1 TO WS-CAMPAIGN-OUTSTANDING.
029300     IF WS-CAMPAIGN-DEADLINE NOT < WS-TODAYS-DATE
029400         GO TO 1200-EXIT
029500     END-IF.
029600     ADD 1 TO WS-OVERDUE-COUNT.
029700     MOVE RV-OPERATOR-ID TO DL-OPERATOR-ID.
029800     MOVE WS-ROW-UNDECIDED TO DL-UNDECIDED.
029900     IF NOT WS-CAMPAIGN-SUSPENDS
030000         MOVE "REPORTED" TO DL-ACTION
030100         IF RV-OVERDUE-ACTION = SPACE
030200             SET RV-OVERDUE-REPORTED TO TRUE
030300             PERFORM 1400-REWRITE-GRANT-ROW
030400                 THRU 1400-EXIT
030500         END-IF
030600     ELSE
030700         PERFORM 1300-SUSPEND-OPERATOR
030800             THRU 1300-EXIT
030900     END-IF.
031000     WRITE OVERDUE-RPT-LINE FROM WS-DETAIL-LINE.
031100 1200-EXIT.
031200     EXIT.
031300******************************************************************
031400* 1250-CHECK-ONE-FLAG - A GRANTED FLAG WITH NO K OR R DECISION.
031500******************************************************************
031600 1250-CHECK-ONE-FLAG.
031700     IF RV-SNAP-FLAG (WS-FLAG-IDX) = "Y"
031800        AND RV-DECISION (WS-FLAG-IDX) NOT = "K"
031900        AND RV-DECISION (WS-FLAG-IDX) NOT = "R"
032000         ADD 1 TO WS-ROW-UNDECIDED
032100     END-IF.
032200 1250-EXIT.
032300     EXIT.
032400******************************************************************
032500* 1300-SUSPEND-OPERATOR - SUSPEND AN ACTIVE OPERATOR ON GOTOPIN,
032600*                  ONCE PER CAMPAIGN. AN OPERATOR ALREADY
032700*                  DISABLED, LOCKED OR SUSPENDED IS LEFT AS IS.
032800******************************************************************
032900 1300-SUSPEND-OPERATOR.
033000     IF RV-OVERDUE-SUSPENDED
033100         MOVE "SUSPENDED ON AN EARLIER RUN" TO DL-ACTION
033200         GO TO 1300-EXIT
033300     END-IF.
033400     IF NOT WS-PIN-FILE-OPENED
033500         MOVE "NOT SUSPENDED - GOTOPIN CLOSED" TO DL-ACTION
033600         GO TO 1300-EXIT
033700     END-IF.
033800     MOVE RV-OPERATOR-ID TO OP-OPERATOR-ID.
033900     READ OPERATOR-PIN-FILE
034000         INVALID KEY
034100             MOVE "NO LONGER ON GOTOPIN" TO DL-ACTION
034200             GO TO 1300-EXIT
034300     END-READ.
034400     IF NOT OP-STATUS-ACTIVE
034500         MOVE "ALREADY INACTIVE ON GOTOPIN" TO DL-ACTION
034600         GO TO 1300-EXIT
034700     END-IF.
034800     SET OP-STATUS-SUSPENDED TO TRUE.
034900     REWRITE OPERATOR-PIN-RECORD
035000         INVALID KEY
035100             MOVE "SUSPEND FAILED" TO DL-ACTION
035200             GO TO 1300-EXIT
035300     END-REWRITE.
035400     ACCEPT WS-CURRENT-TIME FROM TIME.
035500     MOVE WS-TODAYS-DATE TO SA-LOG-DATE.
035600     MOVE WS-CURRENT-TIME TO SA-LOG-TIME.
035700     MOVE "RECERTOV" TO SA-ADMIN-ID.
035800     MOVE "RCSUSPND" TO SA-ACTION.
035900     MOVE RV-OPERATOR-ID TO SA-TARGET-ID.
035925     MOVE "SECLOG" TO WS-AUDIT-TRAIL-NAME.
035950     CALL "AuditChain" USING WS-AUDIT-TRAIL-NAME,
035975         SEC-AUDIT-RECORD.
036000     WRITE SEC-AUDIT-RECORD.
036100     SET RV-OVERDUE-SUSPENDED TO TRUE.
036200     PERFORM 1400-REWRITE-GRANT-ROW
036300         THRU 1400-EXIT.
036400     ADD 1 TO WS-SUSPENDED-COUNT.
036500     MOVE "SUSPENDED ON GOTOPIN" TO DL-ACTION.
036600 1300-EXIT.
036700     EXIT.
036800******************************************************************
036900* 1400-REWRITE-GRANT-ROW - STORE THE OVERDUE ACTION TAKEN.
037000******************************************************************
037100 1400-REWRITE-GRANT-ROW.
037200     REWRITE RECERT-RECORD
037300         INVALID KEY
037400             DISPLAY "RECERT REWRITE FAILED, STATUS "
037500                 WS-RECERT-FILE-STATUS
037600     END-REWRITE.
037700 1400-EXIT.
037800     EXIT.
037900******************************************************************
038000* 1900-END-CAMPAIGN - THE OUTSTANDING COUNT OF THE CAMPAIGN JUST
038100*                  FINISHED.
038200******************************************************************
038300 1900-END-CAMPAIGN.
038400     IF NOT WS-CAMPAIGN-IS-OPEN
038500         GO TO 1900-EXIT
038600     END-IF.
038700     MOVE "  OPERATORS NOT FULLY REVIEWED" TO CL-LABEL.
038800     MOVE WS-CAMPAIGN-OUTSTANDING TO CL-COUNT.
038900     WRITE OVERDUE-RPT-LINE FROM WS-COUNT-LINE.
039000     MOVE "N" TO WS-CAMPAIGN-OPEN-SWITCH.
039100 1900-EXIT.
039200     EXIT.
039300******************************************************************
039400* 9999-EXIT - COMMON PROGRAM EXIT POINT.
039500******************************************************************
039600 9999-EXIT.
039700     GOBACK.
039800 END PROGRAM RecertOverdue.
