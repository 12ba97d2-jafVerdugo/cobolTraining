000100******************************************************************
000200* PROGRAM-ID: BREAKGLASSREVIEW
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     MANDATORY AFTER-THE-FACT REVIEW OF BREAK-GLASS
000800*              EMERGENCY ACCESS. EVERY GRANT TAKEN AT THE GOTO
000900*              MENU LANDS ON BRKGLASS PENDING REVIEW. ONCE A
001000*              GRANT IS OVER - EXPIRED OR ENDED EARLY - A SECOND
001100*              ADMINISTRATOR (STANDING ADMIN AUTHORITY ON THE PIN
001200*              MASTER, AND NEVER THE OPERATOR WHO TOOK THE
001300*              GRANT) WORKS THROUGH THE QUEUE HERE: EACH GRANT
001400*              IS SHOWN WITH ITS REASON, WINDOW AND ACTION COUNT
001500*              AND EVERY GOTOLOG AND SECLOG ROW THE OPERATOR
001600*              LEFT INSIDE THE WINDOW, AND IS CLOSED OUT
001700*              J)USTIFIED OR N)OT JUSTIFIED WITH A NOTE. EACH
001800*              CLOSE-OUT IS AUDITED TO SECLOG. GRANTS LEFT OPEN
001900*              TOO LONG ARE REPORTED BY BREAKGLASSOVERDUE IN THE
002000*              END-OF-DAY RUN.
002100* TECTONICS:   cobc
002200*
002300* MODIFICATION HISTORY
002400*   2026-10-15 DO  INITIAL VERSION.
002416*   2026-10-15 DO  SECLOG ROWS NOW CARRY A CHAIN SEQUENCE AND
002432*                  CHAIN VALUE, STAMPED BY AUDITCHAIN JUST AHEAD
002448*                  OF EACH WRITE, SO AUDITVERIFY CAN PROVE THE
002464*                  TRAIL WHOLE; THE GOTOLOG LAYOUT CARRIES THE
002480*                  SAME TWO FIELDS.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. BreakGlassReview.
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPERATOR-PIN-FILE ASSIGN TO "GOTOPIN"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS RANDOM
003400         RECORD KEY IS OP-OPERATOR-ID
003500         FILE STATUS IS WS-PIN-FILE-STATUS.
003600     SELECT BREAK-GLASS-FILE ASSIGN TO "BRKGLASS"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS BG-KEY
004000         FILE STATUS IS WS-BG-FILE-STATUS.
004100     SELECT GOTO-LOG-FILE ASSIGN TO "GOTOLOG"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-GOTO-FILE-STATUS.
004400     SELECT SEC-AUDIT-FILE ASSIGN TO "SECLOG"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-AUDIT-FILE-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  OPERATOR-PIN-FILE.
005000     COPY GOTOPIN.
005100 FD  BREAK-GLASS-FILE.
005200     COPY BRKGLASS.
005300 FD  GOTO-LOG-FILE
005400     RECORDING MODE IS F.
005500 01  AUDIT-LOG-RECORD.
005600     05  AL-LOG-STAMP.
005700         10  AL-LOG-DATE             PIC 9(08).
005800         10  AL-LOG-TIME             PIC 9(08).
005900     05  AL-OPERATOR-ID              PIC X(08).
006000     05  AL-MENU-CHOICE              PIC X(20).
006033     05  AL-CHAIN-SEQ                PIC 9(09).
006066     05  AL-CHAIN-VALUE              PIC 9(08).
006100 FD  SEC-AUDIT-FILE
006200     RECORDING MODE IS F.
006300 01  SEC-AUDIT-RECORD.
006400     05  SA-LOG-STAMP.
006500         10  SA-LOG-DATE             PIC 9(08).
006600         10  SA-LOG-TIME             PIC 9(08).
006700     05  SA-ADMIN-ID                 PIC X(08).
006800     05  SA-ACTION                   PIC X(08).
006900     05  SA-TARGET-ID                PIC X(08).
006933     05  SA-CHAIN-SEQ                PIC 9(09).
006966     05  SA-CHAIN-VALUE              PIC 9(08).
007000 WORKING-STORAGE SECTION.
007100 01  WS-PIN-FILE-STATUS              PIC X(02).
007200     88  WS-PIN-FILE-OK              VALUE "00".
007300 01  WS-BG-FILE-STATUS               PIC X(02).
007400     88  WS-BG-FILE-OK               VALUE "00".
007500 01  WS-GOTO-FILE-STATUS             PIC X(02).
007600     88  WS-GOTO-FILE-OK             VALUE "00".
007700 01  WS-AUDIT-FILE-STATUS            PIC X(02).
007800     88  WS-AUDIT-FILE-OK            VALUE "00".
007900 01  WS-REVIEWER-ID                  PIC X(08) VALUE SPACES.
008000 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
008100 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
008150 01  WS-AUDIT-TRAIL-NAME             PIC X(08) VALUE SPACES.
008200 01  WS-NOW-STAMP.
008300     05  WS-NOW-DATE                 PIC 9(08).
008400     05  WS-NOW-TIME                 PIC 9(08).
008500 01  WS-WINDOW-START.
008600     05  WS-WINDOW-START-DATE        PIC 9(08).
008700     05  WS-WINDOW-START-TIME        PIC 9(08).
008800 01  WS-WINDOW-END.
008900     05  WS-WINDOW-END-DATE          PIC 9(08).
009000     05  WS-WINDOW-END-TIME          PIC 9(08).
009100 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
009200     88  WS-END-OF-QUEUE             VALUE "Y".
009300 01  WS-LOG-EOF-SWITCH               PIC X(01) VALUE "N".
009400     88  WS-END-OF-LOG               VALUE "Y".
009500 01  WS-QUIT-SWITCH                  PIC X(01) VALUE "N".
009600     88  WS-REVIEW-QUIT              VALUE "Y".
009700 01  WS-DECISION-REPLY               PIC X(01) VALUE SPACE.
009800     88  WS-DECIDE-JUSTIFIED         VALUE "J" "j".
009900     88  WS-DECIDE-NOT-JUSTIFIED     VALUE "N" "n".
010000     88  WS-DECIDE-SKIP              VALUE "S" "s".
010100     88  WS-DECIDE-QUIT              VALUE "Q" "q".
010200 01  WS-REVIEW-NOTE                  PIC X(40) VALUE SPACES.
010300 01  WS-ROW-LINES                    PIC 9(04) VALUE ZERO.
010400 01  WS-SHOWN-COUNT                  PIC 9(04) VALUE ZERO.
010500 01  WS-CLOSED-COUNT                 PIC 9(04) VALUE ZERO.
010600 01  WS-SKIPPED-COUNT                PIC 9(04) VALUE ZERO.
010700 PROCEDURE DIVISION.
010800******************************************************************
010900* 0000-MAINLINE - VERIFY THE REVIEWER, THEN WALK THE QUEUE.
011000******************************************************************
011100 0000-MAINLINE.
011200     DISPLAY "Reviewer ID: "
011300     ACCEPT WS-REVIEWER-ID.
011400     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
011500     PERFORM 0400-CHECK-AUTHORITY
011600         THRU 0400-EXIT.
011700     IF NOT WS-PIN-FILE-OK
011800         GO TO 9999-EXIT
011900     END-IF.
012000     OPEN I-O BREAK-GLASS-FILE.
012100     IF NOT WS-BG-FILE-OK
012200         DISPLAY "NO BREAK-GLASS GRANTS ON FILE"
012300         GO TO 9999-EXIT
012400     END-IF.
012500     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
012600     ACCEPT WS-NOW-TIME FROM TIME.
012700     MOVE LOW-VALUES TO BG-KEY.
012800     START BREAK-GLASS-FILE KEY IS NOT LESS THAN BG-KEY
012900         INVALID KEY
013000             SET WS-END-OF-QUEUE TO TRUE
013100     END-START.
013200     PERFORM 2000-REVIEW-ONE-GRANT
013300         THRU 2000-EXIT
013400         UNTIL WS-END-OF-QUEUE
013500         OR WS-REVIEW-QUIT.
013600     CLOSE BREAK-GLASS-FILE.
013700     IF WS-SHOWN-COUNT = ZERO
013800         DISPLAY "NO FINISHED BREAK-GLASS GRANTS AWAIT REVIEW"
013900     END-IF.
014000     DISPLAY "CLOSED: " WS-CLOSED-COUNT
014100         " SKIPPED: " WS-SKIPPED-COUNT.
014200     GO TO 9999-EXIT.
014300******************************************************************
014400* 0400-CHECK-AUTHORITY - ONLY AN ACTIVE OPERATOR WITH THE
014500*                  STANDING ADMIN FLAG MAY CLOSE OUT A GRANT. A
014600*                  BREAK-GLASS GRANT DOES NOT QUALIFY - EMERGENCY
014700*                  ACCESS CANNOT REVIEW EMERGENCY ACCESS.
014800******************************************************************
014900 0400-CHECK-AUTHORITY.
015000     OPEN INPUT OPERATOR-PIN-FILE.
015100     IF NOT WS-PIN-FILE-OK
015200         DISPLAY "GOTOPIN OPEN FAILED - REVIEW REFUSED"
015300         GO TO 0400-EXIT
015400     END-IF.
015500     MOVE WS-REVIEWER-ID TO OP-OPERATOR-ID.
015600     READ OPERATOR-PIN-FILE
015700         INVALID KEY
015800             DISPLAY "REVIEWER NOT ON THE PIN MASTER - "
015900                 "REVIEW REFUSED"
016000             CLOSE OPERATOR-PIN-FILE
016100             MOVE "99" TO WS-PIN-FILE-STATUS
016200             GO TO 0400-EXIT
016300     END-READ.
016400     CLOSE OPERATOR-PIN-FILE.
016500     IF NOT OP-MAY-RUN-ADMIN OR NOT OP-STATUS-ACTIVE
016600         DISPLAY "REVIEWER LACKS THE ADMIN AUTHORITY - "
016700             "REVIEW REFUSED"
016800         MOVE "99" TO WS-PIN-FILE-STATUS
016900     END-IF.
017000 0400-EXIT.
017100     EXIT.
017200******************************************************************
017300* 2000-REVIEW-ONE-GRANT - A PENDING GRANT WHOSE WINDOW IS OVER
017400*                  IS SHOWN WITH ITS ACTIVITY AND DECIDED. A
017500*                  GRANT STILL LIVE, ALREADY CLOSED, OR TAKEN BY
017600*                  THE REVIEWER IS PASSED OVER.
017700******************************************************************
017800 2000-REVIEW-ONE-GRANT.
017900     READ BREAK-GLASS-FILE NEXT RECORD
018000         AT END
018100             SET WS-END-OF-QUEUE TO TRUE
018200             GO TO 2000-EXIT
018300     END-READ.
018400     IF NOT BG-REVIEW-PENDING
018500         GO TO 2000-EXIT
018600     END-IF.
018700     MOVE BG-START-DATE TO WS-WINDOW-START-DATE.
018800     MOVE BG-START-TIME TO WS-WINDOW-START-TIME.
018900     IF BG-ENDED-DATE NOT = ZERO
019000         MOVE BG-ENDED-STAMP TO WS-WINDOW-END
019100     ELSE
019200         MOVE BG-EXPIRY-STAMP TO WS-WINDOW-END
019300     END-IF.
019400     IF WS-WINDOW-END > WS-NOW-STAMP
019500         GO TO 2000-EXIT
019600     END-IF.
019700     ADD 1 TO WS-SHOWN-COUNT.
019800     DISPLAY "----------------------------------------".
019900     DISPLAY "OPERATOR " BG-OPERATOR-ID "  REASON " BG-REASON-CODE
020000         " " BG-REASON-TEXT.
020100     DISPLAY "FROM " WS-WINDOW-START-DATE " " WS-WINDOW-START-TIME
020200         "  TO " WS-WINDOW-END-DATE " " WS-WINDOW-END-TIME
020300         "  ACTIONS " BG-ACTION-COUNT.
020400     IF BG-ENDED-DATE NOT = ZERO
020500         DISPLAY "ENDED EARLY BY THE OPERATOR"
020600     END-IF.
020700     PERFORM 2100-SHOW-GOTO-ACTIVITY
020800         THRU 2100-EXIT.
020900     PERFORM 2200-SHOW-SECLOG-ACTIVITY
021000         THRU 2200-EXIT.
021100     IF BG-OPERATOR-ID = WS-REVIEWER-ID
021200         DISPLAY "THIS IS YOUR OWN GRANT - ANOTHER "
021300             "ADMINISTRATOR MUST REVIEW IT"
021400         ADD 1 TO WS-SKIPPED-COUNT
021500         GO TO 2000-EXIT
021600     END-IF.
021700     PERFORM 2300-TAKE-DECISION
021800         THRU 2300-EXIT.
021900 2000-EXIT.
022000     EXIT.
022100******************************************************************
022200* 2100-SHOW-GOTO-ACTIVITY - THE OPERATOR'S GOTOLOG ROWS INSIDE
022300*                  THE GRANT WINDOW - THE "BG" TAGGED MENU
022400*                  ACTIONS AND THE START, END OR EXPIRY ROWS.
022500******************************************************************
022600 2100-SHOW-GOTO-ACTIVITY.
022700     MOVE ZERO TO WS-ROW-LINES.
022800     MOVE "N" TO WS-LOG-EOF-SWITCH.
022900     OPEN INPUT GOTO-LOG-FILE.
023000     IF NOT WS-GOTO-FILE-OK
023100         DISPLAY "  GOTOLOG NOT AVAILABLE"
023200         GO TO 2100-EXIT
023300     END-IF.
023400     PERFORM 2110-SHOW-ONE-GOTO-ROW
023500         THRU 2110-EXIT
023600         UNTIL WS-END-OF-LOG.
023700     CLOSE GOTO-LOG-FILE.
023800     IF WS-ROW-LINES = ZERO
023900         DISPLAY "  NO GOTOLOG ACTIVITY IN THE WINDOW"
024000     END-IF.
024100 2100-EXIT.
024200     EXIT.
024300******************************************************************
024400* 2110-SHOW-ONE-GOTO-ROW - ONE LOG ROW AT A TIME.
024500******************************************************************
024600 2110-SHOW-ONE-GOTO-ROW.
024700     READ GOTO-LOG-FILE
024800         AT END
024900             SET WS-END-OF-LOG TO TRUE
025000             GO TO 2110-EXIT
025100     END-READ.
025200     IF AL-OPERATOR-ID NOT = BG-OPERATOR-ID
025300         GO TO 2110-EXIT
025400     END-IF.
025500     IF AL-LOG-STAMP < WS-WINDOW-START
025600         OR AL-LOG-STAMP > WS-WINDOW-END
025700         GO TO 2110-EXIT
025800     END-IF.
025900     ADD 1 TO WS-ROW-LINES.
026000     DISPLAY "  GOTOLOG " AL-LOG-DATE " " AL-LOG-TIME " "
026100         AL-MENU-CHOICE.
026200 2110-EXIT.
026300     EXIT.
026400******************************************************************
026500* 2200-SHOW-SECLOG-ACTIVITY - THE SECLOG ROWS WRITTEN UNDER THE
026600*                  OPERATOR'S ID INSIDE THE GRANT WINDOW.
026700******************************************************************
026800 2200-SHOW-SECLOG-ACTIVITY.
026900     MOVE ZERO TO WS-ROW-LINES.
027000     MOVE "N" TO WS-LOG-EOF-SWITCH.
027100     OPEN INPUT SEC-AUDIT-FILE.
027200     IF NOT WS-AUDIT-FILE-OK
027300         DISPLAY "  SECLOG NOT AVAILABLE"
027400         GO TO 2200-EXIT
027500     END-IF.
027600     PERFORM 2210-SHOW-ONE-SECLOG-ROW
027700         THRU 2210-EXIT
027800         UNTIL WS-END-OF-LOG.
027900     CLOSE SEC-AUDIT-FILE.
028000     IF WS-ROW-LINES = ZERO
028100         DISPLAY "  NO SECLOG ACTIVITY IN THE WINDOW"
028200     END-IF.
028300 2200-EXIT.
028400     EXIT.
028500******************************************************************
028600* 2210-SHOW-ONE-SECLOG-ROW - ONE SECURITY LOG ROW AT A TIME.
028700******************************************************************
028800 2210-SHOW-ONE-SECLOG-ROW.
028900     READ SEC-AUDIT-FILE
029000         AT END
029100             SET WS-END-OF-LOG TO TRUE
029200             GO TO 2210-EXIT
029300     END-READ.
029400     IF SA-ADMIN-ID NOT = BG-OPERATOR-ID
029500         GO TO 2210-EXIT
029600     END-IF.
029700     IF SA-LOG-STAMP < WS-WINDOW-START
029800         OR SA-LOG-STAMP > WS-WINDOW-END
029900         GO TO 2210-EXIT
030000     END-IF.
030100     ADD 1 TO WS-ROW-LINES.
030200     DISPLAY "  SECLOG  " SA-LOG-DATE " " SA-LOG-TIME " "
030300         SA-ACTION " " SA-TARGET-ID.
030400 2210-EXIT.
030500     EXIT.
030600******************************************************************
030700* 2300-TAKE-DECISION - J)USTIFIED OR N)OT JUSTIFIED, EITHER WITH
030800*                  A NOTE, CLOSES THE GRANT; S)KIP LEAVES IT ON
030900*                  THE QUEUE; Q)UIT ENDS THE SESSION.
031000******************************************************************
031100 2300-TAKE-DECISION.
031200     DISPLAY "J)ustified, N)ot justified, S)kip, Q)uit: "
031300     ACCEPT WS-DECISION-REPLY.
031400     IF WS-DECIDE-QUIT
031500         SET WS-REVIEW-QUIT TO TRUE
031600         GO TO 2300-EXIT
031700     END-IF.
031800     IF WS-DECIDE-SKIP
031900         ADD 1 TO WS-SKIPPED-COUNT
032000         GO TO 2300-EXIT
032100     END-IF.
032200     IF NOT WS-DECIDE-JUSTIFIED AND NOT WS-DECIDE-NOT-JUSTIFIED
032300         DISPLAY "Select a correct option"
032400         GO TO 2300-TAKE-DECISION
032500     END-IF.
032600     MOVE SPACES TO WS-REVIEW-NOTE.
032700     DISPLAY "Review note (required): "
032800     ACCEPT WS-REVIEW-NOTE.
032900     IF WS-REVIEW-NOTE = SPACES
033000         DISPLAY "A NOTE IS REQUIRED - GRANT LEFT ON THE QUEUE"
033100         ADD 1 TO WS-SKIPPED-COUNT
033200         GO TO 2300-EXIT
033300     END-IF.
033400     IF WS-DECIDE-JUSTIFIED
033500         SET BG-USE-JUSTIFIED TO TRUE
033600     ELSE
033700         SET BG-USE-NOT-JUSTIFIED TO TRUE
033800     END-IF.
033900     SET BG-REVIEW-CLOSED TO TRUE.
034000     MOVE WS-REVIEWER-ID TO BG-REVIEWER-ID.
034100     MOVE WS-TODAYS-DATE TO BG-REVIEW-DATE.
034200     MOVE WS-REVIEW-NOTE TO BG-REVIEW-NOTE.
034300     REWRITE BREAK-GLASS-RECORD
034400         INVALID KEY
034500             DISPLAY "BRKGLASS REWRITE FAILED - GRANT LEFT ON "
034600                 "THE QUEUE"
034700             GO TO 2300-EXIT
034800     END-REWRITE.
034900     ADD 1 TO WS-CLOSED-COUNT.
035000     PERFORM 8000-WRITE-AUDIT-RECORD
035100         THRU 8000-EXIT.
035200 2300-EXIT.
035300     EXIT.
035400******************************************************************
035500* 8000-WRITE-AUDIT-RECORD - WHO CLOSED OUT WHOSE GRANT, AND WHEN.
035600******************************************************************
035700 8000-WRITE-AUDIT-RECORD.
035800     OPEN EXTEND SEC-AUDIT-FILE.
035900     IF NOT WS-AUDIT-FILE-OK
036000         OPEN OUTPUT SEC-AUDIT-FILE
036100     END-IF.
036200     ACCEPT WS-CURRENT-TIME FROM TIME.
036300     MOVE WS-TODAYS-DATE  TO SA-LOG-DATE.
036400     MOVE WS-CURRENT-TIME TO SA-LOG-TIME.
036500     MOVE WS-REVIEWER-ID  TO SA-ADMIN-ID.
036600     MOVE "BGREVIEW"      TO SA-ACTION.
036700     MOVE BG-OPERATOR-ID  TO SA-TARGET-ID.
036725     MOVE "SECLOG" TO WS-AUDIT-TRAIL-NAME.
036750     CALL "AuditChain" USING WS-AUDIT-TRAIL-NAME,
036775         SEC-AUDIT-RECORD.
036800     WRITE SEC-AUDIT-RECORD.
036900     CLOSE SEC-AUDIT-FILE.
037000 8000-EXIT.
037100     EXIT.
037200******************************************************************
037300* 9999-EXIT - COMMON PROGRAM EXIT POINT.
037400******************************************************************
037500 9999-EXIT.
037600     GOBACK.
037700 END PROGRAM BreakGlassReview.
