000100******************************************************************
000200* PROGRAM-ID: CLOSETRACKER
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     MONTH-END CLOSE SIGN-OFF. THE OPERATOR NAMES THE
000800*              PERIOD (YYYYMM) BEING CLOSED, THEN S)IGNS OFF THE
000900*              CLTASK CHECKLIST TASKS THEY HAVE COMPLETED OR
001000*              L)ISTS WHERE THE PERIOD STANDS. A SIGN-OFF IS
001100*              REFUSED FOR A TASK THAT IS INACTIVE, OWNED BY
001200*              SOMEONE ELSE, ALREADY SIGNED OFF, OR WAITING ON AN
001300*              ACTIVE PREREQUISITE TASK NOT YET SIGNED OFF FOR THE
001400*              PERIOD, AND FOR ANY TASK ONCE THE PERIOD IS CLOSED
001500*              ON PNPCLS. EACH SIGN-OFF IS ONE CLTRACK ROW
001600*              CARRYING WHO COMPLETED THE TASK AND WHEN.
001700*              LEDGERYEARENDCLOSE WILL NOT CLOSE THE PERIOD UNTIL
001800*              EVERY ACTIVE MANDATORY TASK HAS ITS ROW.
001900* TECTONICS:   cobc
002000*
002100* MODIFICATION HISTORY
002200*   2026-10-15 DO  INITIAL VERSION.
002225*   2026-10-15 DO  THE PNPCLS ROW NOW CARRIES A COMPANY CODE. ONLY
002250*                  THE WHOLE-LEDGER ROW (BLANK COMPANY) CLOSES THE
002275*                  PERIOD HERE; ONE COMPANY'S CLOSE DOES NOT.
002280*   2026-10-15 DO  THE PERIOD BEING CLOSED IS NOW A FISCAL PERIOD
002285*                  (YYYYPP) AND MUST BE ON THE CALENDAR
002290*                  FISCALPERIOD KEEPS, IN PLACE OF THE 01-12 MONTH
002295*                  CHECK.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. CloseTracker.
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT CLOSE-TASK-FILE ASSIGN TO "CLTASK"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS TK-TASK-ID
003300         FILE STATUS IS WS-TASK-FILE-STATUS.
003400     SELECT CLOSE-SIGNOFF-FILE ASSIGN TO "CLTRACK"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS SG-KEY
003800         FILE STATUS IS WS-SIGN-FILE-STATUS.
003900     SELECT PERIOD-CLOSE-FILE ASSIGN TO "PNPCLS"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-PCLS-FILE-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  CLOSE-TASK-FILE.
004500     COPY CLOSETSK.
004600 FD  CLOSE-SIGNOFF-FILE.
004700     COPY CLOSESGN.
004800 FD  PERIOD-CLOSE-FILE
004900     RECORDING MODE IS F.
005000 01  PERIOD-CLOSE-RECORD.
005100     05  PC-YEAR-MONTH               PIC 9(06).
005200     05  PC-CLOSED-DATE              PIC 9(08).
005300     05  PC-CLOSED-BY                PIC X(08).
005350     05  PC-COMPANY-CODE             PIC X(04).
005400 WORKING-STORAGE SECTION.
005500 01  WS-TASK-FILE-STATUS             PIC X(02).
005600     88  WS-TASK-FILE-OK             VALUE "00".
005700 01  WS-SIGN-FILE-STATUS             PIC X(02).
005800     88  WS-SIGN-FILE-OK             VALUE "00".
005900 01  WS-PCLS-FILE-STATUS             PIC X(02).
006000     88  WS-PCLS-FILE-OK             VALUE "00".
006100 01  WS-OPERATOR-ID                  PIC X(08).
006200 01  WS-TODAYS-DATE                  PIC 9(08).
006300 01  WS-CURRENT-TIME                 PIC 9(08).
006400 01  WS-CLOSE-YEAR-MONTH             PIC 9(06) VALUE ZERO.
006500 01  WS-PERIOD-INPUT                 PIC X(06) VALUE SPACES.
006508 01  WS-FP-FUNCTION                  PIC X(01).
006516 01  WS-FP-RESULT.
006524     05  WS-FP-FOUND-SWITCH          PIC X(01).
006532         88  WS-FP-PERIOD-FOUND      VALUE "Y".
006540     05  WS-FP-SOURCE                PIC X(01).
006548     05  WS-FP-PERIOD-ID             PIC 9(06).
006556     05  WS-FP-START-DATE            PIC 9(08).
006564     05  WS-FP-END-DATE              PIC 9(08).
006572     05  WS-FP-YEAR-START-DATE       PIC 9(08).
006580     05  WS-FP-YEAR-END-DATE         PIC 9(08).
006586     05  WS-FP-PERIODS-IN-YEAR       PIC 9(02).
006592 01  WS-FP-DATE                      PIC 9(08) VALUE ZERO.
006600 01  WS-TRACK-OPTION                 PIC X(01).
006700     88  WS-TRACK-SIGN-OFF           VALUE "S" "s".
006800     88  WS-TRACK-LIST               VALUE "L" "l".
006900     88  WS-TRACK-EXIT               VALUE "X" "x".
007000 01  WS-PCLS-EOF-SWITCH              PIC X(01) VALUE "N".
007100     88  WS-END-OF-CLOSES            VALUE "Y".
007200 01  WS-PERIOD-CLOSED-SWITCH         PIC X(01) VALUE "N".
007300     88  WS-PERIOD-IS-CLOSED         VALUE "Y".
007400 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
007500     88  WS-END-OF-MASTER            VALUE "Y".
007600 01  WS-WORK-TASK-ID                 PIC X(08) VALUE SPACES.
007700 01  WS-WORK-REMARK                  PIC X(30) VALUE SPACES.
007800 01  WS-WORK-PREREQUISITES.
007900     05  WS-WORK-PREREQ-ID           PIC X(08) OCCURS 5 TIMES.
008000 01  WS-PREREQ-IDX                   PIC 9(02) COMP VALUE ZERO.
008100 01  WS-WAITING-COUNT                PIC 9(02) VALUE ZERO.
008200 01  WS-SIGNED-SWITCH                PIC X(01) VALUE "N".
008300     88  WS-TASK-SIGNED-OFF          VALUE "Y".
008400 01  WS-LIST-STATE                   PIC X(11) VALUE SPACES.
008500 01  WS-LIST-TOTALS.
008600     05  WS-LIST-TASKS               PIC 9(04) VALUE ZERO.
008700     05  WS-LIST-DONE                PIC 9(04) VALUE ZERO.
008800     05  WS-LIST-MANDATORY-OPEN      PIC 9(04) VALUE ZERO.
008900 PROCEDURE DIVISION.
009000******************************************************************
009100* 0000-MAINLINE - SIGN ON, NAME THE PERIOD, OPEN THE FILES, THEN
009200*                 LOOP ON THE TRACKER MENU.
009300******************************************************************
009400 0000-MAINLINE.
009500     DISPLAY "Operator ID: "
009600     ACCEPT WS-OPERATOR-ID.
009700     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
009777     DISPLAY "Period being closed (YYYYPP): "
009854     MOVE SPACES TO WS-PERIOD-INPUT.
009931     ACCEPT WS-PERIOD-INPUT.
010008     IF WS-PERIOD-INPUT NOT NUMERIC
010085         DISPLAY "PERIOD MUST BE YYYYPP"
010162         GO TO 9999-EXIT
010239     END-IF.
010316     MOVE WS-PERIOD-INPUT TO WS-CLOSE-YEAR-MONTH.
010393     MOVE "P" TO WS-FP-FUNCTION.
010470     MOVE WS-CLOSE-YEAR-MONTH TO WS-FP-PERIOD-ID.
010547     CALL "FiscalPeriod" USING WS-FP-FUNCTION, WS-FP-DATE,
010624         WS-FP-RESULT.
010701     IF NOT WS-FP-PERIOD-FOUND
010778         DISPLAY "PERIOD " WS-CLOSE-YEAR-MONTH
010855             " IS NOT ON THE FISCAL CALENDAR"
010932         GO TO 9999-EXIT
011009     END-IF.
011100     OPEN INPUT CLOSE-TASK-FILE.
011200     IF NOT WS-TASK-FILE-OK
011300         DISPLAY "CLTASK OPEN FAILED, STATUS "
011400             WS-TASK-FILE-STATUS
011500         GO TO 9999-EXIT
011600     END-IF.
011700     OPEN I-O CLOSE-SIGNOFF-FILE.
011800     IF NOT WS-SIGN-FILE-OK
011900         OPEN OUTPUT CLOSE-SIGNOFF-FILE
012000         IF NOT WS-SIGN-FILE-OK
012100             DISPLAY "CLTRACK OPEN FAILED, STATUS "
012200                 WS-SIGN-FILE-STATUS
012300             CLOSE CLOSE-TASK-FILE
012400             GO TO 9999-EXIT
012500         END-IF
012600*        THE FALLBACK ONLY CREATES THE FILE - THE SESSION MUST
012700*        STILL RUN AGAINST IT IN I-O MODE.
012800         CLOSE CLOSE-SIGNOFF-FILE
012900         OPEN I-O CLOSE-SIGNOFF-FILE
013000         IF NOT WS-SIGN-FILE-OK
013100             DISPLAY "CLTRACK REOPEN FAILED, STATUS "
013200                 WS-SIGN-FILE-STATUS
013300             CLOSE CLOSE-TASK-FILE
013400             GO TO 9999-EXIT
013500         END-IF
013600     END-IF.
013700     PERFORM 0600-CHECK-PERIOD-CLOSED
013800         THRU 0600-EXIT.
013900     IF WS-PERIOD-IS-CLOSED
014000         DISPLAY "PERIOD " WS-CLOSE-YEAR-MONTH " IS CLOSED ON "
014100             "PNPCLS - SIGN-OFFS ARE NO LONGER TAKEN"
014200     END-IF.
014300     PERFORM 2000-SHOW-MENU
014400         THRU 2000-EXIT
014500         UNTIL WS-TRACK-EXIT.
014600     CLOSE CLOSE-TASK-FILE
014700           CLOSE-SIGNOFF-FILE.
014800     GO TO 9999-EXIT.
014900******************************************************************
015000* 0600-CHECK-PERIOD-CLOSED - SCAN THE PNPCLS CLOSE CONTROL FOR THE
015100*                  PERIOD.
015200******************************************************************
015300 0600-CHECK-PERIOD-CLOSED.
015400     MOVE "N" TO WS-PERIOD-CLOSED-SWITCH.
015500     MOVE "N" TO WS-PCLS-EOF-SWITCH.
015600     OPEN INPUT PERIOD-CLOSE-FILE.
015700     IF NOT WS-PCLS-FILE-OK
015800         GO TO 0600-EXIT
015900     END-IF.
016000     PERFORM 0650-SCAN-ONE-CLOSE-ROW
016100         THRU 0650-EXIT
016200         UNTIL WS-END-OF-CLOSES OR WS-PERIOD-IS-CLOSED.
016300     CLOSE PERIOD-CLOSE-FILE.
016400 0600-EXIT.
016500     EXIT.
016600******************************************************************
016700* 0650-SCAN-ONE-CLOSE-ROW - ONE CONTROL ROW AT A TIME.
016800******************************************************************
016900 0650-SCAN-ONE-CLOSE-ROW.
017000     READ PERIOD-CLOSE-FILE
017100         AT END
017200             SET WS-END-OF-CLOSES TO TRUE
017300     END-READ.
017400     IF NOT WS-END-OF-CLOSES
017500         IF PC-YEAR-MONTH = WS-CLOSE-YEAR-MONTH
017550         AND PC-COMPANY-CODE = SPACES
017600             SET WS-PERIOD-IS-CLOSED TO TRUE
017700         END-IF
017800     END-IF.
017900 0650-EXIT.
018000     EXIT.
018100******************************************************************
018200* 2000-SHOW-MENU - ONE TRACKER ACTION PER PASS.
018300******************************************************************
018400 2000-SHOW-MENU.
018500     DISPLAY "Close " WS-CLOSE-YEAR-MONTH " - S)ign off L)ist "
018600         "X) exit: "
018700     ACCEPT WS-TRACK-OPTION.
018800     EVALUATE TRUE
018900         WHEN WS-TRACK-SIGN-OFF
019000             PERFORM 3000-SIGN-OFF-TASK
019100                 THRU 3000-EXIT
019200         WHEN WS-TRACK-LIST
019300             PERFORM 4000-LIST-PERIOD
019400                 THRU 4000-EXIT
019500         WHEN WS-TRACK-EXIT
019600             CONTINUE
019700         WHEN OTHER
019800             DISPLAY "Select a correct option"
019900     END-EVALUATE.
020000 2000-EXIT.
020100     EXIT.
020200******************************************************************
020300* 2500-CHECK-SIGNED-OFF - IS WS-WORK-TASK-ID SIGNED OFF FOR THE
020400*                  PERIOD. A HIT LEAVES THE ROW IN THE RECORD
020500*                  AREA.
020600******************************************************************
020700 2500-CHECK-SIGNED-OFF.
020800     MOVE "N" TO WS-SIGNED-SWITCH.
020900     MOVE WS-CLOSE-YEAR-MONTH TO SG-YEAR-MONTH.
021000     MOVE WS-WORK-TASK-ID     TO SG-TASK-ID.
021100     READ CLOSE-SIGNOFF-FILE
021200         INVALID KEY
021300             GO TO 2500-EXIT
021400     END-READ.
021500     SET WS-TASK-SIGNED-OFF TO TRUE.
021600 2500-EXIT.
021700     EXIT.
021800******************************************************************
021900* 3000-SIGN-OFF-TASK - RECORD ONE TASK DONE FOR THE PERIOD BY ITS
022000*                  OWNER, ONCE ITS PREREQUISITES ARE SIGNED OFF.
022100******************************************************************
022200 3000-SIGN-OFF-TASK.
022300     IF WS-PERIOD-IS-CLOSED
022400         DISPLAY "PERIOD " WS-CLOSE-YEAR-MONTH " IS CLOSED"
022500         GO TO 3000-EXIT
022600     END-IF.
022700     DISPLAY "Task ID: "
022800     MOVE SPACES TO WS-WORK-TASK-ID.
022900     ACCEPT WS-WORK-TASK-ID.
023000     MOVE WS-WORK-TASK-ID TO TK-TASK-ID.
023100     READ CLOSE-TASK-FILE
023200         INVALID KEY
023300             DISPLAY "TASK " WS-WORK-TASK-ID " NOT ON CLTASK"
023400             GO TO 3000-EXIT
023500     END-READ.
023600     IF NOT TK-STATUS-ACTIVE
023700         DISPLAY "TASK " WS-WORK-TASK-ID " IS INACTIVE"
023800         GO TO 3000-EXIT
023900     END-IF.
024000     IF TK-OWNER-ID NOT = WS-OPERATOR-ID
024100         DISPLAY "TASK " WS-WORK-TASK-ID " IS OWNED BY "
024200             TK-OWNER-ID " - ONLY THE OWNER MAY SIGN IT OFF"
024300         GO TO 3000-EXIT
024400     END-IF.
024500     PERFORM 2500-CHECK-SIGNED-OFF
024600         THRU 2500-EXIT.
024700     IF WS-TASK-SIGNED-OFF
024800         DISPLAY "TASK " WS-WORK-TASK-ID " WAS SIGNED OFF BY "
024900             SG-COMPLETED-BY " ON " SG-COMPLETED-DATE
025000         GO TO 3000-EXIT
025100     END-IF.
025200     MOVE TK-PREREQUISITES TO WS-WORK-PREREQUISITES.
025300     MOVE ZERO TO WS-WAITING-COUNT.
025400     PERFORM 3100-CHECK-ONE-PREREQUISITE
025500         THRU 3100-EXIT
025600         VARYING WS-PREREQ-IDX FROM 1 BY 1
025700         UNTIL WS-PREREQ-IDX > 5.
025800     IF WS-WAITING-COUNT > ZERO
025900         DISPLAY "TASK " WS-WORK-TASK-ID " WAITS ON "
026000             WS-WAITING-COUNT " PREREQUISITE(S) - NOT SIGNED OFF"
026100         GO TO 3000-EXIT
026200     END-IF.
026300     DISPLAY "Remark (optional): "
026400     MOVE SPACES TO WS-WORK-REMARK.
026500     ACCEPT WS-WORK-REMARK.
026600     ACCEPT WS-CURRENT-TIME FROM TIME.
026700     MOVE SPACES              TO CLOSE-SIGNOFF-RECORD.
026800     MOVE WS-CLOSE-YEAR-MONTH TO SG-YEAR-MONTH.
026900     MOVE WS-WORK-TASK-ID     TO SG-TASK-ID.
027000     MOVE WS-OPERATOR-ID      TO SG-COMPLETED-BY.
027100     MOVE WS-TODAYS-DATE      TO SG-COMPLETED-DATE.
027200     MOVE WS-CURRENT-TIME     TO SG-COMPLETED-TIME.
027300     MOVE WS-WORK-REMARK      TO SG-REMARK.
027400     WRITE CLOSE-SIGNOFF-RECORD
027500         INVALID KEY
027600             DISPLAY "TASK " WS-WORK-TASK-ID
027700                 " IS ALREADY SIGNED OFF"
027800         NOT INVALID KEY
027900             DISPLAY "TASK " WS-WORK-TASK-ID " SIGNED OFF FOR "
028000                 WS-CLOSE-YEAR-MONTH
028100     END-WRITE.
028200 3000-EXIT.
028300     EXIT.
028400******************************************************************
028500* 3100-CHECK-ONE-PREREQUISITE - A PREREQUISITE IS MET WHEN IT IS
028600*                  SIGNED OFF FOR THE PERIOD, OR IS NO LONGER AN
028700*                  ACTIVE TASK ON THE CHECKLIST.
028800******************************************************************
028900 3100-CHECK-ONE-PREREQUISITE.
029000     IF WS-WORK-PREREQ-ID (WS-PREREQ-IDX) = SPACES
029100         GO TO 3100-EXIT
029200     END-IF.
029300     MOVE WS-CLOSE-YEAR-MONTH TO SG-YEAR-MONTH.
029400     MOVE WS-WORK-PREREQ-ID (WS-PREREQ-IDX) TO SG-TASK-ID.
029500     READ CLOSE-SIGNOFF-FILE
029600         INVALID KEY
029700             CONTINUE
029800         NOT INVALID KEY
029900             GO TO 3100-EXIT
030000     END-READ.
030100     MOVE WS-WORK-PREREQ-ID (WS-PREREQ-IDX) TO TK-TASK-ID.
030200     READ CLOSE-TASK-FILE
030300         INVALID KEY
030400             GO TO 3100-EXIT
030500     END-READ.
030600     IF NOT TK-STATUS-ACTIVE
030700         GO TO 3100-EXIT
030800     END-IF.
030900     ADD 1 TO WS-WAITING-COUNT.
031000     DISPLAY "    WAITING ON " TK-TASK-ID " " TK-DESCRIPTION
031100         " OWNER " TK-OWNER-ID.
031200 3100-EXIT.
031300     EXIT.
031400******************************************************************
031500* 4000-LIST-PERIOD - EVERY ACTIVE TASK IN KEY ORDER WITH ITS
031600*                  SIGN-OFF, OR WHY IT IS STILL OPEN. THE PRINTED
031700*                  CHECKLIST IN ORDER IS CLOSESTATUSREPORT'S JOB.
031800******************************************************************
031900 4000-LIST-PERIOD.
032000     MOVE ZERO TO WS-LIST-TASKS WS-LIST-DONE
032100         WS-LIST-MANDATORY-OPEN.
032200     MOVE "N" TO WS-EOF-SWITCH.
032300     MOVE LOW-VALUES TO TK-TASK-ID.
032400     START CLOSE-TASK-FILE KEY IS NOT LESS THAN TK-TASK-ID
032500         INVALID KEY
032600             SET WS-END-OF-MASTER TO TRUE
032700     END-START.
032800     PERFORM 4100-LIST-ONE-TASK
032900         THRU 4100-EXIT
033000         UNTIL WS-END-OF-MASTER.
033100     DISPLAY "TASKS " WS-LIST-TASKS " SIGNED OFF " WS-LIST-DONE
033200         " MANDATORY STILL OPEN " WS-LIST-MANDATORY-OPEN.
033300 4000-EXIT.
033400     EXIT.
033500******************************************************************
033600* 4100-LIST-ONE-TASK - READ AND DISPLAY THE NEXT ACTIVE TASK.
033700******************************************************************
033800 4100-LIST-ONE-TASK.
033900     READ CLOSE-TASK-FILE NEXT RECORD
034000         AT END
034100             SET WS-END-OF-MASTER TO TRUE
034200             GO TO 4100-EXIT
034300     END-READ.
034400     IF NOT TK-STATUS-ACTIVE
034500         GO TO 4100-EXIT
034600     END-IF.
034700     ADD 1 TO WS-LIST-TASKS.
034800     MOVE TK-TASK-ID TO WS-WORK-TASK-ID.
034900     PERFORM 2500-CHECK-SIGNED-OFF
035000         THRU 2500-EXIT.
035100     IF WS-TASK-SIGNED-OFF
035200         ADD 1 TO WS-LIST-DONE
035300         DISPLAY TK-TASK-ID " " TK-DESCRIPTION " DONE BY "
035400             SG-COMPLETED-BY " " SG-COMPLETED-DATE
035500         GO TO 4100-EXIT
035600     END-IF.
035700     IF TK-IS-MANDATORY
035800         ADD 1 TO WS-LIST-MANDATORY-OPEN
035900         MOVE "OUTSTANDING" TO WS-LIST-STATE
036000     ELSE
036100         MOVE "OPTIONAL" TO WS-LIST-STATE
036200     END-IF.
036300     DISPLAY TK-TASK-ID " " TK-DESCRIPTION " " WS-LIST-STATE
036400         " OWNER " TK-OWNER-ID.
036500 4100-EXIT.
036600     EXIT.
036700******************************************************************
036800* 9999-EXIT - COMMON PROGRAM EXIT POINT.
036900******************************************************************
037000 9999-EXIT.
037100     GOBACK.
037200 END PROGRAM CloseTracker.
