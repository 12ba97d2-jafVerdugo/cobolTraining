000100******************************************************************
000200* PROGRAM-ID: ALERTHISTORYREPORT
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     MONTHLY ALERT HISTORY REPORT. LISTS EVERY ALERT ON
000800*              THE ALERTREG REGISTER RAISED IN THE MONTH ASKED FOR
000900*              (BLANK FOR LAST MONTH) - WHEN, WHICH CONDITION AND
001000*              SOURCE, THE SEVERITY SENT, HOW MANY REPEATS THE
001100*              DEDUPE KEY KEPT OFF THE PAGER, AND WHETHER AND WHEN
001200*              IT WAS CLOSED - IN DEDUPE KEY ORDER, SO EACH
001300*              INCIDENT'S OCCURRENCES SIT TOGETHER. CLOSES WITH A
001400*              LINE PER CONDITION AND THE MONTH'S TOTALS, AND
001500*              KEEPS THE REPORT THROUGH REPORTKEEP.
001600* TECTONICS:   cobc
001700*
001800* MODIFICATION HISTORY
001900*   2026-10-15 DO  INITIAL VERSION.
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. AlertHistoryReport.
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT ALERT-REGISTER-FILE ASSIGN TO "ALERTREG"
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS SEQUENTIAL
002900         RECORD KEY IS AG-ALERT-KEY
003000         FILE STATUS IS WS-REG-FILE-STATUS.
003100     SELECT ALERT-HIST-RPT-FILE ASSIGN TO "ALERTHST"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-RPT-FILE-STATUS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  ALERT-REGISTER-FILE.
003700     COPY ALERTREG.
003800 FD  ALERT-HIST-RPT-FILE
003900     RECORDING MODE IS F.
004000 01  ALERT-HIST-RPT-LINE             PIC X(80).
004100 WORKING-STORAGE SECTION.
004200 01  WS-REG-FILE-STATUS              PIC X(02).
004300     88  WS-REG-FILE-OK              VALUE "00".
004400 01  WS-RPT-FILE-STATUS              PIC X(02).
004500     88  WS-RPT-FILE-OK              VALUE "00".
004600 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
004700     88  WS-END-OF-REGISTER          VALUE "Y".
004800 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
004900 01  WS-TODAYS-DATE-PARTS REDEFINES WS-TODAYS-DATE.
005000     05  WS-TODAY-YEAR               PIC 9(04).
005100     05  WS-TODAY-MONTH              PIC 9(02).
005200     05  WS-TODAY-DAY                PIC 9(02).
005300 01  WS-MONTH-REPLY                  PIC X(06) VALUE SPACES.
005400 01  WS-REPORT-MONTH                 PIC 9(06) VALUE ZERO.
005500 01  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
005600     05  WS-REPORT-YEAR              PIC 9(04).
005700     05  WS-REPORT-MM                PIC 9(02).
005800 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
005900 01  WS-RAISED-COUNT                 PIC 9(07) COMP VALUE ZERO.
006000 01  WS-REPEAT-TOTAL                 PIC 9(09) COMP VALUE ZERO.
006100 01  WS-LIVE-COUNT                   PIC 9(07) COMP VALUE ZERO.
006200 01  WS-CLOSED-COUNT                 PIC 9(07) COMP VALUE ZERO.
006300 01  WS-COND-TABLE.
006400     05  WS-COND-ENTRY OCCURS 20 TIMES INDEXED BY CT-IDX.
006500         10  CT-CONDITION            PIC X(08).
006600         10  CT-RAISED               PIC 9(07) COMP.
006700         10  CT-REPEATS              PIC 9(09) COMP.
006800         10  CT-LIVE                 PIC 9(07) COMP.
006900 01  WS-COND-COUNT                   PIC 9(02) COMP VALUE ZERO.
007000 01  WS-COND-FOUND-SWITCH            PIC X(01) VALUE "N".
007100     88  WS-COND-FOUND               VALUE "Y".
007200 01  WS-LIB-FUNCTION                 PIC X(06).
007300 01  WS-LIB-RETURN-CODE              PIC 9(02).
007400 01  WS-LIB-DATE                     PIC 9(08).
007500 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "ALERTHST".
007600 01  WS-LIB-MSG-VALUE                PIC X(40).
007700 01  WS-LIB-MSG-TEXT                 PIC X(60).
007800 01  WS-HEADER-LINE.
007900     05  FILLER                      PIC X(30) VALUE
008000         "ALERT HISTORY REPORT          ".
008100     05  FILLER                      PIC X(07) VALUE "MONTH: ".
008200     05  HL-REPORT-MONTH             PIC 9(06).
008300     05  FILLER                      PIC X(37) VALUE SPACES.
008400 01  WS-COLUMN-LINE.
008500     05  FILLER                      PIC X(40) VALUE
008600         "RAISED   AT   CONDITN  S SOURCE       RE".
008700     05  FILLER                      PIC X(40) VALUE
008800         "PEATS ST CLOSED   TEXT".
008900 01  WS-DETAIL-LINE.
009000     05  DL-RAISED-DATE              PIC 9(08).
009100     05  FILLER                      PIC X(01) VALUE SPACE.
009200     05  DL-RAISED-HHMM              PIC 9(04).
009300     05  FILLER                      PIC X(01) VALUE SPACE.
009400     05  DL-CONDITION                PIC X(08).
009500     05  FILLER                      PIC X(01) VALUE SPACE.
009600     05  DL-ALERT-SEVERITY           PIC X(01).
009700     05  FILLER                      PIC X(01) VALUE SPACE.
009800     05  DL-SOURCE                   PIC X(12).
009900     05  FILLER                      PIC X(01) VALUE SPACE.
010000     05  DL-REPEAT-COUNT             PIC ZZZZ9.
010100     05  FILLER                      PIC X(03) VALUE SPACES.
010200     05  DL-STATUS                   PIC X(01).
010300     05  FILLER                      PIC X(02) VALUE SPACES.
010400     05  DL-CLOSE-DATE               PIC X(08).
010500     05  FILLER                      PIC X(01) VALUE SPACE.
010600     05  DL-ALERT-TEXT               PIC X(22).
010700 01  WS-COND-LINE.
010800     05  FILLER                      PIC X(02) VALUE SPACES.
010900     05  CL-CONDITION                PIC X(08).
011000     05  FILLER                      PIC X(09) VALUE " RAISED: ".
011100     05  CL-RAISED                   PIC Z,ZZZ,ZZ9.
011200     05  FILLER                      PIC X(10) VALUE " REPEATS: ".
011300     05  CL-REPEATS                  PIC ZZZ,ZZZ,ZZ9.
011400     05  FILLER                      PIC X(12)
011500         VALUE " STILL OPEN:".
011600     05  CL-LIVE                     PIC Z,ZZZ,ZZ9.
011700     05  FILLER                      PIC X(10) VALUE SPACES.
011800 01  WS-TOTAL-LINE.
011900     05  TL-LABEL                    PIC X(40).
012000     05  TL-COUNT                    PIC ZZZ,ZZZ,ZZ9.
012100     05  FILLER                      PIC X(29) VALUE SPACES.
012200 PROCEDURE DIVISION.
012300******************************************************************
012400* 0000-MAINLINE - TAKE THE MONTH, LIST ITS ALERTS, THEN THE
012500*                 CONDITION LINES AND THE TOTALS.
012600******************************************************************
012700 0000-MAINLINE.
012800     MOVE "DATSTM" TO WS-LIB-FUNCTION.
012900     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
013000         WS-LIB-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
013100         WS-LIB-MSG-TEXT.
013200     MOVE WS-LIB-DATE TO WS-TODAYS-DATE.
013300     PERFORM 0500-GET-REPORT-MONTH
013400         THRU 0500-EXIT.
013500     IF WS-REPORT-MONTH = ZERO
013600         GO TO 9999-EXIT
013700     END-IF.
013800     OPEN OUTPUT ALERT-HIST-RPT-FILE.
013900     IF NOT WS-RPT-FILE-OK
014000         DISPLAY "ALERTHST OPEN FAILED, STATUS "
014100             WS-RPT-FILE-STATUS
014200         GO TO 9999-EXIT
014300     END-IF.
014400     MOVE WS-REPORT-MONTH TO HL-REPORT-MONTH.
014500     WRITE ALERT-HIST-RPT-LINE FROM WS-HEADER-LINE.
014600     MOVE SPACES TO ALERT-HIST-RPT-LINE.
014700     WRITE ALERT-HIST-RPT-LINE.
014800     WRITE ALERT-HIST-RPT-LINE FROM WS-COLUMN-LINE.
014900     OPEN INPUT ALERT-REGISTER-FILE.
015000     IF WS-REG-FILE-OK
015100         PERFORM 1000-TAKE-ONE-ALERT
015200             THRU 1000-EXIT
015300             UNTIL WS-END-OF-REGISTER
015400         CLOSE ALERT-REGISTER-FILE
015500     ELSE
015600         MOVE "NO ALERTS HAVE EVER BEEN RAISED"
015700             TO ALERT-HIST-RPT-LINE
015800         WRITE ALERT-HIST-RPT-LINE
015900     END-IF.
016000     PERFORM 3000-WRITE-SUMMARY
016100         THRU 3000-EXIT.
016200     CLOSE ALERT-HIST-RPT-FILE.
016300     MOVE "ALERTHST" TO WS-RPT-KEEP-NAME.
016400     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-TODAYS-DATE.
016500     DISPLAY "ALERT HISTORY FOR " WS-REPORT-MONTH " - "
016600         WS-RAISED-COUNT " ALERTS RAISED, " WS-REPEAT-TOTAL
016700         " REPEATS HELD BACK".
016800     GO TO 9999-EXIT.
016900******************************************************************
017000* 0500-GET-REPORT-MONTH - YYYYMM FROM THE OPERATOR, OR THE MONTH
017100*                  BEFORE TODAY WHEN LEFT BLANK. ZERO ON RETURN
017200*                  MEANS THE ANSWER WAS NOT A MONTH.
017300******************************************************************
017400 0500-GET-REPORT-MONTH.
017500     DISPLAY "Report month (YYYYMM, Enter for last month): "
017600     MOVE SPACES TO WS-MONTH-REPLY.
017700     ACCEPT WS-MONTH-REPLY.
017800     IF WS-MONTH-REPLY = SPACES
017900         MOVE WS-TODAY-YEAR  TO WS-REPORT-YEAR
018000         MOVE WS-TODAY-MONTH TO WS-REPORT-MM
018100         IF WS-REPORT-MM = 1
018200             MOVE 12 TO WS-REPORT-MM
018300             SUBTRACT 1 FROM WS-REPORT-YEAR
018400         ELSE
018500             SUBTRACT 1 FROM WS-REPORT-MM
018600         END-IF
018700         GO TO 0500-EXIT
018800     END-IF.
018900     IF WS-MONTH-REPLY IS NOT NUMERIC
019000         DISPLAY "REPORT MONTH MUST BE YYYYMM"
019100         MOVE ZERO TO WS-REPORT-MONTH
019200         GO TO 0500-EXIT
019300     END-IF.
019400     MOVE WS-MONTH-REPLY TO WS-REPORT-MONTH.
019500     IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
019600         DISPLAY "REPORT MONTH MUST BE YYYYMM"
019700         MOVE ZERO TO WS-REPORT-MONTH
019800     END-IF.
019900 0500-EXIT.
020000     EXIT.
020100******************************************************************
020200* 1000-TAKE-ONE-ALERT - LIST AND COUNT AN ALERT RAISED IN THE
020300*                  REPORT MONTH.
020400******************************************************************
020500 1000-TAKE-ONE-ALERT.
020600     READ ALERT-REGISTER-FILE NEXT RECORD
020700         AT END
020800             SET WS-END-OF-REGISTER TO TRUE
020900             GO TO 1000-EXIT
021000     END-READ.
021100     IF AG-RAISED-DATE (1:6) NOT = WS-REPORT-MONTH
021200         GO TO 1000-EXIT
021300     END-IF.
021400     ADD 1 TO WS-RAISED-COUNT.
021500     ADD AG-REPEAT-COUNT TO WS-REPEAT-TOTAL.
021600     IF AG-STATUS-CLOSED
021700         ADD 1 TO WS-CLOSED-COUNT
021800     ELSE
021900         ADD 1 TO WS-LIVE-COUNT
022000     END-IF.
022100     PERFORM 2000-COUNT-CONDITION
022200         THRU 2000-EXIT.
022300     MOVE AG-RAISED-DATE       TO DL-RAISED-DATE.
022400     MOVE AG-RAISED-TIME (1:4) TO DL-RAISED-HHMM.
022500     MOVE AG-CONDITION         TO DL-CONDITION.
022600     MOVE AG-ALERT-SEVERITY    TO DL-ALERT-SEVERITY.
022700     MOVE AG-SOURCE            TO DL-SOURCE.
022800     MOVE AG-REPEAT-COUNT      TO DL-REPEAT-COUNT.
022900     MOVE AG-STATUS            TO DL-STATUS.
023000     IF AG-STATUS-CLOSED
023100         MOVE AG-CLOSE-DATE    TO DL-CLOSE-DATE
023200     ELSE
023300         MOVE SPACES           TO DL-CLOSE-DATE
023400     END-IF.
023500     MOVE AG-ALERT-TEXT        TO DL-ALERT-TEXT.
023600     WRITE ALERT-HIST-RPT-LINE FROM WS-DETAIL-LINE.
023700 1000-EXIT.
023800     EXIT.
023900******************************************************************
024000* 2000-COUNT-CONDITION - ADD THE ALERT TO ITS CONDITION'S LINE,
024100*                  STARTING A NEW LINE FOR A CONDITION NOT SEEN
024200*                  YET.
024300******************************************************************
024400 2000-COUNT-CONDITION.
024500     MOVE "N" TO WS-COND-FOUND-SWITCH.
024600     PERFORM 2100-MATCH-ONE-CONDITION
024700         THRU 2100-EXIT
024800         VARYING CT-IDX FROM 1 BY 1
024900         UNTIL CT-IDX > WS-COND-COUNT
025000            OR WS-COND-FOUND.
025100     IF NOT WS-COND-FOUND
025200         IF WS-COND-COUNT NOT < 20
025300             GO TO 2000-EXIT
025400         END-IF
025500         ADD 1 TO WS-COND-COUNT
025600         SET CT-IDX TO WS-COND-COUNT
025700         MOVE AG-CONDITION TO CT-CONDITION (CT-IDX)
025800         MOVE ZERO TO CT-RAISED (CT-IDX)
025900         MOVE ZERO TO CT-REPEATS (CT-IDX)
026000         MOVE ZERO TO CT-LIVE (CT-IDX)
026100     ELSE
026200         SET CT-IDX DOWN BY 1
026300     END-IF.
026400     ADD 1 TO CT-RAISED (CT-IDX).
026500     ADD AG-REPEAT-COUNT TO CT-REPEATS (CT-IDX).
026600     IF NOT AG-STATUS-CLOSED
026700         ADD 1 TO CT-LIVE (CT-IDX)
026800     END-IF.
026900 2000-EXIT.
027000     EXIT.
027100******************************************************************
027200* 2100-MATCH-ONE-CONDITION - IS THIS THE ALERT'S CONDITION?
027300******************************************************************
027400 2100-MATCH-ONE-CONDITION.
027500     IF CT-CONDITION (CT-IDX) = AG-CONDITION
027600         SET WS-COND-FOUND TO TRUE
027700     END-IF.
027800 2100-EXIT.
027900     EXIT.
028000******************************************************************
028100* 3000-WRITE-SUMMARY - ONE LINE PER CONDITION, THEN THE TOTALS.
028200******************************************************************
028300 3000-WRITE-SUMMARY.
028400     MOVE SPACES TO ALERT-HIST-RPT-LINE.
028500     WRITE ALERT-HIST-RPT-LINE.
028600     MOVE "BY CONDITION" TO ALERT-HIST-RPT-LINE.
028700     WRITE ALERT-HIST-RPT-LINE.
028800     PERFORM 3100-WRITE-ONE-CONDITION
028900         THRU 3100-EXIT
029000         VARYING CT-IDX FROM 1 BY 1
029100         UNTIL CT-IDX > WS-COND-COUNT.
029200     MOVE SPACES TO ALERT-HIST-RPT-LINE.
029300     WRITE ALERT-HIST-RPT-LINE.
029400     MOVE "ALERTS RAISED:" TO TL-LABEL.
029500     MOVE WS-RAISED-COUNT TO TL-COUNT.
029600     WRITE ALERT-HIST-RPT-LINE FROM WS-TOTAL-LINE.
029700     MOVE "REPEATS HELD BACK BY THE DEDUPE KEY:" TO TL-LABEL.
029800     MOVE WS-REPEAT-TOTAL TO TL-COUNT.
029900     WRITE ALERT-HIST-RPT-LINE FROM WS-TOTAL-LINE.
030000     MOVE "CLOSED:" TO TL-LABEL.
030100     MOVE WS-CLOSED-COUNT TO TL-COUNT.
030200     WRITE ALERT-HIST-RPT-LINE FROM WS-TOTAL-LINE.
030300     MOVE "STILL OPEN OR ACKNOWLEDGED:" TO TL-LABEL.
030400     MOVE WS-LIVE-COUNT TO TL-COUNT.
030500     WRITE ALERT-HIST-RPT-LINE FROM WS-TOTAL-LINE.
030600 3000-EXIT.
030700     EXIT.
030800******************************************************************
030900* 3100-WRITE-ONE-CONDITION - ONE CONDITION'S COUNTS.
031000******************************************************************
031100 3100-WRITE-ONE-CONDITION.
031200     MOVE CT-CONDITION (CT-IDX) TO CL-CONDITION.
031300     MOVE CT-RAISED (CT-IDX)    TO CL-RAISED.
031400     MOVE CT-REPEATS (CT-IDX)   TO CL-REPEATS.
031500     MOVE CT-LIVE (CT-IDX)      TO CL-LIVE.
031600     WRITE ALERT-HIST-RPT-LINE FROM WS-COND-LINE.
031700 3100-EXIT.
031800     EXIT.
031900******************************************************************
032000* 9999-EXIT - COMMON PROGRAM EXIT POINT.
032100******************************************************************
032200 9999-EXIT.
032300     GOBACK.
032400 END PROGRAM AlertHistoryReport.
