000100******************************************************************
000200* PROGRAM-ID: POSTRULEEXCPREPORT
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     POSTING-RULE EXCEPTION REPORT FOR THE CONTROLLER
000800*              OVER THE PNRULEX ROWS POSNEGDEC APPENDS. FOR A
000900*              REQUESTED RANGE OF POSTING DATES IT LISTS EVERY
001000*              DETAIL WHOSE SUPPLIED GL ACCOUNT DISAGREED WITH ITS
001100*              POSTRULE RULE AND EVERY DETAIL REJECTED FOR HAVING
001200*              NO ACCOUNT AND NO RULE, THEN TOTALS THE DERIVED,
001300*              MISMATCHED AND UNCOVERED DETAILS BY DEPARTMENT SO
001400*              A RULE THAT NEEDS ADDING OR A DESK THAT KEEPS
001500*              CODING AGAINST THE RULE STANDS OUT. THE REPORT
001600*              (PNRULERP) IS KEPT UNDER THE TO DATE.
001700* TECTONICS:   cobc
001800*
001900* MODIFICATION HISTORY
002000*   2026-10-15 DO  INITIAL VERSION.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. PostRuleExcpReport.
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT RULE-EXCP-FILE ASSIGN TO "PNRULEX"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-RULX-FILE-STATUS.
003000     SELECT RULE-RPT-FILE ASSIGN TO "PNRULERP"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-RPT-FILE-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  RULE-EXCP-FILE
003600     RECORDING MODE IS F.
003700     COPY PNRULEX.
003800 FD  RULE-RPT-FILE
003900     RECORDING MODE IS F.
004000 01  RULE-RPT-LINE                   PIC X(80).
004100 WORKING-STORAGE SECTION.
004200 01  WS-RULX-FILE-STATUS             PIC X(02).
004300     88  WS-RULX-FILE-OK             VALUE "00".
004400 01  WS-RPT-FILE-STATUS              PIC X(02).
004500     88  WS-RPT-FILE-OK              VALUE "00".
004600 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
004700     88  WS-END-OF-FILE              VALUE "Y".
004800 01  WS-FROM-DATE                    PIC 9(08) VALUE ZERO.
004900 01  WS-TO-DATE                      PIC 9(08) VALUE ZERO.
005000 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
005100 01  WS-DEPT-TABLE.
005200     05  WS-DEPT-ENTRY OCCURS 50 TIMES INDEXED BY DP-IDX.
005300         10  RT-DEPT-CODE            PIC X(04).
005400         10  RT-DERIVED-COUNT        PIC 9(06).
005500         10  RT-MISMATCH-COUNT       PIC 9(06).
005600         10  RT-NO-RULE-COUNT        PIC 9(06).
005700 01  WS-DEPT-USED-COUNT              PIC 9(03) COMP VALUE ZERO.
005800 01  WS-FOUND-SWITCH                 PIC X(01) VALUE "N".
005900     88  WS-DEPT-FOUND               VALUE "Y".
006000 01  WS-ROW-COUNT                    PIC 9(06) VALUE ZERO.
006100 01  WS-DERIVED-TOTAL                PIC 9(06) VALUE ZERO.
006200 01  WS-MISMATCH-TOTAL               PIC 9(06) VALUE ZERO.
006300 01  WS-NO-RULE-TOTAL                PIC 9(06) VALUE ZERO.
006400 01  WS-HEADER-LINE-1.
006500     05  FILLER                      PIC X(30) VALUE
006600         "POSTING-RULE EXCEPTION REPORT".
006700     05  FILLER                      PIC X(07) VALUE " FROM: ".
006800     05  HL-FROM-DATE                PIC 9(08).
006900     05  FILLER                      PIC X(05) VALUE " TO: ".
007000     05  HL-TO-DATE                  PIC 9(08).
007100     05  FILLER                      PIC X(22) VALUE SPACES.
007200 01  WS-HEADER-LINE-2.
007300     05  FILLER                      PIC X(09) VALUE "POSTED".
007400     05  FILLER                      PIC X(08) VALUE "RECORD".
007500     05  FILLER                      PIC X(09) VALUE "OUTCOME".
007600     05  FILLER                      PIC X(02) VALUE "T".
007700     05  FILLER                      PIC X(05) VALUE "DEPT".
007800     05  FILLER                      PIC X(02) VALUE "S".
007900     05  FILLER                      PIC X(09) VALUE "SENT".
008000     05  FILLER                      PIC X(09) VALUE "RULE".
008100     05  FILLER                      PIC X(27) VALUE "RUN BY".
008200 01  WS-DETAIL-LINE.
008300     05  DL-POST-DATE                PIC 9(08).
008400     05  FILLER                      PIC X(01) VALUE SPACE.
008500     05  DL-RECORD-NO                PIC ZZZZZ9.
008600     05  FILLER                      PIC X(02) VALUE SPACES.
008700     05  DL-OUTCOME                  PIC X(08).
008800     05  FILLER                      PIC X(01) VALUE SPACE.
008900     05  DL-TRANS-TYPE               PIC X(01).
009000     05  FILLER                      PIC X(01) VALUE SPACE.
009100     05  DL-DEPT-CODE                PIC X(04).
009200     05  FILLER                      PIC X(01) VALUE SPACE.
009300     05  DL-ADJ-SIGN                 PIC X(01).
009400     05  FILLER                      PIC X(01) VALUE SPACE.
009500     05  DL-SUPPLIED-GL              PIC X(08).
009600     05  FILLER                      PIC X(01) VALUE SPACE.
009700     05  DL-RULE-GL                  PIC X(08).
009800     05  FILLER                      PIC X(01) VALUE SPACE.
009900     05  DL-OPERATOR-ID              PIC X(08).
010000     05  FILLER                      PIC X(19) VALUE SPACES.
010100 01  WS-DEPT-LINE.
010200     05  FILLER                      PIC X(06) VALUE "DEPT: ".
010300     05  DN-DEPT-CODE                PIC X(04).
010400     05  FILLER                      PIC X(10) VALUE " DERIVED: ".
010500     05  DN-DERIVED-COUNT            PIC ZZZ,ZZ9.
010600     05  FILLER                      PIC X(10) VALUE " MISMATCH:".
010700     05  DN-MISMATCH-COUNT           PIC ZZZ,ZZ9.
010800     05  FILLER                      PIC X(10) VALUE " NO RULE: ".
010900     05  DN-NO-RULE-COUNT            PIC ZZZ,ZZ9.
011000     05  FILLER                      PIC X(19) VALUE SPACES.
011100 PROCEDURE DIVISION.
011200******************************************************************
011300* 0000-MAINLINE - LIST THE IN-RANGE EXCEPTIONS, THEN THE TOTALS
011400*                 BY DEPARTMENT, AND KEEP THE REPORT.
011500******************************************************************
011600 0000-MAINLINE.
011700     DISPLAY "From date (YYYYMMDD): "
011800     ACCEPT WS-FROM-DATE.
011900     DISPLAY "To date (YYYYMMDD): "
012000     ACCEPT WS-TO-DATE.
012100     OPEN INPUT RULE-EXCP-FILE.
012200     IF NOT WS-RULX-FILE-OK
012300         DISPLAY "PNRULEX OPEN FAILED, STATUS "
012400             WS-RULX-FILE-STATUS
012500         GO TO 9999-EXIT
012600     END-IF.
012700     OPEN OUTPUT RULE-RPT-FILE.
012800     MOVE WS-FROM-DATE TO HL-FROM-DATE.
012900     MOVE WS-TO-DATE TO HL-TO-DATE.
013000     WRITE RULE-RPT-LINE FROM WS-HEADER-LINE-1.
013100     WRITE RULE-RPT-LINE FROM WS-HEADER-LINE-2.
013200     PERFORM 2000-LIST-ONE-ROW
013300         THRU 2000-EXIT
013400         UNTIL WS-END-OF-FILE.
013500     CLOSE RULE-EXCP-FILE.
013600     PERFORM 3000-WRITE-TOTALS
013700         THRU 3000-EXIT.
013800     CLOSE RULE-RPT-FILE.
013900     MOVE "PNRULERP" TO WS-RPT-KEEP-NAME.
014000     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-TO-DATE.
014100     DISPLAY "RULE ROWS IN RANGE: " WS-ROW-COUNT
014200         " MISMATCHES: " WS-MISMATCH-TOTAL
014300         " NO RULE: " WS-NO-RULE-TOTAL.
014400     GO TO 9999-EXIT.
014500******************************************************************
014600* 2000-LIST-ONE-ROW - EVERY IN-RANGE ROW IS FOLDED INTO ITS
014700*                  DEPARTMENT'S COUNTS; ONLY THE MISMATCHES AND
014800*                  THE UNCOVERED DETAILS ARE LISTED - A DERIVED
014900*                  ACCOUNT IS THE RULE DOING ITS JOB.
015000******************************************************************
015100 2000-LIST-ONE-ROW.
015200     READ RULE-EXCP-FILE
015300         AT END
015400             SET WS-END-OF-FILE TO TRUE
015500     END-READ.
015600     IF WS-END-OF-FILE
015700         GO TO 2000-EXIT
015800     END-IF.
015900     IF RX-POST-DATE < WS-FROM-DATE
016000         OR RX-POST-DATE > WS-TO-DATE
016100         GO TO 2000-EXIT
016200     END-IF.
016300     ADD 1 TO WS-ROW-COUNT.
016400     PERFORM 2100-FIND-DEPARTMENT
016500         THRU 2100-EXIT.
016600     EVALUATE TRUE
016700         WHEN RX-OUTCOME-DERIVED
016800             ADD 1 TO WS-DERIVED-TOTAL
016900             IF WS-DEPT-FOUND
017000                 ADD 1 TO RT-DERIVED-COUNT (DP-IDX)
017100             END-IF
017200             GO TO 2000-EXIT
017300         WHEN RX-OUTCOME-MISMATCH
017400             ADD 1 TO WS-MISMATCH-TOTAL
017500             IF WS-DEPT-FOUND
017600                 ADD 1 TO RT-MISMATCH-COUNT (DP-IDX)
017700             END-IF
017800         WHEN OTHER
017900             ADD 1 TO WS-NO-RULE-TOTAL
018000             IF WS-DEPT-FOUND
018100                 ADD 1 TO RT-NO-RULE-COUNT (DP-IDX)
018200             END-IF
018300     END-EVALUATE.
018400     MOVE RX-POST-DATE       TO DL-POST-DATE.
018500     MOVE RX-RECORD-NO       TO DL-RECORD-NO.
018600     MOVE RX-OUTCOME         TO DL-OUTCOME.
018700     MOVE RX-TRANS-TYPE      TO DL-TRANS-TYPE.
018800     MOVE RX-DEPT-CODE       TO DL-DEPT-CODE.
018900     MOVE RX-ADJ-SIGN        TO DL-ADJ-SIGN.
019000     MOVE RX-SUPPLIED-GL     TO DL-SUPPLIED-GL.
019100     MOVE RX-RULE-GL         TO DL-RULE-GL.
019200     MOVE RX-OPERATOR-ID     TO DL-OPERATOR-ID.
019300     WRITE RULE-RPT-LINE FROM WS-DETAIL-LINE.
019400 2000-EXIT.
019500     EXIT.
019600******************************************************************
019700* 2100-FIND-DEPARTMENT - POINT DP-IDX AT THE ROW'S DEPARTMENT,
019800*                  ADDING IT TO THE TABLE THE FIRST TIME IT IS
019900*                  SEEN. A FULL TABLE LEAVES WS-DEPT-FOUND OFF AND
020000*                  THE ROW COUNTS ONLY IN THE REPORT TOTALS.
020100******************************************************************
020200 2100-FIND-DEPARTMENT.
020300     MOVE "N" TO WS-FOUND-SWITCH.
020400     SET DP-IDX TO 1.
020500     PERFORM 2150-SCAN-ONE-DEPARTMENT
020600         THRU 2150-EXIT
020700         UNTIL WS-DEPT-FOUND
020800         OR DP-IDX > WS-DEPT-USED-COUNT.
020900     IF WS-DEPT-FOUND
021000         GO TO 2100-EXIT
021100     END-IF.
021200     IF WS-DEPT-USED-COUNT < 50
021300         ADD 1 TO WS-DEPT-USED-COUNT
021400         SET DP-IDX TO WS-DEPT-USED-COUNT
021500         MOVE RX-DEPT-CODE TO RT-DEPT-CODE (DP-IDX)
021600         MOVE ZERO TO RT-DERIVED-COUNT (DP-IDX)
021700         MOVE ZERO TO RT-MISMATCH-COUNT (DP-IDX)
021800         MOVE ZERO TO RT-NO-RULE-COUNT (DP-IDX)
021900         SET WS-DEPT-FOUND TO TRUE
022000     END-IF.
022100 2100-EXIT.
022200     EXIT.
022300******************************************************************
022400* 2150-SCAN-ONE-DEPARTMENT - ONE TABLE ENTRY AT A TIME.
022500******************************************************************
022600 2150-SCAN-ONE-DEPARTMENT.
022700     IF RT-DEPT-CODE (DP-IDX) = RX-DEPT-CODE
022800         SET WS-DEPT-FOUND TO TRUE
022900     ELSE
023000         SET DP-IDX UP BY 1
023100     END-IF.
023200 2150-EXIT.
023300     EXIT.
023400******************************************************************
023500* 3000-WRITE-TOTALS - ONE LINE PER DEPARTMENT, THEN THE RANGE'S
023600*                  TOTALS BY OUTCOME. A BLANK CODE IS THE HOUSE
023700*                  DEPARTMENT.
023800******************************************************************
023900 3000-WRITE-TOTALS.
024000     MOVE ALL "-" TO RULE-RPT-LINE.
024100     WRITE RULE-RPT-LINE.
024200     MOVE "TOTALS BY DEPARTMENT" TO RULE-RPT-LINE.
024300     WRITE RULE-RPT-LINE.
024400     PERFORM 3100-WRITE-ONE-DEPARTMENT
024500         THRU 3100-EXIT
024600         VARYING DP-IDX FROM 1 BY 1
024700         UNTIL DP-IDX > WS-DEPT-USED-COUNT.
024800     MOVE "ALL " TO DN-DEPT-CODE.
024900     MOVE WS-DERIVED-TOTAL TO DN-DERIVED-COUNT.
025000     MOVE WS-MISMATCH-TOTAL TO DN-MISMATCH-COUNT.
025100     MOVE WS-NO-RULE-TOTAL TO DN-NO-RULE-COUNT.
025200     WRITE RULE-RPT-LINE FROM WS-DEPT-LINE.
025300 3000-EXIT.
025400     EXIT.
025500******************************************************************
025600* 3100-WRITE-ONE-DEPARTMENT - ONE DEPARTMENT'S COUNTS BY OUTCOME.
025700******************************************************************
025800 3100-WRITE-ONE-DEPARTMENT.
025900     MOVE RT-DEPT-CODE (DP-IDX)      TO DN-DEPT-CODE.
026000     MOVE RT-DERIVED-COUNT (DP-IDX)  TO DN-DERIVED-COUNT.
026100     MOVE RT-MISMATCH-COUNT (DP-IDX) TO DN-MISMATCH-COUNT.
026200     MOVE RT-NO-RULE-COUNT (DP-IDX)  TO DN-NO-RULE-COUNT.
026300     WRITE RULE-RPT-LINE FROM WS-DEPT-LINE.
026400 3100-EXIT.
026500     EXIT.
026600******************************************************************
026700* 9999-EXIT - COMMON PROGRAM EXIT POINT.
026800******************************************************************
026900 9999-EXIT.
027000     GOBACK.
027100 END PROGRAM PostRuleExcpReport.
