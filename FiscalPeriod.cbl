000100******************************************************************
000200* PROGRAM-ID: FISCALPERIOD
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     FISCAL PERIOD LOOKUP SERVICE. ONE PLACE THAT
000800*              KNOWS WHICH FISCAL PERIOD A DATE FALLS IN, SO THE
000900*              PERIOD CLOSE, THE ROLLUPS, THE TRIAL BALANCE, THE
001000*              BUDGET COMPARISON AND THE YEAR-END STOP DERIVING
001100*              PERIODS FROM THE CALENDAR MONTH. DISPATCHED BY
001200*              FP-FUNCTION:
001300*                D - THE PERIOD CONTAINING FP-DATE.
001400*                P - THE PERIOD WHOSE ID (YYYYPP) IS FP-PERIOD-ID.
001500*                N - THE PERIOD AFTER THE ONE IN FP-PERIOD-ID.
001600*                B - THE PERIOD BEFORE THE ONE IN FP-PERIOD-ID.
001700*              EACH RETURNS THE PERIOD ID, ITS FIRST AND LAST DAY,
001800*              AND ITS FISCAL YEAR'S FIRST DAY, LAST DAY AND
001900*              PERIOD COUNT. THE FISCCAL CALENDAR IS LOADED INTO
002000*              STORAGE ON THE FIRST CALL OF THE RUN. WITH NO
002100*              CALENDAR ON FILE A PERIOD IS THE CALENDAR MONTH
002200*              (FP-SOURCE "M"); WITH ONE ON FILE, A DATE OR
002300*              PERIOD IT DOES NOT COVER IS NOT FOUND.
002400* TECTONICS:   cobc
002500*
002600* MODIFICATION HISTORY
002700*   2026-10-15 DO  INITIAL VERSION.
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. FiscalPeriod.
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT FISCAL-CALENDAR-FILE ASSIGN TO "FISCCAL"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS FC-PERIOD-KEY
003800         FILE STATUS IS WS-FCAL-FILE-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  FISCAL-CALENDAR-FILE.
004200     COPY FISCCAL.
004300 WORKING-STORAGE SECTION.
004400 01  WS-FCAL-FILE-STATUS             PIC X(02).
004500     88  WS-FCAL-FILE-OK             VALUE "00".
004600 01  WS-LOADED-SWITCH                PIC X(01) VALUE "N".
004700     88  WS-CALENDAR-LOADED          VALUE "Y".
004800 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
004900     88  WS-END-OF-CALENDAR          VALUE "Y".
005000 01  WS-PERIOD-TABLE.
005100     05  WS-PERIOD-ENTRY OCCURS 400 TIMES INDEXED BY PT-IDX.
005200         10  PT-PERIOD-ID            PIC 9(06).
005300         10  PT-FISCAL-YEAR          PIC 9(04).
005400         10  PT-START-DATE           PIC 9(08).
005500         10  PT-END-DATE             PIC 9(08).
005600 01  WS-PERIOD-COUNT                 PIC 9(04) COMP VALUE ZERO.
005700 01  WS-FOUND-IDX                    PIC 9(04) COMP VALUE ZERO.
005800 01  WS-SCAN-IDX                     PIC 9(04) COMP VALUE ZERO.
005900 01  WS-WORK-PERIOD-ID               PIC 9(06) VALUE ZERO.
006000 01  WS-WORK-PERIOD-PARTS REDEFINES WS-WORK-PERIOD-ID.
006100     05  WS-WORK-YEAR                PIC 9(04).
006200     05  WS-WORK-PERIOD-NO           PIC 9(02).
006300 01  WS-LIB-FUNCTION                 PIC X(06).
006400 01  WS-LIB-RETURN-CODE              PIC 9(02).
006500 01  WS-LIB-DATE                     PIC 9(08).
006600 01  WS-LIB-MSG-PREFIX               PIC X(10).
006700 01  WS-LIB-MSG-VALUE                PIC X(40).
006800 01  WS-LIB-MSG-TEXT                 PIC X(60).
006900 LINKAGE SECTION.
007000 01  FP-FUNCTION                     PIC X(01).
007100     88  FP-BY-DATE                  VALUE "D".
007200     88  FP-BY-PERIOD                VALUE "P".
007300     88  FP-NEXT-PERIOD              VALUE "N".
007400     88  FP-PRIOR-PERIOD             VALUE "B".
007500 01  FP-DATE                         PIC 9(08).
007600 01  FP-RESULT.
007700     05  FP-FOUND-SWITCH             PIC X(01).
007800         88  FP-PERIOD-FOUND         VALUE "Y".
007900     05  FP-SOURCE                   PIC X(01).
008000         88  FP-FROM-CALENDAR        VALUE "F".
008100         88  FP-FROM-MONTHS          VALUE "M".
008200     05  FP-PERIOD-ID                PIC 9(06).
008300     05  FP-START-DATE               PIC 9(08).
008400     05  FP-END-DATE                 PIC 9(08).
008500     05  FP-YEAR-START-DATE          PIC 9(08).
008600     05  FP-YEAR-END-DATE            PIC 9(08).
008700     05  FP-PERIODS-IN-YEAR          PIC 9(02).
008800 PROCEDURE DIVISION USING FP-FUNCTION, FP-DATE, FP-RESULT.
008900******************************************************************
009000* 0000-MAINLINE - LOAD THE CALENDAR ONCE, THEN ANSWER FROM THE
009100*                 CALENDAR OR FROM CALENDAR MONTHS.
009200******************************************************************
009300 0000-MAINLINE.
009400     MOVE "N" TO FP-FOUND-SWITCH.
009500     IF NOT WS-CALENDAR-LOADED
009600         PERFORM 1000-LOAD-CALENDAR
009700             THRU 1000-EXIT
009800     END-IF.
009900     IF WS-PERIOD-COUNT = ZERO
010000         SET FP-FROM-MONTHS TO TRUE
010100         PERFORM 3000-MONTH-PERIOD
010200             THRU 3000-EXIT
010300     ELSE
010400         SET FP-FROM-CALENDAR TO TRUE
010500         PERFORM 2000-CALENDAR-PERIOD
010600             THRU 2000-EXIT
010700     END-IF.
010800     GO TO 9999-EXIT.
010900******************************************************************
011000* 1000-LOAD-CALENDAR - EVERY FISCCAL ROW, IN KEY ORDER, INTO THE
011100*                  PERIOD TABLE. NO FILE MEANS NO CALENDAR.
011200******************************************************************
011300 1000-LOAD-CALENDAR.
011400     SET WS-CALENDAR-LOADED TO TRUE.
011500     MOVE ZERO TO WS-PERIOD-COUNT.
011550     INITIALIZE WS-PERIOD-TABLE.
011600     OPEN INPUT FISCAL-CALENDAR-FILE.
011700     IF NOT WS-FCAL-FILE-OK
011800         GO TO 1000-EXIT
011900     END-IF.
012000     MOVE "N" TO WS-EOF-SWITCH.
012100     PERFORM 1100-LOAD-ONE-PERIOD
012200         THRU 1100-EXIT
012300         UNTIL WS-END-OF-CALENDAR.
012400     CLOSE FISCAL-CALENDAR-FILE.
012500 1000-EXIT.
012600     EXIT.
012700******************************************************************
012800* 1100-LOAD-ONE-PERIOD - ONE CALENDAR ROW.
012900******************************************************************
013000 1100-LOAD-ONE-PERIOD.
013100     READ FISCAL-CALENDAR-FILE NEXT RECORD
013200         AT END
013300             SET WS-END-OF-CALENDAR TO TRUE
013400             GO TO 1100-EXIT
013500     END-READ.
013600     IF WS-PERIOD-COUNT NOT < 400
013700         DISPLAY "FISCCAL HOLDS MORE THAN 400 PERIODS - LATER "
013800             "PERIODS IGNORED"
013900         SET WS-END-OF-CALENDAR TO TRUE
014000         GO TO 1100-EXIT
014100     END-IF.
014200     ADD 1 TO WS-PERIOD-COUNT.
014300     SET PT-IDX TO WS-PERIOD-COUNT.
014400     MOVE FC-PERIOD-ID   TO PT-PERIOD-ID (PT-IDX).
014500     MOVE FC-FISCAL-YEAR TO PT-FISCAL-YEAR (PT-IDX).
014600     MOVE FC-START-DATE  TO PT-START-DATE (PT-IDX).
014700     MOVE FC-END-DATE    TO PT-END-DATE (PT-IDX).
014800 1100-EXIT.
014900     EXIT.
015000******************************************************************
015100* 2000-CALENDAR-PERIOD - FIND THE ENTRY ASKED FOR, STEP TO THE
015200*                  NEXT OR PRIOR ONE WHEN ASKED, THEN RETURN IT
015300*                  WITH ITS FISCAL YEAR'S BOUNDS.
015400******************************************************************
015500 2000-CALENDAR-PERIOD.
015600     MOVE ZERO TO WS-FOUND-IDX.
015700     SET PT-IDX TO 1.
015800     IF FP-BY-DATE
015900         SEARCH WS-PERIOD-ENTRY
016000             AT END
016100                 GO TO 2000-EXIT
016200             WHEN PT-START-DATE (PT-IDX) NOT > FP-DATE
016300              AND PT-END-DATE (PT-IDX) NOT < FP-DATE
016400                 SET WS-FOUND-IDX TO PT-IDX
016500         END-SEARCH
016600     ELSE
016700         SEARCH WS-PERIOD-ENTRY
016800             AT END
016900                 GO TO 2000-EXIT
017000             WHEN PT-PERIOD-ID (PT-IDX) = FP-PERIOD-ID
017100                 SET WS-FOUND-IDX TO PT-IDX
017200         END-SEARCH
017300     END-IF.
017400     IF WS-FOUND-IDX > WS-PERIOD-COUNT
017500         GO TO 2000-EXIT
017600     END-IF.
017700     IF FP-NEXT-PERIOD
017800         IF WS-FOUND-IDX NOT < WS-PERIOD-COUNT
017900             GO TO 2000-EXIT
018000         END-IF
018100         ADD 1 TO WS-FOUND-IDX
018200     END-IF.
018300     IF FP-PRIOR-PERIOD
018400         IF WS-FOUND-IDX NOT > 1
018500             GO TO 2000-EXIT
018600         END-IF
018700         SUBTRACT 1 FROM WS-FOUND-IDX
018800     END-IF.
018900     SET PT-IDX TO WS-FOUND-IDX.
019000     MOVE PT-PERIOD-ID (PT-IDX)  TO FP-PERIOD-ID.
019100     MOVE PT-START-DATE (PT-IDX) TO FP-START-DATE.
019200     MOVE PT-END-DATE (PT-IDX)   TO FP-END-DATE.
019300     MOVE PT-START-DATE (PT-IDX) TO FP-YEAR-START-DATE.
019400     MOVE PT-END-DATE (PT-IDX)   TO FP-YEAR-END-DATE.
019500     MOVE ZERO TO FP-PERIODS-IN-YEAR.
019600     PERFORM 2100-FOLD-YEAR-BOUNDS
019700         THRU 2100-EXIT
019800         VARYING WS-SCAN-IDX FROM 1 BY 1
019900         UNTIL WS-SCAN-IDX > WS-PERIOD-COUNT.
020000     SET FP-PERIOD-FOUND TO TRUE.
020100 2000-EXIT.
020200     EXIT.
020300******************************************************************
020400* 2100-FOLD-YEAR-BOUNDS - A PERIOD OF THE SAME FISCAL YEAR WIDENS
020500*                  THE YEAR'S FIRST AND LAST DAY AND COUNTS.
020600******************************************************************
020700 2100-FOLD-YEAR-BOUNDS.
020800     IF PT-FISCAL-YEAR (WS-SCAN-IDX) NOT = PT-FISCAL-YEAR (PT-IDX)
020900         GO TO 2100-EXIT
021000     END-IF.
021100     ADD 1 TO FP-PERIODS-IN-YEAR.
021200     IF PT-START-DATE (WS-SCAN-IDX) < FP-YEAR-START-DATE
021300         MOVE PT-START-DATE (WS-SCAN-IDX) TO FP-YEAR-START-DATE
021400     END-IF.
021500     IF PT-END-DATE (WS-SCAN-IDX) > FP-YEAR-END-DATE
021600         MOVE PT-END-DATE (WS-SCAN-IDX) TO FP-YEAR-END-DATE
021700     END-IF.
021800 2100-EXIT.
021900     EXIT.
022000******************************************************************
022100* 3000-MONTH-PERIOD - NO FISCAL CALENDAR: THE PERIOD IS THE
022200*                  CALENDAR MONTH AND THE YEAR THE CALENDAR YEAR.
022300******************************************************************
022400 3000-MONTH-PERIOD.
022500     IF FP-BY-DATE
022600         MOVE FP-DATE (1:6) TO WS-WORK-PERIOD-ID
022700     ELSE
022800         MOVE FP-PERIOD-ID TO WS-WORK-PERIOD-ID
022900     END-IF.
023000     IF WS-WORK-PERIOD-NO < 1 OR WS-WORK-PERIOD-NO > 12
023100         GO TO 3000-EXIT
023200     END-IF.
023300     IF FP-NEXT-PERIOD
023400         IF WS-WORK-PERIOD-NO = 12
023500             ADD 1 TO WS-WORK-YEAR
023600             MOVE 1 TO WS-WORK-PERIOD-NO
023700         ELSE
023800             ADD 1 TO WS-WORK-PERIOD-NO
023900         END-IF
024000     END-IF.
024100     IF FP-PRIOR-PERIOD
024200         IF WS-WORK-PERIOD-NO = 1
024300             SUBTRACT 1 FROM WS-WORK-YEAR
024400             MOVE 12 TO WS-WORK-PERIOD-NO
024500         ELSE
024600             SUBTRACT 1 FROM WS-WORK-PERIOD-NO
024700         END-IF
024800     END-IF.
024900     MOVE WS-WORK-PERIOD-ID TO FP-PERIOD-ID.
025000     COMPUTE FP-START-DATE = (WS-WORK-PERIOD-ID * 100) + 1.
025100*    THE LAST DAY IS THE DAY BEFORE THE FIRST OF THE NEXT MONTH.
025200     MOVE FP-START-DATE TO WS-LIB-DATE.
025300     MOVE SPACES TO WS-LIB-MSG-VALUE.
025400     MOVE "+0000001" TO WS-LIB-MSG-VALUE (1:8).
025500     MOVE "MTHADD" TO WS-LIB-FUNCTION.
025600     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
025700         WS-LIB-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
025800         WS-LIB-MSG-TEXT.
025900     MOVE "-0000001" TO WS-LIB-MSG-VALUE (1:8).
026000     MOVE "DATADD" TO WS-LIB-FUNCTION.
026100     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
026200         WS-LIB-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
026300         WS-LIB-MSG-TEXT.
026400     MOVE WS-LIB-DATE TO FP-END-DATE.
026500     COMPUTE FP-YEAR-START-DATE = (WS-WORK-YEAR * 10000) + 0101.
026600     COMPUTE FP-YEAR-END-DATE = (WS-WORK-YEAR * 10000) + 1231.
026700     MOVE 12 TO FP-PERIODS-IN-YEAR.
026800     SET FP-PERIOD-FOUND TO TRUE.
026900 3000-EXIT.
027000     EXIT.
027100******************************************************************
027200* 9999-EXIT - COMMON PROGRAM EXIT POINT.
027300******************************************************************
027400 9999-EXIT.
027500     GOBACK.
027600 END PROGRAM FiscalPeriod.
