001970*                  LOCAL JULIAN-DAY APPROXIMATION IS GONE.
001977*   2026-09-02 DO  THE ROLLUP TOTALS WIDENED IN STEP WITH THE
001984*                  WIDENED CALCROLL HISTORY ROW.
001985*   2026-10-15 DO  MONTHLY MODE NOW ROLLS UP THE FISCAL PERIOD
001986*                  HOLDING THE AS-OF DATE, FIRST DAY TO LAST DAY
001987*                  AS THE FISCCAL CALENDAR DEFINES IT THROUGH
001988*                  FISCALPERIOD (THE CALENDAR MONTH WHEN THERE IS
001989*                  NO CALENDAR), AND PRINTS THE PERIOD UNDER THE
001990*                  TITLE. C)LOSE MODE CLOSES A FISCAL PERIOD ON
001991*                  CALCPCLS AND REFUSES ONE NOT ON THE CALENDAR;
001992*                  THE PERIOD STATUS LINE CHECKS THE AS-OF DATE'S
001993*                  FISCAL PERIOD.
001994******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. CalcRollup.
002200 ENVIRONMENT DIVISION.
004880 01  WS-CLOSE-YEAR-MONTH             PIC 9(06) VALUE ZERO.
004890 01  WS-OPERATOR-ID                  PIC X(08) VALUE SPACES.
004892 01  WS-ASOF-YM-NUMBER               PIC 9(06) VALUE ZERO.
004895 01  WS-PERIOD-START-DATE            PIC 9(08) VALUE ZERO.
004900 01  WS-PERIOD-END-DATE              PIC 9(08) VALUE ZERO.
004905 01  WS-FP-FUNCTION                  PIC X(01).
004910 01  WS-FP-RESULT.
004915     05  WS-FP-FOUND-SWITCH          PIC X(01).
004920         88  WS-FP-PERIOD-FOUND      VALUE "Y".
004925     05  WS-FP-SOURCE                PIC X(01).
004930     05  WS-FP-PERIOD-ID             PIC 9(06).
004935     05  WS-FP-START-DATE            PIC 9(08).
004940     05  WS-FP-END-DATE              PIC 9(08).
004945     05  WS-FP-YEAR-START-DATE       PIC 9(08).
004950     05  WS-FP-YEAR-END-DATE         PIC 9(08).
004955     05  WS-FP-PERIODS-IN-YEAR       PIC 9(02).
004960 01  WS-ASOF-INPUT                   PIC 9(08).
005000 01  WS-ASOF-DATE                    PIC 9(08).
005100 01  WS-ASOF-DATE-PARTS REDEFINES WS-ASOF-DATE.
005200     05  WS-ASOF-YEAR                PIC 9(04).
011100     05  FILLER                      PIC X(08) VALUE "TOTAL:".
011200     05  RD-TOTAL                    PIC -(12)9.99.
011300     05  FILLER                      PIC X(19) VALUE SPACES.
011310 01  WS-PERIOD-LINE.
011320     05  FILLER                      PIC X(15) VALUE
011330         "FISCAL PERIOD: ".
011340     05  PL-PERIOD-ID                PIC 9(06).
011350     05  FILLER                      PIC X(08) VALUE "  FROM: ".
011360     05  PL-START-DATE               PIC 9(08).
011370     05  FILLER                      PIC X(06) VALUE "  TO: ".
011380     05  PL-END-DATE                 PIC 9(08).
011390     05  FILLER                      PIC X(29) VALUE SPACES.
011400 PROCEDURE DIVISION.
011500******************************************************************
011600* 0000-MAINLINE - PICK UP THE RUN MODE AND AS-OF DATE, ROLL UP
012200         THRU 0100-EXIT.
012300     PERFORM 0200-GET-RUN-PARAMETERS
012400         THRU 0200-EXIT.
012402     IF WS-MONTHLY-MODE AND NOT WS-FP-PERIOD-FOUND
012404         GO TO 9999-EXIT
012406     END-IF.
012410     IF WS-CLOSE-MODE
012420         PERFORM 4000-CLOSE-PERIOD
012430             THRU 4000-EXIT
014600******************************************************************
014700 0200-GET-RUN-PARAMETERS.
014800     DISPLAY "Rollup mode - W)eekly, M)onthly or C)lose a "
014850         "period: ".
014900     ACCEPT WS-RUN-MODE.
014910     IF WS-CLOSE-MODE
014920         GO TO 0200-EXIT
016500     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
016550         WS-CUTOFF-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
016600         WS-LIB-MSG-TEXT.
016605     MOVE "D" TO WS-FP-FUNCTION.
016610     CALL "FiscalPeriod" USING WS-FP-FUNCTION, WS-ASOF-DATE,
016615         WS-FP-RESULT.
016620     IF WS-FP-PERIOD-FOUND
016625         MOVE WS-FP-PERIOD-ID  TO WS-ASOF-YM-NUMBER
016630         MOVE WS-FP-START-DATE TO WS-PERIOD-START-DATE
016635         MOVE WS-FP-END-DATE   TO WS-PERIOD-END-DATE
016640     ELSE
016645         MOVE ZERO TO WS-ASOF-YM-NUMBER
016650         DISPLAY "AS-OF DATE " WS-ASOF-DATE
016655             " IS NOT ON THE FISCAL CALENDAR"
016660     END-IF.
016700 0200-EXIT.
016800     EXIT.
016900******************************************************************
018400         MOVE "CALCULATOR WEEKLY ROLLUP" TO ROLLUP-RPT-LINE
018500     END-IF.
018600     WRITE ROLLUP-RPT-LINE.
018610     IF WS-MONTHLY-MODE
018620         MOVE WS-ASOF-YM-NUMBER    TO PL-PERIOD-ID
018630         MOVE WS-PERIOD-START-DATE TO PL-START-DATE
018640         MOVE WS-PERIOD-END-DATE   TO PL-END-DATE
018650         WRITE ROLLUP-RPT-LINE FROM WS-PERIOD-LINE
018660     END-IF.
018700     PERFORM 1600-READ-ROLL-RECORD
018800         THRU 1600-EXIT.
018900 1000-EXIT.
019600 1500-ACCUMULATE-RECORD.
019700     MOVE CH-SUMMARY-DATE TO WS-SUMMARY-DATE.
019800     IF WS-MONTHLY-MODE
019900         IF CH-SUMMARY-DATE NOT < WS-PERIOD-START-DATE AND
020000             CH-SUMMARY-DATE NOT > WS-PERIOD-END-DATE
020200             PERFORM 1550-FOLD-IN-DAY
020300                 THRU 1550-EXIT
020400         END-IF
027614 2500-REPORT-PERIOD-STATUS.
027616     MOVE "N" TO WS-PERIOD-CLOSED-SWITCH.
027618     MOVE "N" TO WS-PCLS-EOF-SWITCH.
027622     OPEN INPUT PERIOD-CLOSE-FILE.
027624     IF WS-PCLS-FILE-OK
027626         PERFORM 2510-SCAN-ONE-CLOSE-ROW
027648 2500-EXIT.
027650     EXIT.
027652******************************************************************
027654* 2510-SCAN-ONE-CLOSE-ROW - IS THE AS-OF PERIOD ON THE CLOSE
027656*                  FILE.
027658******************************************************************
027660 2510-SCAN-ONE-CLOSE-ROW.
027680 2510-EXIT.
027682     EXIT.
027684******************************************************************
027686* 4000-CLOSE-PERIOD - LOCK A FISCAL PERIOD AGAINST NEW OR
027688*                  DUPLICATE HISTORY ROWS. ONCE A PERIOD IS ON
027690*                  THE CLOSE FILE, THE DAILY SUMMARY DIVERTS ANY
027692*                  LATE OR REPEATED ROW FOR IT TO THE SUSPENSE
027694*                  REPORT - THE PUBLISHED FIGURES CAN NO LONGER
027696*                  QUIETLY CHANGE.
027698******************************************************************
027700 4000-CLOSE-PERIOD.
027702     DISPLAY "Operator ID: "
027704     ACCEPT WS-OPERATOR-ID.
027706     DISPLAY "Period to close (YYYYPP): "
027708     ACCEPT WS-CLOSE-YEAR-MONTH.
027709     MOVE "P" TO WS-FP-FUNCTION.
027710     MOVE WS-CLOSE-YEAR-MONTH TO WS-FP-PERIOD-ID.
027711     CALL "FiscalPeriod" USING WS-FP-FUNCTION, WS-ASOF-DATE,
027712         WS-FP-RESULT.
027713     IF NOT WS-FP-PERIOD-FOUND
027714         DISPLAY "PERIOD " WS-CLOSE-YEAR-MONTH
027715             " IS NOT ON THE FISCAL CALENDAR - NOT CLOSED"
027716         GO TO 4000-EXIT
027717     END-IF.
027718     MOVE "N" TO WS-PERIOD-CLOSED-SWITCH.
027719     MOVE "N" TO WS-PCLS-EOF-SWITCH.
027720     MOVE WS-CLOSE-YEAR-MONTH TO WS-ASOF-YM-NUMBER.
027721     OPEN INPUT PERIOD-CLOSE-FILE.
027722     IF WS-PCLS-FILE-OK
027723         PERFORM 2510-SCAN-ONE-CLOSE-ROW
027724             THRU 2510-EXIT
027725             UNTIL WS-END-OF-CLOSES OR WS-PERIOD-IS-CLOSED
027726         CLOSE PERIOD-CLOSE-FILE
027728     END-IF.
027730     IF WS-PERIOD-IS-CLOSED
027732         DISPLAY "PERIOD " WS-CLOSE-YEAR-MONTH
027734             " IS ALREADY CLOSED"
027736         GO TO 4000-EXIT
027738     END-IF.
027760     MOVE WS-OPERATOR-ID TO PC-CLOSED-BY.
027762     WRITE PERIOD-CLOSE-RECORD.
027764     CLOSE PERIOD-CLOSE-FILE.
027766     DISPLAY "PERIOD " WS-CLOSE-YEAR-MONTH " CLOSED".
027768 4000-EXIT.
027770     EXIT.
030400******************************************************************
