001696*                  ONE DATA ROW PER OPERATION, THE BUSINESS DATE
001697*                  ON EVERY LINE - SO FINANCE LOADS THE FIGURES
001698*                  INSTEAD OF RETYPING THE PRINTED PAGE.
001700*   2026-10-15 DO  THE SUMMARY PAGE NOW ALSO BREAKS THE DAY DOWN
001705*                  BY COMPANY - ONE LINE PER COMPANY ON THE
001710*                  CONTROL PARAMETERS (A LOG RECORD WITH NO
001715*                  COMPANY IS THE HOME COMPANY'S) AND A
001720*                  CONSOLIDATED LINE FOR ALL COMPANIES. THE
001725*                  HISTORY ROW STAYS CONSOLIDATED.
001730*   2026-10-15 DO  THE CLOSED-PERIOD CHECK LOOKS UP TODAY'S
001735*                  FISCAL PERIOD THROUGH FISCALPERIOD, SINCE
001740*                  CALCPCLS NOW HOLDS FISCAL PERIODS RATHER THAN
001745*                  CALENDAR MONTHS.
001750******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. CalcDailySummary.
002000 ENVIRONMENT DIVISION.
004326     88  WS-SUSP-FILE-OK            VALUE "00".
004328 01  WS-PCLS-EOF-SWITCH              PIC X(01) VALUE "N".
004330     88  WS-END-OF-CLOSES           VALUE "Y".
004331 01  WS-ROLL-SCAN-EOF-SWITCH         PIC X(01) VALUE "N".
004332     88  WS-END-OF-ROLL-SCAN        VALUE "Y".
004333 01  WS-SUSPENSE-SWITCH              PIC X(01) VALUE "N".
004334     88  WS-ROW-SUSPENDED           VALUE "Y".
004335 01  WS-SUSPEND-REASON               PIC X(30) VALUE SPACES.
004336 01  WS-TODAY-YEAR-MONTH             PIC 9(06) VALUE ZERO.
004337 01  WS-FP-FUNCTION                  PIC X(01).
004338 01  WS-FP-RESULT.
004339     05  WS-FP-FOUND-SWITCH          PIC X(01).
004340         88  WS-FP-PERIOD-FOUND      VALUE "Y".
004341     05  WS-FP-SOURCE                PIC X(01).
004342     05  WS-FP-PERIOD-ID             PIC 9(06).
004343     05  WS-FP-START-DATE            PIC 9(08).
004344     05  WS-FP-END-DATE              PIC 9(08).
004345     05  WS-FP-YEAR-START-DATE       PIC 9(08).
004346     05  WS-FP-YEAR-END-DATE         PIC 9(08).
004347     05  WS-FP-PERIODS-IN-YEAR       PIC 9(02).
004348 01  WS-SUSPENSE-DETAIL.
004349     05  SU-SUMMARY-DATE             PIC 9(08).
004350     05  FILLER                      PIC X(02) VALUE SPACES.
004351     05  SU-REASON                   PIC X(30).
004352     05  FILLER                      PIC X(40) VALUE SPACES.
004353 01  WS-LIB-FUNCTION                 PIC X(06).
004354 01  WS-LIB-RETURN-CODE              PIC 9(02).
006300     05  FILLER                     PIC X(08) VALUE "TOTAL:".
006400     05  SD-TOTAL                    PIC -(12)9.99.
006500     05  FILLER                     PIC X(21) VALUE SPACES.
006504 01  WS-CO-SUMMARY.
006508     05  WS-CO-ENTRY OCCURS 2 TIMES INDEXED BY CO-IDX.
006512         10  WS-CO-COUNT             PIC 9(06) VALUE ZERO.
006516         10  WS-CO-TOTAL             PIC S9(11)V99 VALUE ZERO.
006520 01  WS-OTHER-CO-COUNT               PIC 9(06) VALUE ZERO.
006524 01  WS-OTHER-CO-TOTAL               PIC S9(11)V99 VALUE ZERO.
006528 01  WS-ALL-CO-COUNT                 PIC 9(06) VALUE ZERO.
006532 01  WS-ALL-CO-TOTAL                 PIC S9(11)V99 VALUE ZERO.
006536 01  WS-RECORD-COMPANY               PIC X(04) VALUE SPACES.
006540 01  WS-COMPANY-HEADER               PIC X(80) VALUE
006544     "BY COMPANY".
006548 01  WS-COMPANY-DETAIL.
006552     05  CD-COMPANY-CODE             PIC X(04).
006556     05  FILLER                     PIC X(01) VALUE SPACE.
006560     05  CD-COMPANY-NAME             PIC X(30).
006564     05  FILLER                     PIC X(07) VALUE " COUNT:".
006568     05  CD-COUNT                    PIC ZZZ,ZZ9.
006572     05  FILLER                     PIC X(07) VALUE " TOTAL:".
006576     05  CD-TOTAL                    PIC -(12)9.99.
006580     05  FILLER                     PIC X(08) VALUE SPACES.
006600 PROCEDURE DIVISION.
006700******************************************************************
006800* 0000-MAINLINE - ACCUMULATE THE LOG BY OPERATION, THEN PRINT
010400         SET OP-IDX TO CL-OPTION
010500         ADD 1        TO WS-OP-COUNT (OP-IDX)
010600         ADD CL-RESULT TO WS-OP-TOTAL (OP-IDX)
010625         PERFORM 1550-ACCUMULATE-COMPANY
010650             THRU 1550-EXIT
010700     END-IF.
010800     PERFORM 1600-READ-LOG-RECORD
010900         THRU 1600-EXIT.
011000 1500-EXIT.
011004     EXIT.
011008******************************************************************
011012* 1550-ACCUMULATE-COMPANY - ADD THE SAME RESULT INTO ITS COMPANY'S
011016*                  BUCKET. A CODE NOT ON THE COMPANY TABLE IS
011020*                  SHOWN APART SO THE COMPANY LINES STILL ADD UP.
011024******************************************************************
011028 1550-ACCUMULATE-COMPANY.
011032     MOVE CL-COMPANY-CODE TO WS-RECORD-COMPANY.
011036     IF WS-RECORD-COMPANY = SPACES
011040         MOVE CTL-HOME-COMPANY TO WS-RECORD-COMPANY
011044     END-IF.
011048     ADD 1         TO WS-ALL-CO-COUNT.
011052     ADD CL-RESULT TO WS-ALL-CO-TOTAL.
011056     SET CTL-CO-IDX TO 1.
011060     SEARCH CTL-COMPANY-ENTRY
011064         AT END
011068             ADD 1         TO WS-OTHER-CO-COUNT
011072             ADD CL-RESULT TO WS-OTHER-CO-TOTAL
011076         WHEN CTL-COMPANY-CODE (CTL-CO-IDX) = WS-RECORD-COMPANY
011080             SET CO-IDX TO CTL-CO-IDX
011084             ADD 1         TO WS-CO-COUNT (CO-IDX)
011088             ADD CL-RESULT TO WS-CO-TOTAL (CO-IDX)
011092     END-SEARCH.
011096 1550-EXIT.
011100     EXIT.
011200******************************************************************
011300* 1600-READ-LOG-RECORD - GET THE NEXT TRANSACTION LOG RECORD.
012700         THRU 2100-EXIT
012800         VARYING OP-IDX FROM 1 BY 1
012900         UNTIL OP-IDX > 5.
012920     MOVE WS-COMPANY-HEADER TO SUMMARY-RPT-LINE.
012940     WRITE SUMMARY-RPT-LINE.
012960     PERFORM 2200-PRINT-ONE-COMPANY
012980         THRU 2200-EXIT
013000         VARYING CTL-CO-IDX FROM 1 BY 1
013020         UNTIL CTL-CO-IDX > CTL-COMPANY-COUNT.
013040     IF WS-OTHER-CO-COUNT > ZERO
013060         MOVE "????" TO CD-COMPANY-CODE
013080         MOVE "COMPANY NOT ON CONTROL TABLE" TO CD-COMPANY-NAME
013100         MOVE WS-OTHER-CO-COUNT TO CD-COUNT
013120         MOVE WS-OTHER-CO-TOTAL TO CD-TOTAL
013140         WRITE SUMMARY-RPT-LINE FROM WS-COMPANY-DETAIL
013160     END-IF.
013180     MOVE "ALL " TO CD-COMPANY-CODE.
013200     MOVE "CONSOLIDATED" TO CD-COMPANY-NAME.
013220     MOVE WS-ALL-CO-COUNT TO CD-COUNT.
013240     MOVE WS-ALL-CO-TOTAL TO CD-TOTAL.
013260     WRITE SUMMARY-RPT-LINE FROM WS-COMPANY-DETAIL.
013300     CLOSE CALC-LOG-FILE
013400           SUMMARY-RPT-FILE.
013500 2000-EXIT.
013670     MOVE WS-OP-TOTAL (OP-IDX) TO SD-TOTAL.
013680     WRITE SUMMARY-RPT-LINE FROM WS-SUMMARY-DETAIL.
013690 2100-EXIT.
013691     EXIT.
013692******************************************************************
013693* 2200-PRINT-ONE-COMPANY - WRITE THE SUMMARY LINE FOR ONE COMPANY.
013694******************************************************************
013695 2200-PRINT-ONE-COMPANY.
013696     MOVE CTL-COMPANY-CODE (CTL-CO-IDX) TO CD-COMPANY-CODE.
013697     MOVE CTL-COMPANY-NAME (CTL-CO-IDX) TO CD-COMPANY-NAME.
013698     SET CO-IDX TO CTL-CO-IDX.
013699     MOVE WS-CO-COUNT (CO-IDX) TO CD-COUNT.
013700     MOVE WS-CO-TOTAL (CO-IDX) TO CD-TOTAL.
013701     WRITE SUMMARY-RPT-LINE FROM WS-COMPANY-DETAIL.
013702 2200-EXIT.
013703     EXIT.
013710******************************************************************
013720* 2500-APPEND-DAILY-HISTORY - WRITE TODAY'S FOUR OPERATION
013730*                  TOTALS OUT TO THE ROLLUP HISTORY FILE AS ONE
013890     WRITE CALC-DAILY-HISTORY-RECORD.
013900     CLOSE CALC-ROLL-FILE.
013910 2500-EXIT.
013911     EXIT.
013912******************************************************************
013913* 2550-CHECK-DATE-OVERRIDE - HONOR THE BUSDATE PROCESSING-DATE
013914*                  CONTROL, THE SAME WAY CALCULATOR DOES, SO A
013915*                  LATE RUN OF LAST NIGHT'S WORK FILES ITS
013916*                  HISTORY ROW UNDER THE BUSINESS DATE THE LOG
013917*                  RECORDS WERE STAMPED WITH, NOT THE CLOCK DATE.
013918******************************************************************
013919 2550-CHECK-DATE-OVERRIDE.
013920     MOVE WS-TODAYS-DATE TO WS-SYSTEM-DATE.
013921     OPEN INPUT BUS-DATE-FILE.
013922     IF NOT WS-BDATE-FILE-OK
013923         GO TO 2550-EXIT
013924     END-IF.
013925     READ BUS-DATE-FILE
013926         AT END
013927             CONTINUE
013928     END-READ.
013929     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
013930         AND BD-BUSINESS-DATE NOT = WS-SYSTEM-DATE
013931         MOVE BD-BUSINESS-DATE TO WS-TODAYS-DATE
013932         DISPLAY "SUMMARY DATE OVERRIDDEN TO "
013933             WS-TODAYS-DATE " (SYSTEM DATE " WS-SYSTEM-DATE
013934             ", SET BY " BD-SET-BY ")"
013935     END-IF.
013936     CLOSE BUS-DATE-FILE.
013937 2550-EXIT.
013938     EXIT.
013939******************************************************************
013940* 2600-CHECK-PERIOD-CLOSE - A HISTORY ROW MAY NOT BE APPENDED
013941*                  FOR A MONTH MANAGEMENT HAS CLOSED, AND A DAY
013942*                  THAT ALREADY HAS A ROW MAY NOT GET A SECOND
013943*                  ONE - EITHER WOULD QUIETLY RESTATE FIGURES
013944*                  ALREADY PUBLISHED. SUCH A ROW IS DIVERTED TO
013945*                  THE SUSPENSE REPORT INSTEAD.
013946******************************************************************
013947 2600-CHECK-PERIOD-CLOSE.
013948     MOVE "N" TO WS-SUSPENSE-SWITCH.
013949     MOVE "N" TO WS-PCLS-EOF-SWITCH.
013950     MOVE "N" TO WS-ROLL-SCAN-EOF-SWITCH.
013951     MOVE ZERO TO WS-TODAY-YEAR-MONTH.
013952     MOVE "D" TO WS-FP-FUNCTION.
013953     CALL "FiscalPeriod" USING WS-FP-FUNCTION, WS-TODAYS-DATE,
013954         WS-FP-RESULT.
013955     IF WS-FP-PERIOD-FOUND
013956         MOVE WS-FP-PERIOD-ID TO WS-TODAY-YEAR-MONTH
013957     END-IF.
013961     OPEN INPUT PERIOD-CLOSE-FILE.
013962     IF WS-PCLS-FILE-OK
013963         PERFORM 2610-SCAN-ONE-CLOSE-ROW
013978 2600-EXIT.
013979     EXIT.
013980******************************************************************
013981* 2610-SCAN-ONE-CLOSE-ROW - IS TODAY'S PERIOD ON THE CLOSE FILE.
013982******************************************************************
013983 2610-SCAN-ONE-CLOSE-ROW.
013984     READ PERIOD-CLOSE-FILE
013988     IF NOT WS-END-OF-CLOSES
013989         IF PC-YEAR-MONTH = WS-TODAY-YEAR-MONTH
013990             SET WS-ROW-SUSPENDED TO TRUE
013991             MOVE "PERIOD IS CLOSED" TO WS-SUSPEND-REASON
013992         END-IF
013993     END-IF.
013994 2610-EXIT.
