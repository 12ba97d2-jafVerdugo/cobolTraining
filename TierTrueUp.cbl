000100******************************************************************
000200* PROGRAM-ID: TIERTRUEUP
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     MONTH-END VOLUME-TIER TRUE-UP REPORT. SWEEPS THE
000800*              CALCULATOR TRANSACTION LOG FOR THE BUSINESS
000900*              DATE'S MONTH AND, FOR EVERY ACCOUNT AND RATE CODE
001000*              PRICED FROM RATETIER VOLUME BANDS, WORKS OUT THE
001100*              LOWEST AND HIGHEST TIER APPLIED. AN ACCOUNT THAT
001200*              CROSSED A BREAKPOINT DURING THE MONTH IS LISTED
001300*              WITH THE DAY IT REACHED ITS TOP TIER AND THE
001400*              COUNT AND AMOUNT BILLED ON EACH SIDE, SO BILLING
001500*              CAN TRUE UP THE CONTRACT. RUNS UNATTENDED AS AN
001600*              END-OF-DAY STEP (TIERTRUEUP) UNDER THE BUSDATE
001700*              BUSINESS DATE, AND KEEPS THE REPORT THROUGH
001800*              REPORTKEEP. RUN BEFORE MONTH-END IT GIVES THE
001900*              MONTH TO DATE.
002000* TECTONICS:   cobc
002100*
002200* MODIFICATION HISTORY
002300*   2026-10-15 DO  INITIAL VERSION.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. TierTrueUp.
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS CL-LOG-KEY
003400         FILE STATUS IS WS-LOG-FILE-STATUS.
003500     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-BDATE-FILE-STATUS.
003800     SELECT TRUEUP-RPT-FILE ASSIGN TO "TIERTRUP"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-RPT-FILE-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  CALC-LOG-FILE.
004400     COPY CALCLOG.
004500 FD  BUS-DATE-FILE
004600     RECORDING MODE IS F.
004700     COPY BUSDATE.
004800 FD  TRUEUP-RPT-FILE
004900     RECORDING MODE IS F.
005000 01  TRUEUP-RPT-LINE                 PIC X(80).
005100 WORKING-STORAGE SECTION.
005200 01  WS-LOG-FILE-STATUS              PIC X(02).
005300     88  WS-LOG-FILE-OK              VALUE "00".
005400 01  WS-BDATE-FILE-STATUS            PIC X(02).
005500     88  WS-BDATE-FILE-OK            VALUE "00".
005600 01  WS-RPT-FILE-STATUS              PIC X(02).
005700     88  WS-RPT-FILE-OK              VALUE "00".
005800 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
005900     88  WS-END-OF-FILE              VALUE "Y".
006000 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
006100 01  WS-REPORT-DATE REDEFINES WS-TODAYS-DATE.
006200     05  WS-REPORT-MONTH             PIC 9(06).
006300     05  FILLER                      PIC 9(02).
006400 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
006500 01  WS-FOUND-SWITCH                 PIC X(01) VALUE "N".
006600     88  WS-ENTRY-FOUND              VALUE "Y".
006700 01  WS-TRUEUP-TABLE.
006800     05  WS-TRUEUP-ENTRY OCCURS 500 TIMES INDEXED BY TU-IDX.
006900         10  TU-ACCOUNT-ID           PIC X(08).
007000         10  TU-RATE-CODE            PIC X(04).
007100         10  TU-LOW-TIER             PIC 9(02).
007200         10  TU-HIGH-TIER            PIC 9(02).
007300         10  TU-HIGH-DATE            PIC 9(08).
007400         10  TU-LOW-COUNT            PIC 9(07) COMP.
007500         10  TU-LOW-AMOUNT           PIC S9(13)V99.
007600         10  TU-ALL-COUNT            PIC 9(07) COMP.
007700         10  TU-ALL-AMOUNT           PIC S9(13)V99.
007800 01  WS-ENTRY-COUNT                  PIC 9(04) COMP VALUE ZERO.
007900 01  WS-OVERFLOW-COUNT               PIC 9(06) COMP VALUE ZERO.
008000 01  WS-TIERED-COUNT                 PIC 9(07) COMP VALUE ZERO.
008100 01  WS-CHANGED-COUNT                PIC 9(05) COMP VALUE ZERO.
008200 01  WS-ABOVE-COUNT                  PIC 9(07) COMP VALUE ZERO.
008300 01  WS-ABOVE-AMOUNT                 PIC S9(13)V99 VALUE ZERO.
008400 01  WS-HEADER-LINE.
008500     05  FILLER                      PIC X(30) VALUE
008600         "VOLUME TIER TRUE-UP REPORT    ".
008700     05  FILLER                      PIC X(07) VALUE "MONTH: ".
008800     05  HL-REPORT-MONTH             PIC 9(06).
008900     05  FILLER                      PIC X(17) VALUE
009000         "  BUSINESS DATE: ".
009100     05  HL-BUSINESS-DATE            PIC 9(08).
009200     05  FILLER                      PIC X(12) VALUE SPACES.
009300 01  WS-COLUMN-LINE-1.
009400     05  FILLER                      PIC X(40) VALUE
009500         "ACCOUNT  CODE TIERS  TOP TIER ON    TXNS".
009600     05  FILLER                      PIC X(40) VALUE
009700         "    MONTH AMOUNT".
009800 01  WS-COLUMN-LINE-2.
009900     05  FILLER                      PIC X(40) VALUE
010000         "           AT LOW TIER  TXNS      AMOUNT".
010100     05  FILLER                      PIC X(40) VALUE
010200         "   ABOVE IT  TXNS      AMOUNT".
010300 01  WS-DETAIL-LINE-1.
010400     05  DL-ACCOUNT-ID               PIC X(08).
010500     05  FILLER                      PIC X(01) VALUE SPACE.
010600     05  DL-RATE-CODE                PIC X(04).
010700     05  FILLER                      PIC X(01) VALUE SPACE.
010800     05  DL-LOW-TIER                 PIC 9(02).
010900     05  FILLER                      PIC X(01) VALUE "-".
011000     05  DL-HIGH-TIER                PIC 9(02).
011100     05  FILLER                      PIC X(02) VALUE SPACES.
011200     05  DL-HIGH-DATE                PIC 9(08).
011300     05  FILLER                      PIC X(01) VALUE SPACE.
011400     05  DL-ALL-COUNT                PIC Z,ZZZ,ZZ9.
011500     05  FILLER                      PIC X(01) VALUE SPACE.
011600     05  DL-ALL-AMOUNT               PIC -(12)9.99.
011700     05  FILLER                      PIC X(24) VALUE SPACES.
011800 01  WS-DETAIL-LINE-2.
011900     05  FILLER                      PIC X(11) VALUE SPACES.
012000     05  FILLER                      PIC X(09) VALUE "LOW TIER ".
012100     05  DL-LOW-COUNT                PIC Z,ZZZ,ZZ9.
012200     05  FILLER                      PIC X(01) VALUE SPACE.
012300     05  DL-LOW-AMOUNT               PIC -(12)9.99.
012400     05  FILLER                      PIC X(07) VALUE "  ABOVE".
012500     05  DL-ABOVE-COUNT              PIC Z,ZZZ,ZZ9.
012600     05  FILLER                      PIC X(01) VALUE SPACE.
012700     05  DL-ABOVE-AMOUNT             PIC -(12)9.99.
012800     05  FILLER                      PIC X(02) VALUE SPACES.
012900 01  WS-SUMMARY-LINE.
013000     05  FILLER                      PIC X(24) VALUE
013100         "TIERED TRANSACTIONS:    ".
013200     05  SL-TIERED-COUNT             PIC Z,ZZZ,ZZ9.
013300     05  FILLER                      PIC X(22) VALUE
013400         "  ACCOUNT/CODE PAIRS: ".
013500     05  SL-ENTRY-COUNT              PIC ZZZ9.
013600     05  FILLER                      PIC X(11) VALUE
013700         "  CHANGED: ".
013800     05  SL-CHANGED-COUNT            PIC ZZZZ9.
013900     05  FILLER                      PIC X(05) VALUE SPACES.
014000 PROCEDURE DIVISION.
014100******************************************************************
014200* 0000-MAINLINE - GATHER THE MONTH'S TIERED WORK BY ACCOUNT AND
014300*                 CODE, THEN LIST EVERY PAIR THAT CHANGED TIER.
014400******************************************************************
014500 0000-MAINLINE.
014600     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
014700     PERFORM 0500-CHECK-DATE-OVERRIDE
014800         THRU 0500-EXIT.
014900     PERFORM 1000-SWEEP-LOG
015000         THRU 1000-EXIT.
015100     IF NOT WS-LOG-FILE-OK AND WS-ENTRY-COUNT = ZERO
015200         DISPLAY "CALCLOG UNAVAILABLE - NO TRUE-UP REPORT"
015300         MOVE 8 TO RETURN-CODE
015400         GO TO 9999-EXIT
015500     END-IF.
015600     PERFORM 2000-PRINT-REPORT
015700         THRU 2000-EXIT.
015800     DISPLAY "TIER TRUE-UP - " WS-CHANGED-COUNT
015900         " ACCOUNT/CODE PAIRS CHANGED TIER IN " WS-REPORT-MONTH.
016000     IF WS-OVERFLOW-COUNT > ZERO
016100         DISPLAY "TRUE-UP TABLE FULL - " WS-OVERFLOW-COUNT
016200             " TIERED RECORDS NOT REPORTED"
016300         MOVE 4 TO RETURN-CODE
016400         GO TO 9999-EXIT
016500     END-IF.
016600     MOVE ZERO TO RETURN-CODE.
016700     GO TO 9999-EXIT.
016800******************************************************************
016900* 0500-CHECK-DATE-OVERRIDE - HONOR THE BUSDATE PROCESSING-DATE
017000*                  CONTROL SO A LATE RUN REPORTS THE MONTH THE
017100*                  NIGHT'S WORK WAS STAMPED WITH.
017200******************************************************************
017300 0500-CHECK-DATE-OVERRIDE.
017400     OPEN INPUT BUS-DATE-FILE.
017500     IF NOT WS-BDATE-FILE-OK
017600         GO TO 0500-EXIT
017700     END-IF.
017800     READ BUS-DATE-FILE
017900         AT END
018000             CONTINUE
018100     END-READ.
018200     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
018300         MOVE BD-BUSINESS-DATE TO WS-TODAYS-DATE
018400     END-IF.
018500     CLOSE BUS-DATE-FILE.
018600 0500-EXIT.
018700     EXIT.
018800******************************************************************
018900* 1000-SWEEP-LOG - ONE PASS OVER THE LOG FROM THE FIRST OF THE
019000*                  REPORT MONTH.
019100******************************************************************
019200 1000-SWEEP-LOG.
019300     OPEN INPUT CALC-LOG-FILE.
019400     IF NOT WS-LOG-FILE-OK
019500         GO TO 1000-EXIT
019600     END-IF.
019700     MOVE "N" TO WS-EOF-SWITCH.
019800     MOVE WS-REPORT-MONTH TO CL-LOG-DATE (1:6).
019900     MOVE "01" TO CL-LOG-DATE (7:2).
020000     MOVE LOW-VALUES TO CL-OPERATOR-ID.
020100     MOVE ZERO TO CL-SEQUENCE-NO.
020200     START CALC-LOG-FILE KEY IS NOT LESS THAN CL-LOG-KEY
020300         INVALID KEY
020400             SET WS-END-OF-FILE TO TRUE
020500     END-START.
020600     PERFORM 1100-TAKE-ONE-LOG-RECORD
020700         THRU 1100-EXIT
020800         UNTIL WS-END-OF-FILE.
020900     CLOSE CALC-LOG-FILE.
021000 1000-EXIT.
021100     EXIT.
021200******************************************************************
021300* 1100-TAKE-ONE-LOG-RECORD - AN OK, TIER-PRICED RECORD OF THE
021400*                  MONTH GOES INTO ITS ACCOUNT/CODE ENTRY. THE
021500*                  LOG IS IN DATE ORDER, SO THE FIRST RECORD
021600*                  PAST THE MONTH ENDS THE SWEEP.
021700******************************************************************
021800 1100-TAKE-ONE-LOG-RECORD.
021900     READ CALC-LOG-FILE NEXT RECORD
022000         AT END
022100             SET WS-END-OF-FILE TO TRUE
022200     END-READ.
022300     IF WS-END-OF-FILE
022400         GO TO 1100-EXIT
022500     END-IF.
022600     IF CL-LOG-DATE (1:6) NOT = WS-REPORT-MONTH
022700         SET WS-END-OF-FILE TO TRUE
022800         GO TO 1100-EXIT
022900     END-IF.
023000     IF NOT CL-STATUS-OK OR NOT CL-RATE-FROM-TIER
023100         GO TO 1100-EXIT
023200     END-IF.
023300     ADD 1 TO WS-TIERED-COUNT.
023400     PERFORM 1200-FIND-ENTRY
023500         THRU 1200-EXIT.
023600     IF NOT WS-ENTRY-FOUND
023700         IF WS-ENTRY-COUNT NOT < 500
023800             ADD 1 TO WS-OVERFLOW-COUNT
023900             GO TO 1100-EXIT
024000         END-IF
024100         ADD 1 TO WS-ENTRY-COUNT
024200         SET TU-IDX TO WS-ENTRY-COUNT
024300         MOVE CL-ACCOUNT-ID TO TU-ACCOUNT-ID (TU-IDX)
024400         MOVE CL-RATE-CODE  TO TU-RATE-CODE (TU-IDX)
024500         MOVE CL-RATE-TIER  TO TU-LOW-TIER (TU-IDX)
024600         MOVE CL-RATE-TIER  TO TU-HIGH-TIER (TU-IDX)
024700         MOVE CL-LOG-DATE   TO TU-HIGH-DATE (TU-IDX)
024800         MOVE ZERO TO TU-LOW-COUNT (TU-IDX)
024900         MOVE ZERO TO TU-LOW-AMOUNT (TU-IDX)
025000         MOVE ZERO TO TU-ALL-COUNT (TU-IDX)
025100         MOVE ZERO TO TU-ALL-AMOUNT (TU-IDX)
025200     END-IF.
025300     PERFORM 1300-FOLD-IN-RECORD
025400         THRU 1300-EXIT.
025500 1100-EXIT.
025600     EXIT.
025700******************************************************************
025800* 1200-FIND-ENTRY - LOCATE THE RECORD'S ACCOUNT/CODE ENTRY,
025900*                  LEAVING TU-IDX ON IT.
026000******************************************************************
026100 1200-FIND-ENTRY.
026200     MOVE "N" TO WS-FOUND-SWITCH.
026300     SET TU-IDX TO 1.
026400     SEARCH WS-TRUEUP-ENTRY
026500         AT END
026600             CONTINUE
026700         WHEN TU-IDX > WS-ENTRY-COUNT
026800             CONTINUE
026900         WHEN TU-ACCOUNT-ID (TU-IDX) = CL-ACCOUNT-ID
027000             AND TU-RATE-CODE (TU-IDX) = CL-RATE-CODE
027100             SET WS-ENTRY-FOUND TO TRUE
027200     END-SEARCH.
027300 1200-EXIT.
027400     EXIT.
027500******************************************************************
027600* 1300-FOLD-IN-RECORD - A LOWER TIER THAN SEEN SO FAR RESTARTS
027700*                  THE LOW-TIER FIGURES; A HIGHER ONE MOVES THE
027800*                  TOP TIER AND THE DAY IT WAS REACHED. WITHIN A
027900*                  DAY THE LOG IS IN OPERATOR ORDER, SO THE TOP
028000*                  TIER DATE IS THE EARLIEST DAY IT WAS SEEN.
028100******************************************************************
028200 1300-FOLD-IN-RECORD.
028300     ADD 1 TO TU-ALL-COUNT (TU-IDX).
028400     ADD CL-RESULT TO TU-ALL-AMOUNT (TU-IDX).
028500     IF CL-RATE-TIER < TU-LOW-TIER (TU-IDX)
028600         MOVE CL-RATE-TIER TO TU-LOW-TIER (TU-IDX)
028700         MOVE ZERO TO TU-LOW-COUNT (TU-IDX)
028800         MOVE ZERO TO TU-LOW-AMOUNT (TU-IDX)
028900     END-IF.
029000     IF CL-RATE-TIER = TU-LOW-TIER (TU-IDX)
029100         ADD 1 TO TU-LOW-COUNT (TU-IDX)
029200         ADD CL-RESULT TO TU-LOW-AMOUNT (TU-IDX)
029300     END-IF.
029400     IF CL-RATE-TIER > TU-HIGH-TIER (TU-IDX)
029500         MOVE CL-RATE-TIER TO TU-HIGH-TIER (TU-IDX)
029600         MOVE CL-LOG-DATE  TO TU-HIGH-DATE (TU-IDX)
029700     END-IF.
029800 1300-EXIT.
029900     EXIT.
030000******************************************************************
030100* 2000-PRINT-REPORT - HEADINGS, TWO LINES FOR EACH ACCOUNT/CODE
030200*                  PAIR THAT CHANGED TIER, THEN THE SUMMARY.
030300******************************************************************
030400 2000-PRINT-REPORT.
030500     OPEN OUTPUT TRUEUP-RPT-FILE.
030600     MOVE WS-REPORT-MONTH TO HL-REPORT-MONTH.
030700     MOVE WS-TODAYS-DATE  TO HL-BUSINESS-DATE.
030800     WRITE TRUEUP-RPT-LINE FROM WS-HEADER-LINE.
030900     MOVE SPACES TO TRUEUP-RPT-LINE.
031000     WRITE TRUEUP-RPT-LINE.
031100     WRITE TRUEUP-RPT-LINE FROM WS-COLUMN-LINE-1.
031200     WRITE TRUEUP-RPT-LINE FROM WS-COLUMN-LINE-2.
031300     MOVE SPACES TO TRUEUP-RPT-LINE.
031400     WRITE TRUEUP-RPT-LINE.
031500     PERFORM 2100-PRINT-ONE-ENTRY
031600         THRU 2100-EXIT
031700         VARYING TU-IDX FROM 1 BY 1
031800         UNTIL TU-IDX > WS-ENTRY-COUNT.
031900     IF WS-CHANGED-COUNT = ZERO
032000         MOVE "NO ACCOUNT CHANGED TIER THIS MONTH"
032100             TO TRUEUP-RPT-LINE
032200         WRITE TRUEUP-RPT-LINE
032300     END-IF.
032400     MOVE SPACES TO TRUEUP-RPT-LINE.
032500     WRITE TRUEUP-RPT-LINE.
032600     MOVE WS-TIERED-COUNT  TO SL-TIERED-COUNT.
032700     MOVE WS-ENTRY-COUNT   TO SL-ENTRY-COUNT.
032800     MOVE WS-CHANGED-COUNT TO SL-CHANGED-COUNT.
032900     WRITE TRUEUP-RPT-LINE FROM WS-SUMMARY-LINE.
033000     CLOSE TRUEUP-RPT-FILE.
033100     MOVE "TIERTRUP" TO WS-RPT-KEEP-NAME.
033200     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-TODAYS-DATE.
033300 2000-EXIT.
033400     EXIT.
033500******************************************************************
033600* 2100-PRINT-ONE-ENTRY - A PAIR THAT STAYED IN ONE TIER ALL MONTH
033700*                  NEEDS NO TRUE-UP AND IS NOT PRINTED.
033800******************************************************************
033900 2100-PRINT-ONE-ENTRY.
034000     IF TU-LOW-TIER (TU-IDX) = TU-HIGH-TIER (TU-IDX)
034100         GO TO 2100-EXIT
034200     END-IF.
034300     ADD 1 TO WS-CHANGED-COUNT.
034400     COMPUTE WS-ABOVE-COUNT = TU-ALL-COUNT (TU-IDX)
034500         - TU-LOW-COUNT (TU-IDX).
034600     COMPUTE WS-ABOVE-AMOUNT = TU-ALL-AMOUNT (TU-IDX)
034700         - TU-LOW-AMOUNT (TU-IDX).
034800     MOVE TU-ACCOUNT-ID (TU-IDX) TO DL-ACCOUNT-ID.
034900     MOVE TU-RATE-CODE (TU-IDX)  TO DL-RATE-CODE.
035000     MOVE TU-LOW-TIER (TU-IDX)   TO DL-LOW-TIER.
035100     MOVE TU-HIGH-TIER (TU-IDX)  TO DL-HIGH-TIER.
035200     MOVE TU-HIGH-DATE (TU-IDX)  TO DL-HIGH-DATE.
035300     MOVE TU-ALL-COUNT (TU-IDX)  TO DL-ALL-COUNT.
035400     MOVE TU-ALL-AMOUNT (TU-IDX) TO DL-ALL-AMOUNT.
035500     WRITE TRUEUP-RPT-LINE FROM WS-DETAIL-LINE-1.
035600     MOVE TU-LOW-COUNT (TU-IDX)  TO DL-LOW-COUNT.
035700     MOVE TU-LOW-AMOUNT (TU-IDX) TO DL-LOW-AMOUNT.
035800     MOVE WS-ABOVE-COUNT         TO DL-ABOVE-COUNT.
035900     MOVE WS-ABOVE-AMOUNT        TO DL-ABOVE-AMOUNT.
036000     WRITE TRUEUP-RPT-LINE FROM WS-DETAIL-LINE-2.
036100 2100-EXIT.
036200     EXIT.
036300******************************************************************
036400* 9999-EXIT - COMMON PROGRAM EXIT POINT.
036500******************************************************************
036600 9999-EXIT.
036700     GOBACK.
036800 END PROGRAM TierTrueUp.
