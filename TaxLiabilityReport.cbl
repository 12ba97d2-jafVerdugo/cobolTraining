000100******************************************************************
000200* PROGRAM-ID: TAXLIABILITYREPORT
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     PERIOD SALES TAX / VAT LIABILITY REPORT FOR THE
000800*              FINANCE TEAM TO FILE FROM. SWEEPS THE CALCARCH
000900*              ARCHIVE AND THE ACTIVE CALCULATOR LOG FOR A DATE
001000*              RANGE AND TOTALS THE TAXABLE BASE, THE EXEMPT
001100*              BASE AND THE TAX PRICED AT CALCULATION TIME BY
001200*              JURISDICTION AND TAX CODE, WITH A SUBTOTAL PER
001300*              JURISDICTION AND A GRAND TOTAL. ONLY SUCCESSFUL
001400*              CALCULATIONS COUNT - VOIDED AND FAILED ONES ARE
001500*              LEFT OUT THE SAME WAY THE DAILY SUMMARY LEAVES
001600*              THEM OUT. WORK FOR ACCOUNTS WITH NO TAX CODE IS
001700*              SHOWN ON ITS OWN NONE LINE SO THE REPORT TIES
001800*              BACK TO THE BILLED TOTAL.
001900* TECTONICS:   cobc
002000*
002100* MODIFICATION HISTORY
002200*   2026-10-15 DO  INITIAL VERSION.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. TaxLiabilityReport.
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS CL-LOG-KEY
003300         FILE STATUS IS WS-LOG-FILE-STATUS.
003400     SELECT CALC-ARCHIVE-FILE ASSIGN TO "CALCARCH"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-ARCH-FILE-STATUS.
003700     SELECT TAX-RPT-FILE ASSIGN TO "TAXLIAB"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-RPT-FILE-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  CALC-LOG-FILE.
004300     COPY CALCLOG.
004400 FD  CALC-ARCHIVE-FILE
004500     RECORDING MODE IS F.
004600     COPY CALCLOG REPLACING CALC-LOG-RECORD BY
004700         ARCHIVE-LOG-RECORD.
004800 FD  TAX-RPT-FILE
004900     RECORDING MODE IS F.
005000 01  TAX-RPT-LINE                    PIC X(80).
005100 WORKING-STORAGE SECTION.
005200 01  WS-LOG-FILE-STATUS              PIC X(02).
005300     88  WS-LOG-FILE-OK              VALUE "00".
005400 01  WS-ARCH-FILE-STATUS             PIC X(02).
005500     88  WS-ARCH-FILE-OK             VALUE "00".
005600 01  WS-RPT-FILE-STATUS              PIC X(02).
005700     88  WS-RPT-FILE-OK              VALUE "00".
005800 01  WS-LOG-EOF-SWITCH               PIC X(01) VALUE "N".
005900     88  WS-END-OF-LOG               VALUE "Y".
006000 01  WS-ARCH-EOF-SWITCH              PIC X(01) VALUE "N".
006100     88  WS-END-OF-ARCHIVE           VALUE "Y".
006200 01  WS-FROM-DATE                    PIC 9(08) VALUE ZERO.
006300 01  WS-TO-DATE                      PIC 9(08) VALUE ZERO.
006400 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
006500 01  WS-LIB-FUNCTION                 PIC X(06).
006600 01  WS-LIB-RETURN-CODE              PIC 9(02).
006700 01  WS-LIB-MSG-PREFIX               PIC X(10).
006800 01  WS-LIB-MSG-VALUE                PIC X(40).
006900 01  WS-LIB-MSG-TEXT                 PIC X(60).
007000 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
007100 01  WS-WORK-JURISDICTION            PIC X(04) VALUE SPACES.
007200 01  WS-WORK-TAX-CODE                PIC X(04) VALUE SPACES.
007300 01  WS-READ-COUNT                   PIC 9(08) COMP VALUE ZERO.
007400 01  WS-OVERFLOW-COUNT               PIC 9(06) COMP VALUE ZERO.
007500 01  WS-FOUND-SWITCH                 PIC X(01) VALUE "N".
007600     88  WS-ENTRY-FOUND              VALUE "Y".
007700 01  WS-TAX-TABLE.
007800     05  WS-TAX-ENTRY OCCURS 100 TIMES INDEXED BY TX-IDX.
007900         10  TT-JURISDICTION         PIC X(04).
008000         10  TT-TAX-CODE             PIC X(04).
008100         10  TT-ITEM-COUNT           PIC 9(07) COMP.
008200         10  TT-TAXABLE-BASE         PIC S9(13)V99.
008300         10  TT-EXEMPT-BASE          PIC S9(13)V99.
008400         10  TT-TAX-AMOUNT           PIC S9(13)V99.
008500 01  WS-TAX-COUNT                    PIC 9(03) COMP VALUE ZERO.
008600 01  WS-SWAP-ENTRY                   PIC X(60).
008700 01  WS-SORT-IDX                     PIC 9(03) COMP VALUE ZERO.
008800 01  WS-SORT-DONE-SWITCH             PIC X(01) VALUE "N".
008900     88  WS-SORT-DONE                VALUE "Y".
009000 01  WS-PRIOR-JURISDICTION           PIC X(04) VALUE SPACES.
009100 01  WS-JUR-TOTALS.
009200     05  WS-JUR-COUNT                PIC 9(07) COMP VALUE ZERO.
009300     05  WS-JUR-TAXABLE              PIC S9(13)V99 VALUE ZERO.
009400     05  WS-JUR-EXEMPT               PIC S9(13)V99 VALUE ZERO.
009500     05  WS-JUR-TAX                  PIC S9(13)V99 VALUE ZERO.
009600 01  WS-GRAND-TOTALS.
009700     05  WS-GRAND-COUNT              PIC 9(07) COMP VALUE ZERO.
009800     05  WS-GRAND-TAXABLE            PIC S9(13)V99 VALUE ZERO.
009900     05  WS-GRAND-EXEMPT             PIC S9(13)V99 VALUE ZERO.
010000     05  WS-GRAND-TAX                PIC S9(13)V99 VALUE ZERO.
010100 01  WS-HEADER-LINE                  PIC X(80) VALUE
010200     "SALES TAX / VAT LIABILITY REPORT".
010300 01  WS-PERIOD-LINE.
010400     05  FILLER                      PIC X(08) VALUE "PERIOD: ".
010500     05  PL-FROM-DATE                PIC 9(08).
010600     05  FILLER                      PIC X(04) VALUE " TO ".
010700     05  PL-TO-DATE                  PIC 9(08).
010800     05  FILLER                      PIC X(10) VALUE "   RUN ON ".
010900     05  PL-RUN-DATE                 PIC 9(08).
011000     05  FILLER                      PIC X(34) VALUE SPACES.
011100 01  WS-COLUMN-LINE.
011110     05  FILLER                      PIC X(21) VALUE
011120         "JURS  CODE    ITEMS  ".
011130     05  FILLER                      PIC X(17) VALUE
011140         "   TAXABLE BASE  ".
011150     05  FILLER                      PIC X(17) VALUE
011160         "    EXEMPT BASE  ".
011170     05  FILLER                      PIC X(25) VALUE
011180         "        TAX DUE".
011400 01  WS-DETAIL-LINE.
011500     05  TD-JURISDICTION             PIC X(04).
011600     05  FILLER                      PIC X(02) VALUE SPACES.
011700     05  TD-TAX-CODE                 PIC X(04).
011800     05  FILLER                      PIC X(02) VALUE SPACES.
011900     05  TD-ITEM-COUNT               PIC ZZZ,ZZ9.
012000     05  FILLER                      PIC X(02) VALUE SPACES.
012100     05  TD-TAXABLE-BASE             PIC -(11)9.99.
012200     05  FILLER                      PIC X(02) VALUE SPACES.
012300     05  TD-EXEMPT-BASE              PIC -(11)9.99.
012400     05  FILLER                      PIC X(02) VALUE SPACES.
012500     05  TD-TAX-AMOUNT               PIC -(11)9.99.
012600     05  FILLER                      PIC X(10) VALUE SPACES.
012700 PROCEDURE DIVISION.
012800******************************************************************
012900* 0000-MAINLINE - TAKE THE PERIOD, SWEEP BOTH SOURCES INTO THE
013000*                 JURISDICTION/CODE TABLE, THEN PRINT IT IN
013100*                 JURISDICTION ORDER WITH SUBTOTALS.
013200******************************************************************
013300 0000-MAINLINE.
013400     DISPLAY "Period from date (YYYYMMDD): "
013500     ACCEPT WS-FROM-DATE.
013600     DISPLAY "Period to date (YYYYMMDD): "
013700     ACCEPT WS-TO-DATE.
013800     MOVE "DATSTM" TO WS-LIB-FUNCTION.
013900     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
014000         WS-TODAYS-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
014100         WS-LIB-MSG-TEXT.
014200     PERFORM 1000-SWEEP-ARCHIVE
014300         THRU 1000-EXIT.
014400     PERFORM 1500-SWEEP-LOG
014500         THRU 1500-EXIT.
014600     PERFORM 3000-SORT-TABLE
014700         THRU 3000-EXIT.
014800     PERFORM 4000-PRINT-REPORT
014900         THRU 4000-EXIT.
015000     DISPLAY "LOG AND ARCHIVE RECORDS READ: " WS-READ-COUNT.
015100     IF WS-OVERFLOW-COUNT > ZERO
015200         DISPLAY "TAX TABLE FULL - " WS-OVERFLOW-COUNT
015300             " RECORDS FOR FURTHER CODES NOT REPORTED"
015400     END-IF.
015500     GO TO 9999-EXIT.
015600******************************************************************
015700* 1000-SWEEP-ARCHIVE - FOLD EVERY IN-PERIOD ARCHIVE RECORD INTO
015800*                  THE TABLE. A MISSING ARCHIVE IS NOT AN ERROR -
015900*                  NOTHING HAS BEEN ARCHIVED YET.
016000******************************************************************
016100 1000-SWEEP-ARCHIVE.
016200     MOVE "N" TO WS-ARCH-EOF-SWITCH.
016300     OPEN INPUT CALC-ARCHIVE-FILE.
016400     IF NOT WS-ARCH-FILE-OK
016500         GO TO 1000-EXIT
016600     END-IF.
016700     PERFORM 1100-READ-ONE-ARCH-ROW
016800         THRU 1100-EXIT
016900         UNTIL WS-END-OF-ARCHIVE.
017000     CLOSE CALC-ARCHIVE-FILE.
017100 1000-EXIT.
017200     EXIT.
017300******************************************************************
017400* 1100-READ-ONE-ARCH-ROW - NEXT ARCHIVE RECORD INTO THE TABLE.
017500******************************************************************
017600 1100-READ-ONE-ARCH-ROW.
017700     READ CALC-ARCHIVE-FILE
017800         AT END
017900             SET WS-END-OF-ARCHIVE TO TRUE
018000     END-READ.
018100     IF WS-END-OF-ARCHIVE
018200         GO TO 1100-EXIT
018300     END-IF.
018400     MOVE ARCHIVE-LOG-RECORD TO CALC-LOG-RECORD.
018500     PERFORM 2000-FOLD-IN-RECORD
018600         THRU 2000-EXIT.
018700 1100-EXIT.
018800     EXIT.
018900******************************************************************
019000* 1500-SWEEP-LOG - FOLD EVERY IN-PERIOD ACTIVE-LOG RECORD INTO
019100*                  THE TABLE.
019200******************************************************************
019300 1500-SWEEP-LOG.
019400     MOVE "N" TO WS-LOG-EOF-SWITCH.
019500     OPEN INPUT CALC-LOG-FILE.
019600     IF NOT WS-LOG-FILE-OK
019700         DISPLAY "CALCLOG UNAVAILABLE, STATUS "
019800             WS-LOG-FILE-STATUS
019900         GO TO 1500-EXIT
020000     END-IF.
020100     PERFORM 1600-READ-ONE-LOG-ROW
020200         THRU 1600-EXIT
020300         UNTIL WS-END-OF-LOG.
020400     CLOSE CALC-LOG-FILE.
020500 1500-EXIT.
020600     EXIT.
020700******************************************************************
020800* 1600-READ-ONE-LOG-ROW - NEXT ACTIVE-LOG RECORD INTO THE TABLE.
020900******************************************************************
021000 1600-READ-ONE-LOG-ROW.
021100     READ CALC-LOG-FILE NEXT RECORD
021200         AT END
021300             SET WS-END-OF-LOG TO TRUE
021400     END-READ.
021500     IF WS-END-OF-LOG
021600         GO TO 1600-EXIT
021700     END-IF.
021800     PERFORM 2000-FOLD-IN-RECORD
021900         THRU 2000-EXIT.
022000 1600-EXIT.
022100     EXIT.
022200******************************************************************
022300* 2000-FOLD-IN-RECORD - THE RECORD IN CALC-LOG-RECORD IS ADDED
022400*                  TO ITS JURISDICTION/CODE ENTRY IF IT IS A
022500*                  SUCCESSFUL CALCULATION INSIDE THE PERIOD. AN
022600*                  EXEMPT CODE FEEDS THE EXEMPT BASE; EVERY OTHER
022700*                  CODE THE TAXABLE BASE AND THE TAX.
022800******************************************************************
022900 2000-FOLD-IN-RECORD.
023000     ADD 1 TO WS-READ-COUNT.
023100     IF NOT CL-STATUS-OK OF CALC-LOG-RECORD
023200         GO TO 2000-EXIT
023300     END-IF.
023400     IF CL-LOG-DATE OF CALC-LOG-RECORD < WS-FROM-DATE
023500         OR CL-LOG-DATE OF CALC-LOG-RECORD > WS-TO-DATE
023600         GO TO 2000-EXIT
023700     END-IF.
023800     IF CL-TAX-CODE OF CALC-LOG-RECORD = SPACES
023900         MOVE "NONE" TO WS-WORK-JURISDICTION
024000         MOVE SPACES TO WS-WORK-TAX-CODE
024100     ELSE
024200         MOVE CL-TAX-JURISDICTION OF CALC-LOG-RECORD
024300             TO WS-WORK-JURISDICTION
024400         MOVE CL-TAX-CODE OF CALC-LOG-RECORD
024500             TO WS-WORK-TAX-CODE
024600     END-IF.
024700     PERFORM 2100-FIND-TABLE-ENTRY
024800         THRU 2100-EXIT.
024900     IF NOT WS-ENTRY-FOUND
025000         ADD 1 TO WS-OVERFLOW-COUNT
025100         GO TO 2000-EXIT
025200     END-IF.
025300     ADD 1 TO TT-ITEM-COUNT (TX-IDX).
025400     IF WS-WORK-TAX-CODE = "EXMT" OR WS-WORK-TAX-CODE = SPACES
025500         ADD CL-RESULT OF CALC-LOG-RECORD
025600             TO TT-EXEMPT-BASE (TX-IDX)
025700     ELSE
025800         ADD CL-RESULT OF CALC-LOG-RECORD
025900             TO TT-TAXABLE-BASE (TX-IDX)
026000         ADD CL-TAX-AMOUNT OF CALC-LOG-RECORD
026100             TO TT-TAX-AMOUNT (TX-IDX)
026200     END-IF.
026300 2000-EXIT.
026400     EXIT.
026500******************************************************************
026600* 2100-FIND-TABLE-ENTRY - LOCATE THE JURISDICTION/CODE IN THE
026700*                  TABLE, ADDING IT IF THERE IS ROOM. LEAVES
026800*                  TX-IDX ON THE ENTRY WHEN ONE IS FOUND.
026900******************************************************************
027000 2100-FIND-TABLE-ENTRY.
027100     MOVE "N" TO WS-FOUND-SWITCH.
027200     SET TX-IDX TO 1.
027300     PERFORM 2150-SCAN-ONE-ENTRY
027400         THRU 2150-EXIT
027500         UNTIL WS-ENTRY-FOUND OR TX-IDX > WS-TAX-COUNT.
027600     IF NOT WS-ENTRY-FOUND AND WS-TAX-COUNT < 100
027700         ADD 1 TO WS-TAX-COUNT
027800         SET TX-IDX TO WS-TAX-COUNT
027900         MOVE WS-WORK-JURISDICTION TO TT-JURISDICTION (TX-IDX)
028000         MOVE WS-WORK-TAX-CODE     TO TT-TAX-CODE (TX-IDX)
028100         MOVE ZERO TO TT-ITEM-COUNT (TX-IDX)
028200         MOVE ZERO TO TT-TAXABLE-BASE (TX-IDX)
028300         MOVE ZERO TO TT-EXEMPT-BASE (TX-IDX)
028400         MOVE ZERO TO TT-TAX-AMOUNT (TX-IDX)
028500         SET WS-ENTRY-FOUND TO TRUE
028600     END-IF.
028700 2100-EXIT.
028800     EXIT.
028900******************************************************************
029000* 2150-SCAN-ONE-ENTRY - ONE TABLE ENTRY AT A TIME.
029100******************************************************************
029200 2150-SCAN-ONE-ENTRY.
029300     IF TT-JURISDICTION (TX-IDX) = WS-WORK-JURISDICTION
029400         AND TT-TAX-CODE (TX-IDX) = WS-WORK-TAX-CODE
029500         SET WS-ENTRY-FOUND TO TRUE
029600     ELSE
029700         SET TX-IDX UP BY 1
029800     END-IF.
029900 2150-EXIT.
030000     EXIT.
030100******************************************************************
030200* 3000-SORT-TABLE - PUT THE TABLE IN JURISDICTION/CODE ORDER
030300*                  FOR THE SUBTOTAL BREAKS - A PLAIN EXCHANGE
030400*                  SORT, THE TABLE IS NEVER MORE THAN A HUNDRED
030500*                  ENTRIES.
030600******************************************************************
030700 3000-SORT-TABLE.
030800     MOVE "N" TO WS-SORT-DONE-SWITCH.
030900     PERFORM 3100-ONE-SORT-PASS
031000         THRU 3100-EXIT
031100         UNTIL WS-SORT-DONE.
031200 3000-EXIT.
031300     EXIT.
031400******************************************************************
031500* 3100-ONE-SORT-PASS - ONE PASS OF NEIGHBOUR EXCHANGES; THE SORT
031600*                  IS DONE WHEN A PASS MAKES NO EXCHANGE.
031700******************************************************************
031800 3100-ONE-SORT-PASS.
031900     SET WS-SORT-DONE TO TRUE.
032000     PERFORM 3150-COMPARE-NEIGHBOURS
032100         THRU 3150-EXIT
032200         VARYING WS-SORT-IDX FROM 1 BY 1
032300         UNTIL WS-SORT-IDX >= WS-TAX-COUNT.
032400 3100-EXIT.
032500     EXIT.
032600******************************************************************
032700* 3150-COMPARE-NEIGHBOURS - EXCHANGE AN OUT-OF-ORDER PAIR.
032800******************************************************************
032900 3150-COMPARE-NEIGHBOURS.
033000     IF WS-TAX-ENTRY (WS-SORT-IDX)(1:8)
033100         > WS-TAX-ENTRY (WS-SORT-IDX + 1)(1:8)
033200         MOVE WS-TAX-ENTRY (WS-SORT-IDX) TO WS-SWAP-ENTRY
033300         MOVE WS-TAX-ENTRY (WS-SORT-IDX + 1)
033400             TO WS-TAX-ENTRY (WS-SORT-IDX)
033500         MOVE WS-SWAP-ENTRY TO WS-TAX-ENTRY (WS-SORT-IDX + 1)
033600         MOVE "N" TO WS-SORT-DONE-SWITCH
033700     END-IF.
033800 3150-EXIT.
033900     EXIT.
034000******************************************************************
034100* 4000-PRINT-REPORT - HEADINGS, ONE LINE PER JURISDICTION/CODE,
034200*                  A SUBTOTAL AT EACH CHANGE OF JURISDICTION AND
034300*                  THE GRAND TOTAL, THEN KEEP THE REPORT.
034400******************************************************************
034500 4000-PRINT-REPORT.
034600     OPEN OUTPUT TAX-RPT-FILE.
034700     MOVE WS-HEADER-LINE TO TAX-RPT-LINE.
034800     WRITE TAX-RPT-LINE.
034900     MOVE WS-FROM-DATE   TO PL-FROM-DATE.
035000     MOVE WS-TO-DATE     TO PL-TO-DATE.
035100     MOVE WS-TODAYS-DATE TO PL-RUN-DATE.
035200     WRITE TAX-RPT-LINE FROM WS-PERIOD-LINE.
035300     MOVE SPACES TO TAX-RPT-LINE.
035400     WRITE TAX-RPT-LINE.
035500     WRITE TAX-RPT-LINE FROM WS-COLUMN-LINE.
035600     MOVE ALL "-" TO TAX-RPT-LINE.
035700     WRITE TAX-RPT-LINE.
035800     MOVE SPACES TO WS-PRIOR-JURISDICTION.
035900     INITIALIZE WS-JUR-TOTALS WS-GRAND-TOTALS.
036000     PERFORM 4100-PRINT-ONE-ENTRY
036100         THRU 4100-EXIT
036200         VARYING TX-IDX FROM 1 BY 1
036300         UNTIL TX-IDX > WS-TAX-COUNT.
036400     IF WS-TAX-COUNT > ZERO
036500         PERFORM 4200-PRINT-JURISDICTION-TOTAL
036600             THRU 4200-EXIT
036700     END-IF.
036800     MOVE ALL "=" TO TAX-RPT-LINE.
036900     WRITE TAX-RPT-LINE.
037000     MOVE "ALL " TO TD-JURISDICTION.
037100     MOVE "    " TO TD-TAX-CODE.
037200     MOVE WS-GRAND-COUNT   TO TD-ITEM-COUNT.
037300     MOVE WS-GRAND-TAXABLE TO TD-TAXABLE-BASE.
037400     MOVE WS-GRAND-EXEMPT  TO TD-EXEMPT-BASE.
037500     MOVE WS-GRAND-TAX     TO TD-TAX-AMOUNT.
037600     WRITE TAX-RPT-LINE FROM WS-DETAIL-LINE.
037700     CLOSE TAX-RPT-FILE.
037800     MOVE "TAXLIAB " TO WS-RPT-KEEP-NAME.
037900     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-TODAYS-DATE.
038000 4000-EXIT.
038100     EXIT.
038200******************************************************************
038300* 4100-PRINT-ONE-ENTRY - ONE DETAIL LINE, BREAKING FOR A
038400*                  SUBTOTAL WHEN THE JURISDICTION CHANGES.
038500******************************************************************
038600 4100-PRINT-ONE-ENTRY.
038700     IF TT-JURISDICTION (TX-IDX) NOT = WS-PRIOR-JURISDICTION
038800         AND TX-IDX > 1
038900         PERFORM 4200-PRINT-JURISDICTION-TOTAL
039000             THRU 4200-EXIT
039100     END-IF.
039200     MOVE TT-JURISDICTION (TX-IDX) TO WS-PRIOR-JURISDICTION.
039300     MOVE TT-JURISDICTION (TX-IDX) TO TD-JURISDICTION.
039400     MOVE TT-TAX-CODE (TX-IDX)     TO TD-TAX-CODE.
039500     MOVE TT-ITEM-COUNT (TX-IDX)   TO TD-ITEM-COUNT.
039600     MOVE TT-TAXABLE-BASE (TX-IDX) TO TD-TAXABLE-BASE.
039700     MOVE TT-EXEMPT-BASE (TX-IDX)  TO TD-EXEMPT-BASE.
039800     MOVE TT-TAX-AMOUNT (TX-IDX)   TO TD-TAX-AMOUNT.
039900     WRITE TAX-RPT-LINE FROM WS-DETAIL-LINE.
040000     ADD TT-ITEM-COUNT (TX-IDX)   TO WS-JUR-COUNT.
040100     ADD TT-TAXABLE-BASE (TX-IDX) TO WS-JUR-TAXABLE.
040200     ADD TT-EXEMPT-BASE (TX-IDX)  TO WS-JUR-EXEMPT.
040300     ADD TT-TAX-AMOUNT (TX-IDX)   TO WS-JUR-TAX.
040400 4100-EXIT.
040500     EXIT.
040600******************************************************************
040700* 4200-PRINT-JURISDICTION-TOTAL - SUBTOTAL FOR THE JURISDICTION
040800*                  JUST FINISHED, ROLLED INTO THE GRAND TOTAL.
040900******************************************************************
041000 4200-PRINT-JURISDICTION-TOTAL.
041100     MOVE WS-PRIOR-JURISDICTION TO TD-JURISDICTION.
041200     MOVE "TOT*" TO TD-TAX-CODE.
041300     MOVE WS-JUR-COUNT   TO TD-ITEM-COUNT.
041400     MOVE WS-JUR-TAXABLE TO TD-TAXABLE-BASE.
041500     MOVE WS-JUR-EXEMPT  TO TD-EXEMPT-BASE.
041600     MOVE WS-JUR-TAX     TO TD-TAX-AMOUNT.
041700     WRITE TAX-RPT-LINE FROM WS-DETAIL-LINE.
041800     MOVE SPACES TO TAX-RPT-LINE.
041900     WRITE TAX-RPT-LINE.
042000     ADD WS-JUR-COUNT   TO WS-GRAND-COUNT.
042100     ADD WS-JUR-TAXABLE TO WS-GRAND-TAXABLE.
042200     ADD WS-JUR-EXEMPT  TO WS-GRAND-EXEMPT.
042300     ADD WS-JUR-TAX     TO WS-GRAND-TAX.
042400     INITIALIZE WS-JUR-TOTALS.
042500 4200-EXIT.
042600     EXIT.
042700******************************************************************
042800* 9999-EXIT - COMMON PROGRAM EXIT POINT.
042900******************************************************************
043000 9999-EXIT.
043100     GOBACK.
043200 END PROGRAM TaxLiabilityReport.
