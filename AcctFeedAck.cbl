000100******************************************************************
000200* PROGRAM-ID: ACCTFEEDACK
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     MATCHES THE ACKNOWLEDGMENT BILLING RETURNS FOR EACH
000800*              CUSTOMER MASTER FEED GENERATION (ACCTFACK) AGAINST
000900*              THE ACCTFREG REGISTER ACCTFEEDEXTRACT APPENDS TO. A
001000*              GENERATION BILLING SAYS IT LOADED, WITH THE SAME
001100*              DETAIL COUNT WE SENT, IS MARKED LOADED; A REJECTED
001200*              ONE, OR ONE LOADED SHORT, IS MARKED REJECTED WITH
001300*              ITS REASON. THE REPORT (ACCTFAKR) LISTS WHAT WAS
001400*              MATCHED AND EVERY GENERATION STILL NOT LOADED, AND
001500*              ENDS WITH THE STATE OF THE LATEST GENERATION - RC 4
001600*              WHEN BILLING DOES NOT YET HOLD IT, SO THE JOB
001700*              NETWORK CAN HOLD THE NIGHT'S CALCBILL EXTRACT
001800*              BEHIND THIS STEP. LIKE BILLACKMATCH, A RESOLVED
001900*              GENERATION IS RETIRED FROM THE REGISTER ONCE
002000*              REPORTED - EXCEPT THE LATEST, WHICH IS ALWAYS KEPT.
002100* TECTONICS:   cobc
002200*
002300* MODIFICATION HISTORY
002400*   2026-10-15 DO  INITIAL VERSION.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. AcctFeedAck.
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT FEED-REGISTER-FILE ASSIGN TO "ACCTFREG"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-FREG-FILE-STATUS.
003400     SELECT FEED-ACK-FILE ASSIGN TO "ACCTFACK"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-ACK-FILE-STATUS.
003700     SELECT FEED-ACK-RPT-FILE ASSIGN TO "ACCTFAKR"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-RPT-FILE-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  FEED-REGISTER-FILE
004300     RECORDING MODE IS F.
004400     COPY ACCTFREG.
004500 FD  FEED-ACK-FILE
004600     RECORDING MODE IS F.
004700 01  FEED-ACK-RECORD.
004800     05  FK-FEED-GEN                 PIC 9(04).
004900     05  FK-ACK-STATUS               PIC X(01).
005000         88  FK-LOADED               VALUE "L".
005100         88  FK-REJECTED             VALUE "R".
005200     05  FK-REASON-CODE              PIC X(04).
005300     05  FK-ACK-DATE                 PIC 9(08).
005400     05  FK-LOADED-COUNT             PIC 9(06).
005500 FD  FEED-ACK-RPT-FILE
005600     RECORDING MODE IS F.
005700 01  FEED-ACK-RPT-LINE               PIC X(80).
005800 WORKING-STORAGE SECTION.
005900 01  WS-FREG-FILE-STATUS             PIC X(02).
006000     88  WS-FREG-FILE-OK             VALUE "00".
006100 01  WS-ACK-FILE-STATUS              PIC X(02).
006200     88  WS-ACK-FILE-OK              VALUE "00".
006300 01  WS-RPT-FILE-STATUS              PIC X(02).
006400     88  WS-RPT-FILE-OK              VALUE "00".
006500 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
006600     88  WS-END-OF-FILE              VALUE "Y".
006700 01  WS-MATCH-FOUND-SWITCH           PIC X(01) VALUE "N".
006800     88  WS-MATCH-FOUND              VALUE "Y".
006900 01  WS-REGISTER-TABLE.
007000     05  WS-REGISTER-ENTRY OCCURS 1000 TIMES INDEXED BY RG-IDX.
007100         10  RG-FEED-GEN             PIC 9(04).
007200         10  RG-FEED-DATE            PIC 9(08).
007300         10  RG-FEED-TYPE            PIC X(01).
007400         10  RG-DETAIL-COUNT         PIC 9(06).
007500         10  RG-ACK-STATUS           PIC X(01).
007600             88  RG-SENT             VALUE "S".
007700             88  RG-LOADED           VALUE "L".
007800             88  RG-REJECTED         VALUE "R".
007900         10  RG-ACK-DATE             PIC 9(08).
008000         10  RG-REASON-CODE          PIC X(04).
008100         10  RG-MATCHED-SWITCH       PIC X(01).
008200             88  RG-MATCHED-THIS-RUN VALUE "Y".
008300 01  WS-REGISTER-COUNT               PIC 9(04) COMP VALUE ZERO.
008400 01  WS-OVERFLOW-COUNT               PIC 9(06) COMP VALUE ZERO.
008500 01  WS-LATEST-GEN                   PIC 9(04) VALUE ZERO.
008600 01  WS-LATEST-SWITCH                PIC X(01) VALUE "N".
008700     88  WS-LATEST-LOADED            VALUE "Y".
008800 01  WS-LOADED-COUNT                 PIC 9(06) COMP VALUE ZERO.
008900 01  WS-REJECTED-COUNT               PIC 9(06) COMP VALUE ZERO.
009000 01  WS-SHORT-COUNT                  PIC 9(06) COMP VALUE ZERO.
009100 01  WS-UNKNOWN-GEN-COUNT            PIC 9(06) COMP VALUE ZERO.
009200 01  WS-OUTSTANDING-COUNT            PIC 9(06) COMP VALUE ZERO.
009300 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
009400 01  WS-LIB-FUNCTION                 PIC X(06).
009500 01  WS-LIB-RETURN-CODE              PIC 9(02).
009600 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "FEEDACK".
009700 01  WS-LIB-MSG-VALUE                PIC X(40).
009800 01  WS-LIB-MSG-TEXT                 PIC X(60).
009900 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
010000 01  WS-HEADER-LINE                  PIC X(80) VALUE
010100     "CUSTOMER MASTER FEED - BILLING ACKNOWLEDGMENT MATCH".
010200 01  WS-COLUMN-LINE                  PIC X(80) VALUE
010300     "GEN  FEED DATE TYPE DETAILS  RESULT".
010400 01  WS-MATCH-DETAIL.
010500     05  MD-FEED-GEN                 PIC 9(04).
010600     05  FILLER                      PIC X(01) VALUE SPACE.
010700     05  MD-FEED-DATE                PIC 9(08).
010800     05  FILLER                      PIC X(02) VALUE SPACES.
010900     05  MD-FEED-TYPE                PIC X(05).
011000     05  MD-DETAIL-COUNT             PIC ZZZ,ZZ9.
011100     05  FILLER                      PIC X(02) VALUE SPACES.
011200     05  MD-NOTE                     PIC X(51).
011300 01  WS-TOTAL-LINE.
011400     05  TL-LABEL                    PIC X(30).
011500     05  TL-COUNT                    PIC ZZZ,ZZ9.
011600     05  FILLER                      PIC X(43) VALUE SPACES.
011700 PROCEDURE DIVISION.
011800******************************************************************
011900* 0000-MAINLINE - LOAD THE REGISTER, MATCH WHAT BILLING SENT BACK,
012000*                 REPORT, AND WRITE THE REGISTER BACK.
012100******************************************************************
012200 0000-MAINLINE.
012300     MOVE "DATSTM" TO WS-LIB-FUNCTION.
012400     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
012500         WS-TODAYS-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
012600         WS-LIB-MSG-TEXT.
012700     PERFORM 1000-LOAD-FEED-REGISTER
012800         THRU 1000-EXIT.
012900     OPEN OUTPUT FEED-ACK-RPT-FILE.
013000     MOVE WS-HEADER-LINE TO FEED-ACK-RPT-LINE.
013100     WRITE FEED-ACK-RPT-LINE.
013200     MOVE "MATCHED THIS RUN" TO FEED-ACK-RPT-LINE.
013300     WRITE FEED-ACK-RPT-LINE.
013400     WRITE FEED-ACK-RPT-LINE FROM WS-COLUMN-LINE.
013500     PERFORM 2000-MATCH-ACK-FILE
013600         THRU 2000-EXIT.
013700     PERFORM 3000-REPORT-OUTSTANDING
013800         THRU 3000-EXIT.
013900     CLOSE FEED-ACK-RPT-FILE.
014000     PERFORM 4000-REWRITE-FEED-REGISTER
014100         THRU 4000-EXIT.
014200     MOVE "ACCTFAKR" TO WS-RPT-KEEP-NAME.
014300     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-TODAYS-DATE.
014400     IF WS-LATEST-LOADED OR WS-LATEST-GEN = ZERO
014500         MOVE ZERO TO RETURN-CODE
014600     ELSE
014700         MOVE 4 TO RETURN-CODE
014800     END-IF.
014900     GO TO 9999-EXIT.
015000******************************************************************
015100* 1000-LOAD-FEED-REGISTER - EVERY GENERATION STILL ON THE REGISTER
015200*                  INTO THE TABLE. ROWS PAST ITS CAPACITY ARE
015300*                  COUNTED, AND THE REGISTER IS THEN LEFT AS IT
015400*                  IS.
015500******************************************************************
015600 1000-LOAD-FEED-REGISTER.
015700     OPEN INPUT FEED-REGISTER-FILE.
015800     IF NOT WS-FREG-FILE-OK
015900         DISPLAY "ACCTFREG OPEN FAILED, STATUS "
016000             WS-FREG-FILE-STATUS " - NO FEED GENERATIONS ON FILE"
016100         GO TO 1000-EXIT
016200     END-IF.
016300     MOVE "N" TO WS-EOF-SWITCH.
016400     PERFORM 1100-LOAD-ONE-ROW
016500         THRU 1100-EXIT
016600         UNTIL WS-END-OF-FILE.
016700     CLOSE FEED-REGISTER-FILE.
016800 1000-EXIT.
016900     EXIT.
017000******************************************************************
017100* 1100-LOAD-ONE-ROW - ONE REGISTER ROW; THE HIGHEST GENERATION IS
017200*                  THE LATEST FEED.
017300******************************************************************
017400 1100-LOAD-ONE-ROW.
017500     READ FEED-REGISTER-FILE
017600         AT END
017700             SET WS-END-OF-FILE TO TRUE
017800             GO TO 1100-EXIT
017900     END-READ.
018000     IF WS-REGISTER-COUNT >= 1000
018100         ADD 1 TO WS-OVERFLOW-COUNT
018200         GO TO 1100-EXIT
018300     END-IF.
018400     ADD 1 TO WS-REGISTER-COUNT.
018500     SET RG-IDX TO WS-REGISTER-COUNT.
018600     MOVE FR-FEED-GEN     TO RG-FEED-GEN (RG-IDX).
018700     MOVE FR-FEED-DATE    TO RG-FEED-DATE (RG-IDX).
018800     MOVE FR-FEED-TYPE    TO RG-FEED-TYPE (RG-IDX).
018900     MOVE FR-DETAIL-COUNT TO RG-DETAIL-COUNT (RG-IDX).
019000     MOVE FR-ACK-STATUS   TO RG-ACK-STATUS (RG-IDX).
019100     MOVE FR-ACK-DATE     TO RG-ACK-DATE (RG-IDX).
019200     MOVE FR-REASON-CODE  TO RG-REASON-CODE (RG-IDX).
019300     MOVE "N" TO RG-MATCHED-SWITCH (RG-IDX).
019400     IF FR-FEED-GEN > WS-LATEST-GEN
019500         MOVE FR-FEED-GEN TO WS-LATEST-GEN
019600     END-IF.
019700 1100-EXIT.
019800     EXIT.
019900******************************************************************
020000* 2000-MATCH-ACK-FILE - EACH ACKNOWLEDGMENT AGAINST ITS
020100*                  GENERATION. NO ACKNOWLEDGMENT FILE SIMPLY MEANS
020200*                  BILLING HAS ANSWERED NOTHING SINCE THE LAST
020300*                  RUN.
020400******************************************************************
020500 2000-MATCH-ACK-FILE.
020600     OPEN INPUT FEED-ACK-FILE.
020700     IF NOT WS-ACK-FILE-OK
020800         DISPLAY "ACCTFACK NOT AVAILABLE, STATUS "
020900             WS-ACK-FILE-STATUS " - NOTHING TO MATCH"
021000         GO TO 2000-EXIT
021100     END-IF.
021200     MOVE "N" TO WS-EOF-SWITCH.
021300     PERFORM 2100-MATCH-ONE-ACK
021400         THRU 2100-EXIT
021500         UNTIL WS-END-OF-FILE.
021600     CLOSE FEED-ACK-FILE.
021700 2000-EXIT.
021800     EXIT.
021900******************************************************************
022000* 2100-MATCH-ONE-ACK - A LOAD IS ONLY TAKEN AS A LOAD WHEN BILLING
022100*                  COUNTED THE SAME NUMBER OF DETAILS WE SENT.
022200******************************************************************
022300 2100-MATCH-ONE-ACK.
022400     READ FEED-ACK-FILE
022500         AT END
022600             SET WS-END-OF-FILE TO TRUE
022700             GO TO 2100-EXIT
022800     END-READ.
022900     MOVE "N" TO WS-MATCH-FOUND-SWITCH.
023000     SET RG-IDX TO 1.
023100     PERFORM 2200-SCAN-REGISTER
023200         THRU 2200-EXIT
023300         UNTIL WS-MATCH-FOUND OR RG-IDX > WS-REGISTER-COUNT.
023400     IF NOT WS-MATCH-FOUND
023500         ADD 1 TO WS-UNKNOWN-GEN-COUNT
023600         MOVE SPACES TO WS-MATCH-DETAIL
023700         MOVE FK-FEED-GEN TO MD-FEED-GEN
023800         MOVE ZERO TO MD-FEED-DATE
023900                      MD-DETAIL-COUNT
024000         MOVE "NOT ON ACCTFREG - ACKNOWLEDGMENT IGNORED"
024100             TO MD-NOTE
024200         WRITE FEED-ACK-RPT-LINE FROM WS-MATCH-DETAIL
024300         GO TO 2100-EXIT
024400     END-IF.
024500     MOVE FK-ACK-DATE TO RG-ACK-DATE (RG-IDX).
024600     SET RG-MATCHED-THIS-RUN (RG-IDX) TO TRUE.
024700     EVALUATE TRUE
024800         WHEN FK-LOADED
024900             AND FK-LOADED-COUNT = RG-DETAIL-COUNT (RG-IDX)
025000             SET RG-LOADED (RG-IDX) TO TRUE
025100             MOVE SPACES TO RG-REASON-CODE (RG-IDX)
025200             ADD 1 TO WS-LOADED-COUNT
025300         WHEN FK-LOADED
025400             SET RG-REJECTED (RG-IDX) TO TRUE
025500             MOVE "CNT " TO RG-REASON-CODE (RG-IDX)
025600             ADD 1 TO WS-SHORT-COUNT
025700         WHEN OTHER
025800             SET RG-REJECTED (RG-IDX) TO TRUE
025900             MOVE FK-REASON-CODE TO RG-REASON-CODE (RG-IDX)
026000             ADD 1 TO WS-REJECTED-COUNT
026100     END-EVALUATE.
026200     PERFORM 3500-FORMAT-DETAIL-LINE
026300         THRU 3500-EXIT.
026400     WRITE FEED-ACK-RPT-LINE FROM WS-MATCH-DETAIL.
026500 2100-EXIT.
026600     EXIT.
026700******************************************************************
026800* 2200-SCAN-REGISTER - ONE REGISTER ENTRY AT A TIME.
026900******************************************************************
027000 2200-SCAN-REGISTER.
027100     IF RG-FEED-GEN (RG-IDX) = FK-FEED-GEN
027200         SET WS-MATCH-FOUND TO TRUE
027300     ELSE
027400         SET RG-IDX UP BY 1
027500     END-IF.
027600 2200-EXIT.
027700     EXIT.
027800******************************************************************
027900* 3000-REPORT-OUTSTANDING - EVERY GENERATION BILLING HAS NOT
028000*                  LOADED, THE TOTALS, AND THE LATEST GENERATION'S
028100*                  STANDING.
028200******************************************************************
028300 3000-REPORT-OUTSTANDING.
028400     MOVE SPACES TO FEED-ACK-RPT-LINE.
028500     WRITE FEED-ACK-RPT-LINE.
028600     MOVE "NOT LOADED BY BILLING" TO FEED-ACK-RPT-LINE.
028700     WRITE FEED-ACK-RPT-LINE.
028800     WRITE FEED-ACK-RPT-LINE FROM WS-COLUMN-LINE.
028900     PERFORM 3100-REPORT-ONE-OUTSTANDING
029000         THRU 3100-EXIT
029100         VARYING RG-IDX FROM 1 BY 1
029200         UNTIL RG-IDX > WS-REGISTER-COUNT.
029300     MOVE SPACES TO FEED-ACK-RPT-LINE.
029400     WRITE FEED-ACK-RPT-LINE.
029500     MOVE "LOADED BY BILLING:" TO TL-LABEL.
029600     MOVE WS-LOADED-COUNT TO TL-COUNT.
029700     WRITE FEED-ACK-RPT-LINE FROM WS-TOTAL-LINE.
029800     MOVE "REJECTED BY BILLING:" TO TL-LABEL.
029900     MOVE WS-REJECTED-COUNT TO TL-COUNT.
030000     WRITE FEED-ACK-RPT-LINE FROM WS-TOTAL-LINE.
030100     MOVE "LOADED WITH A SHORT COUNT:" TO TL-LABEL.
030200     MOVE WS-SHORT-COUNT TO TL-COUNT.
030300     WRITE FEED-ACK-RPT-LINE FROM WS-TOTAL-LINE.
030400     MOVE "ACKS FOR UNKNOWN GENERATIONS:" TO TL-LABEL.
030500     MOVE WS-UNKNOWN-GEN-COUNT TO TL-COUNT.
030600     WRITE FEED-ACK-RPT-LINE FROM WS-TOTAL-LINE.
030700     MOVE "GENERATIONS NOT YET LOADED:" TO TL-LABEL.
030800     MOVE WS-OUTSTANDING-COUNT TO TL-COUNT.
030900     WRITE FEED-ACK-RPT-LINE FROM WS-TOTAL-LINE.
031000     MOVE SPACES TO FEED-ACK-RPT-LINE.
031100     EVALUATE TRUE
031200         WHEN WS-LATEST-GEN = ZERO
031300             MOVE "NO CUSTOMER FEED HAS BEEN SENT"
031400                 TO FEED-ACK-RPT-LINE
031500         WHEN WS-LATEST-LOADED
031600             STRING "LATEST FEED GENERATION " DELIMITED BY SIZE
031700                 WS-LATEST-GEN DELIMITED BY SIZE
031800                 " IS LOADED BY BILLING" DELIMITED BY SIZE
031900                 INTO FEED-ACK-RPT-LINE
032000         WHEN OTHER
032100             STRING "LATEST FEED GENERATION " DELIMITED BY SIZE
032200                 WS-LATEST-GEN DELIMITED BY SIZE
032300                 " IS NOT LOADED - HOLD CALCBILL"
032400                     DELIMITED BY SIZE
032500                 INTO FEED-ACK-RPT-LINE
032600     END-EVALUATE.
032700     WRITE FEED-ACK-RPT-LINE.
032800     DISPLAY FEED-ACK-RPT-LINE.
032900     IF WS-OVERFLOW-COUNT > ZERO
033000         DISPLAY WS-OVERFLOW-COUNT " ACCTFREG ROWS BEYOND THE "
033100             "MATCH TABLE - NOT MATCHED THIS RUN"
033200     END-IF.
033300 3000-EXIT.
033400     EXIT.
033500******************************************************************
033600* 3100-REPORT-ONE-OUTSTANDING - A GENERATION STILL SENT, OR ONE
033700*                  REJECTED. A REJECTED DELTA LEAVES BILLING
033800*                  MISSING ITS CHANGES UNTIL A FULL REFRESH LOADS.
033900******************************************************************
034000 3100-REPORT-ONE-OUTSTANDING.
034100     IF RG-FEED-GEN (RG-IDX) = WS-LATEST-GEN
034200         AND RG-LOADED (RG-IDX)
034300         SET WS-LATEST-LOADED TO TRUE
034400     END-IF.
034500     IF RG-LOADED (RG-IDX)
034600         GO TO 3100-EXIT
034700     END-IF.
034800     ADD 1 TO WS-OUTSTANDING-COUNT.
034900     PERFORM 3500-FORMAT-DETAIL-LINE
035000         THRU 3500-EXIT.
035100     WRITE FEED-ACK-RPT-LINE FROM WS-MATCH-DETAIL.
035200 3100-EXIT.
035300     EXIT.
035400******************************************************************
035500* 3500-FORMAT-DETAIL-LINE - ONE GENERATION AND ITS STANDING.
035600******************************************************************
035700 3500-FORMAT-DETAIL-LINE.
035800     MOVE SPACES TO WS-MATCH-DETAIL.
035900     MOVE RG-FEED-GEN (RG-IDX)     TO MD-FEED-GEN.
036000     MOVE RG-FEED-DATE (RG-IDX)    TO MD-FEED-DATE.
036100     IF RG-FEED-TYPE (RG-IDX) = "F"
036200         MOVE "FULL" TO MD-FEED-TYPE
036300     ELSE
036400         MOVE "DELTA" TO MD-FEED-TYPE
036500     END-IF.
036600     MOVE RG-DETAIL-COUNT (RG-IDX) TO MD-DETAIL-COUNT.
036700     EVALUATE TRUE
036800         WHEN RG-LOADED (RG-IDX)
036900             STRING "LOADED " DELIMITED BY SIZE
037000                 RG-ACK-DATE (RG-IDX) DELIMITED BY SIZE
037100                 INTO MD-NOTE
037200         WHEN RG-REJECTED (RG-IDX)
037300             AND RG-REASON-CODE (RG-IDX) = "CNT "
037400             STRING "LOADED SHORT " DELIMITED BY SIZE
037500                 RG-ACK-DATE (RG-IDX) DELIMITED BY SIZE
037600                 " - SEND A FULL REFRESH" DELIMITED BY SIZE
037700                 INTO MD-NOTE
037800         WHEN RG-REJECTED (RG-IDX)
037900             STRING "REJECTED " DELIMITED BY SIZE
038000                 RG-REASON-CODE (RG-IDX) DELIMITED BY SIZE
038100                 " - SEND A FULL REFRESH" DELIMITED BY SIZE
038200                 INTO MD-NOTE
038300         WHEN OTHER
038400             MOVE "SENT - AWAITING BILLING" TO MD-NOTE
038500     END-EVALUATE.
038600 3500-EXIT.
038700     EXIT.
038800******************************************************************
038900* 4000-REWRITE-FEED-REGISTER - A GENERATION RESOLVED AND REPORTED
039000*                  IS RETIRED; THE LATEST IS KEPT WHATEVER ITS
039100*                  STATE SO THE NEXT RUN - AND THE BILLING EXTRACT
039200*                  - CAN STILL TELL WHETHER BILLING HOLDS IT.
039300******************************************************************
039400 4000-REWRITE-FEED-REGISTER.
039500     IF WS-REGISTER-COUNT = ZERO
039600         GO TO 4000-EXIT
039700     END-IF.
039800     IF WS-OVERFLOW-COUNT > ZERO
039900         DISPLAY "ACCTFREG LEFT UNCHANGED - REGISTER EXCEEDS "
040000             "THE MATCH TABLE, STATUSES NOT SAVED THIS RUN"
040100         GO TO 4000-EXIT
040200     END-IF.
040300     OPEN OUTPUT FEED-REGISTER-FILE.
040400     PERFORM 4100-WRITE-ONE-ROW
040500         THRU 4100-EXIT
040600         VARYING RG-IDX FROM 1 BY 1
040700         UNTIL RG-IDX > WS-REGISTER-COUNT.
040800     CLOSE FEED-REGISTER-FILE.
040900 4000-EXIT.
041000     EXIT.
041100******************************************************************
041200* 4100-WRITE-ONE-ROW - ONE ROW BACK TO THE REGISTER.
041300******************************************************************
041400 4100-WRITE-ONE-ROW.
041500     IF RG-FEED-GEN (RG-IDX) NOT = WS-LATEST-GEN
041600         IF RG-LOADED (RG-IDX) OR RG-REJECTED (RG-IDX)
041700             GO TO 4100-EXIT
041800         END-IF
041900     END-IF.
042000     MOVE RG-FEED-GEN (RG-IDX)     TO FR-FEED-GEN.
042100     MOVE RG-FEED-DATE (RG-IDX)    TO FR-FEED-DATE.
042200     MOVE RG-FEED-TYPE (RG-IDX)    TO FR-FEED-TYPE.
042300     MOVE RG-DETAIL-COUNT (RG-IDX) TO FR-DETAIL-COUNT.
042400     MOVE RG-ACK-STATUS (RG-IDX)   TO FR-ACK-STATUS.
042500     MOVE RG-ACK-DATE (RG-IDX)     TO FR-ACK-DATE.
042600     MOVE RG-REASON-CODE (RG-IDX)  TO FR-REASON-CODE.
042700     WRITE FEED-REGISTER-RECORD.
042800 4100-EXIT.
042900     EXIT.
043000******************************************************************
043100* 9999-EXIT - COMMON PROGRAM EXIT POINT.
043200******************************************************************
043300 9999-EXIT.
043400     GOBACK.
043500 END PROGRAM AcctFeedAck.
