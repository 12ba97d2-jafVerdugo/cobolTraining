000100******************************************************************
000200* PROGRAM-ID: REPORTBURST
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     END-OF-DAY REPORT BURSTING. RUNS AFTER THE NIGHT'S
000800*              REPORTS HAVE BEEN KEPT AND CATALOGED BY REPORTKEEP.
000900*              FOR EVERY RPTCATLG ROW OF THE BUSINESS DATE THAT
001000*              HAS ACTIVE RECIPIENTS ON DISTMSTR, THE KEPT
001100*              GENERATION IS SPLIT INTO ONE OUTPUT FILE PER
001200*              RECIPIENT (NAMED RECIPIENT ID + REPORT NAME), EACH
001300*              OPENED BY A COVER BANNER. EVERY RECIPIENT GETS THE
001400*              REPORT HEADING - THE LINES UP TO THE FIRST RULE
001500*              LINE. A REPORT CUT AT KEY COLUMNS IS SPLIT INTO
001600*              SECTIONS: A BODY LINE WITH SOMETHING IN THE KEY
001700*              COLUMNS STARTS A SECTION AND THE LINES UNDER IT
001800*              BELONG TO IT. A RECIPIENT WITH ACCESS TO SELECTED
001900*              SECTIONS GETS ONLY ITS OWN; ONE WITH ACCESS TO ALL
002000*              GETS THE WHOLE BODY AND THE TOTALS AFTER THE LAST
002100*              RULE LINE. SECTIONS WITH NO LINES TODAY ARE SIMPLY
002200*              NOT THERE, AND A RECIPIENT LEFT WITH NOTHING GETS
002300*              NO FILE AT ALL. EVERY RECIPIENT'S OUTCOME IS LOGGED
002400*              ON DISTLOG.
002500* TECTONICS:   cobc
002600*
002700* MODIFICATION HISTORY
002800*   2026-10-15 DO  INITIAL VERSION.
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. ReportBurst.
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CATALOG-FILE ASSIGN TO "RPTCATLG"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-CAT-FILE-STATUS.
003800     SELECT DIST-MASTER-FILE ASSIGN TO "DISTMSTR"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS DM-DIST-KEY
004200         FILE STATUS IS WS-DIST-FILE-STATUS.
004300     SELECT GENERATION-FILE ASSIGN TO WS-GEN-NAME
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-GEN-FILE-STATUS.
004600     SELECT BURST-FILE ASSIGN TO WS-BURST-NAME
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-BURST-FILE-STATUS.
004900     SELECT DIST-LOG-FILE ASSIGN TO "DISTLOG"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-DLOG-FILE-STATUS.
005200     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-BDATE-FILE-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  CATALOG-FILE
005800     RECORDING MODE IS F.
005900 01  CATALOG-RECORD.
006000     05  RC-REPORT-NAME              PIC X(08).
006100     05  RC-BUSINESS-DATE            PIC 9(08).
006200     05  RC-RUN-TIME                 PIC 9(08).
006300     05  RC-LINE-COUNT               PIC 9(06).
006400     05  RC-GEN-NAME                 PIC X(16).
006500 FD  DIST-MASTER-FILE.
006600     COPY DISTMSTR.
006700 FD  GENERATION-FILE
006800     RECORDING MODE IS F.
006900 01  GENERATION-LINE                 PIC X(80).
007000 FD  BURST-FILE
007100     RECORDING MODE IS F.
007200 01  BURST-LINE                      PIC X(80).
007300 FD  DIST-LOG-FILE
007400     RECORDING MODE IS F.
007500     COPY DISTLOG.
007600 FD  BUS-DATE-FILE
007700     RECORDING MODE IS F.
007800     COPY BUSDATE.
007900 WORKING-STORAGE SECTION.
008000 01  WS-CAT-FILE-STATUS              PIC X(02).
008100     88  WS-CAT-FILE-OK              VALUE "00".
008200 01  WS-DIST-FILE-STATUS             PIC X(02).
008300     88  WS-DIST-FILE-OK             VALUE "00".
008400 01  WS-GEN-FILE-STATUS              PIC X(02).
008500     88  WS-GEN-FILE-OK              VALUE "00".
008600 01  WS-BURST-FILE-STATUS            PIC X(02).
008700     88  WS-BURST-FILE-OK            VALUE "00".
008800 01  WS-DLOG-FILE-STATUS             PIC X(02).
008900     88  WS-DLOG-FILE-OK             VALUE "00".
009000 01  WS-BDATE-FILE-STATUS            PIC X(02).
009100     88  WS-BDATE-FILE-OK            VALUE "00".
009200 01  WS-GEN-NAME                     PIC X(16) VALUE SPACES.
009300 01  WS-BURST-NAME.
009400     05  WS-BURST-RECIPIENT-PART     PIC X(08).
009500     05  WS-BURST-REPORT-PART        PIC X(08).
009600 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
009700 01  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
009800 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
009900 01  WS-CAT-EOF-SWITCH               PIC X(01) VALUE "N".
010000     88  WS-END-OF-CATALOG           VALUE "Y".
010100 01  WS-DIST-EOF-SWITCH              PIC X(01) VALUE "N".
010200     88  WS-END-OF-RECIPIENTS        VALUE "Y".
010300 01  WS-GEN-EOF-SWITCH               PIC X(01) VALUE "N".
010400     88  WS-END-OF-GENERATION        VALUE "Y".
010500 01  WS-GEN-MISSING-SWITCH           PIC X(01) VALUE "N".
010600     88  WS-GENERATION-MISSING       VALUE "Y".
010700 01  WS-PASS-SWITCH                  PIC X(01) VALUE "C".
010800     88  WS-COUNTING-PASS            VALUE "C".
010900     88  WS-WRITING-PASS             VALUE "W".
011000 01  WS-LINE-NUMBER                  PIC 9(06) COMP VALUE ZERO.
011100 01  WS-LINE-TOTAL                   PIC 9(06) COMP VALUE ZERO.
011200 01  WS-FIRST-RULE                   PIC 9(06) COMP VALUE ZERO.
011300 01  WS-LAST-RULE                    PIC 9(06) COMP VALUE ZERO.
011400 01  WS-LINE-KEY                     PIC X(10) VALUE SPACES.
011500 01  WS-LINE-PART-SWITCH             PIC X(01) VALUE SPACE.
011600     88  WS-LINE-IS-HEADING          VALUE "H".
011700     88  WS-LINE-IS-BODY             VALUE "B".
011800     88  WS-LINE-IS-FOOTER           VALUE "F".
011900 01  WS-SECTION-SENT-SWITCH          PIC X(01) VALUE "N".
012000     88  WS-SECTION-SENT             VALUE "Y".
012100 01  WS-LINE-SENT-SWITCH             PIC X(01) VALUE "N".
012200     88  WS-LINE-SENT                VALUE "Y".
012300 01  WS-KEY-MATCH-SWITCH             PIC X(01) VALUE "N".
012400     88  WS-KEY-MATCHED              VALUE "Y".
012500 01  WS-SECTION-IDX                  PIC 9(02) COMP VALUE ZERO.
012600 01  WS-BODY-LINES                   PIC 9(06) VALUE ZERO.
012700 01  WS-SECTIONS-SENT                PIC 9(04) VALUE ZERO.
012800 01  WS-LINES-WRITTEN                PIC 9(06) VALUE ZERO.
012900 01  WS-REPORTS-BURST                PIC 9(05) COMP VALUE ZERO.
013000 01  WS-FILES-PRODUCED               PIC 9(05) COMP VALUE ZERO.
013100 01  WS-NOTHING-TO-SEND              PIC 9(05) COMP VALUE ZERO.
013200 01  WS-MISSING-COUNT                PIC 9(05) COMP VALUE ZERO.
013300 01  WS-OPEN-FAILED-COUNT            PIC 9(05) COMP VALUE ZERO.
013400 01  WS-BANNER-LINE-1.
013500     05  FILLER                      PIC X(30) VALUE
013600         "REPORT DISTRIBUTION  REPORT: ".
013700     05  BL-REPORT-NAME              PIC X(08).
013800     05  FILLER                      PIC X(19) VALUE
013900         "   BUSINESS DATE: ".
014000     05  BL-BUSINESS-DATE            PIC 9(08).
014100     05  FILLER                      PIC X(15) VALUE SPACES.
014200 01  WS-BANNER-LINE-2.
014300     05  FILLER                      PIC X(11) VALUE
014400         "RECIPIENT: ".
014500     05  BL-RECIPIENT-ID             PIC X(08).
014600     05  FILLER                      PIC X(02) VALUE SPACES.
014700     05  BL-RECIPIENT-NAME           PIC X(30).
014800     05  FILLER                      PIC X(08) VALUE
014900         "  DEPT: ".
015000     05  BL-DEPT-CODE                PIC X(04).
015100     05  FILLER                      PIC X(17) VALUE SPACES.
015200 01  WS-BANNER-LINE-3.
015300     05  FILLER                      PIC X(08) VALUE
015400         "ACCESS: ".
015500     05  BL-ACCESS-TEXT              PIC X(17).
015600     05  FILLER                      PIC X(12) VALUE
015700         "  SECTIONS: ".
015800     05  BL-SECTION-COUNT            PIC ZZZ9.
015900     05  FILLER                      PIC X(09) VALUE
016000         "  LINES: ".
016100     05  BL-LINE-COUNT               PIC ZZZZZ9.
016200     05  FILLER                      PIC X(24) VALUE SPACES.
016300 01  WS-BANNER-LINE-4.
016400     05  FILLER                      PIC X(10) VALUE
016500         "PRODUCED: ".
016600     05  BL-PRODUCED-DATE            PIC 9(08).
016700     05  FILLER                      PIC X(01) VALUE SPACE.
016800     05  BL-PRODUCED-TIME            PIC 9(08).
016900     05  FILLER                      PIC X(53) VALUE SPACES.
017000 PROCEDURE DIVISION.
017100******************************************************************
017200* 0000-MAINLINE - BURST EVERY REPORT KEPT FOR THE BUSINESS DATE
017300*                 THAT HAS SOMEONE TO SEND IT TO.
017400******************************************************************
017500 0000-MAINLINE.
017600     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
017700     PERFORM 0500-CHECK-DATE-OVERRIDE
017800         THRU 0500-EXIT.
017900     OPEN INPUT DIST-MASTER-FILE.
018000     IF NOT WS-DIST-FILE-OK
018100         DISPLAY "NO DISTMSTR - NO REPORTS TO BURST"
018200         MOVE ZERO TO RETURN-CODE
018300         GO TO 9999-EXIT
018400     END-IF.
018500     OPEN INPUT CATALOG-FILE.
018600     IF NOT WS-CAT-FILE-OK
018700         DISPLAY "NO RPTCATLG - NO REPORTS TO BURST"
018800         CLOSE DIST-MASTER-FILE
018900         MOVE ZERO TO RETURN-CODE
019000         GO TO 9999-EXIT
019100     END-IF.
019200     OPEN EXTEND DIST-LOG-FILE.
019300     IF NOT WS-DLOG-FILE-OK
019400         OPEN OUTPUT DIST-LOG-FILE
019500     END-IF.
019600     PERFORM 1000-BURST-ONE-CATALOG-ROW
019700         THRU 1000-EXIT
019800         UNTIL WS-END-OF-CATALOG.
019900     CLOSE CATALOG-FILE
020000           DIST-MASTER-FILE
020100           DIST-LOG-FILE.
020200     DISPLAY "REPORT BURST - " WS-REPORTS-BURST " REPORTS, "
020300         WS-FILES-PRODUCED " FILES PRODUCED, "
020400         WS-NOTHING-TO-SEND " WITH NOTHING TO SEND".
020500     MOVE ZERO TO RETURN-CODE.
020600     IF WS-MISSING-COUNT > ZERO OR WS-OPEN-FAILED-COUNT > ZERO
020700         DISPLAY "GENERATIONS MISSING: " WS-MISSING-COUNT
020800             "  OUTPUT OPEN FAILURES: " WS-OPEN-FAILED-COUNT
020900         MOVE 4 TO RETURN-CODE
021000     END-IF.
021100     GO TO 9999-EXIT.
021200******************************************************************
021300* 0500-CHECK-DATE-OVERRIDE - HONOR THE BUSDATE PROCESSING-DATE
021400*                  CONTROL SO A LATE RUN BURSTS THE REPORTS KEPT
021500*                  UNDER THE NIGHT'S BUSINESS DATE.
021600******************************************************************
021700 0500-CHECK-DATE-OVERRIDE.
021800     OPEN INPUT BUS-DATE-FILE.
021900     IF NOT WS-BDATE-FILE-OK
022000         GO TO 0500-EXIT
022100     END-IF.
022200     READ BUS-DATE-FILE
022300         AT END
022400             CONTINUE
022500     END-READ.
022600     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
022700         MOVE BD-BUSINESS-DATE TO WS-TODAYS-DATE
022800     END-IF.
022900     CLOSE BUS-DATE-FILE.
023000 0500-EXIT.
023100     EXIT.
023200******************************************************************
023300* 1000-BURST-ONE-CATALOG-ROW - NEXT CATALOG ROW. ONLY THE BUSINESS
023400*                  DATE'S GENERATIONS ARE BURST; A REPORT WITH NO
023500*                  RECIPIENTS ON DISTMSTR IS PASSED OVER.
023600******************************************************************
023700 1000-BURST-ONE-CATALOG-ROW.
023800     READ CATALOG-FILE
023900         AT END
024000             SET WS-END-OF-CATALOG TO TRUE
024100             GO TO 1000-EXIT
024200     END-READ.
024300     IF RC-BUSINESS-DATE NOT = WS-TODAYS-DATE
024400         GO TO 1000-EXIT
024500     END-IF.
024600     MOVE "N" TO WS-DIST-EOF-SWITCH.
024700     MOVE RC-REPORT-NAME TO DM-REPORT-NAME.
024800     MOVE LOW-VALUES TO DM-RECIPIENT-ID.
024900     START DIST-MASTER-FILE KEY IS NOT LESS THAN DM-DIST-KEY
025000         INVALID KEY
025100             GO TO 1000-EXIT
025200     END-START.
025300     PERFORM 2000-FIND-RULE-LINES
025400         THRU 2000-EXIT.
025500     ADD 1 TO WS-REPORTS-BURST.
025600     PERFORM 3000-BURST-ONE-RECIPIENT
025700         THRU 3000-EXIT
025800         UNTIL WS-END-OF-RECIPIENTS.
025900 1000-EXIT.
026000     EXIT.
026100******************************************************************
026200* 2000-FIND-RULE-LINES - ONE PASS OVER THE GENERATION TO FIND THE
026300*                  FIRST AND LAST FULL-WIDTH RULE LINES. THE FIRST
026400*                  CLOSES THE HEADING AND THE LAST OPENS THE
026500*                  TOTALS; A REPORT WITHOUT ONE IS ALL BODY.
026600******************************************************************
026700 2000-FIND-RULE-LINES.
026800     MOVE ZERO TO WS-FIRST-RULE.
026900     MOVE ZERO TO WS-LAST-RULE.
027000     MOVE ZERO TO WS-LINE-TOTAL.
027100     MOVE "N" TO WS-GEN-MISSING-SWITCH.
027200     MOVE RC-GEN-NAME TO WS-GEN-NAME.
027300     OPEN INPUT GENERATION-FILE.
027400     IF NOT WS-GEN-FILE-OK
027500         DISPLAY "GENERATION FILE " WS-GEN-NAME
027600             " OPEN FAILED, STATUS " WS-GEN-FILE-STATUS
027700         SET WS-GENERATION-MISSING TO TRUE
027800         GO TO 2000-EXIT
027900     END-IF.
028000     MOVE "N" TO WS-GEN-EOF-SWITCH.
028100     PERFORM 2100-CHECK-ONE-LINE
028200         THRU 2100-EXIT
028300         UNTIL WS-END-OF-GENERATION.
028400     CLOSE GENERATION-FILE.
028500 2000-EXIT.
028600     EXIT.
028700******************************************************************
028800* 2100-CHECK-ONE-LINE - IS THIS LINE A RULE LINE.
028900******************************************************************
029000 2100-CHECK-ONE-LINE.
029100     READ GENERATION-FILE
029200         AT END
029300             SET WS-END-OF-GENERATION TO TRUE
029400             GO TO 2100-EXIT
029500     END-READ.
029600     ADD 1 TO WS-LINE-TOTAL.
029700     IF GENERATION-LINE = ALL "-"
029800        OR GENERATION-LINE = ALL "="
029900         IF WS-FIRST-RULE = ZERO
030000             MOVE WS-LINE-TOTAL TO WS-FIRST-RULE
030100         END-IF
030200         MOVE WS-LINE-TOTAL TO WS-LAST-RULE
030300     END-IF.
030400 2100-EXIT.
030500     EXIT.
030600******************************************************************
030700* 3000-BURST-ONE-RECIPIENT - NEXT DISTMSTR ROW OF THE REPORT. AN
030800*                  INACTIVE RECIPIENT IS PASSED OVER. A COUNTING
030900*                  PASS SIZES THE CUT; ONLY A CUT WITH BODY LINES
031000*                  IS WRITTEN.
031100******************************************************************
031200 3000-BURST-ONE-RECIPIENT.
031300     READ DIST-MASTER-FILE NEXT RECORD
031400         AT END
031500             SET WS-END-OF-RECIPIENTS TO TRUE
031600             GO TO 3000-EXIT
031700     END-READ.
031800     IF DM-REPORT-NAME NOT = RC-REPORT-NAME
031900         SET WS-END-OF-RECIPIENTS TO TRUE
032000         GO TO 3000-EXIT
032100     END-IF.
032200     IF NOT DM-STATUS-ACTIVE
032300         GO TO 3000-EXIT
032400     END-IF.
032500     MOVE ZERO TO WS-BODY-LINES.
032600     MOVE ZERO TO WS-SECTIONS-SENT.
032700     MOVE ZERO TO WS-LINES-WRITTEN.
032800     MOVE SPACES TO WS-BURST-NAME.
032900     IF WS-GENERATION-MISSING
033000         ADD 1 TO WS-MISSING-COUNT
033100         SET DN-GENERATION-MISSING TO TRUE
033200         PERFORM 8000-WRITE-LOG-RECORD
033300             THRU 8000-EXIT
033400         GO TO 3000-EXIT
033500     END-IF.
033600     SET WS-COUNTING-PASS TO TRUE.
033700     PERFORM 4000-READ-GENERATION
033800         THRU 4000-EXIT.
033900     IF WS-BODY-LINES = ZERO
034000         ADD 1 TO WS-NOTHING-TO-SEND
034100         SET DN-NOTHING-TO-SEND TO TRUE
034200         PERFORM 8000-WRITE-LOG-RECORD
034300             THRU 8000-EXIT
034400         GO TO 3000-EXIT
034500     END-IF.
034600     MOVE DM-RECIPIENT-ID TO WS-BURST-RECIPIENT-PART.
034700     MOVE DM-REPORT-NAME  TO WS-BURST-REPORT-PART.
034800     OPEN OUTPUT BURST-FILE.
034900     IF NOT WS-BURST-FILE-OK
035000         DISPLAY "BURST FILE " WS-BURST-NAME
035100             " OPEN FAILED, STATUS " WS-BURST-FILE-STATUS
035200         ADD 1 TO WS-OPEN-FAILED-COUNT
035300         GO TO 3000-EXIT
035400     END-IF.
035500     PERFORM 3100-WRITE-COVER-BANNER
035600         THRU 3100-EXIT.
035700     MOVE ZERO TO WS-SECTIONS-SENT.
035800     MOVE ZERO TO WS-BODY-LINES.
035900     SET WS-WRITING-PASS TO TRUE.
036000     PERFORM 4000-READ-GENERATION
036100         THRU 4000-EXIT.
036200     CLOSE BURST-FILE.
036300     ADD 1 TO WS-FILES-PRODUCED.
036400     SET DN-PRODUCED TO TRUE.
036500     PERFORM 8000-WRITE-LOG-RECORD
036600         THRU 8000-EXIT.
036700 3000-EXIT.
036800     EXIT.
036900******************************************************************
037000* 3100-WRITE-COVER-BANNER - WHOSE CUT THIS IS, OF WHICH REPORT,
037100*                  AND HOW MUCH OF IT THEY ARE GETTING.
037200******************************************************************
037300 3100-WRITE-COVER-BANNER.
037400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
037500     ACCEPT WS-CURRENT-TIME FROM TIME.
037600     MOVE ALL "*" TO BURST-LINE.
037700     WRITE BURST-LINE.
037800     MOVE RC-REPORT-NAME      TO BL-REPORT-NAME.
037900     MOVE RC-BUSINESS-DATE    TO BL-BUSINESS-DATE.
038000     WRITE BURST-LINE FROM WS-BANNER-LINE-1.
038100     MOVE DM-RECIPIENT-ID     TO BL-RECIPIENT-ID.
038200     MOVE DM-RECIPIENT-NAME   TO BL-RECIPIENT-NAME.
038300     MOVE DM-DEPT-CODE        TO BL-DEPT-CODE.
038400     WRITE BURST-LINE FROM WS-BANNER-LINE-2.
038500     IF DM-ACCESS-SELECTED
038600         MOVE "SELECTED SECTIONS" TO BL-ACCESS-TEXT
038700     ELSE
038800         MOVE "WHOLE REPORT"      TO BL-ACCESS-TEXT
038900     END-IF.
039000     MOVE WS-SECTIONS-SENT    TO BL-SECTION-COUNT.
039100     MOVE WS-BODY-LINES       TO BL-LINE-COUNT.
039200     WRITE BURST-LINE FROM WS-BANNER-LINE-3.
039300     MOVE WS-CURRENT-DATE     TO BL-PRODUCED-DATE.
039400     MOVE WS-CURRENT-TIME     TO BL-PRODUCED-TIME.
039500     WRITE BURST-LINE FROM WS-BANNER-LINE-4.
039600     MOVE ALL "*" TO BURST-LINE.
039700     WRITE BURST-LINE.
039800     MOVE SPACES TO BURST-LINE.
039900     WRITE BURST-LINE.
040000 3100-EXIT.
040100     EXIT.
040200******************************************************************
040300* 4000-READ-GENERATION - ONE PASS OVER THE GENERATION FOR THE
040400*                  CURRENT RECIPIENT, COUNTING OR WRITING.
040500******************************************************************
040600 4000-READ-GENERATION.
040700     MOVE ZERO TO WS-LINE-NUMBER.
040800     MOVE "N" TO WS-GEN-EOF-SWITCH.
040900*    BEFORE THE FIRST KEYED LINE OF THE BODY THERE IS NO SECTION -
041000*    WHAT STANDS THERE GOES ONLY TO A WHOLE-REPORT RECIPIENT.
041100     MOVE "N" TO WS-SECTION-SENT-SWITCH.
041200     IF DM-ACCESS-ALL
041300         SET WS-SECTION-SENT TO TRUE
041400     END-IF.
041500     OPEN INPUT GENERATION-FILE.
041600     IF NOT WS-GEN-FILE-OK
041700         DISPLAY "GENERATION FILE " WS-GEN-NAME
041800             " REOPEN FAILED, STATUS " WS-GEN-FILE-STATUS
041900         GO TO 4000-EXIT
042000     END-IF.
042100     PERFORM 4100-SELECT-ONE-LINE
042200         THRU 4100-EXIT
042300         UNTIL WS-END-OF-GENERATION.
042400     CLOSE GENERATION-FILE.
042500 4000-EXIT.
042600     EXIT.
042700******************************************************************
042800* 4100-SELECT-ONE-LINE - PLACE THE LINE IN THE HEADING, BODY OR
042900*                  TOTALS AND DECIDE WHETHER THIS RECIPIENT SEES
043000*                  IT.
043100******************************************************************
043200 4100-SELECT-ONE-LINE.
043300     READ GENERATION-FILE
043400         AT END
043500             SET WS-END-OF-GENERATION TO TRUE
043600             GO TO 4100-EXIT
043700     END-READ.
043800     ADD 1 TO WS-LINE-NUMBER.
043900     MOVE "N" TO WS-LINE-SENT-SWITCH.
044000     SET WS-LINE-IS-BODY TO TRUE.
044100     IF WS-FIRST-RULE > ZERO
044200        AND WS-LINE-NUMBER NOT > WS-FIRST-RULE
044300         SET WS-LINE-IS-HEADING TO TRUE
044400     END-IF.
044500     IF WS-LAST-RULE > WS-FIRST-RULE
044600        AND WS-LINE-NUMBER NOT < WS-LAST-RULE
044700         SET WS-LINE-IS-FOOTER TO TRUE
044800     END-IF.
044900     EVALUATE TRUE
045000         WHEN WS-LINE-IS-HEADING
045100             SET WS-LINE-SENT TO TRUE
045200         WHEN WS-LINE-IS-FOOTER
045300             IF DM-ACCESS-ALL
045400                 SET WS-LINE-SENT TO TRUE
045500             END-IF
045600         WHEN OTHER
045700             PERFORM 4200-SELECT-BODY-LINE
045800                 THRU 4200-EXIT
045900     END-EVALUATE.
046000     IF NOT WS-LINE-SENT
046100         GO TO 4100-EXIT
046200     END-IF.
046300     IF WS-WRITING-PASS
046400         MOVE GENERATION-LINE TO BURST-LINE
046500         WRITE BURST-LINE
046600         ADD 1 TO WS-LINES-WRITTEN
046700     END-IF.
046800 4100-EXIT.
046900     EXIT.
047000******************************************************************
047100* 4200-SELECT-BODY-LINE - A BODY LINE WITH A KEY STARTS A NEW
047200*                  SECTION; ONE WITHOUT STAYS WITH THE SECTION
047300*                  ABOVE IT. A REPORT THAT IS NOT CUT GOES WHOLE
047400*                  TO A WHOLE-REPORT RECIPIENT AND NOT AT ALL TO
047500*                  ANY OTHER.
047600******************************************************************
047700 4200-SELECT-BODY-LINE.
047800     IF DM-REPORT-NOT-CUT
047900         IF DM-ACCESS-ALL
048000             SET WS-LINE-SENT TO TRUE
048100             ADD 1 TO WS-BODY-LINES
048200         END-IF
048300         GO TO 4200-EXIT
048400     END-IF.
048500     MOVE SPACES TO WS-LINE-KEY.
048600     MOVE GENERATION-LINE (DM-KEY-START : DM-KEY-LENGTH)
048700         TO WS-LINE-KEY.
048800     IF WS-LINE-KEY NOT = SPACES
048900         MOVE "N" TO WS-SECTION-SENT-SWITCH
049000         IF DM-ACCESS-ALL
049100             SET WS-SECTION-SENT TO TRUE
049200         ELSE
049300             PERFORM 4300-MATCH-SECTION-KEY
049400                 THRU 4300-EXIT
049500             IF WS-KEY-MATCHED
049600                 SET WS-SECTION-SENT TO TRUE
049700             END-IF
049800         END-IF
049900         IF WS-SECTION-SENT
050000             ADD 1 TO WS-SECTIONS-SENT
050100         END-IF
050200     END-IF.
050300     IF WS-SECTION-SENT
050400         SET WS-LINE-SENT TO TRUE
050500         ADD 1 TO WS-BODY-LINES
050600     END-IF.
050700 4200-EXIT.
050800     EXIT.
050900******************************************************************
051000* 4300-MATCH-SECTION-KEY - IS THE LINE'S KEY ONE OF THIS
051100*                  RECIPIENT'S SECTIONS.
051200******************************************************************
051300 4300-MATCH-SECTION-KEY.
051400     MOVE "N" TO WS-KEY-MATCH-SWITCH.
051500     PERFORM 4350-MATCH-ONE-KEY
051600         THRU 4350-EXIT
051700         VARYING WS-SECTION-IDX FROM 1 BY 1
051800         UNTIL WS-SECTION-IDX > 6 OR WS-KEY-MATCHED.
051900 4300-EXIT.
052000     EXIT.
052100******************************************************************
052200* 4350-MATCH-ONE-KEY - ONE OF THE RECIPIENT'S SECTION KEYS.
052300******************************************************************
052400 4350-MATCH-ONE-KEY.
052500     IF DM-SECTION-KEY (WS-SECTION-IDX) NOT = SPACES
052600        AND DM-SECTION-KEY (WS-SECTION-IDX) = WS-LINE-KEY
052700         SET WS-KEY-MATCHED TO TRUE
052800     END-IF.
052900 4350-EXIT.
053000     EXIT.
053100******************************************************************
053200* 8000-WRITE-LOG-RECORD - ONE DISTLOG ROW PER RECIPIENT PER
053300*                  REPORT, WHATEVER THE OUTCOME.
053400******************************************************************
053500 8000-WRITE-LOG-RECORD.
053600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
053700     ACCEPT WS-CURRENT-TIME FROM TIME.
053800     MOVE WS-CURRENT-DATE     TO DN-LOG-DATE.
053900     MOVE WS-CURRENT-TIME     TO DN-LOG-TIME.
054000     MOVE RC-REPORT-NAME      TO DN-REPORT-NAME.
054100     MOVE RC-BUSINESS-DATE    TO DN-BUSINESS-DATE.
054200     MOVE DM-RECIPIENT-ID     TO DN-RECIPIENT-ID.
054300     MOVE DM-DEPT-CODE        TO DN-DEPT-CODE.
054400     MOVE WS-BURST-NAME       TO DN-OUTPUT-NAME.
054500     MOVE WS-SECTIONS-SENT    TO DN-SECTION-COUNT.
054600     MOVE WS-LINES-WRITTEN    TO DN-LINE-COUNT.
054700     WRITE DIST-LOG-RECORD.
054800 8000-EXIT.
054900     EXIT.
055000******************************************************************
055100* 9999-EXIT - COMMON PROGRAM EXIT POINT.
055200******************************************************************
055300 9999-EXIT.
055400     GOBACK.
055500 END PROGRAM ReportBurst.
