000100******************************************************************
000200* PROGRAM-ID: CALCDEPTRETURN
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     SENDS EACH DEPARTMENT ITS RESULTS BACK AFTER THE
000800*              OVERNIGHT RUN, SO NOBODY HAS TO PHONE THE DESK TO
000900*              ASK WHETHER THEIR RECORDS PRICED. READS THE CALCRTW
001000*              RETURN WORK FILE CALCINTAKEMERGE, CALCPREEDIT AND
001100*              THE CALCULATOR BATCH KEEP BETWEEN THEM AND WRITES
001200*              ONE RETURN FILE PER INTAKE SOURCE - CALCRT1/2/3 FOR
001300*              CALCIN1/2/3 - IN THE CALCRTN LAYOUT: AN RH HEADER,
001400*              ONE RD DETAIL PER RECORD THE DEPARTMENT SENT IN ITS
001500*              OWN RECORD ORDER (LOG SEQUENCE, RESULT, STATUS,
001600*              REASON, AND WHETHER IT WAS REJECTED AT INTAKE OR
001700*              PRE-EDIT, HELD OR WAREHOUSED), AND AN RT TRAILER
001800*              RECONCILING WHAT WAS RETURNED TO WHAT WAS SENT. A
001900*              CONTROL REPORT CALCRTRP, KEPT THROUGH REPORTKEEP,
002000*              SHOWS THE SAME FIGURES PER DEPARTMENT. A SOURCE OUT
002100*              OF BALANCE, OR WITH RECORDS THE RUN NEVER REACHED,
002200*              ENDS THE STEP WITH RETURN CODE 4. HONORS THE
002300*              BUSDATE PROCESSING-DATE CONTROL.
002400* TECTONICS:   cobc
002500*
002600* MODIFICATION HISTORY
002700*   2026-10-15 DO  INITIAL VERSION.
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. CalcDeptReturn.
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT RETURN-WORK-FILE ASSIGN TO "CALCRTW"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS RW-RETURN-KEY
003800         FILE STATUS IS WS-RTW-FILE-STATUS.
003900     SELECT RETURN-1-FILE ASSIGN TO "CALCRT1"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-RT1-FILE-STATUS.
004200     SELECT RETURN-2-FILE ASSIGN TO "CALCRT2"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-RT2-FILE-STATUS.
004500     SELECT RETURN-3-FILE ASSIGN TO "CALCRT3"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-RT3-FILE-STATUS.
004800     SELECT RETURN-RPT-FILE ASSIGN TO "CALCRTRP"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-RPT-FILE-STATUS.
005100     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-BDATE-FILE-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  RETURN-WORK-FILE.
005700     COPY CALCRTW.
005800 FD  RETURN-1-FILE
005900     RECORDING MODE IS F.
006000 01  RETURN-1-RECORD                 PIC X(120).
006100 FD  RETURN-2-FILE
006200     RECORDING MODE IS F.
006300 01  RETURN-2-RECORD                 PIC X(120).
006400 FD  RETURN-3-FILE
006500     RECORDING MODE IS F.
006600 01  RETURN-3-RECORD                 PIC X(120).
006700 FD  RETURN-RPT-FILE
006800     RECORDING MODE IS F.
006900 01  RETURN-RPT-LINE                 PIC X(80).
007000 FD  BUS-DATE-FILE
007100     RECORDING MODE IS F.
007200     COPY BUSDATE.
007300 WORKING-STORAGE SECTION.
007400 01  WS-RTW-FILE-STATUS              PIC X(02).
007500     88  WS-RTW-FILE-OK              VALUE "00".
007600 01  WS-RT1-FILE-STATUS              PIC X(02).
007700 01  WS-RT2-FILE-STATUS              PIC X(02).
007800 01  WS-RT3-FILE-STATUS              PIC X(02).
007900 01  WS-RPT-FILE-STATUS              PIC X(02).
008000     88  WS-RPT-FILE-OK              VALUE "00".
008100 01  WS-BDATE-FILE-STATUS            PIC X(02).
008200     88  WS-BDATE-FILE-OK            VALUE "00".
008300 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
008400     88  WS-END-OF-FILE              VALUE "Y".
008500 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
008600 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
008700 01  WS-LIB-FUNCTION                 PIC X(06).
008800 01  WS-LIB-RETURN-CODE              PIC 9(02).
008900 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "CALCRTRP".
009000 01  WS-LIB-MSG-VALUE                PIC X(40).
009100 01  WS-LIB-MSG-TEXT                 PIC X(60).
009200 01  WS-CURRENT-SOURCE               PIC 9(01) VALUE ZERO.
009300     88  WS-NO-SOURCE-OPEN           VALUE ZERO.
009400 01  WS-SOURCES-RETURNED             PIC 9(01) VALUE ZERO.
009500 01  WS-SOURCES-UNBALANCED           PIC 9(01) VALUE ZERO.
009600 01  WS-CURRENT-DEPT                 PIC X(04) VALUE SPACES.
009700 01  WS-CURRENT-BATCH-ID             PIC X(08) VALUE SPACES.
009800 01  WS-SOURCE-TOTALS.
009900     05  ST-SENT-COUNT               PIC 9(06).
010000     05  ST-SENT-VALUE               PIC S9(11)V99.
010100     05  ST-RETURNED-COUNT           PIC 9(06).
010200     05  ST-RETURNED-VALUE           PIC S9(11)V99.
010300     05  ST-INTAKE-REJECTS           PIC 9(06).
010400     05  ST-PRE-EDIT-REJECTS         PIC 9(06).
010500     05  ST-PRICED-COUNT             PIC 9(06).
010600     05  ST-PRICED-RESULT            PIC S9(13)V99.
010700     05  ST-FAILED-COUNT             PIC 9(06).
010800     05  ST-HELD-COUNT               PIC 9(06).
010900     05  ST-WAREHOUSED-COUNT         PIC 9(06).
011000     05  ST-AWAITING-COUNT           PIC 9(06).
011100 01  WS-BALANCE-SWITCH               PIC X(01) VALUE "N".
011200     88  WS-SOURCE-IN-BALANCE        VALUE "Y".
011300     COPY CALCRTN.
011400 01  WS-HEADER-LINE.
011500     05  FILLER                      PIC X(40) VALUE
011600         "DEPARTMENT RESULT RETURNS".
011700     05  FILLER                      PIC X(15) VALUE
011800         "BUSINESS DATE: ".
011900     05  HL-RUN-DATE                 PIC 9(08).
012000     05  FILLER                      PIC X(17) VALUE SPACES.
012100 01  WS-SOURCE-LINE.
012200     05  FILLER                      PIC X(06) VALUE "DEPT: ".
012300     05  SL-DEPT-CODE                PIC X(04).
012400     05  FILLER                      PIC X(08) VALUE " BATCH: ".
012500     05  SL-BATCH-ID                 PIC X(08).
012600     05  FILLER                      PIC X(08) VALUE " FILE: ".
012700     05  SL-FILE-NAME                PIC X(08).
012800     05  FILLER                      PIC X(38) VALUE SPACES.
012900 01  WS-COUNT-LINE.
013000     05  FILLER                      PIC X(04) VALUE SPACES.
013100     05  CL-LABEL                    PIC X(30).
013200     05  CL-COUNT                    PIC ZZZ,ZZ9.
013300     05  FILLER                      PIC X(02) VALUE SPACES.
013400     05  CL-VALUE                    PIC -(12)9.99.
013500     05  FILLER                      PIC X(21) VALUE SPACES.
013600 01  WS-BALANCE-LINE.
013700     05  FILLER                      PIC X(04) VALUE SPACES.
013800     05  BL-TEXT                     PIC X(76).
013900 PROCEDURE DIVISION.
014000******************************************************************
014100* 0000-MAINLINE - ONE RETURN FILE PER SOURCE ON THE WORK FILE.
014200******************************************************************
014300 0000-MAINLINE.
014400     PERFORM 0500-RESOLVE-BUSINESS-DATE
014500         THRU 0500-EXIT.
014600     OPEN OUTPUT RETURN-RPT-FILE.
014700     MOVE WS-TODAYS-DATE TO HL-RUN-DATE.
014800     WRITE RETURN-RPT-LINE FROM WS-HEADER-LINE.
014900     MOVE SPACES TO RETURN-RPT-LINE.
015000     WRITE RETURN-RPT-LINE.
015100     PERFORM 1000-BUILD-RETURNS
015200         THRU 1000-EXIT.
015300     CLOSE RETURN-RPT-FILE.
015400     MOVE "CALCRTRP" TO WS-RPT-KEEP-NAME.
015500     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-TODAYS-DATE.
015600     DISPLAY "DEPARTMENT RETURNS WRITTEN: " WS-SOURCES-RETURNED
015700         " OUT OF BALANCE: " WS-SOURCES-UNBALANCED.
015800     IF WS-SOURCES-UNBALANCED > ZERO
015900         MOVE 4 TO RETURN-CODE
016000     ELSE
016100         MOVE ZERO TO RETURN-CODE
016200     END-IF.
016300     GO TO 9999-EXIT.
016400******************************************************************
016500* 0500-RESOLVE-BUSINESS-DATE - THE BUSDATE CONTROL WHEN ONE IS
016600*                  ON FILE, THE SYSTEM DATE OTHERWISE.
016700******************************************************************
016800 0500-RESOLVE-BUSINESS-DATE.
016900     MOVE "DATSTM" TO WS-LIB-FUNCTION.
017000     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
017100         WS-TODAYS-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
017200         WS-LIB-MSG-TEXT.
017300     OPEN INPUT BUS-DATE-FILE.
017400     IF NOT WS-BDATE-FILE-OK
017500         GO TO 0500-EXIT
017600     END-IF.
017700     READ BUS-DATE-FILE
017800         AT END
017900             CONTINUE
018000     END-READ.
018100     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
018200         MOVE BD-BUSINESS-DATE TO WS-TODAYS-DATE
018300     END-IF.
018400     CLOSE BUS-DATE-FILE.
018500 0500-EXIT.
018600     EXIT.
018700******************************************************************
018800* 1000-BUILD-RETURNS - THE WORK FILE IN KEY ORDER IS SOURCE BY
018900*                  SOURCE, EACH SOURCE'S CONTROL ROW FIRST AND ITS
019000*                  RECORDS IN THE ORDER THE DEPARTMENT SENT THEM.
019100*                  NO WORK FILE MEANS NO DEPARTMENT SENT ANYTHING
019200*                  THROUGH THE INTAKE.
019300******************************************************************
019400 1000-BUILD-RETURNS.
019500     OPEN INPUT RETURN-WORK-FILE.
019600     IF NOT WS-RTW-FILE-OK
019700         MOVE "NO DEPARTMENT INTAKE ON FILE - NOTHING TO RETURN"
019800             TO RETURN-RPT-LINE
019900         WRITE RETURN-RPT-LINE
020000         GO TO 1000-EXIT
020100     END-IF.
020200     MOVE "N" TO WS-EOF-SWITCH.
020300     PERFORM 1100-RETURN-ONE-ROW
020400         THRU 1100-EXIT
020500         UNTIL WS-END-OF-FILE.
020600     IF NOT WS-NO-SOURCE-OPEN
020700         PERFORM 3000-FINISH-SOURCE
020800             THRU 3000-EXIT
020900     END-IF.
021000     CLOSE RETURN-WORK-FILE.
021100 1000-EXIT.
021200     EXIT.
021300******************************************************************
021400* 1100-RETURN-ONE-ROW - A NEW SOURCE FINISHES THE LAST ONE AND
021500*                  STARTS ITS OWN FILE; A RECORD ROW BECOMES ONE
021600*                  RD DETAIL.
021700******************************************************************
021800 1100-RETURN-ONE-ROW.
021900     READ RETURN-WORK-FILE
022000         AT END
022100             SET WS-END-OF-FILE TO TRUE
022200             GO TO 1100-EXIT
022300     END-READ.
022400     IF RW-SOURCE-NO < 1 OR RW-SOURCE-NO > 3
022500         GO TO 1100-EXIT
022600     END-IF.
022700     IF RW-SOURCE-NO NOT = WS-CURRENT-SOURCE
022800         IF NOT WS-NO-SOURCE-OPEN
022900             PERFORM 3000-FINISH-SOURCE
023000                 THRU 3000-EXIT
023100         END-IF
023200         PERFORM 2000-START-SOURCE
023300             THRU 2000-EXIT
023400     END-IF.
023500     IF RW-CONTROL-ROW
023600         GO TO 1100-EXIT
023700     END-IF.
023800     PERFORM 2500-WRITE-DETAIL
023900         THRU 2500-EXIT.
024000 1100-EXIT.
024100     EXIT.
024200******************************************************************
024300* 2000-START-SOURCE - OPEN THE SOURCE'S RETURN FILE AND WRITE
024400*                  ITS RH HEADER. THE CONTROL ROW CARRIES WHAT THE
024500*                  DEPARTMENT SENT; WITHOUT ONE THE SENT FIGURES
024600*                  STAY ZERO AND THE TRAILER SHOWS OUT OF BALANCE.
024700******************************************************************
024800 2000-START-SOURCE.
024900     MOVE RW-SOURCE-NO TO WS-CURRENT-SOURCE.
025000     MOVE RW-SOURCE-DEPT TO WS-CURRENT-DEPT.
025100     MOVE RW-BATCH-ID TO WS-CURRENT-BATCH-ID.
025200     INITIALIZE WS-SOURCE-TOTALS.
025300     IF RW-CONTROL-ROW
025400         MOVE RW-SENT-COUNT TO ST-SENT-COUNT
025500         MOVE RW-SENT-VALUE TO ST-SENT-VALUE
025600     END-IF.
025700     EVALUATE WS-CURRENT-SOURCE
025800         WHEN 1
025900             OPEN OUTPUT RETURN-1-FILE
026000             MOVE "CALCRT1" TO SL-FILE-NAME
026100         WHEN 2
026200             OPEN OUTPUT RETURN-2-FILE
026300             MOVE "CALCRT2" TO SL-FILE-NAME
026400         WHEN OTHER
026500             OPEN OUTPUT RETURN-3-FILE
026600             MOVE "CALCRT3" TO SL-FILE-NAME
026700     END-EVALUATE.
026800     MOVE SPACES TO RETURN-HEADER-RECORD.
026900     MOVE "RH" TO RH-RECORD-TYPE.
027000     MOVE WS-CURRENT-BATCH-ID TO RH-BATCH-ID.
027100     MOVE WS-CURRENT-DEPT TO RH-SOURCE-DEPT.
027200     MOVE WS-TODAYS-DATE TO RH-RUN-DATE.
027300     PERFORM 2900-WRITE-RETURN-RECORD
027400         THRU 2900-EXIT.
027500 2000-EXIT.
027600     EXIT.
027700******************************************************************
027800* 2500-WRITE-DETAIL - ONE RD DETAIL, COUNTED UNDER ITS OUTCOME.
027900******************************************************************
028000 2500-WRITE-DETAIL.
028100     MOVE SPACES TO RETURN-DETAIL-RECORD.
028200     MOVE "RD" TO RN-RECORD-TYPE.
028300     MOVE RW-BATCH-ID TO RN-BATCH-ID.
028400     MOVE RW-RECORD-NO TO RN-RECORD-NO.
028500     MOVE RW-DISPOSITION TO RN-DISPOSITION.
028600     MOVE RW-REASON-CODE TO RN-REASON-CODE.
028700     MOVE RW-NUM1 TO RN-NUM1.
028800     MOVE RW-LOG-DATE TO RN-LOG-DATE.
028900     MOVE RW-LOG-SEQUENCE TO RN-LOG-SEQUENCE.
029000     MOVE RW-RESULT TO RN-RESULT.
029100     MOVE RW-LOG-STATUS TO RN-LOG-STATUS.
029200     MOVE RW-ERROR-REASON TO RN-ERROR-REASON.
029300     PERFORM 2900-WRITE-RETURN-RECORD
029400         THRU 2900-EXIT.
029500     ADD 1 TO ST-RETURNED-COUNT.
029600     ADD RW-NUM1 TO ST-RETURNED-VALUE.
029700     EVALUATE TRUE
029800         WHEN RW-INTAKE-REJECT
029900             ADD 1 TO ST-INTAKE-REJECTS
030000         WHEN RW-PRE-EDIT-REJECT
030100             ADD 1 TO ST-PRE-EDIT-REJECTS
030200         WHEN RW-PRICED
030300             ADD 1 TO ST-PRICED-COUNT
030400             ADD RW-RESULT TO ST-PRICED-RESULT
030500         WHEN RW-FAILED
030600             ADD 1 TO ST-FAILED-COUNT
030700         WHEN RW-HELD-APPROVAL
030800         WHEN RW-HELD-CREDIT
030900             ADD 1 TO ST-HELD-COUNT
031000         WHEN RW-WAREHOUSED
031100             ADD 1 TO ST-WAREHOUSED-COUNT
031200         WHEN OTHER
031300             ADD 1 TO ST-AWAITING-COUNT
031400     END-EVALUATE.
031500 2500-EXIT.
031600     EXIT.
031700******************************************************************
031800* 2900-WRITE-RETURN-RECORD - TO THE CURRENT SOURCE'S FILE.
031900******************************************************************
032000 2900-WRITE-RETURN-RECORD.
032100     EVALUATE WS-CURRENT-SOURCE
032200         WHEN 1
032300             WRITE RETURN-1-RECORD FROM RETURN-DETAIL-RECORD
032400         WHEN 2
032500             WRITE RETURN-2-RECORD FROM RETURN-DETAIL-RECORD
032600         WHEN OTHER
032700             WRITE RETURN-3-RECORD FROM RETURN-DETAIL-RECORD
032800     END-EVALUATE.
032900 2900-EXIT.
033000     EXIT.
033100******************************************************************
033200* 3000-FINISH-SOURCE - THE RT TRAILER AND THE SOURCE'S LINES ON
033300*                  THE CONTROL REPORT. THE SOURCE IS IN BALANCE
033400*                  WHEN EVERY RECORD SENT CAME BACK, FOR THE SAME
033500*                  AMOUNT, AND THE RUN REACHED EVERY ONE OF THEM.
033600******************************************************************
033700 3000-FINISH-SOURCE.
033800     IF ST-RETURNED-COUNT = ST-SENT-COUNT
033900         AND ST-RETURNED-VALUE = ST-SENT-VALUE
034000         AND ST-AWAITING-COUNT = ZERO
034100         SET WS-SOURCE-IN-BALANCE TO TRUE
034200     ELSE
034300         MOVE "N" TO WS-BALANCE-SWITCH
034400         ADD 1 TO WS-SOURCES-UNBALANCED
034500     END-IF.
034600     MOVE SPACES TO RETURN-TRAILER-RECORD.
034700     MOVE "RT" TO RTR-RECORD-TYPE.
034800     MOVE WS-CURRENT-BATCH-ID TO RTR-BATCH-ID.
034900     MOVE ST-SENT-COUNT TO RTR-SENT-COUNT.
035000     MOVE ST-SENT-VALUE TO RTR-SENT-VALUE.
035100     MOVE ST-RETURNED-COUNT TO RTR-RETURNED-COUNT.
035200     MOVE ST-RETURNED-VALUE TO RTR-RETURNED-VALUE.
035300     MOVE ST-INTAKE-REJECTS TO RTR-INTAKE-REJECTS.
035400     MOVE ST-PRE-EDIT-REJECTS TO RTR-PRE-EDIT-REJECTS.
035500     MOVE ST-PRICED-COUNT TO RTR-PRICED-COUNT.
035600     MOVE ST-PRICED-RESULT TO RTR-PRICED-RESULT.
035700     MOVE ST-FAILED-COUNT TO RTR-FAILED-COUNT.
035800     MOVE ST-HELD-COUNT TO RTR-HELD-COUNT.
035900     MOVE ST-WAREHOUSED-COUNT TO RTR-WAREHOUSED-COUNT.
036000     MOVE ST-AWAITING-COUNT TO RTR-AWAITING-COUNT.
036100     IF WS-SOURCE-IN-BALANCE
036200         SET RTR-IN-BALANCE TO TRUE
036300     ELSE
036400         SET RTR-OUT-OF-BALANCE TO TRUE
036500     END-IF.
036600     PERFORM 2900-WRITE-RETURN-RECORD
036700         THRU 2900-EXIT.
036800     EVALUATE WS-CURRENT-SOURCE
036900         WHEN 1
037000             CLOSE RETURN-1-FILE
037100         WHEN 2
037200             CLOSE RETURN-2-FILE
037300         WHEN OTHER
037400             CLOSE RETURN-3-FILE
037500     END-EVALUATE.
037600     ADD 1 TO WS-SOURCES-RETURNED.
037700     PERFORM 3100-REPORT-SOURCE
037800         THRU 3100-EXIT.
037900     MOVE ZERO TO WS-CURRENT-SOURCE.
038000 3000-EXIT.
038100     EXIT.
038200******************************************************************
038300* 3100-REPORT-SOURCE - THE SOURCE'S FIGURES ON THE CONTROL
038400*                  REPORT, THE SAME ONES ITS TRAILER CARRIES.
038500******************************************************************
038600 3100-REPORT-SOURCE.
038700     MOVE WS-CURRENT-DEPT TO SL-DEPT-CODE.
038800     MOVE WS-CURRENT-BATCH-ID TO SL-BATCH-ID.
038900     WRITE RETURN-RPT-LINE FROM WS-SOURCE-LINE.
039000     MOVE "RECORDS SENT" TO CL-LABEL.
039100     MOVE ST-SENT-COUNT TO CL-COUNT.
039200     MOVE ST-SENT-VALUE TO CL-VALUE.
039300     WRITE RETURN-RPT-LINE FROM WS-COUNT-LINE.
039400     MOVE "RECORDS RETURNED" TO CL-LABEL.
039500     MOVE ST-RETURNED-COUNT TO CL-COUNT.
039600     MOVE ST-RETURNED-VALUE TO CL-VALUE.
039700     WRITE RETURN-RPT-LINE FROM WS-COUNT-LINE.
039800     MOVE "PRICED (RESULT)" TO CL-LABEL.
039900     MOVE ST-PRICED-COUNT TO CL-COUNT.
040000     MOVE ST-PRICED-RESULT TO CL-VALUE.
040100     WRITE RETURN-RPT-LINE FROM WS-COUNT-LINE.
040200     MOVE ZERO TO CL-VALUE.
040300     MOVE "FAILED IN THE RUN" TO CL-LABEL.
040400     MOVE ST-FAILED-COUNT TO CL-COUNT.
040500     WRITE RETURN-RPT-LINE FROM WS-COUNT-LINE.
040600     MOVE "HELD FOR APPROVAL OR CREDIT" TO CL-LABEL.
040700     MOVE ST-HELD-COUNT TO CL-COUNT.
040800     WRITE RETURN-RPT-LINE FROM WS-COUNT-LINE.
040900     MOVE "WAREHOUSED TO VALUE DATE" TO CL-LABEL.
041000     MOVE ST-WAREHOUSED-COUNT TO CL-COUNT.
041100     WRITE RETURN-RPT-LINE FROM WS-COUNT-LINE.
041200     MOVE "REJECTED AT INTAKE" TO CL-LABEL.
041300     MOVE ST-INTAKE-REJECTS TO CL-COUNT.
041400     WRITE RETURN-RPT-LINE FROM WS-COUNT-LINE.
041500     MOVE "REJECTED AT PRE-EDIT" TO CL-LABEL.
041600     MOVE ST-PRE-EDIT-REJECTS TO CL-COUNT.
041700     WRITE RETURN-RPT-LINE FROM WS-COUNT-LINE.
041800     MOVE "NOT REACHED BY THE RUN" TO CL-LABEL.
041900     MOVE ST-AWAITING-COUNT TO CL-COUNT.
042000     WRITE RETURN-RPT-LINE FROM WS-COUNT-LINE.
042100     IF WS-SOURCE-IN-BALANCE
042200         MOVE "RETURN FILE IN BALANCE WITH WHAT WAS SENT"
042300             TO BL-TEXT
042400     ELSE
042500         MOVE "*** RETURN FILE OUT OF BALANCE WITH WHAT WAS SENT"
042600             TO BL-TEXT
042700     END-IF.
042800     WRITE RETURN-RPT-LINE FROM WS-BALANCE-LINE.
042900     MOVE SPACES TO RETURN-RPT-LINE.
043000     WRITE RETURN-RPT-LINE.
043100 3100-EXIT.
043200     EXIT.
043300******************************************************************
043400* 9999-EXIT - COMMON PROGRAM EXIT POINT.
043500******************************************************************
043600 9999-EXIT.
043700     GOBACK.
043800 END PROGRAM CalcDeptReturn.
