000100******************************************************************
000200* PROGRAM-ID: WAREHOUSEAGING
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     AGING REPORT OVER THE CALCWHSE TRANSACTION
000800*              WAREHOUSE. EVERY ITEM STILL WAITING IS LISTED IN
000900*              VALUE-DATE ORDER WITH THE DAYS LEFT UNTIL ITS VALUE
001000*              DATE AND THE DAYS IT HAS BEEN HELD, AND IS COUNTED
001100*              INTO A BUCKET - DUE OR PAST (THE RELEASE STEP
001200*              SHOULD ALREADY HAVE TAKEN IT), 1-7, 8-30, 31-90 AND
001300*              OVER 90 DAYS OUT. AN ITEM HELD LONGER THAN THE
001400*              CTLPARM AGING THRESHOLD IS FLAGGED FOR THE
001500*              DEPARTMENT TO CONFIRM IT IS STILL WANTED. THE
001600*              REPORT WHAGERPT IS KEPT THROUGH REPORTKEEP; THE RUN
001700*              ENDS RC 4 WHEN ANY ITEM IS DUE OR PAST AND STILL
001800*              WAREHOUSED.
001900* TECTONICS:   cobc
002000*
002100* MODIFICATION HISTORY
002200*   2026-10-15 DO  INITIAL VERSION.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. WarehouseAging.
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT WAREHOUSE-FILE ASSIGN TO "CALCWHSE"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS SEQUENTIAL
003200         RECORD KEY IS WH-WAREHOUSE-KEY
003300         FILE STATUS IS WS-WHSE-FILE-STATUS.
003400     SELECT AGING-RPT-FILE ASSIGN TO "WHAGERPT"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-RPT-FILE-STATUS.
003700     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-BDATE-FILE-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  WAREHOUSE-FILE.
004300     COPY CALCWHSE.
004400 FD  AGING-RPT-FILE
004500     RECORDING MODE IS F.
004600 01  AGING-RPT-LINE                  PIC X(80).
004700 FD  BUS-DATE-FILE
004800     RECORDING MODE IS F.
004900     COPY BUSDATE.
005000 WORKING-STORAGE SECTION.
005100 01  WS-WHSE-FILE-STATUS             PIC X(02).
005200     88  WS-WHSE-FILE-OK             VALUE "00".
005300 01  WS-RPT-FILE-STATUS              PIC X(02).
005400     88  WS-RPT-FILE-OK              VALUE "00".
005500 01  WS-BDATE-FILE-STATUS            PIC X(02).
005600     88  WS-BDATE-FILE-OK            VALUE "00".
005700 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
005800     88  WS-END-OF-FILE              VALUE "Y".
005900 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
006000 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
006100 01  WS-LIB-FUNCTION                 PIC X(06).
006200 01  WS-LIB-RETURN-CODE              PIC 9(02).
006300 01  WS-LIB-DATE                     PIC 9(08).
006400 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "WHAGERPT".
006500 01  WS-LIB-MSG-VALUE                PIC X(40).
006600 01  WS-LIB-MSG-TEXT                 PIC X(60).
006700 01  WS-DAYS-RESULT                  PIC S9(07)
006800                                     SIGN LEADING SEPARATE.
006900 01  WS-DAYS-OUT                     PIC S9(07) VALUE ZERO.
007000 01  WS-DAYS-HELD                    PIC S9(07) VALUE ZERO.
007100 01  WS-WAITING-COUNT                PIC 9(06) VALUE ZERO.
007200 01  WS-WAITING-TOTAL                PIC S9(11)V99 VALUE ZERO.
007300 01  WS-AGED-COUNT                   PIC 9(06) VALUE ZERO.
007400 01  WS-BUCKET-LABELS.
007500     05  FILLER                      PIC X(16) VALUE
007600         "DUE OR PAST".
007700     05  FILLER                      PIC X(16) VALUE
007800         "1-7 DAYS OUT".
007900     05  FILLER                      PIC X(16) VALUE
008000         "8-30 DAYS OUT".
008100     05  FILLER                      PIC X(16) VALUE
008200         "31-90 DAYS OUT".
008300     05  FILLER                      PIC X(16) VALUE
008400         "OVER 90 DAYS OUT".
008500 01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
008600     05  BK-LABEL                    PIC X(16) OCCURS 5 TIMES.
008700 01  WS-BUCKET-TABLE.
008800     05  WS-BUCKET-ENTRY OCCURS 5 TIMES INDEXED BY BK-IDX.
008900         10  BK-COUNT                PIC 9(06).
009000         10  BK-TOTAL                PIC S9(11)V99.
009100 01  WS-BUCKET-NO                    PIC 9(01) VALUE ZERO.
009200 01  WS-HEADER-LINE.
009300     05  FILLER                      PIC X(40) VALUE
009400         "TRANSACTION WAREHOUSE AGING".
009500     05  FILLER                      PIC X(15) VALUE
009600         "BUSINESS DATE: ".
009700     05  HL-RUN-DATE                 PIC 9(08).
009800     05  FILLER                      PIC X(17) VALUE SPACES.
009900 01  WS-THRESHOLD-LINE.
010000     05  FILLER                      PIC X(37) VALUE
010100         "ITEMS HELD LONGER THAN THIS ARE AGED:".
010200     05  FILLER                      PIC X(01) VALUE SPACE.
010300     05  TH-AGING-DAYS               PIC ZZ9.
010400     05  FILLER                      PIC X(39) VALUE " DAYS".
010500 01  WS-COLUMN-LINE.
010600     05  FILLER                      PIC X(40) VALUE
010700         "VALUE DT  DAYS  ENTERED   HELD  BY      ".
010800     05  FILLER                      PIC X(40) VALUE
010900         " ACCOUNT         FIRST OPERAND FLAG".
011000 01  WS-DETAIL-LINE.
011100     05  DL-VALUE-DATE               PIC 9(08).
011200     05  FILLER                      PIC X(02) VALUE SPACES.
011300     05  DL-DAYS-OUT                 PIC ZZZ9.
011400     05  FILLER                      PIC X(02) VALUE SPACES.
011500     05  DL-ENTRY-DATE               PIC 9(08).
011600     05  FILLER                      PIC X(01) VALUE SPACE.
011700     05  DL-DAYS-HELD                PIC ZZZ9.
011800     05  FILLER                      PIC X(02) VALUE SPACES.
011900     05  DL-ENTERED-BY               PIC X(08).
012000     05  FILLER                      PIC X(01) VALUE SPACE.
012100     05  DL-ACCOUNT-ID               PIC X(08).
012200     05  FILLER                      PIC X(02) VALUE SPACES.
012300     05  DL-NUM1                     PIC Z(08)9.99-.
012400     05  FILLER                      PIC X(01) VALUE SPACE.
012500     05  DL-FLAG                     PIC X(05).
012600     05  FILLER                      PIC X(11) VALUE SPACES.
012700 01  WS-BUCKET-LINE.
012800     05  BL-LABEL                    PIC X(16).
012900     05  FILLER                      PIC X(04) VALUE SPACES.
013000     05  BL-COUNT                    PIC ZZZ,ZZ9.
013100     05  FILLER                      PIC X(04) VALUE SPACES.
013200     05  BL-TOTAL                    PIC Z(10)9.99-.
013300     05  FILLER                      PIC X(34) VALUE SPACES.
013400 01  WS-COUNT-LINE.
013500     05  CL-LABEL                    PIC X(40).
013600     05  CL-COUNT                    PIC Z(05)9.
013700     05  FILLER                      PIC X(34) VALUE SPACES.
013800     COPY CTLPARM.
013900 PROCEDURE DIVISION.
014000******************************************************************
014100* 0000-MAINLINE - THE WAITING ITEMS, THEN THE BUCKET SUMMARY AND
014200*                 THE COUNTS.
014300******************************************************************
014400 0000-MAINLINE.
014500     PERFORM 0500-RESOLVE-BUSINESS-DATE
014600         THRU 0500-EXIT.
014700     INITIALIZE WS-BUCKET-TABLE.
014800     OPEN OUTPUT AGING-RPT-FILE.
014900     MOVE WS-TODAYS-DATE TO HL-RUN-DATE.
015000     WRITE AGING-RPT-LINE FROM WS-HEADER-LINE.
015100     MOVE CTL-WAREHOUSE-AGING-DAYS TO TH-AGING-DAYS.
015200     WRITE AGING-RPT-LINE FROM WS-THRESHOLD-LINE.
015300     MOVE SPACES TO AGING-RPT-LINE.
015400     WRITE AGING-RPT-LINE.
015500     PERFORM 1000-LIST-WAITING-ITEMS
015600         THRU 1000-EXIT.
015700     MOVE SPACES TO AGING-RPT-LINE.
015800     WRITE AGING-RPT-LINE.
015900     PERFORM 3000-WRITE-BUCKETS
016000         THRU 3000-EXIT.
016100     MOVE SPACES TO AGING-RPT-LINE.
016200     WRITE AGING-RPT-LINE.
016300     MOVE "ITEMS WAITING IN THE WAREHOUSE" TO CL-LABEL.
016400     MOVE WS-WAITING-COUNT TO CL-COUNT.
016500     WRITE AGING-RPT-LINE FROM WS-COUNT-LINE.
016600     MOVE "ITEMS HELD PAST THE AGING THRESHOLD" TO CL-LABEL.
016700     MOVE WS-AGED-COUNT TO CL-COUNT.
016800     WRITE AGING-RPT-LINE FROM WS-COUNT-LINE.
016900     CLOSE AGING-RPT-FILE.
017000     MOVE "WHAGERPT" TO WS-RPT-KEEP-NAME.
017100     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-TODAYS-DATE.
017200     DISPLAY "WAREHOUSE AGING: WAITING " WS-WAITING-COUNT
017300         " AGED " WS-AGED-COUNT " DUE OR PAST " BK-COUNT (1).
017400     IF BK-COUNT (1) > ZERO
017500         MOVE 4 TO RETURN-CODE
017600     ELSE
017700         MOVE ZERO TO RETURN-CODE
017800     END-IF.
017900     GO TO 9999-EXIT.
018000******************************************************************
018100* 0500-RESOLVE-BUSINESS-DATE - THE BUSDATE CONTROL WHEN ONE IS
018200*                  ON FILE, THE SYSTEM DATE OTHERWISE.
018300******************************************************************
018400 0500-RESOLVE-BUSINESS-DATE.
018500     MOVE "DATSTM" TO WS-LIB-FUNCTION.
018600     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
018700         WS-TODAYS-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
018800         WS-LIB-MSG-TEXT.
018900     OPEN INPUT BUS-DATE-FILE.
019000     IF NOT WS-BDATE-FILE-OK
019100         GO TO 0500-EXIT
019200     END-IF.
019300     READ BUS-DATE-FILE
019400         AT END
019500             CONTINUE
019600     END-READ.
019700     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
019800         MOVE BD-BUSINESS-DATE TO WS-TODAYS-DATE
019900     END-IF.
020000     CLOSE BUS-DATE-FILE.
020100 0500-EXIT.
020200     EXIT.
020300******************************************************************
020400* 1000-LIST-WAITING-ITEMS - THE WAREHOUSE IN KEY ORDER, WHICH IS
020500*                  VALUE-DATE ORDER.
020600******************************************************************
020700 1000-LIST-WAITING-ITEMS.
020800     OPEN INPUT WAREHOUSE-FILE.
020900     IF NOT WS-WHSE-FILE-OK
021000         MOVE "NO TRANSACTION WAREHOUSE ON FILE" TO AGING-RPT-LINE
021100         WRITE AGING-RPT-LINE
021200         GO TO 1000-EXIT
021300     END-IF.
021400     WRITE AGING-RPT-LINE FROM WS-COLUMN-LINE.
021500     MOVE "N" TO WS-EOF-SWITCH.
021600     PERFORM 1100-LIST-ONE-ITEM
021700         THRU 1100-EXIT
021800         UNTIL WS-END-OF-FILE.
021900     CLOSE WAREHOUSE-FILE.
022000 1000-EXIT.
022100     EXIT.
022200******************************************************************
022300* 1100-LIST-ONE-ITEM - A ROW STILL WAREHOUSED IS AGED BOTH WAYS -
022400*                  DAYS UNTIL ITS VALUE DATE AND DAYS SINCE IT WAS
022500*                  ENTERED - LISTED AND BUCKETED. RELEASED AND
022600*                  CANCELLED ROWS ARE PASSED OVER.
022700******************************************************************
022800 1100-LIST-ONE-ITEM.
022900     READ WAREHOUSE-FILE
023000         AT END
023100             SET WS-END-OF-FILE TO TRUE
023200             GO TO 1100-EXIT
023300     END-READ.
023400     IF NOT WH-STATUS-WAREHOUSED
023500         GO TO 1100-EXIT
023600     END-IF.
023700     ADD 1 TO WS-WAITING-COUNT.
023800     ADD WH-NUM1 TO WS-WAITING-TOTAL.
023900     MOVE ZERO TO WS-DAYS-OUT.
024000     IF WH-VALUE-DATE > WS-TODAYS-DATE
024100         MOVE WH-VALUE-DATE TO WS-LIB-DATE
024200         MOVE SPACES TO WS-LIB-MSG-VALUE
024300         MOVE WS-TODAYS-DATE TO WS-LIB-MSG-VALUE (1:8)
024400         PERFORM 1200-DAYS-BETWEEN
024500             THRU 1200-EXIT
024600         MOVE WS-DAYS-RESULT TO WS-DAYS-OUT
024700     END-IF.
024800     MOVE ZERO TO WS-DAYS-HELD.
024900     IF WS-TODAYS-DATE > WH-ENTRY-DATE
025000         MOVE WS-TODAYS-DATE TO WS-LIB-DATE
025100         MOVE SPACES TO WS-LIB-MSG-VALUE
025200         MOVE WH-ENTRY-DATE TO WS-LIB-MSG-VALUE (1:8)
025300         PERFORM 1200-DAYS-BETWEEN
025400             THRU 1200-EXIT
025500         MOVE WS-DAYS-RESULT TO WS-DAYS-HELD
025600     END-IF.
025700     EVALUATE TRUE
025800         WHEN WS-DAYS-OUT = ZERO
025900             MOVE 1 TO WS-BUCKET-NO
026000         WHEN WS-DAYS-OUT NOT > 7
026100             MOVE 2 TO WS-BUCKET-NO
026200         WHEN WS-DAYS-OUT NOT > 30
026300             MOVE 3 TO WS-BUCKET-NO
026400         WHEN WS-DAYS-OUT NOT > 90
026500             MOVE 4 TO WS-BUCKET-NO
026600         WHEN OTHER
026700             MOVE 5 TO WS-BUCKET-NO
026800     END-EVALUATE.
026900     SET BK-IDX TO WS-BUCKET-NO.
027000     ADD 1 TO BK-COUNT (BK-IDX).
027100     ADD WH-NUM1 TO BK-TOTAL (BK-IDX).
027200     MOVE SPACES TO DL-FLAG.
027300     IF WS-DAYS-HELD > CTL-WAREHOUSE-AGING-DAYS
027400         ADD 1 TO WS-AGED-COUNT
027500         MOVE "AGED" TO DL-FLAG
027600     END-IF.
027700     IF WS-BUCKET-NO = 1
027800         MOVE "DUE" TO DL-FLAG
027900     END-IF.
028000     MOVE WH-VALUE-DATE TO DL-VALUE-DATE.
028100     MOVE WS-DAYS-OUT   TO DL-DAYS-OUT.
028200     MOVE WH-ENTRY-DATE TO DL-ENTRY-DATE.
028300     MOVE WS-DAYS-HELD  TO DL-DAYS-HELD.
028400     MOVE WH-ENTERED-BY TO DL-ENTERED-BY.
028500     MOVE WH-ACCOUNT-ID TO DL-ACCOUNT-ID.
028600     MOVE WH-NUM1       TO DL-NUM1.
028700     WRITE AGING-RPT-LINE FROM WS-DETAIL-LINE.
028800 1100-EXIT.
028900     EXIT.
029000******************************************************************
029100* 1200-DAYS-BETWEEN - THE LIBRARY'S DATDIF SERVICE. THE CALLER
029200*                  LOADS THE LATER DATE AND THE EARLIER ONE.
029300******************************************************************
029400 1200-DAYS-BETWEEN.
029500     MOVE "DATDIF" TO WS-LIB-FUNCTION.
029600     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
029700         WS-LIB-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
029800         WS-LIB-MSG-TEXT.
029900     MOVE WS-LIB-MSG-VALUE (9:8) TO WS-DAYS-RESULT.
030000 1200-EXIT.
030100     EXIT.
030200******************************************************************
030300* 3000-WRITE-BUCKETS - ONE LINE PER AGING BUCKET, THEN THE TOTAL.
030400******************************************************************
030500 3000-WRITE-BUCKETS.
030600     MOVE "BUCKET                 ITEMS          FIRST OPERANDS"
030700         TO AGING-RPT-LINE.
030800     WRITE AGING-RPT-LINE.
030900     PERFORM 3100-WRITE-ONE-BUCKET
031000         THRU 3100-EXIT
031100         VARYING BK-IDX FROM 1 BY 1
031200         UNTIL BK-IDX > 5.
031300     MOVE "ALL WAITING" TO BL-LABEL.
031400     MOVE WS-WAITING-COUNT TO BL-COUNT.
031500     MOVE WS-WAITING-TOTAL TO BL-TOTAL.
031600     WRITE AGING-RPT-LINE FROM WS-BUCKET-LINE.
031700 3000-EXIT.
031800     EXIT.
031900******************************************************************
032000* 3100-WRITE-ONE-BUCKET - ONE BUCKET'S COUNT AND FIRST-OPERAND
032100*                  TOTAL.
032200******************************************************************
032300 3100-WRITE-ONE-BUCKET.
032400     MOVE BK-LABEL (BK-IDX) TO BL-LABEL.
032500     MOVE BK-COUNT (BK-IDX) TO BL-COUNT.
032600     MOVE BK-TOTAL (BK-IDX) TO BL-TOTAL.
032700     WRITE AGING-RPT-LINE FROM WS-BUCKET-LINE.
032800 3100-EXIT.
032900     EXIT.
033000******************************************************************
033100* 9999-EXIT - COMMON PROGRAM EXIT POINT.
033200******************************************************************
033300 9999-EXIT.
033400     GOBACK.
033500 END PROGRAM WarehouseAging.
