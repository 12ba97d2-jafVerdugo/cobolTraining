000100******************************************************************
000200* PROGRAM-ID: ARAGINGREPORT
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     AGED RECEIVABLES REPORT FROM THE ARITEM OPEN-ITEM
000800*              SUBLEDGER. EVERY OPEN ITEM IS AGED FROM ITS ITEM
000900*              DATE TO THE BUSINESS DATE AND SPREAD INTO THE
001000*              0-30, 31-60, 61-90, 91-120 AND OVER-120-DAY
001100*              BUCKETS, ONE LINE PER ACCOUNT, THEN SUMMED BY THE
001200*              ACCOUNT'S BILL DEPARTMENT FROM ACCTMSTR, WITH A
001300*              GRAND TOTAL. UNAPPLIED CASH IS AGED BY ITS PAYMENT
001400*              DATE AND NETS AGAINST ITS BUCKET. CALLED AT THE
001500*              END OF ARCASHAPPLY; MAY ALSO BE RUN ON ITS OWN.
001600*              REPORT IS ARAGING. HONORS THE BUSDATE
001700*              PROCESSING-DATE CONTROL.
001800* TECTONICS:   cobc
001900*
002000* MODIFICATION HISTORY
002100*   2026-10-15 DO  INITIAL VERSION.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. ArAgingReport.
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT AR-ITEM-FILE ASSIGN TO "ARITEM"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS AI-ITEM-KEY
003200         FILE STATUS IS WS-AR-FILE-STATUS.
003300     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS AM-ACCOUNT-ID
003700         FILE STATUS IS WS-ACCT-FILE-STATUS.
003800     SELECT AGING-RPT-FILE ASSIGN TO "ARAGING"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-RPT-FILE-STATUS.
004100     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-BDATE-FILE-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  AR-ITEM-FILE.
004700     COPY ARITEM.
004800 FD  ACCOUNT-MASTER-FILE.
004900     COPY ACCTMSTR.
005000 FD  AGING-RPT-FILE
005100     RECORDING MODE IS F.
005200 01  AGING-RPT-LINE                  PIC X(80).
005300 FD  BUS-DATE-FILE
005400     RECORDING MODE IS F.
005500     COPY BUSDATE.
005600 WORKING-STORAGE SECTION.
005700 01  WS-AR-FILE-STATUS               PIC X(02).
005800     88  WS-AR-FILE-OK               VALUE "00".
005900 01  WS-ACCT-FILE-STATUS             PIC X(02).
006000     88  WS-ACCT-FILE-OK             VALUE "00".
006100 01  WS-RPT-FILE-STATUS              PIC X(02).
006200     88  WS-RPT-FILE-OK              VALUE "00".
006300 01  WS-BDATE-FILE-STATUS            PIC X(02).
006400     88  WS-BDATE-FILE-OK            VALUE "00".
006500 01  WS-AR-EOF-SWITCH                PIC X(01) VALUE "N".
006600     88  WS-END-OF-LEDGER            VALUE "Y".
006700 01  WS-ACCT-OPEN-SWITCH             PIC X(01) VALUE "N".
006800     88  WS-ACCT-OPEN                VALUE "Y".
006900 01  WS-DEPT-SWITCH                  PIC X(01) VALUE "N".
007000     88  WS-DEPT-FOUND               VALUE "Y".
007100 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
007200 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
007300 01  WS-LIB-FUNCTION                 PIC X(06).
007400 01  WS-LIB-RETURN-CODE              PIC 9(02).
007500 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "ARAGING".
007600 01  WS-LIB-MSG-VALUE                PIC X(40).
007700 01  WS-LIB-MSG-TEXT                 PIC X(60).
007800 01  WS-LIB-DATE                     PIC 9(08) VALUE ZERO.
007900 01  WS-DAYS-RESULT                  PIC S9(07)
008000         SIGN IS LEADING SEPARATE.
008100 01  WS-AGE-DAYS                     PIC S9(08) COMP VALUE ZERO.
008200 01  WS-BUCKET                       PIC 9(02) COMP VALUE ZERO.
008300 01  WS-CURRENT-ACCOUNT              PIC X(08) VALUE SPACES.
008400 01  WS-CURRENT-DEPT                 PIC X(04) VALUE SPACES.
008500 01  WS-ITEM-COUNT                   PIC 9(06) COMP VALUE ZERO.
008600 01  WS-ACCOUNT-COUNT                PIC 9(06) COMP VALUE ZERO.
008700 01  WS-DEPT-OVERFLOW                PIC 9(06) COMP VALUE ZERO.
008800 01  WS-ACCOUNT-BUCKETS.
008900     05  AB-AMOUNT OCCURS 6 TIMES    PIC S9(11)V99.
009000 01  WS-GRAND-BUCKETS.
009100     05  GB-AMOUNT OCCURS 6 TIMES    PIC S9(13)V99.
009200 01  WS-DEPT-TABLE.
009300     05  WS-DEPT-ENTRY OCCURS 100 TIMES INDEXED BY DT-IDX.
009400         10  DT-BILL-DEPT            PIC X(04).
009500         10  DT-AMOUNT OCCURS 6 TIMES
009600                                     PIC S9(13)V99.
009700 01  WS-DEPT-COUNT                   PIC 9(03) COMP VALUE ZERO.
009800 01  WS-HEADER-LINE.
009900     05  FILLER                      PIC X(30) VALUE
010000         "AGED RECEIVABLES REPORT".
010100     05  FILLER                      PIC X(07) VALUE "AS OF: ".
010200     05  HL-AS-OF-DATE               PIC 9(08).
010300     05  FILLER                      PIC X(35) VALUE SPACES.
010400 01  WS-SECTION-LINE                 PIC X(80).
010500 01  WS-COLUMN-LINE.
010600     05  FILLER                      PIC X(40) VALUE
010700         "ACCOUNT  DEPT     0-30 DAYS  31-60 DAYS".
010800     05  FILLER                      PIC X(40) VALUE
010900         "  61-90 DAYS 91-120 DAYS    OVER 120".
011000 01  WS-COLUMN-LINE-2.
011100     05  FILLER                      PIC X(68) VALUE SPACES.
011200     05  FILLER                      PIC X(12) VALUE
011300         "     BALANCE".
011400 01  WS-AMOUNT-LINE.
011500     05  ML-KEY                      PIC X(08).
011600     05  FILLER                      PIC X(01) VALUE SPACE.
011700     05  ML-DEPT                     PIC X(04).
011800     05  ML-AMOUNT OCCURS 5 TIMES    PIC -(8)9.99.
011900     05  FILLER                      PIC X(07) VALUE SPACES.
012000 01  WS-BALANCE-LINE.
012100     05  FILLER                      PIC X(56) VALUE SPACES.
012200     05  BL-LABEL                    PIC X(11) VALUE
012300         "  BALANCE: ".
012400     05  BL-AMOUNT                   PIC -(10)9.99.
012500 PROCEDURE DIVISION.
012600******************************************************************
012700* 0000-MAINLINE - AGE THE LEDGER BY ACCOUNT, THEN SUMMARIZE BY
012800*                 BILL DEPARTMENT.
012900******************************************************************
013000 0000-MAINLINE.
013100     PERFORM 0500-RESOLVE-BUSINESS-DATE
013200         THRU 0500-EXIT.
013300     OPEN INPUT AR-ITEM-FILE.
013400     IF NOT WS-AR-FILE-OK
013500         DISPLAY "ARITEM UNAVAILABLE - NO AGING REPORT"
013600         MOVE 8 TO RETURN-CODE
013700         GO TO 9999-EXIT
013800     END-IF.
013900     OPEN INPUT ACCOUNT-MASTER-FILE.
014000     IF WS-ACCT-FILE-OK
014100         SET WS-ACCT-OPEN TO TRUE
014200     ELSE
014300         DISPLAY "ACCTMSTR UNAVAILABLE - DEPARTMENTS NOT SHOWN"
014400     END-IF.
014500     OPEN OUTPUT AGING-RPT-FILE.
014600     MOVE WS-TODAYS-DATE TO HL-AS-OF-DATE.
014700     WRITE AGING-RPT-LINE FROM WS-HEADER-LINE.
014800     MOVE SPACES TO AGING-RPT-LINE.
014900     WRITE AGING-RPT-LINE.
015000     MOVE "BY ACCOUNT" TO WS-SECTION-LINE.
015100     WRITE AGING-RPT-LINE FROM WS-SECTION-LINE.
015200     WRITE AGING-RPT-LINE FROM WS-COLUMN-LINE.
015300     INITIALIZE WS-ACCOUNT-BUCKETS
015400                WS-GRAND-BUCKETS
015500                WS-DEPT-TABLE.
015600     PERFORM 1000-AGE-ONE-ITEM
015700         THRU 1000-EXIT
015800         UNTIL WS-END-OF-LEDGER.
015900     IF WS-CURRENT-ACCOUNT NOT = SPACES
016000         PERFORM 2000-ACCOUNT-BREAK
016100             THRU 2000-EXIT
016200     END-IF.
016300     PERFORM 3000-PRINT-DEPARTMENTS
016400         THRU 3000-EXIT.
016500     CLOSE AR-ITEM-FILE
016600           AGING-RPT-FILE.
016700     IF WS-ACCT-OPEN
016800         CLOSE ACCOUNT-MASTER-FILE
016900     END-IF.
017000     MOVE "ARAGING" TO WS-RPT-KEEP-NAME.
017100     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-TODAYS-DATE.
017200     DISPLAY "ACCOUNTS AGED: " WS-ACCOUNT-COUNT
017300         " OPEN ITEMS: " WS-ITEM-COUNT.
017400     IF WS-DEPT-OVERFLOW > ZERO
017500         DISPLAY "DEPARTMENT TABLE FULL - " WS-DEPT-OVERFLOW
017600             " ACCOUNTS LEFT OUT OF THE DEPARTMENT SUMMARY"
017700         MOVE 4 TO RETURN-CODE
017800     ELSE
017900         MOVE ZERO TO RETURN-CODE
018000     END-IF.
018100     GO TO 9999-EXIT.
018200******************************************************************
018300* 0500-RESOLVE-BUSINESS-DATE - THE BUSDATE CONTROL WHEN ONE IS
018400*                  ON FILE, THE SYSTEM DATE OTHERWISE.
018500******************************************************************
018600 0500-RESOLVE-BUSINESS-DATE.
018700     MOVE "DATSTM" TO WS-LIB-FUNCTION.
018800     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
018900         WS-TODAYS-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
019000         WS-LIB-MSG-TEXT.
019100     OPEN INPUT BUS-DATE-FILE.
019200     IF NOT WS-BDATE-FILE-OK
019300         GO TO 0500-EXIT
019400     END-IF.
019500     READ BUS-DATE-FILE
019600         AT END
019700             CONTINUE
019800     END-READ.
019900     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
020000         MOVE BD-BUSINESS-DATE TO WS-TODAYS-DATE
020100     END-IF.
020200     CLOSE BUS-DATE-FILE.
020300 0500-EXIT.
020400     EXIT.
020500******************************************************************
020600* 1000-AGE-ONE-ITEM - ARITEM IS IN ACCOUNT ORDER, SO A CHANGE OF
020700*                  ACCOUNT CLOSES OFF THE PREVIOUS ONE.
020800******************************************************************
020900 1000-AGE-ONE-ITEM.
021000     READ AR-ITEM-FILE NEXT RECORD
021100         AT END
021200             SET WS-END-OF-LEDGER TO TRUE
021300     END-READ.
021400     IF WS-END-OF-LEDGER
021500         GO TO 1000-EXIT
021600     END-IF.
021700     IF NOT AI-ITEM-OPEN OR AI-OPEN-AMOUNT = ZERO
021800         GO TO 1000-EXIT
021900     END-IF.
022000     IF AI-ACCOUNT-ID NOT = WS-CURRENT-ACCOUNT
022100         IF WS-CURRENT-ACCOUNT NOT = SPACES
022200             PERFORM 2000-ACCOUNT-BREAK
022300                 THRU 2000-EXIT
022400         END-IF
022500         MOVE AI-ACCOUNT-ID TO WS-CURRENT-ACCOUNT
022600     END-IF.
022700     ADD 1 TO WS-ITEM-COUNT.
022800     MOVE WS-TODAYS-DATE TO WS-LIB-DATE.
022900     MOVE SPACES TO WS-LIB-MSG-VALUE.
023000     MOVE AI-ITEM-DATE TO WS-LIB-MSG-VALUE (1:8).
023100     MOVE "DATDIF" TO WS-LIB-FUNCTION.
023200     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
023300         WS-LIB-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
023400         WS-LIB-MSG-TEXT.
023500     MOVE WS-LIB-MSG-VALUE (9:8) TO WS-DAYS-RESULT.
023600     MOVE WS-DAYS-RESULT TO WS-AGE-DAYS.
023700     EVALUATE TRUE
023800         WHEN WS-AGE-DAYS NOT > 30
023900             MOVE 1 TO WS-BUCKET
024000         WHEN WS-AGE-DAYS NOT > 60
024100             MOVE 2 TO WS-BUCKET
024200         WHEN WS-AGE-DAYS NOT > 90
024300             MOVE 3 TO WS-BUCKET
024400         WHEN WS-AGE-DAYS NOT > 120
024500             MOVE 4 TO WS-BUCKET
024600         WHEN OTHER
024700             MOVE 5 TO WS-BUCKET
024800     END-EVALUATE.
024900     ADD AI-OPEN-AMOUNT TO AB-AMOUNT (WS-BUCKET).
025000     ADD AI-OPEN-AMOUNT TO AB-AMOUNT (6).
025100 1000-EXIT.
025200     EXIT.
025300******************************************************************
025400* 2000-ACCOUNT-BREAK - PRINT THE ACCOUNT, ROLL IT INTO ITS
025500*                  DEPARTMENT AND THE GRAND TOTAL, AND CLEAR IT.
025600******************************************************************
025700 2000-ACCOUNT-BREAK.
025800     ADD 1 TO WS-ACCOUNT-COUNT.
025900     MOVE "????" TO WS-CURRENT-DEPT.
026000     IF WS-ACCT-OPEN
026100         MOVE WS-CURRENT-ACCOUNT TO AM-ACCOUNT-ID
026200         READ ACCOUNT-MASTER-FILE
026300             INVALID KEY
026400                 CONTINUE
026500             NOT INVALID KEY
026600                 MOVE AM-BILL-DEPT TO WS-CURRENT-DEPT
026700         END-READ
026800     END-IF.
026900     MOVE WS-CURRENT-ACCOUNT TO ML-KEY.
027000     MOVE WS-CURRENT-DEPT TO ML-DEPT.
027100     PERFORM 2100-MOVE-ACCOUNT-BUCKET
027200         THRU 2100-EXIT
027300         VARYING WS-BUCKET FROM 1 BY 1
027400         UNTIL WS-BUCKET > 5.
027500     WRITE AGING-RPT-LINE FROM WS-AMOUNT-LINE.
027600     MOVE AB-AMOUNT (6) TO BL-AMOUNT.
027700     WRITE AGING-RPT-LINE FROM WS-BALANCE-LINE.
027800     MOVE "N" TO WS-DEPT-SWITCH.
027900     SET DT-IDX TO 1.
028000     SEARCH WS-DEPT-ENTRY
028100         AT END
028200             CONTINUE
028300         WHEN DT-IDX > WS-DEPT-COUNT
028400             CONTINUE
028500         WHEN DT-BILL-DEPT (DT-IDX) = WS-CURRENT-DEPT
028600             SET WS-DEPT-FOUND TO TRUE
028700     END-SEARCH.
028800     IF NOT WS-DEPT-FOUND
028900         IF WS-DEPT-COUNT < 100
029000             ADD 1 TO WS-DEPT-COUNT
029100             SET DT-IDX TO WS-DEPT-COUNT
029200             MOVE WS-CURRENT-DEPT TO DT-BILL-DEPT (DT-IDX)
029300             SET WS-DEPT-FOUND TO TRUE
029400         ELSE
029500             ADD 1 TO WS-DEPT-OVERFLOW
029600         END-IF
029700     END-IF.
029800     PERFORM 2200-ROLL-ACCOUNT-BUCKET
029900         THRU 2200-EXIT
030000         VARYING WS-BUCKET FROM 1 BY 1
030100         UNTIL WS-BUCKET > 6.
030200     INITIALIZE WS-ACCOUNT-BUCKETS.
030300 2000-EXIT.
030400     EXIT.
030500******************************************************************
030600* 2100-MOVE-ACCOUNT-BUCKET - ONE BUCKET TO THE PRINT LINE.
030700******************************************************************
030800 2100-MOVE-ACCOUNT-BUCKET.
030900     MOVE AB-AMOUNT (WS-BUCKET) TO ML-AMOUNT (WS-BUCKET).
031000 2100-EXIT.
031100     EXIT.
031200******************************************************************
031300* 2200-ROLL-ACCOUNT-BUCKET - ONE BUCKET INTO THE DEPARTMENT AND
031400*                  THE GRAND TOTAL.
031500******************************************************************
031600 2200-ROLL-ACCOUNT-BUCKET.
031700     IF WS-DEPT-FOUND
031800         ADD AB-AMOUNT (WS-BUCKET)
031900             TO DT-AMOUNT (DT-IDX, WS-BUCKET)
032000     END-IF.
032100     ADD AB-AMOUNT (WS-BUCKET) TO GB-AMOUNT (WS-BUCKET).
032200 2200-EXIT.
032300     EXIT.
032400******************************************************************
032500* 3000-PRINT-DEPARTMENTS - THE DEPARTMENT SUMMARY AND THE GRAND
032600*                  TOTAL.
032700******************************************************************
032800 3000-PRINT-DEPARTMENTS.
032900     MOVE SPACES TO AGING-RPT-LINE.
033000     WRITE AGING-RPT-LINE.
033100     MOVE "BY BILL DEPARTMENT" TO WS-SECTION-LINE.
033200     WRITE AGING-RPT-LINE FROM WS-SECTION-LINE.
033300     WRITE AGING-RPT-LINE FROM WS-COLUMN-LINE.
033400     PERFORM 3100-PRINT-ONE-DEPARTMENT
033500         THRU 3100-EXIT
033600         VARYING DT-IDX FROM 1 BY 1
033700         UNTIL DT-IDX > WS-DEPT-COUNT.
033800     MOVE SPACES TO AGING-RPT-LINE.
033900     WRITE AGING-RPT-LINE.
034000     MOVE "TOTAL" TO ML-KEY.
034100     MOVE SPACES TO ML-DEPT.
034200     PERFORM 3200-MOVE-GRAND-BUCKET
034300         THRU 3200-EXIT
034400         VARYING WS-BUCKET FROM 1 BY 1
034500         UNTIL WS-BUCKET > 5.
034600     WRITE AGING-RPT-LINE FROM WS-AMOUNT-LINE.
034700     MOVE GB-AMOUNT (6) TO BL-AMOUNT.
034800     WRITE AGING-RPT-LINE FROM WS-BALANCE-LINE.
034900 3000-EXIT.
035000     EXIT.
035100******************************************************************
035200* 3100-PRINT-ONE-DEPARTMENT - ONE DEPARTMENT'S BUCKETS.
035300******************************************************************
035400 3100-PRINT-ONE-DEPARTMENT.
035500     MOVE "DEPT" TO ML-KEY.
035600     MOVE DT-BILL-DEPT (DT-IDX) TO ML-DEPT.
035700     PERFORM 3110-MOVE-DEPT-BUCKET
035800         THRU 3110-EXIT
035900         VARYING WS-BUCKET FROM 1 BY 1
036000         UNTIL WS-BUCKET > 5.
036100     WRITE AGING-RPT-LINE FROM WS-AMOUNT-LINE.
036200     MOVE DT-AMOUNT (DT-IDX, 6) TO BL-AMOUNT.
036300     WRITE AGING-RPT-LINE FROM WS-BALANCE-LINE.
036400 3100-EXIT.
036500     EXIT.
036600******************************************************************
036700* 3110-MOVE-DEPT-BUCKET - ONE DEPARTMENT BUCKET TO THE LINE.
036800******************************************************************
036900 3110-MOVE-DEPT-BUCKET.
037000     MOVE DT-AMOUNT (DT-IDX, WS-BUCKET) TO ML-AMOUNT (WS-BUCKET).
037100 3110-EXIT.
037200     EXIT.
037300******************************************************************
037400* 3200-MOVE-GRAND-BUCKET - ONE GRAND-TOTAL BUCKET TO THE LINE.
037500******************************************************************
037600 3200-MOVE-GRAND-BUCKET.
037700     MOVE GB-AMOUNT (WS-BUCKET) TO ML-AMOUNT (WS-BUCKET).
037800 3200-EXIT.
037900     EXIT.
038000******************************************************************
038100* 9999-EXIT - COMMON PROGRAM EXIT POINT.
038200******************************************************************
038300 9999-EXIT.
038400     GOBACK.
038500 END PROGRAM ArAgingReport.
