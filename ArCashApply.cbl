000100******************************************************************
000200* PROGRAM-ID: ARCASHAPPLY
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     APPLIES THE REMITTANCE FILE THE BILLING
000800*              DEPARTMENT RETURNS (BILLREM) TO THE ARITEM
000900*              RECEIVABLES SUBLEDGER. EACH PAYMENT NAMES THE
001000*              ACCOUNT AND THE BILLSENT DATE/OPERATOR/SEQUENCE
001100*              REFERENCE IT PAYS. A PAYMENT UP TO THE ITEM'S
001200*              OPEN AMOUNT REDUCES IT (A PARTIAL PAYMENT LEAVES
001300*              THE BALANCE OPEN); ANY EXCESS - AN OVERPAYMENT, A
001400*              PAYMENT WITH NO REFERENCE, OR ONE FOR AN ITEM NOT
001500*              YET OPEN - IS KEPT AS AN UNAPPLIED CASH ITEM ON
001600*              THE ACCOUNT. CASH THAT QUOTED AN ITEM NOT YET
001700*              ACKNOWLEDGED IS APPLIED AUTOMATICALLY ON A LATER
001800*              RUN ONCE BILLACKMATCH OPENS THE ITEM. EVERY
001900*              MOVEMENT IS JOURNALED TO ARTRAN UNDER THE
002000*              REMITTANCE BATCH ID, AND A BATCH ALREADY ON THE
002100*              JOURNAL IS REFUSED, SO A FILE CANNOT BE APPLIED
002200*              TWICE. THE APPLICATION REPORT IS ARCASHRP; THE
002300*              RUN ENDS WITH THE ARAGINGREPORT AGED RECEIVABLES.
002400*              HONORS THE BUSDATE PROCESSING-DATE CONTROL.
002500* TECTONICS:   cobc
002600*
002700* MODIFICATION HISTORY
002800*   2026-10-15 DO  INITIAL VERSION.
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. ArCashApply.
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT REMITTANCE-FILE ASSIGN TO "BILLREM"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-REM-FILE-STATUS.
003800     SELECT AR-ITEM-FILE ASSIGN TO "ARITEM"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS AI-ITEM-KEY
004200         FILE STATUS IS WS-AR-FILE-STATUS.
004300     SELECT AR-JOURNAL-FILE ASSIGN TO "ARTRAN"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-JRNL-FILE-STATUS.
004600     SELECT CASH-RPT-FILE ASSIGN TO "ARCASHRP"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-RPT-FILE-STATUS.
004900     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-BDATE-FILE-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  REMITTANCE-FILE
005500     RECORDING MODE IS F.
005600 01  REMITTANCE-RECORD.
005700     05  RM-RECORD-TYPE              PIC X(02).
005800         88  RM-HEADER-RECORD        VALUE "RH".
005900         88  RM-DETAIL-RECORD        VALUE "RD".
006000     05  RM-ACCOUNT-ID               PIC X(08).
006100     05  RM-REF-DATE                 PIC 9(08).
006200     05  RM-REF-OPERATOR             PIC X(08).
006300     05  RM-REF-SEQUENCE             PIC 9(06).
006400     05  RM-PAYMENT-REF              PIC X(08).
006500     05  RM-PAYMENT-DATE             PIC 9(08).
006600     05  RM-PAYMENT-AMOUNT           PIC S9(11)V99.
006700 01  REMITTANCE-HEADER.
006800     05  RH-RECORD-TYPE              PIC X(02).
006900     05  RH-BATCH-ID                 PIC X(08).
007000     05  RH-REMIT-DATE               PIC 9(08).
007100     05  FILLER                      PIC X(43).
007200 FD  AR-ITEM-FILE.
007300     COPY ARITEM.
007400 FD  AR-JOURNAL-FILE
007500     RECORDING MODE IS F.
007600 01  AR-JOURNAL-RECORD.
007700     05  AJ-BATCH-ID                 PIC X(08).
007800     05  AJ-POST-DATE                PIC 9(08).
007900     05  AJ-ACTION                   PIC X(06).
008000     05  AJ-ACCOUNT-ID               PIC X(08).
008100     05  AJ-REFERENCE.
008200         10  AJ-REF-DATE             PIC 9(08).
008300         10  AJ-REF-OPERATOR         PIC X(08).
008400         10  AJ-REF-SEQUENCE         PIC 9(06).
008500     05  AJ-PAYMENT-REF              PIC X(08).
008600     05  AJ-AMOUNT                   PIC S9(11)V99.
008700 FD  CASH-RPT-FILE
008800     RECORDING MODE IS F.
008900 01  CASH-RPT-LINE                   PIC X(80).
009000 FD  BUS-DATE-FILE
009100     RECORDING MODE IS F.
009200     COPY BUSDATE.
009300 WORKING-STORAGE SECTION.
009400 01  WS-REM-FILE-STATUS              PIC X(02).
009500     88  WS-REM-FILE-OK              VALUE "00".
009600 01  WS-AR-FILE-STATUS               PIC X(02).
009700     88  WS-AR-FILE-OK               VALUE "00".
009800 01  WS-JRNL-FILE-STATUS             PIC X(02).
009900     88  WS-JRNL-FILE-OK             VALUE "00".
010000 01  WS-RPT-FILE-STATUS              PIC X(02).
010100     88  WS-RPT-FILE-OK              VALUE "00".
010200 01  WS-BDATE-FILE-STATUS            PIC X(02).
010300     88  WS-BDATE-FILE-OK            VALUE "00".
010400 01  WS-REM-EOF-SWITCH               PIC X(01) VALUE "N".
010500     88  WS-END-OF-REMITTANCE        VALUE "Y".
010600 01  WS-JRNL-EOF-SWITCH              PIC X(01) VALUE "N".
010700     88  WS-END-OF-JOURNAL           VALUE "Y".
010800 01  WS-AR-EOF-SWITCH                PIC X(01) VALUE "N".
010900     88  WS-END-OF-LEDGER            VALUE "Y".
011000 01  WS-REMIT-SWITCH                 PIC X(01) VALUE "N".
011100     88  WS-REMITTANCE-PRESENT       VALUE "Y".
011200 01  WS-BATCH-SEEN-SWITCH            PIC X(01) VALUE "N".
011300     88  WS-BATCH-ALREADY-APPLIED    VALUE "Y".
011400 01  WS-ITEM-SWITCH                  PIC X(01) VALUE "N".
011500     88  WS-ITEM-FOUND               VALUE "Y".
011600 01  WS-WRITTEN-SWITCH               PIC X(01) VALUE "N".
011700     88  WS-CASH-WRITTEN             VALUE "Y".
011800 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
011900 01  WS-BATCH-ID                     PIC X(08) VALUE SPACES.
012000 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
012100 01  WS-LIB-FUNCTION                 PIC X(06).
012200 01  WS-LIB-RETURN-CODE              PIC 9(02).
012300 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "ARCASH".
012400 01  WS-LIB-MSG-VALUE                PIC X(40).
012500 01  WS-LIB-MSG-TEXT                 PIC X(60).
012600 01  WS-PAYMENT-LEFT                 PIC S9(11)V99 VALUE ZERO.
012700 01  WS-APPLY-AMOUNT                 PIC S9(11)V99 VALUE ZERO.
012800 01  WS-CASH-AMOUNT                  PIC S9(11)V99 VALUE ZERO.
012900 01  WS-CASH-TRIES                   PIC 9(03) COMP VALUE ZERO.
013000 01  WS-SAVE-APPLY-TO                PIC X(22) VALUE SPACES.
013100 01  WS-NOTE                         PIC X(22) VALUE SPACES.
013200 01  WS-PAYMENT-COUNT                PIC 9(06) COMP VALUE ZERO.
013300 01  WS-REJECT-COUNT                 PIC 9(06) COMP VALUE ZERO.
013400 01  WS-REAPPLY-COUNT                PIC 9(06) COMP VALUE ZERO.
013500 01  WS-PAYMENT-TOTAL                PIC S9(13)V99 VALUE ZERO.
013600 01  WS-APPLIED-TOTAL                PIC S9(13)V99 VALUE ZERO.
013700 01  WS-UNAPPLIED-TOTAL              PIC S9(13)V99 VALUE ZERO.
013800 01  WS-REAPPLIED-TOTAL              PIC S9(13)V99 VALUE ZERO.
013900 01  WS-CASH-TABLE.
014000     05  WS-CASH-ENTRY OCCURS 200 TIMES INDEXED BY CT-IDX.
014100         10  CT-ITEM-KEY             PIC X(30).
014200 01  WS-CASH-COUNT                   PIC 9(03) COMP VALUE ZERO.
014300 01  WS-CASH-OVERFLOW                PIC 9(06) COMP VALUE ZERO.
014400 01  WS-HEADER-LINE.
014500     05  FILLER                      PIC X(28) VALUE
014600         "AR CASH APPLICATION REPORT  ".
014700     05  FILLER                      PIC X(07) VALUE "BATCH: ".
014800     05  HL-BATCH-ID                 PIC X(08).
014900     05  FILLER                      PIC X(12) VALUE
015000         "  RUN DATE: ".
015100     05  HL-RUN-DATE                 PIC 9(08).
015200     05  FILLER                      PIC X(17) VALUE SPACES.
015300 01  WS-COLUMN-LINE.
015400     05  FILLER                      PIC X(40) VALUE
015500         "ACCOUNT  REFERENCE              PAYMENT ".
015600     05  FILLER                      PIC X(40) VALUE
015700         "    APPLIED   NOTE".
015800 01  WS-DETAIL-LINE.
015900     05  DL-ACCOUNT-ID               PIC X(08).
016000     05  FILLER                      PIC X(01) VALUE SPACE.
016100     05  DL-REF-DATE                 PIC 9(08).
016200     05  FILLER                      PIC X(01) VALUE "/".
016300     05  DL-REF-OPERATOR             PIC X(08).
016400     05  FILLER                      PIC X(01) VALUE "/".
016500     05  DL-REF-SEQUENCE             PIC 9(06).
016600     05  DL-PAYMENT                  PIC -(8)9.99.
016700     05  DL-APPLIED                  PIC -(8)9.99.
016800     05  FILLER                      PIC X(01) VALUE SPACE.
016900     05  DL-NOTE                     PIC X(22).
017000 01  WS-TOTAL-LINE.
017100     05  TL-LABEL                    PIC X(30).
017200     05  TL-COUNT                    PIC ZZZ,ZZ9.
017300     05  FILLER                      PIC X(04) VALUE SPACES.
017400     05  TL-AMOUNT                   PIC -(12)9.99.
017500     05  FILLER                      PIC X(23) VALUE SPACES.
017600 PROCEDURE DIVISION.
017700******************************************************************
017800* 0000-MAINLINE - CHECK THE BATCH, APPLY CASH HELD FROM EARLIER
017900*                 RUNS, APPLY THE NEW REMITTANCE, THEN AGE WHAT
018000*                 IS STILL OPEN.
018100******************************************************************
018200 0000-MAINLINE.
018300     PERFORM 0500-RESOLVE-BUSINESS-DATE
018400         THRU 0500-EXIT.
018500     OPEN I-O AR-ITEM-FILE.
018600     IF NOT WS-AR-FILE-OK
018700         OPEN OUTPUT AR-ITEM-FILE
018800         CLOSE AR-ITEM-FILE
018900         OPEN I-O AR-ITEM-FILE
019000     END-IF.
019100     IF NOT WS-AR-FILE-OK
019200         DISPLAY "ARITEM OPEN FAILED, STATUS " WS-AR-FILE-STATUS
019300         MOVE 8 TO RETURN-CODE
019400         GO TO 9999-EXIT
019500     END-IF.
019600     PERFORM 1000-CHECK-BATCH
019700         THRU 1000-EXIT.
019800     IF WS-BATCH-ALREADY-APPLIED
019900         DISPLAY "REMITTANCE BATCH " WS-BATCH-ID
020000             " IS ALREADY ON ARTRAN - NOT APPLIED AGAIN"
020100         CLOSE AR-ITEM-FILE
020200         IF WS-REMITTANCE-PRESENT
020300             CLOSE REMITTANCE-FILE
020400         END-IF
020500         MOVE 8 TO RETURN-CODE
020600         GO TO 9999-EXIT
020700     END-IF.
020800     OPEN EXTEND AR-JOURNAL-FILE.
020900     IF NOT WS-JRNL-FILE-OK
021000         OPEN OUTPUT AR-JOURNAL-FILE
021100     END-IF.
021200     OPEN OUTPUT CASH-RPT-FILE.
021300     MOVE WS-BATCH-ID TO HL-BATCH-ID.
021400     MOVE WS-TODAYS-DATE TO HL-RUN-DATE.
021500     WRITE CASH-RPT-LINE FROM WS-HEADER-LINE.
021600     MOVE SPACES TO CASH-RPT-LINE.
021700     WRITE CASH-RPT-LINE.
021800     WRITE CASH-RPT-LINE FROM WS-COLUMN-LINE.
021900     PERFORM 1500-REAPPLY-HELD-CASH
022000         THRU 1500-EXIT.
022100     IF WS-REMITTANCE-PRESENT
022200         PERFORM 2000-APPLY-REMITTANCE
022300             THRU 2000-EXIT
022400         CLOSE REMITTANCE-FILE
022500         MOVE "BATCH " TO AJ-ACTION
022600         MOVE SPACES TO AJ-ACCOUNT-ID
022700         MOVE ZERO TO AJ-REF-DATE
022800         MOVE SPACES TO AJ-REF-OPERATOR
022900         MOVE ZERO TO AJ-REF-SEQUENCE
023000         MOVE SPACES TO AJ-PAYMENT-REF
023100         MOVE WS-PAYMENT-TOTAL TO AJ-AMOUNT
023200         PERFORM 8000-WRITE-JOURNAL
023300             THRU 8000-EXIT
023400     END-IF.
023500     PERFORM 3000-REPORT-TOTALS
023600         THRU 3000-EXIT.
023700     CLOSE AR-ITEM-FILE
023800           AR-JOURNAL-FILE
023900           CASH-RPT-FILE.
024000     MOVE "ARCASHRP" TO WS-RPT-KEEP-NAME.
024100     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-TODAYS-DATE.
024200     DISPLAY "PAYMENTS APPLIED: " WS-PAYMENT-COUNT
024300         " REJECTED: " WS-REJECT-COUNT
024400         " HELD CASH RE-APPLIED: " WS-REAPPLY-COUNT.
024500     CALL "ArAgingReport".
024600     IF WS-REJECT-COUNT > ZERO OR WS-CASH-OVERFLOW > ZERO
024700         MOVE 4 TO RETURN-CODE
024800     ELSE
024900         MOVE ZERO TO RETURN-CODE
025000     END-IF.
025100     GO TO 9999-EXIT.
025200******************************************************************
025300* 0500-RESOLVE-BUSINESS-DATE - THE BUSDATE CONTROL WHEN ONE IS
025400*                  ON FILE, THE SYSTEM DATE OTHERWISE - THE SAME
025500*                  CONVENTION THE REST OF THE CHAIN FOLLOWS.
025600******************************************************************
025700 0500-RESOLVE-BUSINESS-DATE.
025800     MOVE "DATSTM" TO WS-LIB-FUNCTION.
025900     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
026000         WS-TODAYS-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
026100         WS-LIB-MSG-TEXT.
026200     OPEN INPUT BUS-DATE-FILE.
026300     IF NOT WS-BDATE-FILE-OK
026400         GO TO 0500-EXIT
026500     END-IF.
026600     READ BUS-DATE-FILE
026700         AT END
026800             CONTINUE
026900     END-READ.
027000     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
027100         MOVE BD-BUSINESS-DATE TO WS-TODAYS-DATE
027200     END-IF.
027300     CLOSE BUS-DATE-FILE.
027400 0500-EXIT.
027500     EXIT.
027600******************************************************************
027700* 1000-CHECK-BATCH - READ THE REMITTANCE HEADER AND LOOK FOR ITS
027800*                  BATCH ID ON THE JOURNAL. NO REMITTANCE FILE
027900*                  IS NOT AN ERROR - HELD CASH IS STILL APPLIED
028000*                  AND THE AGING STILL RUNS.
028100******************************************************************
028200 1000-CHECK-BATCH.
028300     OPEN INPUT REMITTANCE-FILE.
028400     IF NOT WS-REM-FILE-OK
028500         DISPLAY "NO BILLREM REMITTANCE FILE THIS RUN"
028600         MOVE "HELDCASH" TO WS-BATCH-ID
028700         GO TO 1000-EXIT
028800     END-IF.
028900     SET WS-REMITTANCE-PRESENT TO TRUE.
029000     READ REMITTANCE-FILE
029100         AT END
029200             SET WS-END-OF-REMITTANCE TO TRUE
029300     END-READ.
029400     IF WS-END-OF-REMITTANCE
029500         GO TO 1000-EXIT
029600     END-IF.
029700     IF NOT RM-HEADER-RECORD
029800         DISPLAY "BILLREM HAS NO RH BATCH HEADER - TREATED AS "
029900             "AN UNNAMED BATCH"
030000         MOVE "NOHEADER" TO WS-BATCH-ID
030100         GO TO 1000-EXIT
030200     END-IF.
030300     MOVE RH-BATCH-ID TO WS-BATCH-ID.
030400     PERFORM 1100-READ-REMITTANCE
030500         THRU 1100-EXIT.
030600     OPEN INPUT AR-JOURNAL-FILE.
030700     IF NOT WS-JRNL-FILE-OK
030800         GO TO 1000-EXIT
030900     END-IF.
031000     PERFORM 1050-SCAN-ONE-JOURNAL-ROW
031100         THRU 1050-EXIT
031200         UNTIL WS-END-OF-JOURNAL OR WS-BATCH-ALREADY-APPLIED.
031300     CLOSE AR-JOURNAL-FILE.
031400 1000-EXIT.
031500     EXIT.
031600******************************************************************
031700* 1050-SCAN-ONE-JOURNAL-ROW - A BATCH ROW FOR THIS BATCH ID
031800*                  MEANS THE FILE HAS BEEN APPLIED BEFORE.
031900******************************************************************
032000 1050-SCAN-ONE-JOURNAL-ROW.
032100     READ AR-JOURNAL-FILE
032200         AT END
032300             SET WS-END-OF-JOURNAL TO TRUE
032400     END-READ.
032500     IF WS-END-OF-JOURNAL
032600         GO TO 1050-EXIT
032700     END-IF.
032800     IF AJ-ACTION = "BATCH " AND AJ-BATCH-ID = WS-BATCH-ID
032900         SET WS-BATCH-ALREADY-APPLIED TO TRUE
033000     END-IF.
033100 1050-EXIT.
033200     EXIT.
033300******************************************************************
033400* 1100-READ-REMITTANCE - THE NEXT REMITTANCE RECORD.
033500******************************************************************
033600 1100-READ-REMITTANCE.
033700     READ REMITTANCE-FILE
033800         AT END
033900             SET WS-END-OF-REMITTANCE TO TRUE
034000     END-READ.
034100 1100-EXIT.
034200     EXIT.
034300******************************************************************
034400* 1500-REAPPLY-HELD-CASH - OPEN CASH ITEMS THAT QUOTED AN ITEM
034500*                  ARE GATHERED FIRST, THEN EACH IS TRIED
034600*                  AGAINST ITS ITEM - RANDOM READS WOULD LOSE
034700*                  THE PLACE OF A SEQUENTIAL PASS.
034800******************************************************************
034900 1500-REAPPLY-HELD-CASH.
035000     MOVE "N" TO WS-AR-EOF-SWITCH.
035100     MOVE LOW-VALUES TO AI-ITEM-KEY.
035200     START AR-ITEM-FILE KEY IS NOT LESS THAN AI-ITEM-KEY
035300         INVALID KEY
035400             SET WS-END-OF-LEDGER TO TRUE
035500     END-START.
035600     PERFORM 1550-GATHER-ONE-ITEM
035700         THRU 1550-EXIT
035800         UNTIL WS-END-OF-LEDGER.
035900     PERFORM 1600-REAPPLY-ONE-CASH-ITEM
036000         THRU 1600-EXIT
036100         VARYING CT-IDX FROM 1 BY 1
036200         UNTIL CT-IDX > WS-CASH-COUNT.
036300     IF WS-CASH-OVERFLOW > ZERO
036400         DISPLAY "HELD CASH TABLE FULL - " WS-CASH-OVERFLOW
036500             " CASH ITEMS LEFT FOR THE NEXT RUN"
036600     END-IF.
036700 1500-EXIT.
036800     EXIT.
036900******************************************************************
037000* 1550-GATHER-ONE-ITEM - AN OPEN CASH ITEM WITH AN APPLY-TO.
037100******************************************************************
037200 1550-GATHER-ONE-ITEM.
037300     READ AR-ITEM-FILE NEXT RECORD
037400         AT END
037500             SET WS-END-OF-LEDGER TO TRUE
037600     END-READ.
037700     IF WS-END-OF-LEDGER
037800         GO TO 1550-EXIT
037900     END-IF.
038000     IF NOT AI-CASH-ITEM OR NOT AI-ITEM-OPEN
038100         OR AI-APPLY-DATE = ZERO
038200         GO TO 1550-EXIT
038300     END-IF.
038400     IF WS-CASH-COUNT NOT < 200
038500         ADD 1 TO WS-CASH-OVERFLOW
038600         GO TO 1550-EXIT
038700     END-IF.
038800     ADD 1 TO WS-CASH-COUNT.
038900     SET CT-IDX TO WS-CASH-COUNT.
039000     MOVE AI-ITEM-KEY TO CT-ITEM-KEY (CT-IDX).
039100 1550-EXIT.
039200     EXIT.
039300******************************************************************
039400* 1600-REAPPLY-ONE-CASH-ITEM - IF THE QUOTED ITEM IS NOW OPEN,
039500*                  APPLY AS MUCH OF THE HELD CASH AS IT NEEDS.
039600*                  WHATEVER IS LEFT STAYS HELD WITHOUT AN
039700*                  APPLY-TO, AS PLAIN UNAPPLIED CASH.
039800******************************************************************
039900 1600-REAPPLY-ONE-CASH-ITEM.
040000     MOVE CT-ITEM-KEY (CT-IDX) TO AI-ITEM-KEY.
040100     READ AR-ITEM-FILE
040200         INVALID KEY
040300             GO TO 1600-EXIT
040400     END-READ.
040500     COMPUTE WS-CASH-AMOUNT = ZERO - AI-OPEN-AMOUNT.
040600     MOVE AI-APPLY-TO TO WS-SAVE-APPLY-TO.
040700     MOVE AI-APPLY-TO TO AI-REFERENCE.
040800     READ AR-ITEM-FILE
040900         INVALID KEY
041000             GO TO 1600-EXIT
041100     END-READ.
041200     IF NOT AI-INVOICE-ITEM OR NOT AI-ITEM-OPEN
041300         OR AI-OPEN-AMOUNT NOT > ZERO
041400         MOVE ZERO TO WS-APPLY-AMOUNT
041500     ELSE
041600         IF WS-CASH-AMOUNT < AI-OPEN-AMOUNT
041700             MOVE WS-CASH-AMOUNT TO WS-APPLY-AMOUNT
041800         ELSE
041900             MOVE AI-OPEN-AMOUNT TO WS-APPLY-AMOUNT
042000         END-IF
042100         SUBTRACT WS-APPLY-AMOUNT FROM AI-OPEN-AMOUNT
042200         PERFORM 2500-CLOSE-IF-SETTLED
042300             THRU 2500-EXIT
042400         REWRITE AR-OPEN-ITEM-RECORD
042500         MOVE "REAPPL" TO AJ-ACTION
042600         MOVE AI-ACCOUNT-ID TO AJ-ACCOUNT-ID
042700         MOVE AI-REFERENCE TO AJ-REFERENCE
042800         MOVE CT-ITEM-KEY (CT-IDX) (17:8) TO AJ-PAYMENT-REF
042900         MOVE WS-APPLY-AMOUNT TO AJ-AMOUNT
043000         PERFORM 8000-WRITE-JOURNAL
043100             THRU 8000-EXIT
043200         ADD 1 TO WS-REAPPLY-COUNT
043300         ADD WS-APPLY-AMOUNT TO WS-REAPPLIED-TOTAL
043400         MOVE AI-ACCOUNT-ID TO DL-ACCOUNT-ID
043500         MOVE AI-REF-DATE TO DL-REF-DATE
043600         MOVE AI-REF-OPERATOR TO DL-REF-OPERATOR
043700         MOVE AI-REF-SEQUENCE TO DL-REF-SEQUENCE
043800         MOVE WS-CASH-AMOUNT TO DL-PAYMENT
043900         MOVE WS-APPLY-AMOUNT TO DL-APPLIED
044000         MOVE "HELD CASH APPLIED" TO DL-NOTE
044100         WRITE CASH-RPT-LINE FROM WS-DETAIL-LINE
044200     END-IF.
044300     MOVE CT-ITEM-KEY (CT-IDX) TO AI-ITEM-KEY.
044400     READ AR-ITEM-FILE
044500         INVALID KEY
044600             GO TO 1600-EXIT
044700     END-READ.
044800     ADD WS-APPLY-AMOUNT TO AI-OPEN-AMOUNT.
044900     MOVE ZERO TO AI-APPLY-DATE.
045000     MOVE SPACES TO AI-APPLY-OPERATOR.
045100     MOVE ZERO TO AI-APPLY-SEQUENCE.
045200     PERFORM 2500-CLOSE-IF-SETTLED
045300         THRU 2500-EXIT.
045400     REWRITE AR-OPEN-ITEM-RECORD.
045500 1600-EXIT.
045600     EXIT.
045700******************************************************************
045800* 2000-APPLY-REMITTANCE - EVERY DETAIL ON THE REMITTANCE FILE.
045900******************************************************************
046000 2000-APPLY-REMITTANCE.
046100     PERFORM 2100-APPLY-ONE-PAYMENT
046200         THRU 2100-EXIT
046300         UNTIL WS-END-OF-REMITTANCE.
046400 2000-EXIT.
046500     EXIT.
046600******************************************************************
046700* 2100-APPLY-ONE-PAYMENT - APPLY ONE PAYMENT TO THE ITEM IT
046800*                  QUOTES, UP TO THE ITEM'S OPEN AMOUNT. THE
046900*                  REST, IF ANY, IS HELD AS UNAPPLIED CASH. A
047000*                  DETAIL WITH NO ACCOUNT OR A NON-POSITIVE
047100*                  AMOUNT IS REJECTED ON THE REPORT.
047200******************************************************************
047300* 2100-APPLY-ONE-PAYMENT - APPLY ONE PAYMENT TO THE ITEM IT
047400*                  QUOTES, UP TO THE ITEM'S OPEN AMOUNT. THE
047500*                  REST, IF ANY, IS HELD AS UNAPPLIED CASH. A
047600*                  DETAIL WITH NO ACCOUNT OR A NON-POSITIVE
047700*                  AMOUNT IS REJECTED ON THE REPORT.
047800******************************************************************
047900 2100-APPLY-ONE-PAYMENT.
048000     IF NOT RM-DETAIL-RECORD
048100         PERFORM 1100-READ-REMITTANCE
048200             THRU 1100-EXIT
048300         GO TO 2100-EXIT
048400     END-IF.
048500     MOVE RM-ACCOUNT-ID TO DL-ACCOUNT-ID.
048600     MOVE RM-REF-DATE TO DL-REF-DATE.
048700     MOVE RM-REF-OPERATOR TO DL-REF-OPERATOR.
048800     MOVE RM-REF-SEQUENCE TO DL-REF-SEQUENCE.
048900     MOVE ZERO TO DL-PAYMENT.
049000     MOVE ZERO TO DL-APPLIED.
049100     IF RM-ACCOUNT-ID = SPACES
049200         OR RM-PAYMENT-AMOUNT NOT NUMERIC
049300         ADD 1 TO WS-REJECT-COUNT
049400         MOVE "REJECTED - BAD DETAIL" TO DL-NOTE
049500         WRITE CASH-RPT-LINE FROM WS-DETAIL-LINE
049600         PERFORM 1100-READ-REMITTANCE
049700             THRU 1100-EXIT
049800         GO TO 2100-EXIT
049900     END-IF.
050000     MOVE RM-PAYMENT-AMOUNT TO DL-PAYMENT.
050100     IF RM-PAYMENT-AMOUNT NOT > ZERO
050200         ADD 1 TO WS-REJECT-COUNT
050300         MOVE "REJECTED - BAD AMOUNT" TO DL-NOTE
050400         WRITE CASH-RPT-LINE FROM WS-DETAIL-LINE
050500         PERFORM 1100-READ-REMITTANCE
050600             THRU 1100-EXIT
050700         GO TO 2100-EXIT
050800     END-IF.
050900     ADD 1 TO WS-PAYMENT-COUNT.
051000     ADD RM-PAYMENT-AMOUNT TO WS-PAYMENT-TOTAL.
051100     MOVE RM-PAYMENT-AMOUNT TO WS-PAYMENT-LEFT.
051200     MOVE ZERO TO WS-APPLY-AMOUNT.
051300     MOVE SPACES TO WS-SAVE-APPLY-TO.
051400     IF RM-REF-DATE NOT NUMERIC OR RM-REF-DATE = ZERO
051500         MOVE "UNAPPLIED - NO REF" TO WS-NOTE
051600     ELSE
051700         PERFORM 2200-APPLY-TO-ITEM
051800             THRU 2200-EXIT
051900     END-IF.
052000     IF WS-PAYMENT-LEFT > ZERO
052100         PERFORM 2300-HOLD-CASH
052200             THRU 2300-EXIT
052300     END-IF.
052400     MOVE WS-APPLY-AMOUNT TO DL-APPLIED.
052500     MOVE WS-NOTE TO DL-NOTE.
052600     WRITE CASH-RPT-LINE FROM WS-DETAIL-LINE.
052700     PERFORM 1100-READ-REMITTANCE
052800         THRU 1100-EXIT.
052900 2100-EXIT.
053000     EXIT.
053100******************************************************************
053200* 2200-APPLY-TO-ITEM - THE QUOTED ITEM MUST BE AN OPEN INVOICE
053300*                  ITEM WITH SOMETHING STILL OWING. AN ITEM NOT
053400*                  ON ARITEM YET (BILLING HAS NOT ACKNOWLEDGED
053500*                  IT) KEEPS ITS REFERENCE ON THE HELD CASH SO
053600*                  A LATER RUN CAN APPLY IT.
053700******************************************************************
053800 2200-APPLY-TO-ITEM.
053900     MOVE RM-ACCOUNT-ID TO AI-ACCOUNT-ID.
054000     MOVE RM-REF-DATE TO AI-REF-DATE.
054100     MOVE RM-REF-OPERATOR TO AI-REF-OPERATOR.
054200     MOVE RM-REF-SEQUENCE TO AI-REF-SEQUENCE.
054300     MOVE "Y" TO WS-ITEM-SWITCH.
054400     READ AR-ITEM-FILE
054500         INVALID KEY
054600             MOVE "N" TO WS-ITEM-SWITCH
054700     END-READ.
054800     IF NOT WS-ITEM-FOUND
054900         MOVE AI-REFERENCE TO WS-SAVE-APPLY-TO
055000         MOVE "HELD - ITEM NOT OPEN" TO WS-NOTE
055100         GO TO 2200-EXIT
055200     END-IF.
055300     IF NOT AI-INVOICE-ITEM OR NOT AI-ITEM-OPEN
055400         OR AI-OPEN-AMOUNT NOT > ZERO
055500         MOVE "UNAPPLIED - NOT OWING" TO WS-NOTE
055600         GO TO 2200-EXIT
055700     END-IF.
055800     IF WS-PAYMENT-LEFT < AI-OPEN-AMOUNT
055900         MOVE WS-PAYMENT-LEFT TO WS-APPLY-AMOUNT
056000     ELSE
056100         MOVE AI-OPEN-AMOUNT TO WS-APPLY-AMOUNT
056200     END-IF.
056300     SUBTRACT WS-APPLY-AMOUNT FROM AI-OPEN-AMOUNT.
056400     SUBTRACT WS-APPLY-AMOUNT FROM WS-PAYMENT-LEFT.
056500     PERFORM 2500-CLOSE-IF-SETTLED
056600         THRU 2500-EXIT.
056700     REWRITE AR-OPEN-ITEM-RECORD.
056800     ADD WS-APPLY-AMOUNT TO WS-APPLIED-TOTAL.
056900     MOVE "APPLY " TO AJ-ACTION.
057000     MOVE AI-ACCOUNT-ID TO AJ-ACCOUNT-ID.
057100     MOVE AI-REFERENCE TO AJ-REFERENCE.
057200     MOVE RM-PAYMENT-REF TO AJ-PAYMENT-REF.
057300     MOVE WS-APPLY-AMOUNT TO AJ-AMOUNT.
057400     PERFORM 8000-WRITE-JOURNAL
057500         THRU 8000-EXIT.
057600     IF WS-PAYMENT-LEFT > ZERO
057700         MOVE "OVERPAID - EXCESS HELD" TO WS-NOTE
057800     ELSE
057900         IF AI-ITEM-CLOSED
058000             MOVE "PAID IN FULL" TO WS-NOTE
058100         ELSE
058200             MOVE "PARTIAL PAYMENT" TO WS-NOTE
058300         END-IF
058400     END-IF.
058500 2200-EXIT.
058600     EXIT.
058700******************************************************************
058800* 2300-HOLD-CASH - OPEN A CASH ITEM FOR WHAT COULD NOT BE
058900*                  APPLIED, KEYED BY THE PAYMENT DATE AND
059000*                  PAYMENT REFERENCE. A SECOND PAYMENT UNDER THE
059100*                  SAME REFERENCE TAKES THE NEXT SEQUENCE.
059200******************************************************************
059300 2300-HOLD-CASH.
059400     MOVE RM-ACCOUNT-ID TO AI-ACCOUNT-ID.
059500     IF RM-PAYMENT-DATE NUMERIC AND RM-PAYMENT-DATE NOT = ZERO
059600         MOVE RM-PAYMENT-DATE TO AI-REF-DATE
059700     ELSE
059800         MOVE WS-TODAYS-DATE TO AI-REF-DATE
059900     END-IF.
060000     MOVE RM-PAYMENT-REF TO AI-REF-OPERATOR.
060100     MOVE ZERO TO AI-REF-SEQUENCE.
060200     SET AI-CASH-ITEM TO TRUE.
060300     SET AI-ITEM-OPEN TO TRUE.
060400     MOVE AI-REF-DATE TO AI-ITEM-DATE.
060500     MOVE ZERO TO AI-EXTRACT-GEN.
060600     COMPUTE AI-ORIGINAL-AMOUNT = ZERO - WS-PAYMENT-LEFT.
060700     MOVE AI-ORIGINAL-AMOUNT TO AI-OPEN-AMOUNT.
060800     MOVE WS-TODAYS-DATE TO AI-LAST-ACTIVITY.
060900     MOVE WS-SAVE-APPLY-TO TO AI-APPLY-TO.
061000     IF WS-SAVE-APPLY-TO = SPACES
061100         MOVE ZERO TO AI-APPLY-DATE
061200         MOVE ZERO TO AI-APPLY-SEQUENCE
061300     END-IF.
061400     MOVE "N" TO WS-WRITTEN-SWITCH.
061500     MOVE ZERO TO WS-CASH-TRIES.
061600     PERFORM 2350-WRITE-CASH-ITEM
061700         THRU 2350-EXIT
061800         UNTIL WS-CASH-WRITTEN OR WS-CASH-TRIES > 999.
061900     IF NOT WS-CASH-WRITTEN
062000         ADD 1 TO WS-REJECT-COUNT
062100         MOVE "REJECTED - NO CASH KEY" TO WS-NOTE
062200         GO TO 2300-EXIT
062300     END-IF.
062400     ADD WS-PAYMENT-LEFT TO WS-UNAPPLIED-TOTAL.
062500     MOVE "UNAPPL" TO AJ-ACTION.
062600     MOVE AI-ACCOUNT-ID TO AJ-ACCOUNT-ID.
062700     MOVE AI-REFERENCE TO AJ-REFERENCE.
062800     MOVE RM-PAYMENT-REF TO AJ-PAYMENT-REF.
062900     MOVE WS-PAYMENT-LEFT TO AJ-AMOUNT.
063000     PERFORM 8000-WRITE-JOURNAL
063100         THRU 8000-EXIT.
063200 2300-EXIT.
063300     EXIT.
063400******************************************************************
063500* 2350-WRITE-CASH-ITEM - ONE ATTEMPT AT THE NEXT SEQUENCE.
063600******************************************************************
063700 2350-WRITE-CASH-ITEM.
063800     ADD 1 TO WS-CASH-TRIES.
063900     ADD 1 TO AI-REF-SEQUENCE.
064000     WRITE AR-OPEN-ITEM-RECORD
064100         INVALID KEY
064200             GO TO 2350-EXIT
064300     END-WRITE.
064400     SET WS-CASH-WRITTEN TO TRUE.
064500 2350-EXIT.
064600     EXIT.
064700******************************************************************
064800* 2500-CLOSE-IF-SETTLED - AN ITEM WITH NOTHING OPEN IS CLOSED.
064900******************************************************************
065000 2500-CLOSE-IF-SETTLED.
065100     MOVE WS-TODAYS-DATE TO AI-LAST-ACTIVITY.
065200     IF AI-OPEN-AMOUNT = ZERO
065300         SET AI-ITEM-CLOSED TO TRUE
065400     END-IF.
065500 2500-EXIT.
065600     EXIT.
065700******************************************************************
065800* 3000-REPORT-TOTALS - RUN TOTALS AT THE FOOT OF THE REPORT.
065900******************************************************************
066000 3000-REPORT-TOTALS.
066100     MOVE SPACES TO CASH-RPT-LINE.
066200     WRITE CASH-RPT-LINE.
066300     MOVE "PAYMENTS RECEIVED" TO TL-LABEL.
066400     MOVE WS-PAYMENT-COUNT TO TL-COUNT.
066500     MOVE WS-PAYMENT-TOTAL TO TL-AMOUNT.
066600     WRITE CASH-RPT-LINE FROM WS-TOTAL-LINE.
066700     MOVE "APPLIED TO OPEN ITEMS" TO TL-LABEL.
066800     MOVE ZERO TO TL-COUNT.
066900     MOVE WS-APPLIED-TOTAL TO TL-AMOUNT.
067000     WRITE CASH-RPT-LINE FROM WS-TOTAL-LINE.
067100     MOVE "HELD AS UNAPPLIED CASH" TO TL-LABEL.
067200     MOVE WS-UNAPPLIED-TOTAL TO TL-AMOUNT.
067300     WRITE CASH-RPT-LINE FROM WS-TOTAL-LINE.
067400     MOVE "HELD CASH NOW APPLIED" TO TL-LABEL.
067500     MOVE WS-REAPPLY-COUNT TO TL-COUNT.
067600     MOVE WS-REAPPLIED-TOTAL TO TL-AMOUNT.
067700     WRITE CASH-RPT-LINE FROM WS-TOTAL-LINE.
067800     MOVE "DETAILS REJECTED" TO TL-LABEL.
067900     MOVE WS-REJECT-COUNT TO TL-COUNT.
068000     MOVE ZERO TO TL-AMOUNT.
068100     WRITE CASH-RPT-LINE FROM WS-TOTAL-LINE.
068200 3000-EXIT.
068300     EXIT.
068400******************************************************************
068500* 8000-WRITE-JOURNAL - ONE ARTRAN ROW UNDER THIS BATCH.
068600******************************************************************
068700 8000-WRITE-JOURNAL.
068800     MOVE WS-BATCH-ID TO AJ-BATCH-ID.
068900     MOVE WS-TODAYS-DATE TO AJ-POST-DATE.
069000     WRITE AR-JOURNAL-RECORD.
069100 8000-EXIT.
069200     EXIT.
069300******************************************************************
069400* 9999-EXIT - COMMON PROGRAM EXIT POINT.
069500******************************************************************
069600 9999-EXIT.
069700     GOBACK.
069800 END PROGRAM ArCashApply.
