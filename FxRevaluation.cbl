000100******************************************************************
000200* PROGRAM-ID: FXREVALUATION
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     MONTH-END REVALUATION OF OPEN FOREIGN-CURRENCY
000800*              WORK. CALCULATOR CONVERTS A FOREIGN AMOUNT TO
000900*              BASE AT THE RATE IN FORCE WHEN THE WORK IS DONE;
001000*              NOTHING MOVED IT AFTER THAT. THIS RUN TAKES EVERY
001100*              OK FOREIGN-CURRENCY CALCULATION STILL UNBILLED
001200*              (NO EXTRACT GENERATION) OR BILLED BUT NOT YET
001300*              ACKNOWLEDGED ON THE BILLSENT REGISTER, RESTATES
001400*              ITS BASE AMOUNT AT THE CURRMSTR RATE IN FORCE ON
001500*              THE BUSINESS DATE (THE PERIOD END), AND REPORTS
001600*              THE UNREALIZED GAIN OR LOSS BY CURRENCY AND
001700*              ACCOUNT. THE ITEM'S FOREIGN VALUE IS ITS RESULT
001800*              AT THE ORIGINAL CONVERSION RATIO (CL-ORIG-AMOUNT
001900*              OVER THE CONVERTED CL-NUM1). THE NET GAINS AND
002000*              LOSSES POST AS BALANCED PNDAILY-FORMAT REVENUE-
002100*              TYPE MONEY POSTINGS (FXDAILY, FOR POSNEGDEC) TO
002200*              THE GLACCTM ACCOUNTS CARRYING THE FX GAIN, FX
002300*              LOSS AND REVALUATION OFFSET ROLES. EACH RUN
002400*              FIRST REVERSES THE PREVIOUS MONTH'S REVALUATION,
002500*              KEPT ON THE FXREVLOG JOURNAL, SO ONLY THE CURRENT
002600*              MONTH'S REVALUATION STANDS. A MONTH IS REVALUED
002700*              ONCE. REPORT IS FXREVAL. HONORS THE BUSDATE
002800*              PROCESSING-DATE CONTROL.
002900* TECTONICS:   cobc
003000*
003100* MODIFICATION HISTORY
003200*   2026-10-15 DO  INITIAL VERSION.
003300******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. FxRevaluation.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS CL-LOG-KEY
004300         FILE STATUS IS WS-LOG-FILE-STATUS.
004400     SELECT SENT-REGISTER-FILE ASSIGN TO "BILLSENT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-SENT-FILE-STATUS.
004700     SELECT CURR-MASTER-FILE ASSIGN TO "CURRMSTR"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS CX-CURRENCY-KEY
005100         FILE STATUS IS WS-CURR-FILE-STATUS.
005200     SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCTM"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS GA-ACCOUNT-CODE
005600         FILE STATUS IS WS-GLA-FILE-STATUS.
005700     SELECT REVAL-JOURNAL-FILE ASSIGN TO "FXREVLOG"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-JRNL-FILE-STATUS.
006000     SELECT FX-DAILY-FILE ASSIGN TO "FXDAILY"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-FXD-FILE-STATUS.
006300     SELECT REVAL-RPT-FILE ASSIGN TO "FXREVAL"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-RPT-FILE-STATUS.
006600     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-BDATE-FILE-STATUS.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  CALC-LOG-FILE.
007200     COPY CALCLOG.
007300 FD  SENT-REGISTER-FILE
007400     RECORDING MODE IS F.
007500     COPY BILLSENT.
007600 FD  CURR-MASTER-FILE.
007700     COPY CURRMSTR.
007800 FD  GL-ACCOUNT-FILE.
007900     COPY GLACCT.
008000 FD  REVAL-JOURNAL-FILE
008100     RECORDING MODE IS F.
008200 01  REVAL-JOURNAL-RECORD.
008300     05  FR-PERIOD                   PIC 9(06).
008400     05  FR-ENTRY-TYPE               PIC X(01).
008500         88  FR-REVALUATION          VALUE "V".
008600         88  FR-REVERSAL             VALUE "X".
008700     05  FR-RUN-DATE                 PIC 9(08).
008800     05  FR-GL-ACCOUNT               PIC X(08).
008900     05  FR-AMOUNT                   PIC S9(13)V99.
009000 FD  FX-DAILY-FILE
009100     RECORDING MODE IS F.
009200     COPY PNDAILY.
009300 FD  REVAL-RPT-FILE
009400     RECORDING MODE IS F.
009500 01  REVAL-RPT-LINE                  PIC X(80).
009600 FD  BUS-DATE-FILE
009700     RECORDING MODE IS F.
009800     COPY BUSDATE.
009900 WORKING-STORAGE SECTION.
010000 01  WS-LOG-FILE-STATUS              PIC X(02).
010100     88  WS-LOG-FILE-OK              VALUE "00".
010200 01  WS-SENT-FILE-STATUS             PIC X(02).
010300     88  WS-SENT-FILE-OK             VALUE "00".
010400 01  WS-CURR-FILE-STATUS             PIC X(02).
010500     88  WS-CURR-FILE-OK             VALUE "00".
010600 01  WS-GLA-FILE-STATUS              PIC X(02).
010700     88  WS-GLA-FILE-OK              VALUE "00".
010800 01  WS-JRNL-FILE-STATUS             PIC X(02).
010900     88  WS-JRNL-FILE-OK             VALUE "00".
011000 01  WS-FXD-FILE-STATUS              PIC X(02).
011100     88  WS-FXD-FILE-OK              VALUE "00".
011200 01  WS-RPT-FILE-STATUS              PIC X(02).
011300     88  WS-RPT-FILE-OK              VALUE "00".
011400 01  WS-BDATE-FILE-STATUS            PIC X(02).
011500     88  WS-BDATE-FILE-OK            VALUE "00".
011600 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
011700     88  WS-END-OF-FILE              VALUE "Y".
011800 01  WS-SCAN-EOF-SWITCH              PIC X(01) VALUE "N".
011900     88  WS-END-OF-SCAN              VALUE "Y".
012000 01  WS-REFUSE-SWITCH                PIC X(01) VALUE "N".
012100     88  WS-RUN-REFUSED              VALUE "Y".
012200 01  WS-ITEM-OPEN-SWITCH             PIC X(01) VALUE "N".
012300     88  WS-ITEM-OPEN                VALUE "Y".
012400 01  WS-ENTRY-FOUND-SWITCH           PIC X(01) VALUE "N".
012500     88  WS-ENTRY-FOUND              VALUE "Y".
012600 01  WS-RATE-FOUND-SWITCH            PIC X(01) VALUE "N".
012700     88  WS-RATE-FOUND               VALUE "Y".
012800 01  WS-LOG-OPEN-SWITCH              PIC X(01) VALUE "N".
012900     88  WS-LOG-OPEN                 VALUE "Y".
013000 01  WS-CURR-OPEN-SWITCH             PIC X(01) VALUE "N".
013100     88  WS-CURR-OPEN                VALUE "Y".
013200 01  WS-REFUSE-REASON                PIC X(50) VALUE SPACES.
013300 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
013400 01  WS-THIS-PERIOD                  PIC 9(06) VALUE ZERO.
013500 01  WS-PRIOR-PERIOD                 PIC 9(06) VALUE ZERO.
013600 01  WS-LAST-REVERSED-PERIOD         PIC 9(06) VALUE ZERO.
013700 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
013800 01  WS-LIB-FUNCTION                 PIC X(06).
013900 01  WS-LIB-RETURN-CODE              PIC 9(02).
014000 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "FXREVAL".
014100 01  WS-LIB-MSG-VALUE                PIC X(40).
014200 01  WS-LIB-MSG-TEXT                 PIC X(60).
014300 01  WS-FX-GAIN-ACCOUNT              PIC X(08) VALUE SPACES.
014400 01  WS-FX-LOSS-ACCOUNT              PIC X(08) VALUE SPACES.
014500 01  WS-FX-OFFSET-ACCOUNT            PIC X(08) VALUE SPACES.
014600 01  WS-UNACK-KEY.
014700     05  UK-LOG-DATE                 PIC 9(08).
014800     05  UK-OPERATOR-ID              PIC X(08).
014900     05  UK-SEQUENCE-NO              PIC 9(06).
015000 01  WS-UNACK-TABLE.
015100     05  WS-UNACK-ENTRY OCCURS 5000 TIMES INDEXED BY UA-IDX.
015200         10  UA-KEY                  PIC X(22).
015300 01  WS-UNACK-COUNT                  PIC 9(04) COMP VALUE ZERO.
015400 01  WS-UNACK-OVERFLOW               PIC 9(06) COMP VALUE ZERO.
015500 01  WS-CURR-TABLE.
015600     05  WS-CURR-ENTRY OCCURS 50 TIMES INDEXED BY CC-IDX.
015700         10  CC-CURRENCY-CODE        PIC X(03).
015800         10  CC-RATE                 PIC S9(5)V9(6).
015900         10  CC-RATE-FOUND           PIC X(01).
016000 01  WS-CURR-COUNT                   PIC 9(02) COMP VALUE ZERO.
016100 01  WS-PERIOD-RATE                  PIC S9(5)V9(6) VALUE ZERO.
016200 01  WS-REVERSE-TABLE.
016300     05  WS-REVERSE-ENTRY OCCURS 20 TIMES INDEXED BY RV-IDX.
016400         10  RV-GL-ACCOUNT           PIC X(08).
016500         10  RV-AMOUNT               PIC S9(13)V99.
016600 01  WS-REVERSE-COUNT                PIC 9(02) COMP VALUE ZERO.
016700 01  WS-FX-TABLE.
016800     05  WS-FX-ENTRY OCCURS 2000 TIMES INDEXED BY FT-IDX.
016900         10  FT-CURRENCY-CODE        PIC X(03).
017000         10  FT-ACCOUNT-ID           PIC X(08).
017100         10  FT-ITEM-COUNT           PIC 9(06).
017200         10  FT-FOREIGN-AMOUNT       PIC S9(13)V99.
017300         10  FT-BOOKED-AMOUNT        PIC S9(13)V99.
017400         10  FT-REVALUED-AMOUNT      PIC S9(13)V99.
017500 01  WS-FX-COUNT                     PIC 9(04) COMP VALUE ZERO.
017600 01  WS-SHIFT-SUB                    PIC 9(04) COMP VALUE ZERO.
017700 01  WS-ITEM-FOREIGN                 PIC S9(13)V99 VALUE ZERO.
017800 01  WS-ITEM-REVALUED                PIC S9(13)V99 VALUE ZERO.
017900 01  WS-ITEM-GAIN                    PIC S9(13)V99 VALUE ZERO.
018000 01  WS-TOTAL-GAIN                   PIC S9(13)V99 VALUE ZERO.
018100 01  WS-TOTAL-LOSS                   PIC S9(13)V99 VALUE ZERO.
018200 01  WS-NET-GAIN                     PIC S9(13)V99 VALUE ZERO.
018300 01  WS-CURRENCY-GAIN                PIC S9(13)V99 VALUE ZERO.
018400 01  WS-BREAK-CURRENCY               PIC X(03) VALUE SPACES.
018500 01  WS-POSTING-COUNT                PIC 9(04) COMP VALUE ZERO.
018600 01  WS-POSTING-TOTAL                PIC S9(13)V99 VALUE ZERO.
018700 01  WS-POST-GL-ACCOUNT              PIC X(08) VALUE SPACES.
018800 01  WS-POST-AMOUNT                  PIC S9(13)V99 VALUE ZERO.
018900 01  WS-POST-ENTRY-TYPE              PIC X(01) VALUE SPACE.
019000 01  WS-ITEMS-REVALUED               PIC 9(06) COMP VALUE ZERO.
019100 01  WS-NO-RATE-COUNT                PIC 9(06) COMP VALUE ZERO.
019200 01  WS-NO-BASIS-COUNT               PIC 9(06) COMP VALUE ZERO.
019300 01  WS-TABLE-OVERFLOW               PIC 9(06) COMP VALUE ZERO.
019400 01  WS-HEADER-LINE.
019500     05  FILLER                      PIC X(36) VALUE
019600         "FOREIGN CURRENCY REVALUATION".
019700     05  FILLER                      PIC X(08) VALUE "PERIOD: ".
019800     05  HL-PERIOD                   PIC 9(06).
019900     05  FILLER                      PIC X(11) VALUE
020000         "  RATE AT: ".
020100     05  HL-RATE-DATE                PIC 9(08).
020200     05  FILLER                      PIC X(11) VALUE SPACES.
020300 01  WS-SECTION-LINE                 PIC X(80).
020400 01  WS-COLUMN-LINE.
020500     05  FILLER                      PIC X(40) VALUE
020600         "CUR ACCOUNT  ITEMS FOREIGN AMT    BOOKED".
020700     05  FILLER                      PIC X(40) VALUE
020800         " BASE  REVALUED BASE     GAIN/LOSS".
020900 01  WS-DETAIL-LINE.
021000     05  DL-CURRENCY                 PIC X(03).
021100     05  FILLER                      PIC X(01) VALUE SPACE.
021200     05  DL-ACCOUNT                  PIC X(08).
021300     05  DL-ITEMS                    PIC Z(05)9.
021400     05  DL-FOREIGN                  PIC -(10)9.99.
021500     05  DL-BOOKED                   PIC -(10)9.99.
021600     05  DL-REVALUED                 PIC -(10)9.99.
021700     05  DL-GAIN                     PIC -(10)9.99.
021800     05  FILLER                      PIC X(06) VALUE SPACES.
021900 01  WS-POSTING-LINE.
022000     05  PL-ACTION                   PIC X(12).
022100     05  PL-GL-ACCOUNT               PIC X(08).
022200     05  FILLER                      PIC X(02) VALUE SPACES.
022300     05  PL-ROLE                     PIC X(20).
022400     05  PL-AMOUNT                   PIC -(13)9.99.
022500     05  FILLER                      PIC X(21) VALUE SPACES.
022600 01  WS-TOTAL-LINE.
022700     05  TL-LABEL                    PIC X(42).
022800     05  TL-AMOUNT                   PIC -(13)9.99.
022900     05  FILLER                      PIC X(21) VALUE SPACES.
023000 PROCEDURE DIVISION.
023100******************************************************************
023200* 0000-MAINLINE - CHECK THE PERIOD AND THE DESIGNATED ACCOUNTS,
023300*                 REVALUE THE OPEN ITEMS, THEN POST THE PRIOR
023400*                 MONTH'S REVERSAL AND THIS MONTH'S REVALUATION.
023500******************************************************************
023600 0000-MAINLINE.
023700     PERFORM 0500-RESOLVE-BUSINESS-DATE
023800         THRU 0500-EXIT.
023900     PERFORM 1000-OPEN-AND-CHECK
024000         THRU 1000-EXIT.
024100     IF WS-RUN-REFUSED
024200         DISPLAY "FX REVALUATION REFUSED - " WS-REFUSE-REASON
024300         PERFORM 8000-CLOSE-FILES
024400             THRU 8000-EXIT
024500         MOVE 8 TO RETURN-CODE
024600         GO TO 9999-EXIT
024700     END-IF.
024800     INITIALIZE WS-FX-TABLE
024900                WS-CURR-TABLE.
025000     PERFORM 2000-REVALUE-ONE-ITEM
025100         THRU 2000-EXIT
025200         UNTIL WS-END-OF-FILE.
025300     PERFORM 8000-CLOSE-FILES
025400         THRU 8000-EXIT.
025500     PERFORM 3000-TOTAL-GAIN-AND-LOSS
025600         THRU 3000-EXIT
025700         VARYING FT-IDX FROM 1 BY 1
025800         UNTIL FT-IDX > WS-FX-COUNT.
025900     COMPUTE WS-NET-GAIN = WS-TOTAL-GAIN - WS-TOTAL-LOSS.
026000     OPEN OUTPUT REVAL-RPT-FILE.
026100     MOVE WS-THIS-PERIOD TO HL-PERIOD.
026200     MOVE WS-TODAYS-DATE TO HL-RATE-DATE.
026300     WRITE REVAL-RPT-LINE FROM WS-HEADER-LINE.
026400     PERFORM 4000-WRITE-POSTINGS
026500         THRU 4000-EXIT.
026600     PERFORM 5000-WRITE-REPORT
026700         THRU 5000-EXIT.
026800     CLOSE REVAL-RPT-FILE.
026900     MOVE "FXREVAL" TO WS-RPT-KEEP-NAME.
027000     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-TODAYS-DATE.
027100     DISPLAY "FX REVALUATION " WS-THIS-PERIOD " ITEMS: "
027200         WS-ITEMS-REVALUED " POSTINGS: " WS-POSTING-COUNT.
027300     IF WS-NO-RATE-COUNT > ZERO
027400        OR WS-TABLE-OVERFLOW > ZERO
027500        OR WS-UNACK-OVERFLOW > ZERO
027600         DISPLAY "SOME ITEMS COULD NOT BE REVALUED - SEE FXREVAL"
027700         MOVE 4 TO RETURN-CODE
027800     ELSE
027900         MOVE ZERO TO RETURN-CODE
028000     END-IF.
028100     GO TO 9999-EXIT.
028200******************************************************************
028300* 0500-RESOLVE-BUSINESS-DATE - THE BUSDATE CONTROL WHEN ONE IS
028400*                  ON FILE, THE SYSTEM DATE OTHERWISE.
028500******************************************************************
028600 0500-RESOLVE-BUSINESS-DATE.
028700     MOVE "DATSTM" TO WS-LIB-FUNCTION.
028800     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
028900         WS-TODAYS-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
029000         WS-LIB-MSG-TEXT.
029100     OPEN INPUT BUS-DATE-FILE.
029200     IF NOT WS-BDATE-FILE-OK
029300         GO TO 0500-EXIT
029400     END-IF.
029500     READ BUS-DATE-FILE
029600         AT END
029700             CONTINUE
029800     END-READ.
029900     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
030000         MOVE BD-BUSINESS-DATE TO WS-TODAYS-DATE
030100     END-IF.
030200     CLOSE BUS-DATE-FILE.
030300 0500-EXIT.
030400     EXIT.
030500******************************************************************
030600* 1000-OPEN-AND-CHECK - THE THREE FX ACCOUNTS MUST BE DESIGNATED,
030700*                  THE MONTH MUST NOT ALREADY BE REVALUED, AND THE
030800*                  LOG AND CURRENCY MASTER MUST BE ON HAND. THE
030900*                  UNACKNOWLEDGED BILLSENT REFERENCES ARE LOADED.
031000******************************************************************
031100 1000-OPEN-AND-CHECK.
031200     MOVE WS-TODAYS-DATE (1:6) TO WS-THIS-PERIOD.
031300     OPEN INPUT GL-ACCOUNT-FILE.
031400     IF WS-GLA-FILE-OK
031500         PERFORM 1100-FIND-FX-ACCOUNTS
031600             THRU 1100-EXIT
031700         CLOSE GL-ACCOUNT-FILE
031800     END-IF.
031900     IF WS-FX-GAIN-ACCOUNT = SPACES
032000        OR WS-FX-LOSS-ACCOUNT = SPACES
032100        OR WS-FX-OFFSET-ACCOUNT = SPACES
032200         MOVE "FX GAIN, LOSS OR OFFSET ACCOUNT NOT DESIGNATED"
032300             TO WS-REFUSE-REASON
032400         SET WS-RUN-REFUSED TO TRUE
032500         GO TO 1000-EXIT
032600     END-IF.
032700     PERFORM 1200-READ-REVAL-JOURNAL
032800         THRU 1200-EXIT.
032900     IF WS-RUN-REFUSED
033000         GO TO 1000-EXIT
033100     END-IF.
033200     OPEN INPUT CURR-MASTER-FILE.
033300     IF NOT WS-CURR-FILE-OK
033400         MOVE "CURRMSTR UNAVAILABLE - NO PERIOD-END RATES"
033500             TO WS-REFUSE-REASON
033600         SET WS-RUN-REFUSED TO TRUE
033700         GO TO 1000-EXIT
033800     END-IF.
033900     SET WS-CURR-OPEN TO TRUE.
034000     OPEN INPUT CALC-LOG-FILE.
034100     IF NOT WS-LOG-FILE-OK
034200         MOVE "CALCLOG UNAVAILABLE" TO WS-REFUSE-REASON
034300         SET WS-RUN-REFUSED TO TRUE
034400         GO TO 1000-EXIT
034500     END-IF.
034600     SET WS-LOG-OPEN TO TRUE.
034700     PERFORM 1300-LOAD-UNACKNOWLEDGED
034800         THRU 1300-EXIT.
034900 1000-EXIT.
035000     EXIT.
035100******************************************************************
035200* 1100-FIND-FX-ACCOUNTS - THE FIRST ACTIVE ACCOUNT CARRYING EACH
035300*                  FX ROLE.
035400******************************************************************
035500 1100-FIND-FX-ACCOUNTS.
035600     MOVE "N" TO WS-SCAN-EOF-SWITCH.
035700     MOVE LOW-VALUES TO GA-ACCOUNT-CODE.
035800     START GL-ACCOUNT-FILE KEY IS NOT LESS THAN GA-ACCOUNT-CODE
035900         INVALID KEY
036000             SET WS-END-OF-SCAN TO TRUE
036100     END-START.
036200     PERFORM 1110-SCAN-ONE-ACCOUNT
036300         THRU 1110-EXIT
036400         UNTIL WS-END-OF-SCAN.
036500 1100-EXIT.
036600     EXIT.
036700******************************************************************
036800* 1110-SCAN-ONE-ACCOUNT - ONE MASTER ROW AT A TIME.
036900******************************************************************
037000 1110-SCAN-ONE-ACCOUNT.
037100     READ GL-ACCOUNT-FILE NEXT RECORD
037200         AT END
037300             SET WS-END-OF-SCAN TO TRUE
037400     END-READ.
037500     IF WS-END-OF-SCAN OR NOT GA-STATUS-ACTIVE
037600         GO TO 1110-EXIT
037700     END-IF.
037800     IF GA-IS-FX-GAIN AND WS-FX-GAIN-ACCOUNT = SPACES
037900         MOVE GA-ACCOUNT-CODE TO WS-FX-GAIN-ACCOUNT
038000     END-IF.
038100     IF GA-IS-FX-LOSS AND WS-FX-LOSS-ACCOUNT = SPACES
038200         MOVE GA-ACCOUNT-CODE TO WS-FX-LOSS-ACCOUNT
038300     END-IF.
038400     IF GA-IS-FX-OFFSET AND WS-FX-OFFSET-ACCOUNT = SPACES
038500         MOVE GA-ACCOUNT-CODE TO WS-FX-OFFSET-ACCOUNT
038600     END-IF.
038700 1110-EXIT.
038800     EXIT.
038900******************************************************************
039000* 1200-READ-REVAL-JOURNAL - REFUSE A MONTH ALREADY REVALUED (OR
039100*                  ONE EARLIER THAN A MONTH ALREADY REVALUED), AND
039200*                  COLLECT THE MOST RECENT EARLIER MONTH'S POSTED
039300*                  LINES FOR REVERSAL UNLESS THEY WERE ALREADY
039400*                  REVERSED.
039500******************************************************************
039600 1200-READ-REVAL-JOURNAL.
039700     INITIALIZE WS-REVERSE-TABLE.
039800     OPEN INPUT REVAL-JOURNAL-FILE.
039900     IF NOT WS-JRNL-FILE-OK
040000         GO TO 1200-EXIT
040100     END-IF.
040200     MOVE "N" TO WS-SCAN-EOF-SWITCH.
040300     PERFORM 1210-READ-ONE-JOURNAL-ROW
040400         THRU 1210-EXIT
040500         UNTIL WS-END-OF-SCAN.
040600     CLOSE REVAL-JOURNAL-FILE.
040700     IF WS-PRIOR-PERIOD NOT > WS-LAST-REVERSED-PERIOD
040800         MOVE ZERO TO WS-REVERSE-COUNT
040900     END-IF.
041000 1200-EXIT.
041100     EXIT.
041200******************************************************************
041300* 1210-READ-ONE-JOURNAL-ROW - ONE JOURNAL ROW.
041400******************************************************************
041500 1210-READ-ONE-JOURNAL-ROW.
041600     READ REVAL-JOURNAL-FILE
041700         AT END
041800             SET WS-END-OF-SCAN TO TRUE
041900     END-READ.
042000     IF WS-END-OF-SCAN
042100         GO TO 1210-EXIT
042200     END-IF.
042300     IF FR-REVERSAL
042400         IF FR-PERIOD > WS-LAST-REVERSED-PERIOD
042500             MOVE FR-PERIOD TO WS-LAST-REVERSED-PERIOD
042600         END-IF
042700         GO TO 1210-EXIT
042800     END-IF.
042900     IF FR-PERIOD NOT < WS-THIS-PERIOD
043000         MOVE "THIS MONTH OR A LATER ONE IS ALREADY REVALUED"
043100             TO WS-REFUSE-REASON
043200         SET WS-RUN-REFUSED TO TRUE
043300         GO TO 1210-EXIT
043400     END-IF.
043500     IF FR-PERIOD < WS-PRIOR-PERIOD
043600         GO TO 1210-EXIT
043700     END-IF.
043800     IF FR-PERIOD > WS-PRIOR-PERIOD
043900         MOVE FR-PERIOD TO WS-PRIOR-PERIOD
044000         INITIALIZE WS-REVERSE-TABLE
044100         MOVE ZERO TO WS-REVERSE-COUNT
044200     END-IF.
044300     IF WS-REVERSE-COUNT < 20
044400         ADD 1 TO WS-REVERSE-COUNT
044500         SET RV-IDX TO WS-REVERSE-COUNT
044600         MOVE FR-GL-ACCOUNT TO RV-GL-ACCOUNT (RV-IDX)
044700         MOVE FR-AMOUNT TO RV-AMOUNT (RV-IDX)
044800     END-IF.
044900 1210-EXIT.
045000     EXIT.
045100******************************************************************
045200* 1300-LOAD-UNACKNOWLEDGED - THE REFERENCE OF EVERY BILLSENT ROW
045300*                  BILLING HAS NOT YET ANSWERED FOR.
045400******************************************************************
045500 1300-LOAD-UNACKNOWLEDGED.
045600     OPEN INPUT SENT-REGISTER-FILE.
045700     IF NOT WS-SENT-FILE-OK
045800         GO TO 1300-EXIT
045900     END-IF.
046000     MOVE "N" TO WS-SCAN-EOF-SWITCH.
046100     PERFORM 1310-LOAD-ONE-SENT-ROW
046200         THRU 1310-EXIT
046300         UNTIL WS-END-OF-SCAN.
046400     CLOSE SENT-REGISTER-FILE.
046500 1300-EXIT.
046600     EXIT.
046700******************************************************************
046800* 1310-LOAD-ONE-SENT-ROW - ONE REGISTER ROW.
046900******************************************************************
047000 1310-LOAD-ONE-SENT-ROW.
047100     READ SENT-REGISTER-FILE
047200         AT END
047300             SET WS-END-OF-SCAN TO TRUE
047400     END-READ.
047500     IF WS-END-OF-SCAN OR NOT BS-UNACKNOWLEDGED
047600         GO TO 1310-EXIT
047700     END-IF.
047800     IF WS-UNACK-COUNT NOT < 5000
047900         ADD 1 TO WS-UNACK-OVERFLOW
048000         GO TO 1310-EXIT
048100     END-IF.
048200     MOVE BS-LOG-DATE    TO UK-LOG-DATE.
048300     MOVE BS-OPERATOR-ID TO UK-OPERATOR-ID.
048400     MOVE BS-SEQUENCE-NO TO UK-SEQUENCE-NO.
048500     ADD 1 TO WS-UNACK-COUNT.
048600     SET UA-IDX TO WS-UNACK-COUNT.
048700     MOVE WS-UNACK-KEY TO UA-KEY (UA-IDX).
048800 1310-EXIT.
048900     EXIT.
049000******************************************************************
049100* 2000-REVALUE-ONE-ITEM - AN OK FOREIGN-CURRENCY ITEM THAT IS
049200*                  STILL OPEN IS RESTATED AT THE PERIOD-END RATE
049300*                  AND ADDED TO ITS CURRENCY AND ACCOUNT LINE.
049400******************************************************************
049500 2000-REVALUE-ONE-ITEM.
049600     READ CALC-LOG-FILE NEXT RECORD
049700         AT END
049800             SET WS-END-OF-FILE TO TRUE
049900     END-READ.
050000     IF WS-END-OF-FILE
050100         GO TO 2000-EXIT
050200     END-IF.
050300     IF NOT CL-STATUS-OK
050400        OR CL-CURRENCY-CODE = SPACES
050500        OR CL-ORIG-AMOUNT = ZERO
050600         GO TO 2000-EXIT
050700     END-IF.
050800     MOVE "N" TO WS-ITEM-OPEN-SWITCH.
050900     IF CL-EXTRACT-GEN = ZERO
051000         SET WS-ITEM-OPEN TO TRUE
051100     ELSE
051200         PERFORM 2050-CHECK-UNACKNOWLEDGED
051300             THRU 2050-EXIT
051400     END-IF.
051500     IF NOT WS-ITEM-OPEN
051600         GO TO 2000-EXIT
051700     END-IF.
051800     IF CL-NUM1 = ZERO
051900         ADD 1 TO WS-NO-BASIS-COUNT
052000         GO TO 2000-EXIT
052100     END-IF.
052200     PERFORM 2100-GET-PERIOD-RATE
052300         THRU 2100-EXIT.
052400     IF NOT WS-RATE-FOUND
052500         ADD 1 TO WS-NO-RATE-COUNT
052600         GO TO 2000-EXIT
052700     END-IF.
052800     COMPUTE WS-ITEM-FOREIGN ROUNDED =
052900         CL-RESULT * CL-ORIG-AMOUNT / CL-NUM1.
053000     COMPUTE WS-ITEM-REVALUED ROUNDED =
053100         CL-RESULT * CL-ORIG-AMOUNT * WS-PERIOD-RATE / CL-NUM1.
053200     PERFORM 2200-ADD-TO-FX-LINE
053300         THRU 2200-EXIT.
053400 2000-EXIT.
053500     EXIT.
053600******************************************************************
053700* 2050-CHECK-UNACKNOWLEDGED - A BILLED ITEM IS STILL OPEN WHILE
053800*                  ITS BILLSENT ROW IS UNANSWERED.
053900******************************************************************
054000 2050-CHECK-UNACKNOWLEDGED.
054100     MOVE CL-LOG-DATE    TO UK-LOG-DATE.
054200     MOVE CL-OPERATOR-ID TO UK-OPERATOR-ID.
054300     MOVE CL-SEQUENCE-NO TO UK-SEQUENCE-NO.
054400     SET UA-IDX TO 1.
054500     SEARCH WS-UNACK-ENTRY
054600         AT END
054700             CONTINUE
054800         WHEN UA-IDX > WS-UNACK-COUNT
054900             CONTINUE
055000         WHEN UA-KEY (UA-IDX) = WS-UNACK-KEY
055100             SET WS-ITEM-OPEN TO TRUE
055200     END-SEARCH.
055300 2050-EXIT.
055400     EXIT.
055500******************************************************************
055600* 2100-GET-PERIOD-RATE - THE CURRENCY'S RATE IN FORCE ON THE
055700*                  PERIOD END, LOOKED UP ONCE PER CURRENCY.
055800******************************************************************
055900 2100-GET-PERIOD-RATE.
056000     MOVE "N" TO WS-RATE-FOUND-SWITCH.
056100     SET CC-IDX TO 1.
056200     SEARCH WS-CURR-ENTRY
056300         AT END
056400             CONTINUE
056500         WHEN CC-IDX > WS-CURR-COUNT
056600             CONTINUE
056700         WHEN CC-CURRENCY-CODE (CC-IDX) = CL-CURRENCY-CODE
056800             IF CC-RATE-FOUND (CC-IDX) = "Y"
056900                 SET WS-RATE-FOUND TO TRUE
057000                 MOVE CC-RATE (CC-IDX) TO WS-PERIOD-RATE
057100             END-IF
057200             GO TO 2100-EXIT
057300     END-SEARCH.
057400     PERFORM 2150-FIND-RATE-IN-FORCE
057500         THRU 2150-EXIT.
057600     IF WS-CURR-COUNT < 50
057700         ADD 1 TO WS-CURR-COUNT
057800         SET CC-IDX TO WS-CURR-COUNT
057900         MOVE CL-CURRENCY-CODE TO CC-CURRENCY-CODE (CC-IDX)
058000         MOVE WS-PERIOD-RATE TO CC-RATE (CC-IDX)
058100         MOVE WS-RATE-FOUND-SWITCH TO CC-RATE-FOUND (CC-IDX)
058200     END-IF.
058300 2100-EXIT.
058400     EXIT.
058500******************************************************************
058600* 2150-FIND-RATE-IN-FORCE - POSITION TO THE CODE'S FIRST ROW AND
058700*                  KEEP THE LATEST ONE COVERING THE PERIOD END -
058800*                  THE SAME SCAN CALCULATOR MAKES AT ENTRY.
058900******************************************************************
059000 2150-FIND-RATE-IN-FORCE.
059100     MOVE ZERO TO WS-PERIOD-RATE.
059200     MOVE "N" TO WS-SCAN-EOF-SWITCH.
059300     MOVE CL-CURRENCY-CODE TO CX-CURRENCY-CODE.
059400     MOVE ZERO TO CX-EFFECTIVE-FROM.
059500     START CURR-MASTER-FILE KEY IS NOT LESS THAN CX-CURRENCY-KEY
059600         INVALID KEY
059700             SET WS-END-OF-SCAN TO TRUE
059800     END-START.
059900     PERFORM 2160-SCAN-ONE-CURRENCY-ROW
060000         THRU 2160-EXIT
060100         UNTIL WS-END-OF-SCAN.
060200 2150-EXIT.
060300     EXIT.
060400******************************************************************
060500* 2160-SCAN-ONE-CURRENCY-ROW - ONE ROW OF THE CODE.
060600******************************************************************
060700 2160-SCAN-ONE-CURRENCY-ROW.
060800     READ CURR-MASTER-FILE NEXT RECORD
060900         AT END
061000             SET WS-END-OF-SCAN TO TRUE
061100     END-READ.
061200     IF NOT WS-END-OF-SCAN
061300         IF CX-CURRENCY-CODE = CL-CURRENCY-CODE
061400             IF CX-EFFECTIVE-FROM NOT > WS-TODAYS-DATE
061500                 AND CX-EFFECTIVE-TO NOT < WS-TODAYS-DATE
061600                 SET WS-RATE-FOUND TO TRUE
061700                 MOVE CX-RATE-TO-BASE TO WS-PERIOD-RATE
061800             END-IF
061900         ELSE
062000             SET WS-END-OF-SCAN TO TRUE
062100         END-IF
062200     END-IF.
062300 2160-EXIT.
062400     EXIT.
062500******************************************************************
062600* 2200-ADD-TO-FX-LINE - ONE LINE PER CURRENCY AND ACCOUNT, KEPT
062700*                  IN THAT ORDER FOR THE REPORT.
062800******************************************************************
062900 2200-ADD-TO-FX-LINE.
063000     MOVE "N" TO WS-ENTRY-FOUND-SWITCH.
063100     SET FT-IDX TO 1.
063200     SEARCH WS-FX-ENTRY
063300         AT END
063400             CONTINUE
063500         WHEN FT-IDX > WS-FX-COUNT
063600             CONTINUE
063700         WHEN FT-CURRENCY-CODE (FT-IDX) = CL-CURRENCY-CODE
063800          AND FT-ACCOUNT-ID (FT-IDX) = CL-ACCOUNT-ID
063900             SET WS-ENTRY-FOUND TO TRUE
064000         WHEN FT-CURRENCY-CODE (FT-IDX) > CL-CURRENCY-CODE
064100             CONTINUE
064200         WHEN FT-CURRENCY-CODE (FT-IDX) = CL-CURRENCY-CODE
064300          AND FT-ACCOUNT-ID (FT-IDX) > CL-ACCOUNT-ID
064400             CONTINUE
064500     END-SEARCH.
064600     IF NOT WS-ENTRY-FOUND
064700         IF WS-FX-COUNT NOT < 2000
064800             ADD 1 TO WS-TABLE-OVERFLOW
064900             GO TO 2200-EXIT
065000         END-IF
065100         ADD 1 TO WS-FX-COUNT
065200         PERFORM 2250-SHIFT-FX-ENTRY
065300             THRU 2250-EXIT
065400             VARYING WS-SHIFT-SUB FROM WS-FX-COUNT BY -1
065500             UNTIL WS-SHIFT-SUB NOT > FT-IDX
065600         INITIALIZE WS-FX-ENTRY (FT-IDX)
065700         MOVE CL-CURRENCY-CODE TO FT-CURRENCY-CODE (FT-IDX)
065800         MOVE CL-ACCOUNT-ID TO FT-ACCOUNT-ID (FT-IDX)
065900     END-IF.
066000     ADD 1 TO WS-ITEMS-REVALUED.
066100     ADD 1 TO FT-ITEM-COUNT (FT-IDX).
066200     ADD WS-ITEM-FOREIGN TO FT-FOREIGN-AMOUNT (FT-IDX).
066300     ADD CL-RESULT TO FT-BOOKED-AMOUNT (FT-IDX).
066400     ADD WS-ITEM-REVALUED TO FT-REVALUED-AMOUNT (FT-IDX).
066500 2200-EXIT.
066600     EXIT.
066700******************************************************************
066800* 2250-SHIFT-FX-ENTRY - MOVE ONE ENTRY UP A SLOT.
066900******************************************************************
067000 2250-SHIFT-FX-ENTRY.
067100     MOVE WS-FX-ENTRY (WS-SHIFT-SUB - 1)
067200         TO WS-FX-ENTRY (WS-SHIFT-SUB).
067300 2250-EXIT.
067400     EXIT.
067500******************************************************************
067600* 3000-TOTAL-GAIN-AND-LOSS - A LINE REVALUED UP IS A GAIN, DOWN
067700*                  A LOSS; THEY POST GROSS TO THEIR OWN ACCOUNTS.
067800******************************************************************
067900 3000-TOTAL-GAIN-AND-LOSS.
068000     COMPUTE WS-ITEM-GAIN = FT-REVALUED-AMOUNT (FT-IDX)
068100         - FT-BOOKED-AMOUNT (FT-IDX).
068200     IF WS-ITEM-GAIN > ZERO
068300         ADD WS-ITEM-GAIN TO WS-TOTAL-GAIN
068400     ELSE
068500         SUBTRACT WS-ITEM-GAIN FROM WS-TOTAL-LOSS
068600     END-IF.
068700 3000-EXIT.
068800     EXIT.
068900******************************************************************
069000* 4000-WRITE-POSTINGS - FXDAILY IN PNDAILY FORMAT. THE PRIOR
069100*                  MONTH'S LINES GO OUT NEGATED, THEN THIS MONTH'S
069200*                  GAIN (A CREDIT, POSITIVE), LOSS (A DEBIT,
069300*                  NEGATIVE) AND THE OFFSET THAT BRINGS THE BATCH
069400*                  TO ZERO. EVERY LINE IS JOURNALED ON FXREVLOG.
069500******************************************************************
069600 4000-WRITE-POSTINGS.
069700     OPEN OUTPUT FX-DAILY-FILE.
069800     OPEN EXTEND REVAL-JOURNAL-FILE.
069900     IF NOT WS-JRNL-FILE-OK
070000         OPEN OUTPUT REVAL-JOURNAL-FILE
070100     END-IF.
070200     MOVE SPACES TO DAILY-TRANS-RECORD.
070300     MOVE "HD" TO DT-RECORD-TYPE.
070400     MOVE WS-TODAYS-DATE TO DT-BATCH-DATE.
070500     MOVE ZERO TO DT-POST-AMOUNT.
070600     WRITE DAILY-TRANS-RECORD.
070700     MOVE SPACES TO WS-SECTION-LINE.
070800     WRITE REVAL-RPT-LINE FROM WS-SECTION-LINE.
070900     MOVE "POSTINGS (FXDAILY)" TO WS-SECTION-LINE.
071000     WRITE REVAL-RPT-LINE FROM WS-SECTION-LINE.
071100     PERFORM 4100-REVERSE-ONE-LINE
071200         THRU 4100-EXIT
071300         VARYING RV-IDX FROM 1 BY 1
071400         UNTIL RV-IDX > WS-REVERSE-COUNT.
071500     MOVE "V" TO WS-POST-ENTRY-TYPE.
071600     MOVE WS-FX-GAIN-ACCOUNT TO WS-POST-GL-ACCOUNT.
071700     MOVE WS-TOTAL-GAIN TO WS-POST-AMOUNT.
071800     MOVE "UNREALIZED FX GAIN" TO PL-ROLE.
071900     PERFORM 4200-POST-ONE-LINE
072000         THRU 4200-EXIT.
072100     MOVE WS-FX-LOSS-ACCOUNT TO WS-POST-GL-ACCOUNT.
072200     COMPUTE WS-POST-AMOUNT = ZERO - WS-TOTAL-LOSS.
072300     MOVE "UNREALIZED FX LOSS" TO PL-ROLE.
072400     PERFORM 4200-POST-ONE-LINE
072500         THRU 4200-EXIT.
072600     MOVE WS-FX-OFFSET-ACCOUNT TO WS-POST-GL-ACCOUNT.
072700     COMPUTE WS-POST-AMOUNT = ZERO - WS-NET-GAIN.
072800     MOVE "REVALUATION OFFSET" TO PL-ROLE.
072900     PERFORM 4200-POST-ONE-LINE
073000         THRU 4200-EXIT.
073100     MOVE SPACES TO DAILY-TRANS-RECORD.
073200     MOVE "TL" TO DT-RECORD-TYPE.
073300     MOVE WS-POSTING-COUNT TO DT-RECORD-COUNT.
073400     MOVE ZERO TO DT-HASH-TOTAL.
073500     MOVE WS-POSTING-TOTAL TO DT-POST-AMOUNT.
073600     WRITE DAILY-TRANS-RECORD.
073700     CLOSE FX-DAILY-FILE
073800           REVAL-JOURNAL-FILE.
073900     MOVE "POSTINGS NET (ZERO WHEN BALANCED)" TO TL-LABEL.
074000     MOVE WS-POSTING-TOTAL TO TL-AMOUNT.
074100     WRITE REVAL-RPT-LINE FROM WS-TOTAL-LINE.
074200 4000-EXIT.
074300     EXIT.
074400******************************************************************
074500* 4100-REVERSE-ONE-LINE - ONE OF THE PRIOR MONTH'S LINES, NEGATED
074600*                  AND JOURNALED AGAINST THAT MONTH.
074700******************************************************************
074800 4100-REVERSE-ONE-LINE.
074900     MOVE "X" TO WS-POST-ENTRY-TYPE.
075000     MOVE RV-GL-ACCOUNT (RV-IDX) TO WS-POST-GL-ACCOUNT.
075100     COMPUTE WS-POST-AMOUNT = ZERO - RV-AMOUNT (RV-IDX).
075200     MOVE "REVERSE PRIOR MONTH" TO PL-ROLE.
075300     PERFORM 4200-POST-ONE-LINE
075400         THRU 4200-EXIT.
075500 4100-EXIT.
075600     EXIT.
075700******************************************************************
075800* 4200-POST-ONE-LINE - ONE TYPE "R" MONEY DETAIL, ITS JOURNAL ROW
075900*                  AND ITS REPORT LINE. A ZERO LINE IS NOT POSTED.
076000******************************************************************
076100 4200-POST-ONE-LINE.
076200     IF WS-POST-AMOUNT = ZERO
076300         GO TO 4200-EXIT
076400     END-IF.
076500     MOVE SPACES TO DAILY-TRANS-RECORD.
076600     MOVE "DT" TO DT-RECORD-TYPE.
076700     MOVE ZERO TO DT-NUM1-ADJ
076800                  DT-NUM2-ADJ
076900                  DT-NUM3-ADJ.
077000     MOVE WS-POST-GL-ACCOUNT TO DT-GL-ACCOUNT.
077100     SET DT-TYPE-REVENUE TO TRUE.
077200     MOVE WS-POST-AMOUNT TO DT-POST-AMOUNT.
077300     WRITE DAILY-TRANS-RECORD.
077400     ADD 1 TO WS-POSTING-COUNT.
077500     ADD WS-POST-AMOUNT TO WS-POSTING-TOTAL.
077600     IF WS-POST-ENTRY-TYPE = "X"
077700         MOVE WS-PRIOR-PERIOD TO FR-PERIOD
077800     ELSE
077900         MOVE WS-THIS-PERIOD TO FR-PERIOD
078000     END-IF.
078100     MOVE WS-POST-ENTRY-TYPE TO FR-ENTRY-TYPE.
078200     MOVE WS-TODAYS-DATE TO FR-RUN-DATE.
078300     MOVE WS-POST-GL-ACCOUNT TO FR-GL-ACCOUNT.
078400     MOVE WS-POST-AMOUNT TO FR-AMOUNT.
078500     WRITE REVAL-JOURNAL-RECORD.
078600     IF WS-POST-ENTRY-TYPE = "X"
078700         MOVE "REVERSAL" TO PL-ACTION
078800     ELSE
078900         MOVE "REVALUATION" TO PL-ACTION
079000     END-IF.
079100     MOVE WS-POST-GL-ACCOUNT TO PL-GL-ACCOUNT.
079200     MOVE WS-POST-AMOUNT TO PL-AMOUNT.
079300     WRITE REVAL-RPT-LINE FROM WS-POSTING-LINE.
079400 4200-EXIT.
079500     EXIT.
079600******************************************************************
079700* 5000-WRITE-REPORT - THE CURRENCY AND ACCOUNT LINES WITH A
079800*                  SUBTOTAL PER CURRENCY, THEN THE RUN TOTALS AND
079900*                  WHAT COULD NOT BE REVALUED.
080000******************************************************************
080100 5000-WRITE-REPORT.
080200     MOVE SPACES TO WS-SECTION-LINE.
080300     WRITE REVAL-RPT-LINE FROM WS-SECTION-LINE.
080400     MOVE "OPEN ITEMS BY CURRENCY AND ACCOUNT" TO WS-SECTION-LINE.
080500     WRITE REVAL-RPT-LINE FROM WS-SECTION-LINE.
080600     WRITE REVAL-RPT-LINE FROM WS-COLUMN-LINE.
080700     MOVE SPACES TO WS-BREAK-CURRENCY.
080800     MOVE ZERO TO WS-CURRENCY-GAIN.
080900     PERFORM 5100-PRINT-ONE-FX-LINE
081000         THRU 5100-EXIT
081100         VARYING FT-IDX FROM 1 BY 1
081200         UNTIL FT-IDX > WS-FX-COUNT.
081300     IF WS-BREAK-CURRENCY NOT = SPACES
081400         PERFORM 5200-CURRENCY-BREAK
081500             THRU 5200-EXIT
081600     END-IF.
081700     MOVE SPACES TO WS-SECTION-LINE.
081800     WRITE REVAL-RPT-LINE FROM WS-SECTION-LINE.
081900     MOVE "TOTAL UNREALIZED GAIN" TO TL-LABEL.
082000     MOVE WS-TOTAL-GAIN TO TL-AMOUNT.
082100     WRITE REVAL-RPT-LINE FROM WS-TOTAL-LINE.
082200     MOVE "TOTAL UNREALIZED LOSS" TO TL-LABEL.
082300     MOVE WS-TOTAL-LOSS TO TL-AMOUNT.
082400     WRITE REVAL-RPT-LINE FROM WS-TOTAL-LINE.
082500     MOVE "NET UNREALIZED GAIN (LOSS)" TO TL-LABEL.
082600     MOVE WS-NET-GAIN TO TL-AMOUNT.
082700     WRITE REVAL-RPT-LINE FROM WS-TOTAL-LINE.
082800     IF WS-NO-RATE-COUNT > ZERO
083000         MOVE "ITEMS WITH NO PERIOD-END RATE (NOT REVALUED): "
083200             TO WS-SECTION-LINE
083400         MOVE WS-NO-RATE-COUNT TO DL-ITEMS
083500         MOVE DL-ITEMS TO WS-SECTION-LINE (48:6)
083600         WRITE REVAL-RPT-LINE FROM WS-SECTION-LINE
083700     END-IF.
083800     IF WS-NO-BASIS-COUNT > ZERO
083900         MOVE "ITEMS WITH NO CONVERTED OPERAND (NOT REVALUED): "
084000             TO WS-SECTION-LINE
084100         MOVE WS-NO-BASIS-COUNT TO DL-ITEMS
084200         MOVE DL-ITEMS TO WS-SECTION-LINE (50:6)
084300         WRITE REVAL-RPT-LINE FROM WS-SECTION-LINE
084400     END-IF.
084500     IF WS-TABLE-OVERFLOW > ZERO OR WS-UNACK-OVERFLOW > ZERO
084600         MOVE "TABLE FULL - SOME OPEN ITEMS WERE NOT REVALUED"
084700             TO WS-SECTION-LINE
084800         WRITE REVAL-RPT-LINE FROM WS-SECTION-LINE
084900     END-IF.
085000 5000-EXIT.
085100     EXIT.
085200******************************************************************
085300* 5100-PRINT-ONE-FX-LINE - ONE CURRENCY AND ACCOUNT LINE, WITH A
085400*                  SUBTOTAL WHEN THE CURRENCY CHANGES.
085500******************************************************************
085600 5100-PRINT-ONE-FX-LINE.
085700     IF FT-CURRENCY-CODE (FT-IDX) NOT = WS-BREAK-CURRENCY
085800         IF WS-BREAK-CURRENCY NOT = SPACES
085900             PERFORM 5200-CURRENCY-BREAK
086000                 THRU 5200-EXIT
086100         END-IF
086200         MOVE FT-CURRENCY-CODE (FT-IDX) TO WS-BREAK-CURRENCY
086300     END-IF.
086400     COMPUTE WS-ITEM-GAIN = FT-REVALUED-AMOUNT (FT-IDX)
086500         - FT-BOOKED-AMOUNT (FT-IDX).
086600     ADD WS-ITEM-GAIN TO WS-CURRENCY-GAIN.
086700     MOVE FT-CURRENCY-CODE (FT-IDX) TO DL-CURRENCY.
086800     MOVE FT-ACCOUNT-ID (FT-IDX) TO DL-ACCOUNT.
086900     MOVE FT-ITEM-COUNT (FT-IDX) TO DL-ITEMS.
087000     MOVE FT-FOREIGN-AMOUNT (FT-IDX) TO DL-FOREIGN.
087100     MOVE FT-BOOKED-AMOUNT (FT-IDX) TO DL-BOOKED.
087200     MOVE FT-REVALUED-AMOUNT (FT-IDX) TO DL-REVALUED.
087300     MOVE WS-ITEM-GAIN TO DL-GAIN.
087400     WRITE REVAL-RPT-LINE FROM WS-DETAIL-LINE.
087500 5100-EXIT.
087600     EXIT.
087700******************************************************************
087800* 5200-CURRENCY-BREAK - THE CURRENCY'S NET GAIN OR LOSS.
087900******************************************************************
088000 5200-CURRENCY-BREAK.
088100     MOVE SPACES TO TL-LABEL.
088200     STRING "    NET GAIN (LOSS) FOR " DELIMITED BY SIZE
088300         WS-BREAK-CURRENCY DELIMITED BY SIZE
088400         INTO TL-LABEL
088500     END-STRING.
088600     MOVE WS-CURRENCY-GAIN TO TL-AMOUNT.
088700     WRITE REVAL-RPT-LINE FROM WS-TOTAL-LINE.
088800     MOVE ZERO TO WS-CURRENCY-GAIN.
088900 5200-EXIT.
089000     EXIT.
089100******************************************************************
089200* 8000-CLOSE-FILES - CLOSE WHATEVER THE CHECKS OPENED.
089300******************************************************************
089400 8000-CLOSE-FILES.
089500     IF WS-LOG-OPEN
089600         CLOSE CALC-LOG-FILE
089700         MOVE "N" TO WS-LOG-OPEN-SWITCH
089800     END-IF.
089900     IF WS-CURR-OPEN
090000         CLOSE CURR-MASTER-FILE
090100         MOVE "N" TO WS-CURR-OPEN-SWITCH
090200     END-IF.
090300 8000-EXIT.
090400     EXIT.
090500******************************************************************
090600* 9999-EXIT - COMMON PROGRAM EXIT POINT.
090700******************************************************************
090800 9999-EXIT.
090900     GOBACK.
091000 END PROGRAM FxRevaluation.
