000100******************************************************************
000200* PROGRAM-ID: GLCHARTSYNC
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     SYNCHRONIZES THE GLACCTM CHART OF ACCOUNTS WITH THE
000800*              CHART CORPORATE GL SENDS ON CORPCOA, SO A VOUCHER
000900*              NO LONGER BOUNCES ON AN ACCOUNT CORPORATE CLOSED
001000*              WEEKS AGO. THE TWO CHARTS ARE MATCHED IN ACCOUNT
001100*              ORDER AND EVERY DIFFERENCE BECOMES A PROPOSAL - ADD
001200*              A NEW ACCOUNT, REOPEN ONE CORPORATE HAS OPENED
001300*              AGAIN, CHANGE A DESCRIPTION OR PARENT, OR CLOSE AN
001400*              ACCOUNT CORPORATE HAS CLOSED OR NO LONGER CARRIES.
001500*              A CLOSURE IS REFUSED WHILE THE ACCOUNT STILL HAS
001600*              POSTINGS ON PNLEDG IN THE CURRENT OPEN PERIOD (THE
001700*              MONTH AFTER THE LAST ONE CLOSED ON PNPCLS). RUN IN
001800*              P)REVIEW MODE THE PROPOSALS ARE ONLY REPORTED; IN
001900*              U)PDATE MODE THEY ARE APPLIED TO GLACCTM WITH A
002000*              GLACCTLG AUDIT ROW FOR EACH, THE SAME ROW
002100*              GLACCOUNTMAINT WRITES. THE REPORT GLSYNCRP IS KEPT
002200*              THROUGH REPORTKEEP.
002300* TECTONICS:   cobc
002400*
002500* MODIFICATION HISTORY
002600*   2026-10-15 DO  INITIAL VERSION.
002625*   2026-10-15 DO  THE PNPCLS ROW NOW CARRIES A COMPANY CODE. ONLY
002650*                  THE WHOLE-LEDGER ROW (BLANK COMPANY) CLOSES THE
002675*                  PERIOD HERE; ONE COMPANY'S CLOSE DOES NOT.
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. GlChartSync.
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT CORP-CHART-FILE ASSIGN TO "CORPCOA"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-CORP-FILE-STATUS.
003600     SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCTM"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS GA-ACCOUNT-CODE
004000         FILE STATUS IS WS-ACCT-FILE-STATUS.
004100     SELECT LEDGER-FILE ASSIGN TO "PNLEDG"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS LR-LEDGER-KEY
004500         FILE STATUS IS WS-LEDGER-FILE-STATUS.
004600     SELECT PERIOD-CLOSE-FILE ASSIGN TO "PNPCLS"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-PCLS-FILE-STATUS.
004900     SELECT ACCT-AUDIT-FILE ASSIGN TO "GLACCTLG"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-AUDIT-FILE-STATUS.
005200     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-BDATE-FILE-STATUS.
005500     SELECT SYNC-RPT-FILE ASSIGN TO "GLSYNCRP"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-RPT-FILE-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  CORP-CHART-FILE
006100     RECORDING MODE IS F.
006200     COPY CORPCOA.
006300 FD  GL-ACCOUNT-FILE.
006400     COPY GLACCT.
006500 FD  LEDGER-FILE.
006600     COPY LEDGREC.
006700 FD  PERIOD-CLOSE-FILE
006800     RECORDING MODE IS F.
006900 01  PERIOD-CLOSE-RECORD.
007000     05  PC-YEAR-MONTH               PIC 9(06).
007100     05  PC-CLOSED-DATE              PIC 9(08).
007200     05  PC-CLOSED-BY                PIC X(08).
007250     05  PC-COMPANY-CODE             PIC X(04).
007300 FD  ACCT-AUDIT-FILE
007400     RECORDING MODE IS F.
007500 01  ACCT-AUDIT-RECORD.
007600     05  AA-LOG-DATE                 PIC 9(08).
007700     05  AA-LOG-TIME                 PIC 9(08).
007800     05  AA-OPERATOR-ID              PIC X(08).
007900     05  AA-ACTION                   PIC X(06).
008000     05  AA-ACCOUNT-CODE             PIC X(08).
008100 FD  BUS-DATE-FILE
008200     RECORDING MODE IS F.
008300     COPY BUSDATE.
008400 FD  SYNC-RPT-FILE
008500     RECORDING MODE IS F.
008600 01  SYNC-RPT-LINE                   PIC X(80).
008700 WORKING-STORAGE SECTION.
008800 01  WS-CORP-FILE-STATUS             PIC X(02).
008900     88  WS-CORP-FILE-OK             VALUE "00".
009000 01  WS-ACCT-FILE-STATUS             PIC X(02).
009100     88  WS-ACCT-FILE-OK             VALUE "00".
009200 01  WS-LEDGER-FILE-STATUS           PIC X(02).
009300     88  WS-LEDGER-FILE-OK           VALUE "00".
009400 01  WS-PCLS-FILE-STATUS             PIC X(02).
009500     88  WS-PCLS-FILE-OK             VALUE "00".
009600 01  WS-AUDIT-FILE-STATUS            PIC X(02).
009700     88  WS-AUDIT-FILE-OK            VALUE "00".
009800 01  WS-BDATE-FILE-STATUS            PIC X(02).
009900     88  WS-BDATE-FILE-OK            VALUE "00".
010000 01  WS-RPT-FILE-STATUS              PIC X(02).
010100     88  WS-RPT-FILE-OK              VALUE "00".
010200 01  WS-RUN-MODE                     PIC X(01) VALUE SPACE.
010300     88  WS-UPDATE-MODE              VALUE "U" "u".
010400 01  WS-OPERATOR-ID                  PIC X(08) VALUE SPACES.
010500 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
010600 01  WS-TODAYS-DATE-X REDEFINES WS-TODAYS-DATE.
010700     05  WS-TODAYS-YEAR-MONTH        PIC 9(06).
010800     05  WS-TODAYS-DAY               PIC 9(02).
010900 01  WS-AUDIT-DATE                   PIC 9(08) VALUE ZERO.
011000 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
011100 01  WS-CORP-EOF-SWITCH              PIC X(01) VALUE "N".
011200     88  WS-END-OF-CORPORATE         VALUE "Y".
011300 01  WS-PCLS-EOF-SWITCH              PIC X(01) VALUE "N".
011400     88  WS-END-OF-CLOSES            VALUE "Y".
011500 01  WS-LEDGER-EOF-SWITCH            PIC X(01) VALUE "N".
011600     88  WS-END-OF-LEDGER            VALUE "Y".
011700 01  WS-SEQUENCE-SWITCH              PIC X(01) VALUE "N".
011800     88  WS-SEQUENCE-ERROR           VALUE "Y".
011900 01  WS-FOUND-SWITCH                 PIC X(01) VALUE "N".
012000     88  WS-ENTRY-FOUND              VALUE "Y".
012100 01  WS-CORP-KEY                     PIC X(08) VALUE LOW-VALUES.
012200 01  WS-PREV-CORP-KEY                PIC X(08) VALUE LOW-VALUES.
012300 01  WS-MAST-KEY                     PIC X(08) VALUE LOW-VALUES.
012400 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
012500 01  WS-LIB-FUNCTION                 PIC X(06).
012600 01  WS-LIB-RETURN-CODE              PIC 9(02).
012700 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "GLSYNC".
012800 01  WS-LIB-MSG-VALUE                PIC X(40).
012900 01  WS-LIB-MSG-TEXT                 PIC X(60).
013000*
013100*    THE CURRENT OPEN PERIOD - THE MONTH AFTER THE LATEST ONE ON
013200*    PNPCLS, OR THE BUSINESS DATE'S MONTH WHEN NONE IS CLOSED.
013300*
013400 01  WS-LAST-CLOSED-PERIOD           PIC 9(06) VALUE ZERO.
013500 01  WS-OPEN-PERIOD                  PIC 9(06) VALUE ZERO.
013600 01  WS-OPEN-PERIOD-X REDEFINES WS-OPEN-PERIOD.
013700     05  WS-OPEN-YEAR                PIC 9(04).
013800     05  WS-OPEN-MONTH               PIC 9(02).
013900 01  WS-OPEN-START-DATE              PIC 9(08) VALUE ZERO.
014000 01  WS-OPEN-START-DATE-X REDEFINES WS-OPEN-START-DATE.
014100     05  WS-OPEN-START-PERIOD        PIC 9(06).
014200     05  WS-OPEN-START-DAY           PIC 9(02).
014300*
014400*    EVERY GL ACCOUNT POSTED ON PNLEDG SINCE THE OPEN PERIOD
014500*    BEGAN. WHEN THE LEDGER CANNOT BE READ, OR THE TABLE FILLS,
014600*    NO CLOSURE IS ALLOWED.
014700*
014800 01  WS-ACTIVITY-TABLE.
014900     05  WS-ACTIVITY-ENTRY OCCURS 1000 TIMES INDEXED BY ACT-IDX.
015000         10  ACT-GL-ACCOUNT          PIC X(08).
015100 01  WS-ACTIVITY-COUNT               PIC 9(04) COMP VALUE ZERO.
015200 01  WS-ACTIVITY-CHECK-SWITCH        PIC X(01) VALUE "Y".
015300     88  WS-ACTIVITY-CHECKED         VALUE "Y".
015400*
015500*    THE PROPOSALS, IN ACCOUNT ORDER.
015600*
015700 01  WS-PROPOSAL-WORK.
015800     05  PW-ACTION                   PIC X(06).
015900     05  PW-ACCOUNT-CODE             PIC X(08).
016000     05  PW-OLD-VALUE                PIC X(30).
016100     05  PW-NEW-VALUE                PIC X(30).
016200     05  PW-NEW-PARENT               PIC X(08).
016300     05  PW-RESULT                   PIC X(06).
016400 01  WS-PROPOSAL-TABLE.
016500     05  WS-PROPOSAL-ENTRY OCCURS 500 TIMES INDEXED BY PR-IDX.
016600         10  PR-ACTION               PIC X(06).
016700             88  PR-ADD              VALUE "ADD   ".
016800             88  PR-REOPEN           VALUE "REOPEN".
016900             88  PR-DESCRIPTION      VALUE "DESC  ".
017000             88  PR-PARENT           VALUE "PARENT".
017100             88  PR-CLOSE            VALUE "CLOSE ".
017200         10  PR-ACCOUNT-CODE         PIC X(08).
017300         10  PR-OLD-VALUE            PIC X(30).
017400         10  PR-NEW-VALUE            PIC X(30).
017500         10  PR-NEW-PARENT           PIC X(08).
017600         10  PR-RESULT               PIC X(06).
017700             88  PR-REFUSED          VALUE "REFUSE".
017800 01  WS-PROPOSAL-COUNT               PIC 9(04) COMP VALUE ZERO.
017900 01  WS-PROPOSAL-OVERFLOW            PIC 9(04) COMP VALUE ZERO.
018000 01  WS-TOTALS.
018100     05  WS-ADD-COUNT                PIC 9(04) VALUE ZERO.
018200     05  WS-REOPEN-COUNT             PIC 9(04) VALUE ZERO.
018300     05  WS-DESC-COUNT               PIC 9(04) VALUE ZERO.
018400     05  WS-PARENT-COUNT             PIC 9(04) VALUE ZERO.
018500     05  WS-CLOSE-COUNT              PIC 9(04) VALUE ZERO.
018600     05  WS-REFUSED-COUNT            PIC 9(04) VALUE ZERO.
018700     05  WS-APPLIED-COUNT            PIC 9(04) VALUE ZERO.
018800     05  WS-FAILED-COUNT             PIC 9(04) VALUE ZERO.
018900 01  WS-HEADER-LINE.
019000     05  FILLER                      PIC X(30) VALUE
019100         "GL CHART OF ACCOUNTS SYNC - ".
019200     05  HL-RUN-MODE                 PIC X(07).
019300     05  FILLER                      PIC X(17) VALUE
019400         "  BUSINESS DATE ".
019500     05  HL-BUSINESS-DATE            PIC 9(08).
019600     05  FILLER                      PIC X(18) VALUE SPACES.
019700 01  WS-PERIOD-LINE.
019800     05  FILLER                      PIC X(13) VALUE
019900         "OPEN PERIOD: ".
020000     05  PL-OPEN-PERIOD              PIC 9(06).
020100     05  FILLER                      PIC X(40) VALUE
020200         " - NO CLOSURE OF AN ACCOUNT POSTED SINCE".
020300     05  FILLER                      PIC X(01) VALUE SPACE.
020400     05  PL-OPEN-START-DATE          PIC 9(08).
020500     05  FILLER                      PIC X(12) VALUE SPACES.
020600 01  WS-COLUMN-LINE.
020700     05  FILLER                      PIC X(45) VALUE
020800         "ACTION ACCOUNT  FROM                         ".
020900     05  FILLER                      PIC X(35) VALUE
021000         "TO                           RESULT".
021100 01  WS-DETAIL-LINE.
021200     05  DL-ACTION                   PIC X(06).
021300     05  FILLER                      PIC X(01) VALUE SPACE.
021400     05  DL-ACCOUNT-CODE             PIC X(08).
021500     05  FILLER                      PIC X(01) VALUE SPACE.
021600     05  DL-OLD-VALUE                PIC X(28).
021700     05  FILLER                      PIC X(01) VALUE SPACE.
021800     05  DL-NEW-VALUE                PIC X(28).
021900     05  FILLER                      PIC X(01) VALUE SPACE.
022000     05  DL-RESULT                   PIC X(06).
022100 01  WS-TOTAL-LINE.
022200     05  TL-LABEL                    PIC X(30).
022300     05  TL-COUNT                    PIC ZZZ9.
022400     05  FILLER                      PIC X(46) VALUE SPACES.
022500 PROCEDURE DIVISION.
022600******************************************************************
022700* 0000-MAINLINE - FIND THE OPEN PERIOD AND ITS POSTED ACCOUNTS,
022800*                 MATCH THE TWO CHARTS, APPLY THE PROPOSALS IN
022900*                 UPDATE MODE, AND REPORT.
023000******************************************************************
023100 0000-MAINLINE.
023200     PERFORM 0500-RESOLVE-BUSINESS-DATE
023300         THRU 0500-EXIT.
023400     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
023500     DISPLAY "Run mode - P)review proposals or U)pdate GLACCTM: "
023600     ACCEPT WS-RUN-MODE.
023700     IF WS-UPDATE-MODE
023800         DISPLAY "Operator ID: "
023900         ACCEPT WS-OPERATOR-ID
024000     END-IF.
024100     PERFORM 0700-FIND-OPEN-PERIOD
024200         THRU 0700-EXIT.
024300     PERFORM 0800-LOAD-PERIOD-ACTIVITY
024400         THRU 0800-EXIT.
024500     PERFORM 1000-OPEN-FILES
024600         THRU 1000-EXIT.
024700     IF NOT WS-CORP-FILE-OK OR NOT WS-ACCT-FILE-OK
024800         MOVE 8 TO RETURN-CODE
024900         GO TO 9999-EXIT
025000     END-IF.
025100     PERFORM 2000-COMPARE-ONE-KEY
025200         THRU 2000-EXIT
025300         UNTIL (WS-CORP-KEY = HIGH-VALUES
025400             AND WS-MAST-KEY = HIGH-VALUES)
025500             OR WS-SEQUENCE-ERROR.
025600     CLOSE CORP-CHART-FILE.
025700     IF WS-SEQUENCE-ERROR
025800         DISPLAY "CORPCOA OUT OF ACCOUNT ORDER AT "
025900             CC-ACCOUNT-CODE " - NOTHING PROPOSED OR APPLIED"
026000         MOVE "CORPCOA OUT OF ACCOUNT ORDER - RUN STOPPED"
026100             TO SYNC-RPT-LINE
026200         WRITE SYNC-RPT-LINE
026300         CLOSE GL-ACCOUNT-FILE
026400               SYNC-RPT-FILE
026500         MOVE 8 TO RETURN-CODE
026600         GO TO 9999-EXIT
026700     END-IF.
026800     IF WS-UPDATE-MODE
026900         IF WS-PROPOSAL-OVERFLOW > ZERO
027000             DISPLAY "MORE THAN 500 PROPOSALS - NOTHING APPLIED, "
027100                 "RUN A PREVIEW AND SYNC IN STAGES"
027200         ELSE
027300             PERFORM 5000-APPLY-ONE-PROPOSAL
027400                 THRU 5000-EXIT
027500                 VARYING PR-IDX FROM 1 BY 1
027600                 UNTIL PR-IDX > WS-PROPOSAL-COUNT
027700         END-IF
027800         CLOSE ACCT-AUDIT-FILE
027900     END-IF.
028000     CLOSE GL-ACCOUNT-FILE.
028100     PERFORM 3000-PRINT-PROPOSALS
028200         THRU 3000-EXIT.
028300     CLOSE SYNC-RPT-FILE.
028400     MOVE "GLSYNCRP" TO WS-RPT-KEEP-NAME.
028500     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-TODAYS-DATE.
028600     DISPLAY "CHART SYNC PROPOSALS: " WS-PROPOSAL-COUNT
028700         " REFUSED CLOSURES: " WS-REFUSED-COUNT
028800         " APPLIED: " WS-APPLIED-COUNT.
028900     IF WS-REFUSED-COUNT > ZERO OR WS-FAILED-COUNT > ZERO
029000         OR WS-PROPOSAL-OVERFLOW > ZERO
029100         MOVE 4 TO RETURN-CODE
029200     ELSE
029300         MOVE ZERO TO RETURN-CODE
029400     END-IF.
029500     GO TO 9999-EXIT.
029600******************************************************************
029700* 0500-RESOLVE-BUSINESS-DATE - THE BUSDATE CONTROL WHEN ONE IS
029800*                  ON FILE, THE SYSTEM DATE OTHERWISE.
029900******************************************************************
030000 0500-RESOLVE-BUSINESS-DATE.
030100     MOVE "DATSTM" TO WS-LIB-FUNCTION.
030200     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
030300         WS-TODAYS-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
030400         WS-LIB-MSG-TEXT.
030500     OPEN INPUT BUS-DATE-FILE.
030600     IF NOT WS-BDATE-FILE-OK
030700         GO TO 0500-EXIT
030800     END-IF.
030900     READ BUS-DATE-FILE
031000         AT END
031100             CONTINUE
031200     END-READ.
031300     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
031400         MOVE BD-BUSINESS-DATE TO WS-TODAYS-DATE
031500     END-IF.
031600     CLOSE BUS-DATE-FILE.
031700 0500-EXIT.
031800     EXIT.
031900******************************************************************
032000* 0700-FIND-OPEN-PERIOD - THE LATEST PERIOD CLOSED ON PNPCLS; THE
032100*                  MONTH AFTER IT IS THE ONE STILL OPEN.
032200******************************************************************
032300 0700-FIND-OPEN-PERIOD.
032400     MOVE ZERO TO WS-LAST-CLOSED-PERIOD.
032500     OPEN INPUT PERIOD-CLOSE-FILE.
032600     IF WS-PCLS-FILE-OK
032700         PERFORM 0750-SCAN-ONE-CLOSE-ROW
032800             THRU 0750-EXIT
032900             UNTIL WS-END-OF-CLOSES
033000         CLOSE PERIOD-CLOSE-FILE
033100     END-IF.
033200     IF WS-LAST-CLOSED-PERIOD = ZERO
033300         MOVE WS-TODAYS-YEAR-MONTH TO WS-OPEN-PERIOD
033400     ELSE
033500         MOVE WS-LAST-CLOSED-PERIOD TO WS-OPEN-PERIOD
033600         IF WS-OPEN-MONTH = 12
033700             ADD 1 TO WS-OPEN-YEAR
033800             MOVE 1 TO WS-OPEN-MONTH
033900         ELSE
034000             ADD 1 TO WS-OPEN-MONTH
034100         END-IF
034200     END-IF.
034300     MOVE WS-OPEN-PERIOD TO WS-OPEN-START-PERIOD.
034400     MOVE 1 TO WS-OPEN-START-DAY.
034500 0700-EXIT.
034600     EXIT.
034700******************************************************************
034800* 0750-SCAN-ONE-CLOSE-ROW - ONE CONTROL ROW AT A TIME.
034900******************************************************************
035000 0750-SCAN-ONE-CLOSE-ROW.
035100     READ PERIOD-CLOSE-FILE
035200         AT END
035300             SET WS-END-OF-CLOSES TO TRUE
035400     END-READ.
035500     IF NOT WS-END-OF-CLOSES
035600         IF PC-YEAR-MONTH > WS-LAST-CLOSED-PERIOD
035650         AND PC-COMPANY-CODE = SPACES
035700             MOVE PC-YEAR-MONTH TO WS-LAST-CLOSED-PERIOD
035800         END-IF
035900     END-IF.
036000 0750-EXIT.
036100     EXIT.
036200******************************************************************
036300* 0800-LOAD-PERIOD-ACTIVITY - EVERY ACCOUNT POSTED ON PNLEDG FROM
036400*                  THE FIRST OF THE OPEN PERIOD ON, READ FROM THAT
036500*                  POST DATE FORWARD ON THE LEDGER KEY.
036600******************************************************************
036700 0800-LOAD-PERIOD-ACTIVITY.
036800     MOVE ZERO TO WS-ACTIVITY-COUNT.
036900     OPEN INPUT LEDGER-FILE.
037000     IF NOT WS-LEDGER-FILE-OK
037100         DISPLAY "PNLEDG OPEN FAILED, STATUS "
037200             WS-LEDGER-FILE-STATUS " - NO CLOSURE WILL BE ALLOWED"
037300         MOVE "N" TO WS-ACTIVITY-CHECK-SWITCH
037400         GO TO 0800-EXIT
037500     END-IF.
037600     MOVE WS-OPEN-START-DATE TO LR-POST-DATE.
037700     MOVE ZERO TO LR-SEQUENCE-NO.
037800     START LEDGER-FILE KEY IS NOT LESS THAN LR-LEDGER-KEY
037900         INVALID KEY
038000             SET WS-END-OF-LEDGER TO TRUE
038100     END-START.
038200     PERFORM 0850-NOTE-ONE-POSTING
038300         THRU 0850-EXIT
038400         UNTIL WS-END-OF-LEDGER.
038500     CLOSE LEDGER-FILE.
038600 0800-EXIT.
038700     EXIT.
038800******************************************************************
038900* 0850-NOTE-ONE-POSTING - ADD THE POSTING'S ACCOUNT TO THE TABLE
039000*                  IF IT IS NOT THERE ALREADY.
039100******************************************************************
039200 0850-NOTE-ONE-POSTING.
039300     READ LEDGER-FILE NEXT RECORD
039400         AT END
039500             SET WS-END-OF-LEDGER TO TRUE
039600     END-READ.
039700     IF WS-END-OF-LEDGER OR LR-GL-ACCOUNT = SPACES
039800         GO TO 0850-EXIT
039900     END-IF.
040000     MOVE LR-GL-ACCOUNT TO PW-ACCOUNT-CODE.
040100     PERFORM 2550-FIND-ACTIVITY
040200         THRU 2550-EXIT.
040300     IF WS-ENTRY-FOUND
040400         GO TO 0850-EXIT
040500     END-IF.
040600     IF WS-ACTIVITY-COUNT >= 1000
040700         DISPLAY "OPEN-PERIOD ACCOUNT TABLE FULL - NO CLOSURE "
040800             "WILL BE ALLOWED"
040900         MOVE "N" TO WS-ACTIVITY-CHECK-SWITCH
041000         SET WS-END-OF-LEDGER TO TRUE
041100         GO TO 0850-EXIT
041200     END-IF.
041300     ADD 1 TO WS-ACTIVITY-COUNT.
041400     SET ACT-IDX TO WS-ACTIVITY-COUNT.
041500     MOVE LR-GL-ACCOUNT TO ACT-GL-ACCOUNT (ACT-IDX).
041600 0850-EXIT.
041700     EXIT.
041800******************************************************************
041900* 1000-OPEN-FILES - THE CORPORATE CHART, THE MASTER (FOR UPDATE IN
042000*                  UPDATE MODE), THE AUDIT LOG AND THE REPORT,
042100*                  THEN PRIME BOTH SIDES OF THE MATCH.
042200******************************************************************
042300 1000-OPEN-FILES.
042400     OPEN INPUT CORP-CHART-FILE.
042500     IF NOT WS-CORP-FILE-OK
042600         DISPLAY "CORPCOA OPEN FAILED, STATUS "
042700             WS-CORP-FILE-STATUS
042800         GO TO 1000-EXIT
042900     END-IF.
043000     IF WS-UPDATE-MODE
043100         OPEN I-O GL-ACCOUNT-FILE
043200     ELSE
043300         OPEN INPUT GL-ACCOUNT-FILE
043400     END-IF.
043500     IF NOT WS-ACCT-FILE-OK
043600         DISPLAY "GLACCTM OPEN FAILED, STATUS "
043700             WS-ACCT-FILE-STATUS
043800         CLOSE CORP-CHART-FILE
043900         GO TO 1000-EXIT
044000     END-IF.
044100     IF WS-UPDATE-MODE
044200         OPEN EXTEND ACCT-AUDIT-FILE
044300         IF NOT WS-AUDIT-FILE-OK
044400             OPEN OUTPUT ACCT-AUDIT-FILE
044500         END-IF
044600     END-IF.
044700     OPEN OUTPUT SYNC-RPT-FILE.
044800     IF WS-UPDATE-MODE
044900         MOVE "UPDATE " TO HL-RUN-MODE
045000     ELSE
045100         MOVE "PREVIEW" TO HL-RUN-MODE
045200     END-IF.
045300     MOVE WS-TODAYS-DATE TO HL-BUSINESS-DATE.
045400     WRITE SYNC-RPT-LINE FROM WS-HEADER-LINE.
045500     MOVE WS-OPEN-PERIOD TO PL-OPEN-PERIOD.
045600     MOVE WS-OPEN-START-DATE TO PL-OPEN-START-DATE.
045700     WRITE SYNC-RPT-LINE FROM WS-PERIOD-LINE.
045800     MOVE LOW-VALUES TO GA-ACCOUNT-CODE.
045900     START GL-ACCOUNT-FILE KEY IS NOT LESS THAN GA-ACCOUNT-CODE
046000         INVALID KEY
046100             MOVE HIGH-VALUES TO WS-MAST-KEY
046200     END-START.
046300     IF WS-MAST-KEY NOT = HIGH-VALUES
046400         PERFORM 1700-READ-MASTER
046500             THRU 1700-EXIT
046600     END-IF.
046700     PERFORM 1600-READ-CORPORATE
046800         THRU 1600-EXIT.
046900 1000-EXIT.
047000     EXIT.
047100******************************************************************
047200* 1600-READ-CORPORATE - THE NEXT CORPORATE ROW. THE FILE MUST RUN
047300*                  IN STRICT ACCOUNT ORDER OR THE MATCH IS
047400*                  MEANINGLESS.
047500******************************************************************
047600 1600-READ-CORPORATE.
047700     READ CORP-CHART-FILE
047800         AT END
047900             SET WS-END-OF-CORPORATE TO TRUE
048000             MOVE HIGH-VALUES TO WS-CORP-KEY
048100             GO TO 1600-EXIT
048200     END-READ.
048300     IF CC-ACCOUNT-CODE NOT > WS-PREV-CORP-KEY
048400         SET WS-SEQUENCE-ERROR TO TRUE
048500         GO TO 1600-EXIT
048600     END-IF.
048700     MOVE CC-ACCOUNT-CODE TO WS-CORP-KEY
048800                             WS-PREV-CORP-KEY.
048900 1600-EXIT.
049000     EXIT.
049100******************************************************************
049200* 1700-READ-MASTER - THE NEXT GLACCTM ROW IN ACCOUNT ORDER.
049300******************************************************************
049400 1700-READ-MASTER.
049500     READ GL-ACCOUNT-FILE NEXT RECORD
049600         AT END
049700             MOVE HIGH-VALUES TO WS-MAST-KEY
049800             GO TO 1700-EXIT
049900     END-READ.
050000     MOVE GA-ACCOUNT-CODE TO WS-MAST-KEY.
050100 1700-EXIT.
050200     EXIT.
050300******************************************************************
050400* 2000-COMPARE-ONE-KEY - ONE STEP OF THE MATCH: AN ACCOUNT ONLY
050500*                  CORPORATE HAS, ONE ONLY WE HAVE, OR ONE ON
050600*                  BOTH.
050700******************************************************************
050800 2000-COMPARE-ONE-KEY.
050900     EVALUATE TRUE
051000         WHEN WS-CORP-KEY < WS-MAST-KEY
051100             PERFORM 2100-CORPORATE-ONLY
051200                 THRU 2100-EXIT
051300             PERFORM 1600-READ-CORPORATE
051400                 THRU 1600-EXIT
051500         WHEN WS-CORP-KEY > WS-MAST-KEY
051600             PERFORM 2200-MASTER-ONLY
051700                 THRU 2200-EXIT
051800             PERFORM 1700-READ-MASTER
051900                 THRU 1700-EXIT
052000         WHEN OTHER
052100             PERFORM 2300-ON-BOTH-CHARTS
052200                 THRU 2300-EXIT
052300             PERFORM 1600-READ-CORPORATE
052400                 THRU 1600-EXIT
052500             PERFORM 1700-READ-MASTER
052600                 THRU 1700-EXIT
052700     END-EVALUATE.
052800 2000-EXIT.
052900     EXIT.
053000******************************************************************
053100* 2100-CORPORATE-ONLY - A NEW ACTIVE CORPORATE ACCOUNT IS ADDED. A
053200*                  CLOSED ONE WE NEVER CARRIED IS LEFT ALONE.
053300******************************************************************
053400 2100-CORPORATE-ONLY.
053500     IF NOT CC-STATUS-ACTIVE
053600         GO TO 2100-EXIT
053700     END-IF.
053800     MOVE SPACES TO WS-PROPOSAL-WORK.
053900     MOVE "ADD   " TO PW-ACTION.
054000     MOVE CC-ACCOUNT-CODE TO PW-ACCOUNT-CODE.
054100     MOVE CC-DESCRIPTION TO PW-NEW-VALUE.
054200     MOVE CC-PARENT-ACCOUNT TO PW-NEW-PARENT.
054300     ADD 1 TO WS-ADD-COUNT.
054400     PERFORM 2900-STORE-PROPOSAL
054500         THRU 2900-EXIT.
054600 2100-EXIT.
054700     EXIT.
054800******************************************************************
054900* 2200-MASTER-ONLY - AN ACTIVE ACCOUNT CORPORATE NO LONGER CARRIES
055000*                  IS PROPOSED FOR CLOSURE.
055100******************************************************************
055200 2200-MASTER-ONLY.
055300     IF NOT GA-STATUS-ACTIVE
055400         GO TO 2200-EXIT
055500     END-IF.
055600     MOVE SPACES TO WS-PROPOSAL-WORK.
055700     MOVE "NOT ON CORPORATE CHART" TO PW-NEW-VALUE.
055800     PERFORM 2500-PROPOSE-CLOSURE
055900         THRU 2500-EXIT.
056000 2200-EXIT.
056100     EXIT.
056200******************************************************************
056300* 2300-ON-BOTH-CHARTS - CORPORATE'S STATUS, DESCRIPTION AND PARENT
056400*                  AGAINST OURS.
056500******************************************************************
056600 2300-ON-BOTH-CHARTS.
056700     IF CC-STATUS-CLOSED
056800         IF GA-STATUS-ACTIVE
056900             MOVE SPACES TO WS-PROPOSAL-WORK
057000             MOVE "CLOSED BY CORPORATE" TO PW-NEW-VALUE
057100             PERFORM 2500-PROPOSE-CLOSURE
057200                 THRU 2500-EXIT
057300         END-IF
057400         GO TO 2300-EXIT
057500     END-IF.
057600     IF GA-STATUS-CLOSED
057700         MOVE SPACES TO WS-PROPOSAL-WORK
057800         MOVE "REOPEN" TO PW-ACTION
057900         MOVE GA-ACCOUNT-CODE TO PW-ACCOUNT-CODE
058000         MOVE "CLOSED" TO PW-OLD-VALUE
058100         MOVE "ACTIVE" TO PW-NEW-VALUE
058200         ADD 1 TO WS-REOPEN-COUNT
058300         PERFORM 2900-STORE-PROPOSAL
058400             THRU 2900-EXIT
058500     END-IF.
058600     IF CC-DESCRIPTION NOT = GA-DESCRIPTION
058700         MOVE SPACES TO WS-PROPOSAL-WORK
058800         MOVE "DESC  " TO PW-ACTION
058900         MOVE GA-ACCOUNT-CODE TO PW-ACCOUNT-CODE
059000         MOVE GA-DESCRIPTION TO PW-OLD-VALUE
059100         MOVE CC-DESCRIPTION TO PW-NEW-VALUE
059200         ADD 1 TO WS-DESC-COUNT
059300         PERFORM 2900-STORE-PROPOSAL
059400             THRU 2900-EXIT
059500     END-IF.
059600     IF CC-PARENT-ACCOUNT NOT = GA-PARENT-ACCOUNT
059700         MOVE SPACES TO WS-PROPOSAL-WORK
059800         MOVE "PARENT" TO PW-ACTION
059900         MOVE GA-ACCOUNT-CODE TO PW-ACCOUNT-CODE
060000         MOVE GA-PARENT-ACCOUNT TO PW-OLD-VALUE
060100         MOVE CC-PARENT-ACCOUNT TO PW-NEW-VALUE
060200                                   PW-NEW-PARENT
060300         ADD 1 TO WS-PARENT-COUNT
060400         PERFORM 2900-STORE-PROPOSAL
060500             THRU 2900-EXIT
060600     END-IF.
060700 2300-EXIT.
060800     EXIT.
060900******************************************************************
061000* 2500-PROPOSE-CLOSURE - CLOSE THE MASTER ACCOUNT IN HAND, UNLESS
061100*                  IT HAS POSTINGS IN THE OPEN PERIOD (OR THE
061200*                  POSTINGS COULD NOT BE CHECKED), IN WHICH CASE
061300*                  THE CLOSURE IS REPORTED AS REFUSED.
061400******************************************************************
061500 2500-PROPOSE-CLOSURE.
061600     MOVE "CLOSE " TO PW-ACTION.
061700     MOVE GA-ACCOUNT-CODE TO PW-ACCOUNT-CODE.
061800     MOVE GA-DESCRIPTION TO PW-OLD-VALUE.
061900     IF WS-ACTIVITY-CHECKED
062000         PERFORM 2550-FIND-ACTIVITY
062100             THRU 2550-EXIT
062200     ELSE
062300         SET WS-ENTRY-FOUND TO TRUE
062400     END-IF.
062500     IF WS-ENTRY-FOUND
062600         MOVE "REFUSE" TO PW-RESULT
062700         ADD 1 TO WS-REFUSED-COUNT
062800     ELSE
062900         ADD 1 TO WS-CLOSE-COUNT
063000     END-IF.
063100     PERFORM 2900-STORE-PROPOSAL
063200         THRU 2900-EXIT.
063300 2500-EXIT.
063400     EXIT.
063500******************************************************************
063600* 2550-FIND-ACTIVITY - IS PW-ACCOUNT-CODE IN THE OPEN-PERIOD
063700*                  TABLE.
063800******************************************************************
063900 2550-FIND-ACTIVITY.
064000     MOVE "N" TO WS-FOUND-SWITCH.
064100     SET ACT-IDX TO 1.
064200     PERFORM 2560-SCAN-ACTIVITY-TABLE
064300         THRU 2560-EXIT
064400         UNTIL WS-ENTRY-FOUND OR ACT-IDX > WS-ACTIVITY-COUNT.
064500 2550-EXIT.
064600     EXIT.
064700******************************************************************
064800* 2560-SCAN-ACTIVITY-TABLE - ONE ENTRY AT A TIME.
064900******************************************************************
065000 2560-SCAN-ACTIVITY-TABLE.
065100     IF ACT-GL-ACCOUNT (ACT-IDX) = PW-ACCOUNT-CODE
065200         SET WS-ENTRY-FOUND TO TRUE
065300     ELSE
065400         SET ACT-IDX UP BY 1
065500     END-IF.
065600 2560-EXIT.
065700     EXIT.
065800******************************************************************
065900* 2900-STORE-PROPOSAL - THE PROPOSAL IN HAND INTO THE TABLE.
066000******************************************************************
066100 2900-STORE-PROPOSAL.
066200     IF WS-PROPOSAL-COUNT >= 500
066300         ADD 1 TO WS-PROPOSAL-OVERFLOW
066400         GO TO 2900-EXIT
066500     END-IF.
066600     ADD 1 TO WS-PROPOSAL-COUNT.
066700     SET PR-IDX TO WS-PROPOSAL-COUNT.
066800     MOVE WS-PROPOSAL-WORK TO WS-PROPOSAL-ENTRY (PR-IDX).
066900 2900-EXIT.
067000     EXIT.
067100******************************************************************
067200* 3000-PRINT-PROPOSALS - EVERY PROPOSAL WITH ITS RESULT, THEN THE
067300*                  COUNTS BY KIND.
067400******************************************************************
067500 3000-PRINT-PROPOSALS.
067600     WRITE SYNC-RPT-LINE FROM WS-COLUMN-LINE.
067700     PERFORM 3100-PRINT-ONE-PROPOSAL
067800         THRU 3100-EXIT
067900         VARYING PR-IDX FROM 1 BY 1
068000         UNTIL PR-IDX > WS-PROPOSAL-COUNT.
068100     MOVE SPACES TO SYNC-RPT-LINE.
068200     WRITE SYNC-RPT-LINE.
068300     MOVE "ACCOUNTS TO ADD" TO TL-LABEL.
068400     MOVE WS-ADD-COUNT TO TL-COUNT.
068500     WRITE SYNC-RPT-LINE FROM WS-TOTAL-LINE.
068600     MOVE "ACCOUNTS TO REOPEN" TO TL-LABEL.
068700     MOVE WS-REOPEN-COUNT TO TL-COUNT.
068800     WRITE SYNC-RPT-LINE FROM WS-TOTAL-LINE.
068900     MOVE "DESCRIPTION CHANGES" TO TL-LABEL.
069000     MOVE WS-DESC-COUNT TO TL-COUNT.
069100     WRITE SYNC-RPT-LINE FROM WS-TOTAL-LINE.
069200     MOVE "PARENT CHANGES" TO TL-LABEL.
069300     MOVE WS-PARENT-COUNT TO TL-COUNT.
069400     WRITE SYNC-RPT-LINE FROM WS-TOTAL-LINE.
069500     MOVE "ACCOUNTS TO CLOSE" TO TL-LABEL.
069600     MOVE WS-CLOSE-COUNT TO TL-COUNT.
069700     WRITE SYNC-RPT-LINE FROM WS-TOTAL-LINE.
069800     MOVE "CLOSURES REFUSED - ACTIVITY" TO TL-LABEL.
069900     MOVE WS-REFUSED-COUNT TO TL-COUNT.
070000     WRITE SYNC-RPT-LINE FROM WS-TOTAL-LINE.
070100     IF WS-PROPOSAL-OVERFLOW > ZERO
070200         MOVE "PROPOSALS NOT HELD (OVER 500)" TO TL-LABEL
070300         MOVE WS-PROPOSAL-OVERFLOW TO TL-COUNT
070400         WRITE SYNC-RPT-LINE FROM WS-TOTAL-LINE
070500     END-IF.
070600     IF WS-UPDATE-MODE
070700         MOVE "CHANGES APPLIED TO GLACCTM" TO TL-LABEL
070800         MOVE WS-APPLIED-COUNT TO TL-COUNT
070900         WRITE SYNC-RPT-LINE FROM WS-TOTAL-LINE
071000         MOVE "CHANGES FAILED" TO TL-LABEL
071100         MOVE WS-FAILED-COUNT TO TL-COUNT
071200         WRITE SYNC-RPT-LINE FROM WS-TOTAL-LINE
071300     ELSE
071400         MOVE "PREVIEW ONLY - GLACCTM NOT CHANGED"
071500             TO SYNC-RPT-LINE
071600         WRITE SYNC-RPT-LINE
071700     END-IF.
071800 3000-EXIT.
071900     EXIT.
072000******************************************************************
072100* 3100-PRINT-ONE-PROPOSAL - ONE DETAIL LINE. AN ADD SHOWS ITS
072200*                  PARENT IN THE FROM COLUMN.
072300******************************************************************
072400 3100-PRINT-ONE-PROPOSAL.
072500     MOVE PR-ACTION (PR-IDX)       TO DL-ACTION.
072600     MOVE PR-ACCOUNT-CODE (PR-IDX) TO DL-ACCOUNT-CODE.
072700     MOVE PR-OLD-VALUE (PR-IDX)    TO DL-OLD-VALUE.
072800     IF PR-ADD (PR-IDX)
072900         MOVE SPACES TO DL-OLD-VALUE
073000         STRING "PARENT " DELIMITED BY SIZE
073100             PR-NEW-PARENT (PR-IDX) DELIMITED BY SIZE
073200             INTO DL-OLD-VALUE
073300     END-IF.
073400     MOVE PR-NEW-VALUE (PR-IDX)    TO DL-NEW-VALUE.
073500     MOVE PR-RESULT (PR-IDX)       TO DL-RESULT.
073600     WRITE SYNC-RPT-LINE FROM WS-DETAIL-LINE.
073700 3100-EXIT.
073800     EXIT.
073900******************************************************************
074000* 5000-APPLY-ONE-PROPOSAL - UPDATE MODE: APPLY ONE PROPOSAL TO
074100*                  GLACCTM AND AUDIT IT. A NEW ACCOUNT TAKES NO
074200*                  SUSPENSE, FX OR STATEMENT CLASSIFICATION -
074300*                  THOSE ARE SET THROUGH GLACCOUNTMAINT.
074400******************************************************************
074500 5000-APPLY-ONE-PROPOSAL.
074600     IF PR-REFUSED (PR-IDX)
074700         GO TO 5000-EXIT
074800     END-IF.
074900     IF PR-ADD (PR-IDX)
075000         MOVE SPACES TO GL-ACCOUNT-RECORD
075100         MOVE PR-ACCOUNT-CODE (PR-IDX) TO GA-ACCOUNT-CODE
075200         MOVE PR-NEW-VALUE (PR-IDX) TO GA-DESCRIPTION
075300         MOVE PR-NEW-PARENT (PR-IDX) TO GA-PARENT-ACCOUNT
075400         SET GA-STATUS-ACTIVE TO TRUE
075500         MOVE "N" TO GA-SUSPENSE-FLAG
075600                     GA-FX-ROLE
075700         WRITE GL-ACCOUNT-RECORD
075800             INVALID KEY
075900                 MOVE "FAILED" TO PR-RESULT (PR-IDX)
076000                 ADD 1 TO WS-FAILED-COUNT
076100             NOT INVALID KEY
076200                 MOVE "ADD   " TO AA-ACTION
076300                 PERFORM 8000-WRITE-AUDIT-RECORD
076400                     THRU 8000-EXIT
076500         END-WRITE
076600         GO TO 5000-EXIT
076700     END-IF.
076800     MOVE PR-ACCOUNT-CODE (PR-IDX) TO GA-ACCOUNT-CODE.
076900     READ GL-ACCOUNT-FILE
077000         INVALID KEY
077100             MOVE "FAILED" TO PR-RESULT (PR-IDX)
077200             ADD 1 TO WS-FAILED-COUNT
077300             GO TO 5000-EXIT
077400     END-READ.
077500     EVALUATE TRUE
077600         WHEN PR-REOPEN (PR-IDX)
077700             SET GA-STATUS-ACTIVE TO TRUE
077800             MOVE "REOPEN" TO AA-ACTION
077900         WHEN PR-DESCRIPTION (PR-IDX)
078000             MOVE PR-NEW-VALUE (PR-IDX) TO GA-DESCRIPTION
078100             MOVE "CHANGE" TO AA-ACTION
078200         WHEN PR-PARENT (PR-IDX)
078300             MOVE PR-NEW-PARENT (PR-IDX) TO GA-PARENT-ACCOUNT
078400             MOVE "CHANGE" TO AA-ACTION
078500         WHEN PR-CLOSE (PR-IDX)
078600             SET GA-STATUS-CLOSED TO TRUE
078700             MOVE "CLOSE " TO AA-ACTION
078800     END-EVALUATE.
078900     REWRITE GL-ACCOUNT-RECORD
079000         INVALID KEY
079100             MOVE "FAILED" TO PR-RESULT (PR-IDX)
079200             ADD 1 TO WS-FAILED-COUNT
079300         NOT INVALID KEY
079400             PERFORM 8000-WRITE-AUDIT-RECORD
079500                 THRU 8000-EXIT
079600     END-REWRITE.
079700 5000-EXIT.
079800     EXIT.
079900******************************************************************
080000* 8000-WRITE-AUDIT-RECORD - APPEND ONE ROW TO THE ACCOUNT AUDIT
080100*                  LOG - WHO, WHEN, WHICH CODE - AND COUNT THE
080200*                  PROPOSAL APPLIED.
080300******************************************************************
080400 8000-WRITE-AUDIT-RECORD.
080500     ACCEPT WS-CURRENT-TIME FROM TIME.
080600     MOVE WS-AUDIT-DATE            TO AA-LOG-DATE.
080700     MOVE WS-CURRENT-TIME          TO AA-LOG-TIME.
080800     MOVE WS-OPERATOR-ID           TO AA-OPERATOR-ID.
080900     MOVE PR-ACCOUNT-CODE (PR-IDX) TO AA-ACCOUNT-CODE.
081000     WRITE ACCT-AUDIT-RECORD.
081100     MOVE "DONE  " TO PR-RESULT (PR-IDX).
081200     ADD 1 TO WS-APPLIED-COUNT.
081300 8000-EXIT.
081400     EXIT.
081500******************************************************************
081600* 9999-EXIT - COMMON PROGRAM EXIT POINT.
081700******************************************************************
081800 9999-EXIT.
081900     GOBACK.
082000 END PROGRAM GlChartSync.
