000100******************************************************************
000200* PROGRAM-ID: BREAKGLASSOVERDUE
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     END-OF-DAY CHECK OF THE BREAK-GLASS REVIEW
000800*              QUEUE. LISTS EVERY GRANT ON BRKGLASS STILL
000900*              PENDING REVIEW WITH THE DAYS SINCE ITS WINDOW
001000*              CLOSED (THE LIBRARY'S DATDIF SERVICE), FLAGGING
001100*              THOSE OLDER THAN THE CTLPARM REVIEW PERIOD AS
001200*              OVERDUE, SO AN EMERGENCY-ACCESS USE NOBODY HAS
001300*              LOOKED AT CANNOT SIT UNNOTICED. THE REPORT
001400*              BGOVERDU IS KEPT THROUGH REPORTKEEP AND THE STEP
001500*              ENDS RC 4 WHEN ANY REVIEW IS OVERDUE.
001600* TECTONICS:   cobc
001700*
001800* MODIFICATION HISTORY
001900*   2026-10-15 DO  INITIAL VERSION.
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. BreakGlassOverdue.
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT BREAK-GLASS-FILE ASSIGN TO "BRKGLASS"
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS SEQUENTIAL
002900         RECORD KEY IS BG-KEY
003000         FILE STATUS IS WS-BG-FILE-STATUS.
003100     SELECT OVERDUE-RPT-FILE ASSIGN TO "BGOVERDU"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-RPT-FILE-STATUS.
003400     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-BDATE-FILE-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  BREAK-GLASS-FILE.
004000     COPY BRKGLASS.
004100 FD  OVERDUE-RPT-FILE
004200     RECORDING MODE IS F.
004300 01  OVERDUE-RPT-LINE                PIC X(80).
004400 FD  BUS-DATE-FILE
004500     RECORDING MODE IS F.
004600     COPY BUSDATE.
004700 WORKING-STORAGE SECTION.
004800 01  WS-BG-FILE-STATUS               PIC X(02).
004900     88  WS-BG-FILE-OK               VALUE "00".
005000 01  WS-RPT-FILE-STATUS              PIC X(02).
005100     88  WS-RPT-FILE-OK              VALUE "00".
005200 01  WS-BDATE-FILE-STATUS            PIC X(02).
005300     88  WS-BDATE-FILE-OK            VALUE "00".
005400 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
005500     88  WS-END-OF-FILE              VALUE "Y".
005600 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
005700 01  WS-NOW-STAMP.
005800     05  WS-NOW-DATE                 PIC 9(08) VALUE ZERO.
005900     05  WS-NOW-TIME                 PIC 9(08) VALUE ZERO.
006000 01  WS-WINDOW-END.
006100     05  WS-WINDOW-END-DATE          PIC 9(08).
006200     05  WS-WINDOW-END-TIME          PIC 9(08).
006300 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
006400 01  WS-LIB-FUNCTION                 PIC X(06).
006500 01  WS-LIB-RETURN-CODE              PIC 9(02).
006600 01  WS-LIB-DATE                     PIC 9(08).
006700 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "BGOVERDU".
006800 01  WS-LIB-MSG-VALUE                PIC X(40).
006900 01  WS-LIB-MSG-TEXT                 PIC X(60).
007000 01  WS-DAYS-RESULT                  PIC S9(07)
007100                                     SIGN LEADING SEPARATE.
007200 01  WS-AGE-DAYS                     PIC S9(07) VALUE ZERO.
007300 01  WS-PENDING-COUNT                PIC 9(06) VALUE ZERO.
007400 01  WS-LIVE-COUNT                   PIC 9(06) VALUE ZERO.
007500 01  WS-OVERDUE-COUNT                PIC 9(06) VALUE ZERO.
007600     COPY CTLPARM.
007700 01  WS-HEADER-LINE.
007800     05  FILLER                      PIC X(40) VALUE
007900         "BREAK-GLASS REVIEW QUEUE".
008000     05  FILLER                      PIC X(15) VALUE
008100         "BUSINESS DATE: ".
008200     05  HL-RUN-DATE                 PIC 9(08).
008300     05  FILLER                      PIC X(17) VALUE SPACES.
008400 01  WS-COLUMN-LINE.
008500     05  FILLER                      PIC X(40) VALUE
008600         "OPERATOR  STARTED   CLOSED    RSN ACTNS ".
008700     05  FILLER                      PIC X(40) VALUE
008800         " AGE  STATE".
008900 01  WS-DETAIL-LINE.
009000     05  DL-OPERATOR-ID              PIC X(08).
009100     05  FILLER                      PIC X(02) VALUE SPACES.
009200     05  DL-START-DATE               PIC 9(08).
009300     05  FILLER                      PIC X(02) VALUE SPACES.
009400     05  DL-END-DATE                 PIC 9(08).
009500     05  FILLER                      PIC X(02) VALUE SPACES.
009600     05  DL-REASON-CODE              PIC X(02).
009700     05  FILLER                      PIC X(02) VALUE SPACES.
009800     05  DL-ACTION-COUNT             PIC Z(03)9.
009900     05  FILLER                      PIC X(02) VALUE SPACES.
010000     05  DL-AGE-DAYS                 PIC Z(03)9.
010100     05  FILLER                      PIC X(02) VALUE SPACES.
010200     05  DL-STATE                    PIC X(20).
010300     05  FILLER                      PIC X(14) VALUE SPACES.
010400 01  WS-COUNT-LINE.
010500     05  CL-LABEL                    PIC X(40).
010600     05  CL-COUNT                    PIC Z(05)9.
010700     05  FILLER                      PIC X(34) VALUE SPACES.
010800 PROCEDURE DIVISION.
010900******************************************************************
011000* 0000-MAINLINE - ONE PASS OF BRKGLASS, ONE LINE PER GRANT STILL
011100*                 PENDING REVIEW.
011200******************************************************************
011300 0000-MAINLINE.
011400     PERFORM 0500-RESOLVE-BUSINESS-DATE
011500         THRU 0500-EXIT.
011600     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
011700     ACCEPT WS-NOW-TIME FROM TIME.
011800     OPEN OUTPUT OVERDUE-RPT-FILE.
011900     MOVE WS-TODAYS-DATE TO HL-RUN-DATE.
012000     WRITE OVERDUE-RPT-LINE FROM WS-HEADER-LINE.
012100     MOVE SPACES TO OVERDUE-RPT-LINE.
012200     WRITE OVERDUE-RPT-LINE.
012300     OPEN INPUT BREAK-GLASS-FILE.
012400     IF NOT WS-BG-FILE-OK
012500         MOVE "NO BREAK-GLASS GRANTS ON FILE"
012600             TO OVERDUE-RPT-LINE
012700         WRITE OVERDUE-RPT-LINE
012800         GO TO 0000-CLOSE-REPORT
012900     END-IF.
013000     WRITE OVERDUE-RPT-LINE FROM WS-COLUMN-LINE.
013100     PERFORM 1000-CHECK-ONE-GRANT
013200         THRU 1000-EXIT
013300         UNTIL WS-END-OF-FILE.
013400     CLOSE BREAK-GLASS-FILE.
013500     MOVE SPACES TO OVERDUE-RPT-LINE.
013600     WRITE OVERDUE-RPT-LINE.
013700     MOVE "GRANTS PENDING REVIEW" TO CL-LABEL.
013800     MOVE WS-PENDING-COUNT TO CL-COUNT.
013900     WRITE OVERDUE-RPT-LINE FROM WS-COUNT-LINE.
014000     MOVE "  OF WHICH STILL LIVE" TO CL-LABEL.
014100     MOVE WS-LIVE-COUNT TO CL-COUNT.
014200     WRITE OVERDUE-RPT-LINE FROM WS-COUNT-LINE.
014300     MOVE "  OF WHICH REVIEW OVERDUE" TO CL-LABEL.
014400     MOVE WS-OVERDUE-COUNT TO CL-COUNT.
014500     WRITE OVERDUE-RPT-LINE FROM WS-COUNT-LINE.
014600 0000-CLOSE-REPORT.
014700     CLOSE OVERDUE-RPT-FILE.
014800     MOVE "BGOVERDU" TO WS-RPT-KEEP-NAME.
014900     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-TODAYS-DATE.
015000     DISPLAY "BREAK-GLASS: PENDING " WS-PENDING-COUNT
015100         " OVERDUE " WS-OVERDUE-COUNT.
015200     IF WS-OVERDUE-COUNT > ZERO
015300         MOVE 4 TO RETURN-CODE
015400     ELSE
015500         MOVE ZERO TO RETURN-CODE
015600     END-IF.
015700     GO TO 9999-EXIT.
015800******************************************************************
015900* 0500-RESOLVE-BUSINESS-DATE - THE BUSDATE CONTROL WHEN ONE IS
016000*                  ON FILE, THE SYSTEM DATE OTHERWISE.
016100******************************************************************
016200 0500-RESOLVE-BUSINESS-DATE.
016300     MOVE "DATSTM" TO WS-LIB-FUNCTION.
016400     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
016500         WS-TODAYS-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
016600         WS-LIB-MSG-TEXT.
016700     OPEN INPUT BUS-DATE-FILE.
016800     IF NOT WS-BDATE-FILE-OK
016900         GO TO 0500-EXIT
017000     END-IF.
017100     READ BUS-DATE-FILE
017200         AT END
017300             CONTINUE
017400     END-READ.
017500     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
017600         MOVE BD-BUSINESS-DATE TO WS-TODAYS-DATE
017700     END-IF.
017800     CLOSE BUS-DATE-FILE.
017900 0500-EXIT.
018000     EXIT.
018100******************************************************************
018200* 1000-CHECK-ONE-GRANT - A PENDING GRANT IS AGED FROM THE DAY
018300*                  ITS WINDOW CLOSED - ENDED EARLY OR EXPIRED. A
018400*                  GRANT STILL LIVE IS LISTED BUT CANNOT YET BE
018500*                  OVERDUE.
018600******************************************************************
018700 1000-CHECK-ONE-GRANT.
018800     READ BREAK-GLASS-FILE
018900         AT END
019000             SET WS-END-OF-FILE TO TRUE
019100             GO TO 1000-EXIT
019200     END-READ.
019300     IF NOT BG-REVIEW-PENDING
019400         GO TO 1000-EXIT
019500     END-IF.
019600     ADD 1 TO WS-PENDING-COUNT.
019700     IF BG-ENDED-DATE NOT = ZERO
019800         MOVE BG-ENDED-STAMP TO WS-WINDOW-END
019900     ELSE
020000         MOVE BG-EXPIRY-STAMP TO WS-WINDOW-END
020100     END-IF.
020200     MOVE BG-OPERATOR-ID TO DL-OPERATOR-ID.
020300     MOVE BG-START-DATE TO DL-START-DATE.
020400     MOVE WS-WINDOW-END-DATE TO DL-END-DATE.
020500     MOVE BG-REASON-CODE TO DL-REASON-CODE.
020600     MOVE BG-ACTION-COUNT TO DL-ACTION-COUNT.
020700     MOVE ZERO TO DL-AGE-DAYS.
020800     IF WS-WINDOW-END > WS-NOW-STAMP
020900         ADD 1 TO WS-LIVE-COUNT
021000         MOVE "STILL LIVE" TO DL-STATE
021100         WRITE OVERDUE-RPT-LINE FROM WS-DETAIL-LINE
021200         GO TO 1000-EXIT
021300     END-IF.
021400     PERFORM 8500-AGE-GRANT
021500         THRU 8500-EXIT.
021600     IF WS-AGE-DAYS > ZERO
021700         MOVE WS-AGE-DAYS TO DL-AGE-DAYS
021800     END-IF.
021900     IF WS-AGE-DAYS > CTL-BREAKGLASS-REVIEW-DAYS
022000         ADD 1 TO WS-OVERDUE-COUNT
022100         MOVE "*** REVIEW OVERDUE" TO DL-STATE
022200     ELSE
022300         MOVE "AWAITING REVIEW" TO DL-STATE
022400     END-IF.
022500     WRITE OVERDUE-RPT-LINE FROM WS-DETAIL-LINE.
022600 1000-EXIT.
022700     EXIT.
022800******************************************************************
022900* 8500-AGE-GRANT - DAYS FROM THE WINDOW'S CLOSE TO THE BUSINESS
023000*                  DATE, THROUGH THE LIBRARY'S DATDIF SERVICE.
023100******************************************************************
023200 8500-AGE-GRANT.
023300     MOVE WS-TODAYS-DATE TO WS-LIB-DATE.
023400     MOVE SPACES TO WS-LIB-MSG-VALUE.
023500     MOVE WS-WINDOW-END-DATE TO WS-LIB-MSG-VALUE (1:8).
023600     MOVE "DATDIF" TO WS-LIB-FUNCTION.
023700     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
023800         WS-LIB-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
023900         WS-LIB-MSG-TEXT.
024000     MOVE WS-LIB-MSG-VALUE (9:8) TO WS-DAYS-RESULT.
024100     MOVE WS-DAYS-RESULT TO WS-AGE-DAYS.
024200 8500-EXIT.
024300     EXIT.
024400******************************************************************
024500* 9999-EXIT - COMMON PROGRAM EXIT POINT.
024600******************************************************************
024700 9999-EXIT.
024800     GOBACK.
024900 END PROGRAM BreakGlassOverdue.
