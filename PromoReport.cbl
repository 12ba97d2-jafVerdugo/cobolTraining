000100******************************************************************
000200* PROGRAM-ID: PROMOREPORT
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     CAMPAIGN REPORT OVER THE PROMMSTR PROMOTIONAL
000800*              DISCOUNT CODES. EVERY PROMOTION IS LISTED IN CODE
000900*              ORDER WITH ITS TERMS, ITS DATE RANGE, WHERE IT
001000*              STANDS ON THE BUSINESS DATE (LIVE, NOT YET STARTED,
001100*              ENDED, SUSPENDED OR BUDGET EXHAUSTED), HOW MANY
001200*              CHARGES IT HAS BEEN TAKEN OFF, THE DISCOUNT GIVEN
001300*              AND THE BUDGET REMAINING, WITH TOTALS, SO MARKETING
001400*              CAN SEE WHAT EACH CAMPAIGN HAS COST. THE REPORT
001500*              PROMORPT IS KEPT THROUGH REPORTKEEP. HONORS THE
001600*              BUSDATE PROCESSING-DATE CONTROL.
001700* TECTONICS:   cobc
001800*
001900* MODIFICATION HISTORY
002000*   2026-10-15 DO  INITIAL VERSION.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. PromoReport.
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT PROMO-MASTER-FILE ASSIGN TO "PROMMSTR"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS SEQUENTIAL
003000         RECORD KEY IS PM-PROMO-CODE
003100         FILE STATUS IS WS-PROMO-FILE-STATUS.
003200     SELECT PROMO-RPT-FILE ASSIGN TO "PROMORPT"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-RPT-FILE-STATUS.
003500     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-BDATE-FILE-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  PROMO-MASTER-FILE.
004100     COPY PROMMSTR.
004200 FD  PROMO-RPT-FILE
004300     RECORDING MODE IS F.
004400 01  PROMO-RPT-LINE                  PIC X(80).
004500 FD  BUS-DATE-FILE
004600     RECORDING MODE IS F.
004700     COPY BUSDATE.
004800 WORKING-STORAGE SECTION.
004900 01  WS-PROMO-FILE-STATUS            PIC X(02).
005000     88  WS-PROMO-FILE-OK            VALUE "00".
005100 01  WS-RPT-FILE-STATUS              PIC X(02).
005200     88  WS-RPT-FILE-OK              VALUE "00".
005300 01  WS-BDATE-FILE-STATUS            PIC X(02).
005400     88  WS-BDATE-FILE-OK            VALUE "00".
005500 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
005600     88  WS-END-OF-FILE              VALUE "Y".
005700 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
005800 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
005900 01  WS-LIB-FUNCTION                 PIC X(06).
006000 01  WS-LIB-RETURN-CODE              PIC 9(02).
006100 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "PROMORPT".
006200 01  WS-LIB-MSG-VALUE                PIC X(40).
006300 01  WS-LIB-MSG-TEXT                 PIC X(60).
006400 01  WS-REMAINING-BUDGET             PIC S9(11)V99 VALUE ZERO.
006500 01  WS-PROMO-COUNT                  PIC 9(06) VALUE ZERO.
006600 01  WS-LIVE-COUNT                   PIC 9(06) VALUE ZERO.
006700 01  WS-TOTAL-USES                   PIC 9(09) VALUE ZERO.
006800 01  WS-TOTAL-BUDGET                 PIC S9(13)V99 VALUE ZERO.
006900 01  WS-TOTAL-GIVEN                  PIC S9(13)V99 VALUE ZERO.
007000 01  WS-TOTAL-REMAINING              PIC S9(13)V99 VALUE ZERO.
007100 01  WS-HEADER-LINE.
007200     05  FILLER                      PIC X(40) VALUE
007300         "PROMOTION CAMPAIGN REPORT".
007400     05  FILLER                      PIC X(15) VALUE
007500         "BUSINESS DATE: ".
007600     05  HL-RUN-DATE                 PIC 9(08).
007700     05  FILLER                      PIC X(17) VALUE SPACES.
007800 01  WS-COLUMN-LINE-1.
007900     05  FILLER                      PIC X(40) VALUE
008000         "CODE DESCRIPTION                    STAT".
008100     05  FILLER                      PIC X(40) VALUE
008200         "E     FROM     TO".
008300 01  WS-COLUMN-LINE-2.
008400     05  FILLER                      PIC X(40) VALUE
008500         "     TERMS                 USES         ".
008600     05  FILLER                      PIC X(40) VALUE
008700         "BUDGET           GIVEN       REMAINING".
008800 01  WS-DETAIL-LINE-1.
008900     05  DL-PROMO-CODE               PIC X(04).
009000     05  FILLER                      PIC X(01) VALUE SPACE.
009100     05  DL-DESCRIPTION              PIC X(30).
009200     05  FILLER                      PIC X(01) VALUE SPACE.
009300     05  DL-STATE                    PIC X(09).
009400     05  FILLER                      PIC X(01) VALUE SPACE.
009500     05  DL-EFFECTIVE-FROM           PIC 9(08).
009600     05  FILLER                      PIC X(01) VALUE SPACE.
009700     05  DL-EFFECTIVE-TO             PIC 9(08).
009800     05  FILLER                      PIC X(17) VALUE SPACES.
009900 01  WS-DETAIL-LINE-2.
010000     05  FILLER                      PIC X(04) VALUE SPACES.
010100     05  DL-TERMS.
010200         10  DL-TERMS-VALUE          PIC Z(08)9.99.
010300         10  DL-TERMS-TYPE           PIC X(04).
010400     05  FILLER                      PIC X(01) VALUE SPACE.
010500     05  DL-USES                     PIC ZZ,ZZZ,ZZ9.
010600     05  FILLER                      PIC X(01) VALUE SPACE.
010700     05  DL-BUDGET                   PIC Z(10)9.99-.
010800     05  FILLER                      PIC X(01) VALUE SPACE.
010900     05  DL-GIVEN                    PIC Z(10)9.99-.
011000     05  FILLER                      PIC X(01) VALUE SPACE.
011100     05  DL-REMAINING                PIC Z(10)9.99-.
011200     05  FILLER                      PIC X(01) VALUE SPACE.
011300 PROCEDURE DIVISION.
011400******************************************************************
011500* 0000-MAINLINE - THE PROMOTIONS, THEN THE CAMPAIGN TOTALS.
011600******************************************************************
011700 0000-MAINLINE.
011800     PERFORM 0500-RESOLVE-BUSINESS-DATE
011900         THRU 0500-EXIT.
012000     OPEN OUTPUT PROMO-RPT-FILE.
012100     MOVE WS-TODAYS-DATE TO HL-RUN-DATE.
012200     WRITE PROMO-RPT-LINE FROM WS-HEADER-LINE.
012300     MOVE SPACES TO PROMO-RPT-LINE.
012400     WRITE PROMO-RPT-LINE.
012500     PERFORM 1000-LIST-PROMOTIONS
012600         THRU 1000-EXIT.
012700     MOVE SPACES TO PROMO-RPT-LINE.
012800     WRITE PROMO-RPT-LINE.
012900     PERFORM 3000-WRITE-TOTALS
013000         THRU 3000-EXIT.
013100     CLOSE PROMO-RPT-FILE.
013200     MOVE "PROMORPT" TO WS-RPT-KEEP-NAME.
013300     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-TODAYS-DATE.
013400     DISPLAY "PROMOTIONS: " WS-PROMO-COUNT " LIVE " WS-LIVE-COUNT
013500         " USES " WS-TOTAL-USES.
013600     MOVE ZERO TO RETURN-CODE.
013700     GO TO 9999-EXIT.
013800******************************************************************
013900* 0500-RESOLVE-BUSINESS-DATE - THE BUSDATE CONTROL WHEN ONE IS
014000*                  ON FILE, THE SYSTEM DATE OTHERWISE.
014100******************************************************************
014200 0500-RESOLVE-BUSINESS-DATE.
014300     MOVE "DATSTM" TO WS-LIB-FUNCTION.
014400     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
014500         WS-TODAYS-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
014600         WS-LIB-MSG-TEXT.
014700     OPEN INPUT BUS-DATE-FILE.
014800     IF NOT WS-BDATE-FILE-OK
014900         GO TO 0500-EXIT
015000     END-IF.
015100     READ BUS-DATE-FILE
015200         AT END
015300             CONTINUE
015400     END-READ.
015500     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
015600         MOVE BD-BUSINESS-DATE TO WS-TODAYS-DATE
015700     END-IF.
015800     CLOSE BUS-DATE-FILE.
015900 0500-EXIT.
016000     EXIT.
016100******************************************************************
016200* 1000-LIST-PROMOTIONS - THE PROMOTION MASTER IN CODE ORDER. NO
016300*                  FILE MEANS NO CAMPAIGN HAS BEEN SET UP YET.
016400******************************************************************
016500 1000-LIST-PROMOTIONS.
016600     OPEN INPUT PROMO-MASTER-FILE.
016700     IF NOT WS-PROMO-FILE-OK
016800         MOVE "NO PROMOTION MASTER ON FILE" TO PROMO-RPT-LINE
016900         WRITE PROMO-RPT-LINE
017000         GO TO 1000-EXIT
017100     END-IF.
017200     WRITE PROMO-RPT-LINE FROM WS-COLUMN-LINE-1.
017300     WRITE PROMO-RPT-LINE FROM WS-COLUMN-LINE-2.
017400     MOVE "N" TO WS-EOF-SWITCH.
017500     PERFORM 1100-LIST-ONE-PROMOTION
017600         THRU 1100-EXIT
017700         UNTIL WS-END-OF-FILE.
017800     CLOSE PROMO-MASTER-FILE.
017900 1000-EXIT.
018000     EXIT.
018100******************************************************************
018200* 1100-LIST-ONE-PROMOTION - WHERE ONE PROMOTION STANDS, WHAT IT
018300*                  HAS GIVEN AND WHAT IS LEFT, ADDED TO THE
018400*                  TOTALS.
018500******************************************************************
018600 1100-LIST-ONE-PROMOTION.
018700     READ PROMO-MASTER-FILE
018800         AT END
018900             SET WS-END-OF-FILE TO TRUE
019000             GO TO 1100-EXIT
019100     END-READ.
019200     ADD 1 TO WS-PROMO-COUNT.
019300     SUBTRACT PM-DISCOUNT-GIVEN FROM PM-BUDGET
019400         GIVING WS-REMAINING-BUDGET.
019500     IF WS-REMAINING-BUDGET < ZERO
019600         MOVE ZERO TO WS-REMAINING-BUDGET
019700     END-IF.
019800     EVALUATE TRUE
019900         WHEN PM-SUSPENDED
020000             MOVE "SUSPENDED" TO DL-STATE
020100         WHEN WS-REMAINING-BUDGET = ZERO
020200             MOVE "EXHAUSTED" TO DL-STATE
020300         WHEN PM-EFFECTIVE-TO < WS-TODAYS-DATE
020400             MOVE "ENDED" TO DL-STATE
020500         WHEN PM-EFFECTIVE-FROM > WS-TODAYS-DATE
020600             MOVE "PENDING" TO DL-STATE
020700         WHEN OTHER
020800             MOVE "LIVE" TO DL-STATE
020900             ADD 1 TO WS-LIVE-COUNT
021000     END-EVALUATE.
021100     ADD PM-USE-COUNT TO WS-TOTAL-USES.
021200     ADD PM-BUDGET TO WS-TOTAL-BUDGET.
021300     ADD PM-DISCOUNT-GIVEN TO WS-TOTAL-GIVEN.
021400     ADD WS-REMAINING-BUDGET TO WS-TOTAL-REMAINING.
021500     MOVE PM-PROMO-CODE     TO DL-PROMO-CODE.
021600     MOVE PM-DESCRIPTION    TO DL-DESCRIPTION.
021700     MOVE PM-EFFECTIVE-FROM TO DL-EFFECTIVE-FROM.
021800     MOVE PM-EFFECTIVE-TO   TO DL-EFFECTIVE-TO.
021900     WRITE PROMO-RPT-LINE FROM WS-DETAIL-LINE-1.
022000     IF PM-PERCENT-OFF
022100         MOVE PM-DISCOUNT-PCT TO DL-TERMS-VALUE
022200         MOVE " PCT" TO DL-TERMS-TYPE
022300     ELSE
022400         MOVE PM-DISCOUNT-AMOUNT TO DL-TERMS-VALUE
022500         MOVE " OFF" TO DL-TERMS-TYPE
022600     END-IF.
022700     MOVE PM-USE-COUNT        TO DL-USES.
022800     MOVE PM-BUDGET           TO DL-BUDGET.
022900     MOVE PM-DISCOUNT-GIVEN   TO DL-GIVEN.
023000     MOVE WS-REMAINING-BUDGET TO DL-REMAINING.
023100     WRITE PROMO-RPT-LINE FROM WS-DETAIL-LINE-2.
023200 1100-EXIT.
023300     EXIT.
023400******************************************************************
023500* 3000-WRITE-TOTALS - ALL CAMPAIGNS TOGETHER.
023600******************************************************************
023700 3000-WRITE-TOTALS.
023800     MOVE SPACES TO PROMO-RPT-LINE.
023900     STRING "ALL PROMOTIONS: " DELIMITED BY SIZE
024000         WS-PROMO-COUNT DELIMITED BY SIZE
024100         "   LIVE: " DELIMITED BY SIZE
024200         WS-LIVE-COUNT DELIMITED BY SIZE
024300         INTO PROMO-RPT-LINE.
024400     WRITE PROMO-RPT-LINE.
024500     MOVE SPACES TO DL-TERMS.
024600     MOVE WS-TOTAL-USES       TO DL-USES.
024700     MOVE WS-TOTAL-BUDGET     TO DL-BUDGET.
024800     MOVE WS-TOTAL-GIVEN      TO DL-GIVEN.
024900     MOVE WS-TOTAL-REMAINING  TO DL-REMAINING.
025000     WRITE PROMO-RPT-LINE FROM WS-DETAIL-LINE-2.
025100 3000-EXIT.
025200     EXIT.
025300******************************************************************
025400* 9999-EXIT - COMMON PROGRAM EXIT POINT.
025500******************************************************************
025600 9999-EXIT.
025700     GOBACK.
025800 END PROGRAM PromoReport.
