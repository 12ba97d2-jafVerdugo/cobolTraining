000100******************************************************************
000200* PROGRAM-ID: QUOTEREPORT
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     REPORT OVER THE CALCQUOT PRICE QUOTATION FILE.
000800*              EVERY QUOTATION IS LISTED IN QUOTE-NUMBER ORDER AND
000900*              CLASSED AS CONVERTED (A CHARGE WAS MADE AGAINST
001000*              IT), EXPIRED (STILL ISSUED BUT PAST ITS EXPIRY DATE
001100*              ON THE BUSINESS DATE) OR OPEN (STILL ISSUED AND
001200*              STILL GOOD), THEN COUNTED AND VALUED BY CLASS WITH
001300*              THE TOTAL ISSUED, SO THE DESK CAN SEE HOW MANY
001400*              QUOTES TURN INTO BUSINESS. A QUOTE THAT EXPIRES
001500*              TODAY IS STILL OPEN - IT CAN BE CHARGED THROUGH ITS
001600*              EXPIRY DATE. THE REPORT QUOTERPT IS KEPT THROUGH
001700*              REPORTKEEP. HONORS THE BUSDATE PROCESSING-DATE
001800*              CONTROL.
001900* TECTONICS:   cobc
002000*
002100* MODIFICATION HISTORY
002200*   2026-10-15 DO  INITIAL VERSION.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. QuoteReport.
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT QUOTE-FILE ASSIGN TO "CALCQUOT"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS SEQUENTIAL
003200         RECORD KEY IS QT-QUOTE-NO
003300         FILE STATUS IS WS-QUOT-FILE-STATUS.
003400     SELECT QUOTE-RPT-FILE ASSIGN TO "QUOTERPT"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-RPT-FILE-STATUS.
003700     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-BDATE-FILE-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  QUOTE-FILE.
004300     COPY CALCQUOT.
004400 FD  QUOTE-RPT-FILE
004500     RECORDING MODE IS F.
004600 01  QUOTE-RPT-LINE                  PIC X(80).
004700 FD  BUS-DATE-FILE
004800     RECORDING MODE IS F.
004900     COPY BUSDATE.
005000 WORKING-STORAGE SECTION.
005100 01  WS-QUOT-FILE-STATUS             PIC X(02).
005200     88  WS-QUOT-FILE-OK             VALUE "00".
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
006300 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "QUOTERPT".
006400 01  WS-LIB-MSG-VALUE                PIC X(40).
006500 01  WS-LIB-MSG-TEXT                 PIC X(60).
006600 01  WS-ISSUED-COUNT                 PIC 9(06) VALUE ZERO.
006700 01  WS-ISSUED-TOTAL                 PIC S9(13)V99 VALUE ZERO.
006800 01  WS-CLASS-LABELS.
006900     05  FILLER                      PIC X(10) VALUE "CONVERTED".
007000     05  FILLER                      PIC X(10) VALUE "EXPIRED".
007100     05  FILLER                      PIC X(10) VALUE "OPEN".
007200 01  WS-CLASS-LABEL-TABLE REDEFINES WS-CLASS-LABELS.
007300     05  CS-LABEL                    PIC X(10) OCCURS 3 TIMES.
007400 01  WS-CLASS-TABLE.
007500     05  WS-CLASS-ENTRY OCCURS 3 TIMES INDEXED BY CS-IDX.
007600         10  CS-COUNT                PIC 9(06).
007700         10  CS-TOTAL                PIC S9(13)V99.
007800 01  WS-CLASS-NO                     PIC 9(01) VALUE ZERO.
007900 01  WS-HEADER-LINE.
008000     05  FILLER                      PIC X(40) VALUE
008100         "CALCULATOR PRICE QUOTATIONS".
008200     05  FILLER                      PIC X(15) VALUE
008300         "BUSINESS DATE: ".
008400     05  HL-RUN-DATE                 PIC 9(08).
008500     05  FILLER                      PIC X(17) VALUE SPACES.
008600 01  WS-COLUMN-LINE.
008700     05  FILLER                      PIC X(40) VALUE
008800         "QUOTE NO ISSUED   ACCOUNT  RATE  QUOTED ".
008900     05  FILLER                      PIC X(40) VALUE
009000         "RESULT EXPIRES  STATUS    CHARGED".
009100 01  WS-DETAIL-LINE.
009200     05  DL-QUOTE-NO                 PIC 9(08).
009300     05  FILLER                      PIC X(01) VALUE SPACE.
009400     05  DL-ISSUE-DATE               PIC 9(08).
009500     05  FILLER                      PIC X(01) VALUE SPACE.
009600     05  DL-ACCOUNT-ID               PIC X(08).
009700     05  FILLER                      PIC X(01) VALUE SPACE.
009800     05  DL-RATE-CODE                PIC X(04).
009900     05  FILLER                      PIC X(01) VALUE SPACE.
010000     05  DL-QUOTED-RESULT            PIC Z(09)9.99-.
010100     05  FILLER                      PIC X(01) VALUE SPACE.
010200     05  DL-EXPIRY-DATE              PIC 9(08).
010300     05  FILLER                      PIC X(01) VALUE SPACE.
010400     05  DL-STATUS                   PIC X(10).
010500     05  DL-CONVERTED-DATE           PIC X(08).
010600     05  FILLER                      PIC X(06) VALUE SPACES.
010700 01  WS-CLASS-LINE.
010800     05  CL-LABEL                    PIC X(16).
010900     05  FILLER                      PIC X(04) VALUE SPACES.
011000     05  CL-COUNT                    PIC ZZZ,ZZ9.
011100     05  FILLER                      PIC X(04) VALUE SPACES.
011200     05  CL-TOTAL                    PIC Z(12)9.99-.
011300     05  FILLER                      PIC X(31) VALUE SPACES.
011400 PROCEDURE DIVISION.
011500******************************************************************
011600* 0000-MAINLINE - THE QUOTATIONS, THEN THE SUMMARY BY CLASS.
011700******************************************************************
011800 0000-MAINLINE.
011900     PERFORM 0500-RESOLVE-BUSINESS-DATE
012000         THRU 0500-EXIT.
012100     INITIALIZE WS-CLASS-TABLE.
012200     OPEN OUTPUT QUOTE-RPT-FILE.
012300     MOVE WS-TODAYS-DATE TO HL-RUN-DATE.
012400     WRITE QUOTE-RPT-LINE FROM WS-HEADER-LINE.
012500     MOVE SPACES TO QUOTE-RPT-LINE.
012600     WRITE QUOTE-RPT-LINE.
012700     PERFORM 1000-LIST-QUOTES
012800         THRU 1000-EXIT.
012900     MOVE SPACES TO QUOTE-RPT-LINE.
013000     WRITE QUOTE-RPT-LINE.
013100     PERFORM 3000-WRITE-SUMMARY
013200         THRU 3000-EXIT.
013300     CLOSE QUOTE-RPT-FILE.
013400     MOVE "QUOTERPT" TO WS-RPT-KEEP-NAME.
013500     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-TODAYS-DATE.
013600     DISPLAY "QUOTATIONS: ISSUED " WS-ISSUED-COUNT
013700         " CONVERTED " CS-COUNT (1) " EXPIRED " CS-COUNT (2)
013800         " OPEN " CS-COUNT (3).
013900     MOVE ZERO TO RETURN-CODE.
014000     GO TO 9999-EXIT.
014100******************************************************************
014200* 0500-RESOLVE-BUSINESS-DATE - THE BUSDATE CONTROL WHEN ONE IS
014300*                  ON FILE, THE SYSTEM DATE OTHERWISE.
014400******************************************************************
014500 0500-RESOLVE-BUSINESS-DATE.
014600     MOVE "DATSTM" TO WS-LIB-FUNCTION.
014700     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
014800         WS-TODAYS-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
014900         WS-LIB-MSG-TEXT.
015000     OPEN INPUT BUS-DATE-FILE.
015100     IF NOT WS-BDATE-FILE-OK
015200         GO TO 0500-EXIT
015300     END-IF.
015400     READ BUS-DATE-FILE
015500         AT END
015600             CONTINUE
015700     END-READ.
015800     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
015900         MOVE BD-BUSINESS-DATE TO WS-TODAYS-DATE
016000     END-IF.
016100     CLOSE BUS-DATE-FILE.
016200 0500-EXIT.
016300     EXIT.
016400******************************************************************
016500* 1000-LIST-QUOTES - THE QUOTE FILE IN QUOTE-NUMBER ORDER. NO
016600*                  FILE MEANS NOTHING HAS BEEN QUOTED YET.
016700******************************************************************
016800 1000-LIST-QUOTES.
016900     OPEN INPUT QUOTE-FILE.
017000     IF NOT WS-QUOT-FILE-OK
017100         MOVE "NO QUOTATION FILE ON FILE" TO QUOTE-RPT-LINE
017200         WRITE QUOTE-RPT-LINE
017300         GO TO 1000-EXIT
017400     END-IF.
017500     WRITE QUOTE-RPT-LINE FROM WS-COLUMN-LINE.
017600     MOVE "N" TO WS-EOF-SWITCH.
017700     PERFORM 1100-LIST-ONE-QUOTE
017800         THRU 1100-EXIT
017900         UNTIL WS-END-OF-FILE.
018000     CLOSE QUOTE-FILE.
018100 1000-EXIT.
018200     EXIT.
018300******************************************************************
018400* 1100-LIST-ONE-QUOTE - CLASS, COUNT AND LIST ONE QUOTATION.
018500******************************************************************
018600 1100-LIST-ONE-QUOTE.
018700     READ QUOTE-FILE
018800         AT END
018900             SET WS-END-OF-FILE TO TRUE
019000             GO TO 1100-EXIT
019100     END-READ.
019200     ADD 1 TO WS-ISSUED-COUNT.
019300     ADD QT-QUOTED-RESULT TO WS-ISSUED-TOTAL.
019400     MOVE SPACES TO DL-CONVERTED-DATE.
019500     EVALUATE TRUE
019600         WHEN QT-STATUS-CONVERTED
019700             MOVE 1 TO WS-CLASS-NO
019800             MOVE QT-CONVERTED-DATE TO DL-CONVERTED-DATE
019900         WHEN QT-EXPIRY-DATE < WS-TODAYS-DATE
020000             MOVE 2 TO WS-CLASS-NO
020100         WHEN OTHER
020200             MOVE 3 TO WS-CLASS-NO
020300     END-EVALUATE.
020400     SET CS-IDX TO WS-CLASS-NO.
020500     ADD 1 TO CS-COUNT (CS-IDX).
020600     ADD QT-QUOTED-RESULT TO CS-TOTAL (CS-IDX).
020700     MOVE QT-QUOTE-NO      TO DL-QUOTE-NO.
020800     MOVE QT-ISSUE-DATE    TO DL-ISSUE-DATE.
020900     MOVE QT-ACCOUNT-ID    TO DL-ACCOUNT-ID.
021000     MOVE QT-RATE-CODE     TO DL-RATE-CODE.
021100     MOVE QT-QUOTED-RESULT TO DL-QUOTED-RESULT.
021200     MOVE QT-EXPIRY-DATE   TO DL-EXPIRY-DATE.
021300     MOVE CS-LABEL (CS-IDX) TO DL-STATUS.
021400     WRITE QUOTE-RPT-LINE FROM WS-DETAIL-LINE.
021500 1100-EXIT.
021600     EXIT.
021700******************************************************************
021800* 3000-WRITE-SUMMARY - ONE LINE PER CLASS, THEN ALL ISSUED.
021900******************************************************************
022000 3000-WRITE-SUMMARY.
022100     MOVE "QUOTATIONS            COUNT         QUOTED VALUE"
022200         TO QUOTE-RPT-LINE.
022300     WRITE QUOTE-RPT-LINE.
022400     PERFORM 3100-WRITE-ONE-CLASS
022500         THRU 3100-EXIT
022600         VARYING CS-IDX FROM 1 BY 1
022700         UNTIL CS-IDX > 3.
022800     MOVE "ALL ISSUED" TO CL-LABEL.
022900     MOVE WS-ISSUED-COUNT TO CL-COUNT.
023000     MOVE WS-ISSUED-TOTAL TO CL-TOTAL.
023100     WRITE QUOTE-RPT-LINE FROM WS-CLASS-LINE.
023200 3000-EXIT.
023300     EXIT.
023400******************************************************************
023500* 3100-WRITE-ONE-CLASS - ONE CLASS'S COUNT AND QUOTED VALUE.
023600******************************************************************
023700 3100-WRITE-ONE-CLASS.
023800     MOVE CS-LABEL (CS-IDX) TO CL-LABEL.
023900     MOVE CS-COUNT (CS-IDX) TO CL-COUNT.
024000     MOVE CS-TOTAL (CS-IDX) TO CL-TOTAL.
024100     WRITE QUOTE-RPT-LINE FROM WS-CLASS-LINE.
024200 3100-EXIT.
024300     EXIT.
024400******************************************************************
024500* 9999-EXIT - COMMON PROGRAM EXIT POINT.
024600******************************************************************
024700 9999-EXIT.
024800     GOBACK.
024900 END PROGRAM QuoteReport.
