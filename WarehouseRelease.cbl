000100******************************************************************
000200* PROGRAM-ID: WAREHOUSERELEASE
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     DAILY RELEASE STEP FOR THE CALCWHSE TRANSACTION
000800*              WAREHOUSE. EVERY ITEM STILL WAREHOUSED WHOSE VALUE
000900*              DATE HAS ARRIVED FOR THE BUSINESS DATE GOES OUT TO
001000*              A BATCH-HEADERED CALCIN-FORMAT FILE (CALCWHR)
001100*              CARRYING ITS VALUE DATE, STAGED INTO THE NIGHT'S
001200*              CALCULATOR RUN THE SAME WAY STANDINGORDERGEN'S
001300*              CALCSTO IS, AND THE WAREHOUSE ROW IS MARKED
001400*              RELEASED WITH THE DATE AND BATCH ID THAT TOOK IT.
001500*              CALCULATOR RESOLVES THE RATE ON THE ITEM'S VALUE
001600*              DATE, SO AN ITEM RELEASED LATE IS STILL PRICED FOR
001700*              THE DAY IT WAS DATED. HONORS THE BUSDATE
001800*              PROCESSING-DATE CONTROL.
001900* TECTONICS:   cobc
002000*
002100* MODIFICATION HISTORY
002200*   2026-10-15 DO  INITIAL VERSION.
002220*   2026-10-15 DO  THE RELEASED RECORD WIDENED TO 54 BYTES WITH
002240*                  THE CALCIN QUOTATION NUMBER, SO AN ITEM ENTERED
002260*                  AGAINST A QUOTE IS CHARGED THE QUOTED RATE IF
002280*                  THE QUOTE IS STILL GOOD ON THE VALUE DATE.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. WarehouseRelease.
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT WAREHOUSE-FILE ASSIGN TO "CALCWHSE"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS WH-WAREHOUSE-KEY
003300         FILE STATUS IS WS-WHSE-FILE-STATUS.
003400     SELECT RELEASE-OUT-FILE ASSIGN TO "CALCWHR"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-OUT-FILE-STATUS.
003700     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-BDATE-FILE-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  WAREHOUSE-FILE.
004300     COPY CALCWHSE.
004400 FD  RELEASE-OUT-FILE
004500     RECORDING MODE IS F.
004600 01  RELEASE-OUT-RECORD.
004700     05  RO-NUM1                     PIC S9(9)V99.
004800     05  RO-NUM2                     PIC S9(9)V99.
004900     05  RO-OPTION                   PIC 9(01).
005000     05  RO-ACCOUNT-ID               PIC X(08).
005100     05  RO-RATE-CODE                PIC X(04).
005200     05  RO-CURRENCY-CODE            PIC X(03).
005300     05  RO-VALUE-DATE               PIC 9(08).
005350     05  RO-QUOTE-NO                 PIC 9(08).
005400 01  RELEASE-OUT-HEADER.
005500     05  RO-HEADER-TYPE              PIC X(02).
005600     05  RO-BATCH-ID                 PIC X(08).
005700     05  RO-SOURCE-DEPT              PIC X(04).
005800     05  FILLER                      PIC X(40).
005900 FD  BUS-DATE-FILE
006000     RECORDING MODE IS F.
006100     COPY BUSDATE.
006200 WORKING-STORAGE SECTION.
006300 01  WS-WHSE-FILE-STATUS             PIC X(02).
006400     88  WS-WHSE-FILE-OK             VALUE "00".
006500     88  WS-WHSE-NOT-ON-FILE         VALUE "35".
006600 01  WS-OUT-FILE-STATUS              PIC X(02).
006700     88  WS-OUT-FILE-OK              VALUE "00".
006800 01  WS-BDATE-FILE-STATUS            PIC X(02).
006900     88  WS-BDATE-FILE-OK            VALUE "00".
007000 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
007100     88  WS-END-OF-WAREHOUSE         VALUE "Y".
007200 01  WS-BUSINESS-DATE                PIC 9(08) VALUE ZERO.
007300 01  WS-RELEASE-BATCH-ID             PIC X(08) VALUE SPACES.
007400 01  WS-RELEASED-COUNT               PIC 9(06) VALUE ZERO.
007500 01  WS-REWRITE-FAIL-COUNT           PIC 9(06) VALUE ZERO.
007600 01  WS-LIB-FUNCTION                 PIC X(06).
007700 01  WS-LIB-RETURN-CODE              PIC 9(02).
007800 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "CALCWHSE".
007900 01  WS-LIB-MSG-VALUE                PIC X(40).
008000 01  WS-LIB-MSG-TEXT                 PIC X(60).
008100 PROCEDURE DIVISION.
008200******************************************************************
008300* 0000-MAINLINE - RESOLVE THE BUSINESS DATE, OPEN THE WAREHOUSE,
008400*                 EMIT EVERY ITEM DUE AS A BATCH-HEADERED CALCIN
008500*                 FILE AND MARK IT RELEASED.
008600******************************************************************
008700 0000-MAINLINE.
008800     PERFORM 0500-RESOLVE-BUSINESS-DATE
008900         THRU 0500-EXIT.
009000     OPEN I-O WAREHOUSE-FILE.
009100     IF WS-WHSE-NOT-ON-FILE
009200         DISPLAY "NO TRANSACTION WAREHOUSE ON FILE - NOTHING "
009300             "TO RELEASE"
009400         GO TO 9999-EXIT
009500     END-IF.
009600     IF NOT WS-WHSE-FILE-OK
009700         DISPLAY "CALCWHSE OPEN FAILED, STATUS "
009800             WS-WHSE-FILE-STATUS
009900         MOVE 16 TO RETURN-CODE
010000         GO TO 9999-EXIT
010100     END-IF.
010200     OPEN OUTPUT RELEASE-OUT-FILE.
010300     IF NOT WS-OUT-FILE-OK
010400         DISPLAY "CALCWHR OPEN FAILED, STATUS "
010500             WS-OUT-FILE-STATUS
010600         CLOSE WAREHOUSE-FILE
010700         MOVE 16 TO RETURN-CODE
010800         GO TO 9999-EXIT
010900     END-IF.
011000     MOVE SPACES TO WS-RELEASE-BATCH-ID.
011100     STRING "WR" DELIMITED BY SIZE
011200         WS-BUSINESS-DATE (3:6) DELIMITED BY SIZE
011300         INTO WS-RELEASE-BATCH-ID.
011400     MOVE SPACES TO RELEASE-OUT-HEADER.
011500     MOVE "BH" TO RO-HEADER-TYPE.
011600     MOVE WS-RELEASE-BATCH-ID TO RO-BATCH-ID.
011700     MOVE "WHSE" TO RO-SOURCE-DEPT.
011800     WRITE RELEASE-OUT-HEADER.
011900     MOVE LOW-VALUES TO WH-WAREHOUSE-KEY.
012000     START WAREHOUSE-FILE KEY IS NOT LESS THAN WH-WAREHOUSE-KEY
012100         INVALID KEY
012200             SET WS-END-OF-WAREHOUSE TO TRUE
012300     END-START.
012400     PERFORM 2000-RELEASE-ONE-ITEM
012500         THRU 2000-EXIT
012600         UNTIL WS-END-OF-WAREHOUSE.
012700     CLOSE RELEASE-OUT-FILE.
012800     CLOSE WAREHOUSE-FILE.
012900     DISPLAY "WAREHOUSED ITEMS RELEASED: " WS-RELEASED-COUNT
013000         " BATCH " WS-RELEASE-BATCH-ID.
013100     IF WS-REWRITE-FAIL-COUNT > ZERO
013200         DISPLAY "WAREHOUSE ROWS NOT MARKED RELEASED: "
013300             WS-REWRITE-FAIL-COUNT
013400         MOVE 8 TO RETURN-CODE
013500     END-IF.
013600     GO TO 9999-EXIT.
013700******************************************************************
013800* 0500-RESOLVE-BUSINESS-DATE - THE BUSDATE CONTROL WHEN ONE IS
013900*                  ON FILE, THE SYSTEM DATE OTHERWISE - THE SAME
014000*                  CONVENTION THE REST OF THE CHAIN FOLLOWS.
014100******************************************************************
014200 0500-RESOLVE-BUSINESS-DATE.
014300     MOVE "DATSTM" TO WS-LIB-FUNCTION.
014400     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
014500         WS-BUSINESS-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
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
015600         MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
015700     END-IF.
015800     CLOSE BUS-DATE-FILE.
015900 0500-EXIT.
016000     EXIT.
016100******************************************************************
016200* 2000-RELEASE-ONE-ITEM - THE WAREHOUSE IS KEYED BY VALUE DATE
016300*                  FIRST, SO THE FIRST ROW DATED PAST THE BUSINESS
016400*                  DATE ENDS THE PASS. A ROW ALREADY RELEASED OR
016500*                  CANCELLED IS PASSED OVER; A WAREHOUSED ROW GOES
016600*                  OUT AS ONE CALCIN RECORD AND IS MARKED
016700*                  RELEASED.
016800******************************************************************
016900 2000-RELEASE-ONE-ITEM.
017000     READ WAREHOUSE-FILE NEXT RECORD
017100         AT END
017200             SET WS-END-OF-WAREHOUSE TO TRUE
017300             GO TO 2000-EXIT
017400     END-READ.
017500     IF WH-VALUE-DATE > WS-BUSINESS-DATE
017600         SET WS-END-OF-WAREHOUSE TO TRUE
017700         GO TO 2000-EXIT
017800     END-IF.
017900     IF NOT WH-STATUS-WAREHOUSED
018000         GO TO 2000-EXIT
018100     END-IF.
018200     MOVE WH-NUM1          TO RO-NUM1.
018300     MOVE WH-NUM2          TO RO-NUM2.
018400     MOVE WH-OPTION        TO RO-OPTION.
018500     MOVE WH-ACCOUNT-ID    TO RO-ACCOUNT-ID.
018600     MOVE WH-RATE-CODE     TO RO-RATE-CODE.
018700     MOVE WH-CURRENCY-CODE TO RO-CURRENCY-CODE.
018800     MOVE WH-VALUE-DATE    TO RO-VALUE-DATE.
018816     IF WH-QUOTE-NO NUMERIC
018832         MOVE WH-QUOTE-NO  TO RO-QUOTE-NO
018848     ELSE
018864         MOVE ZERO         TO RO-QUOTE-NO
018880     END-IF.
018900     WRITE RELEASE-OUT-RECORD.
019000     ADD 1 TO WS-RELEASED-COUNT.
019100     SET WH-STATUS-RELEASED TO TRUE.
019200     MOVE WS-BUSINESS-DATE    TO WH-RELEASED-DATE.
019300     MOVE WS-RELEASE-BATCH-ID TO WH-RELEASE-BATCH.
019400     REWRITE WAREHOUSE-RECORD
019500         INVALID KEY
019600             ADD 1 TO WS-REWRITE-FAIL-COUNT
019700     END-REWRITE.
019800 2000-EXIT.
019900     EXIT.
020000******************************************************************
020100* 9999-EXIT - COMMON PROGRAM EXIT POINT.
020200******************************************************************
020300 9999-EXIT.
020400     GOBACK.
020500 END PROGRAM WarehouseRelease.
