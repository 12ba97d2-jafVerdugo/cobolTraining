000100******************************************************************
000200* PROGRAM-ID: LEGALHOLDCHECK
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     LEGAL HOLD LOOKUP SERVICE FOR THE RETENTION AND
000800*              PURGE JOBS. GIVEN AN ITEM ABOUT TO BE ARCHIVED,
000900*              PURGED OR DELETED - ITS DATE AND WHICHEVER OF
001000*              ACCOUNT, GL ACCOUNT AND REPORT NAME THE CALLER'S
001100*              RECORD CARRIES - REPORTS WHETHER A HOLD IN FORCE ON
001200*              LEGLHOLD COVERS IT. EVERY ITEM HELD IS LOGGED TO
001300*              THE LHSKIP REGISTER WITH THE CALLER, THE HOLD AND
001400*              THE ITEM, SO LEGAL CAN SEE WHAT EACH HOLD HAS KEPT.
001500*              THE HOLDS IN FORCE ARE LOADED ONCE, ON THE FIRST
001600*              CALL OF THE RUN; WITH NO LEGLHOLD ON FILE NOTHING
001700*              IS HELD. THE CALLER ENDS THE RUN WITH FUNCTION "E"
001800*              SO THE REGISTER IS CLOSED.
001900* TECTONICS:   cobc
002000*
002100* MODIFICATION HISTORY
002200*   2026-10-15 DO  INITIAL VERSION.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. LegalHoldCheck.
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT LEGAL-HOLD-FILE ASSIGN TO "LEGLHOLD"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS SEQUENTIAL
003200         RECORD KEY IS LH-HOLD-ID
003300         FILE STATUS IS WS-HOLD-FILE-STATUS.
003400     SELECT HOLD-SKIP-FILE ASSIGN TO "LHSKIP"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-SKIP-FILE-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  LEGAL-HOLD-FILE.
004000     COPY LEGLHOLD.
004100 FD  HOLD-SKIP-FILE
004200     RECORDING MODE IS F.
004300     COPY LHSKIP.
004400 WORKING-STORAGE SECTION.
004500 01  WS-HOLD-FILE-STATUS             PIC X(02).
004600     88  WS-HOLD-FILE-OK             VALUE "00".
004700 01  WS-SKIP-FILE-STATUS             PIC X(02).
004800     88  WS-SKIP-FILE-OK             VALUE "00".
004900 01  WS-LOADED-SWITCH                PIC X(01) VALUE "N".
005000     88  WS-HOLDS-LOADED             VALUE "Y".
005100 01  WS-SKIP-OPEN-SWITCH             PIC X(01) VALUE "N".
005200     88  WS-SKIP-FILE-OPEN           VALUE "Y".
005300 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
005400     88  WS-END-OF-HOLDS             VALUE "Y".
005500 01  WS-HOLD-TABLE.
005600     05  WS-HOLD-ENTRY OCCURS 200 TIMES INDEXED BY HT-IDX.
005700         10  HT-HOLD-ID              PIC 9(06).
005800         10  HT-HOLD-TYPE            PIC X(01).
005900             88  HT-TYPE-ACCOUNT     VALUE "A".
006000             88  HT-TYPE-GL-ACCOUNT  VALUE "G".
006100             88  HT-TYPE-REPORT      VALUE "R".
006200             88  HT-TYPE-DATE-RANGE  VALUE "D".
006300         10  HT-HOLD-VALUE           PIC X(08).
006400         10  HT-FROM-DATE            PIC 9(08).
006500         10  HT-TO-DATE              PIC 9(08).
006600         10  HT-MATTER-REF           PIC X(20).
006700 01  WS-HOLD-COUNT                   PIC 9(04) COMP VALUE ZERO.
006800 01  WS-SCAN-IDX                     PIC 9(04) COMP VALUE ZERO.
006900 01  WS-AS-OF-DATE                   PIC 9(08) VALUE ZERO.
007000 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
007100 01  WS-LIB-FUNCTION                 PIC X(06).
007200 01  WS-LIB-RETURN-CODE              PIC 9(02).
007300 01  WS-LIB-DATE                     PIC 9(08).
007400 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "LEGLHOLD".
007500 01  WS-LIB-MSG-VALUE                PIC X(40).
007600 01  WS-LIB-MSG-TEXT                 PIC X(60).
007700 LINKAGE SECTION.
007800 01  LC-FUNCTION                     PIC X(01).
007900     88  LC-CHECK-ITEM               VALUE "C".
008000     88  LC-END-OF-RUN               VALUE "E".
008100 01  LC-REQUEST.
008200     05  LC-CALLER                   PIC X(08).
008300     05  LC-ITEM-DATE                PIC 9(08).
008400     05  LC-ACCOUNT-ID               PIC X(08).
008500     05  LC-GL-ACCOUNT               PIC X(08).
008600     05  LC-REPORT-NAME              PIC X(08).
008700     05  LC-ITEM-REF                 PIC X(30).
008800 01  LC-RESULT.
008900     05  LC-HELD-SWITCH              PIC X(01).
009000         88  LC-ITEM-HELD            VALUE "Y".
009100     05  LC-HOLD-ID                  PIC 9(06).
009200     05  LC-MATTER-REF               PIC X(20).
009300 PROCEDURE DIVISION USING LC-FUNCTION, LC-REQUEST, LC-RESULT.
009400******************************************************************
009500* 0000-MAINLINE - LOAD THE HOLDS ONCE, THEN CHECK THE ITEM OR
009600*                 CLOSE THE REGISTER AT END OF RUN.
009700******************************************************************
009800 0000-MAINLINE.
009900     MOVE "N" TO LC-HELD-SWITCH.
010000     MOVE ZERO TO LC-HOLD-ID.
010100     MOVE SPACES TO LC-MATTER-REF.
010200     IF LC-END-OF-RUN
010300         IF WS-SKIP-FILE-OPEN
010400             CLOSE HOLD-SKIP-FILE
010500             MOVE "N" TO WS-SKIP-OPEN-SWITCH
010600         END-IF
010700         GOBACK
010800     END-IF.
010900     IF NOT WS-HOLDS-LOADED
011000         PERFORM 1000-LOAD-HOLDS
011100             THRU 1000-EXIT
011200     END-IF.
011300     IF WS-HOLD-COUNT = ZERO
011400         GOBACK
011500     END-IF.
011600     PERFORM 2000-CHECK-ONE-HOLD
011700         THRU 2000-EXIT
011800         VARYING WS-SCAN-IDX FROM 1 BY 1
011900         UNTIL WS-SCAN-IDX > WS-HOLD-COUNT
012000            OR LC-ITEM-HELD.
012100     IF LC-ITEM-HELD
012200         PERFORM 3000-LOG-SKIPPED-ITEM
012300             THRU 3000-EXIT
012400     END-IF.
012500     GOBACK.
012600******************************************************************
012700* 1000-LOAD-HOLDS - EVERY HOLD IN FORCE TODAY INTO THE TABLE. A
012800*                  RELEASED HOLD, OR ONE WHOSE RELEASE DATE HAS
012900*                  ARRIVED, IS LEFT OUT. NO FILE MEANS NO HOLDS.
013000******************************************************************
013100 1000-LOAD-HOLDS.
013200     SET WS-HOLDS-LOADED TO TRUE.
013300     MOVE ZERO TO WS-HOLD-COUNT.
013400     INITIALIZE WS-HOLD-TABLE.
013500     MOVE "DATSTM" TO WS-LIB-FUNCTION.
013600     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
013700         WS-LIB-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
013800         WS-LIB-MSG-TEXT.
013900     MOVE WS-LIB-DATE TO WS-AS-OF-DATE.
014000     OPEN INPUT LEGAL-HOLD-FILE.
014100     IF NOT WS-HOLD-FILE-OK
014200         GO TO 1000-EXIT
014300     END-IF.
014400     MOVE "N" TO WS-EOF-SWITCH.
014500     PERFORM 1100-LOAD-ONE-HOLD
014600         THRU 1100-EXIT
014700         UNTIL WS-END-OF-HOLDS.
014800     CLOSE LEGAL-HOLD-FILE.
014900 1000-EXIT.
015000     EXIT.
015100******************************************************************
015200* 1100-LOAD-ONE-HOLD - ONE LEGLHOLD ROW.
015300******************************************************************
015400 1100-LOAD-ONE-HOLD.
015500     READ LEGAL-HOLD-FILE NEXT RECORD
015600         AT END
015700             SET WS-END-OF-HOLDS TO TRUE
015800             GO TO 1100-EXIT
015900     END-READ.
016000     IF NOT LH-STATUS-ACTIVE
016100         GO TO 1100-EXIT
016200     END-IF.
016300     IF LH-RELEASE-DATE NOT = ZERO
016400        AND LH-RELEASE-DATE NOT > WS-AS-OF-DATE
016500         GO TO 1100-EXIT
016600     END-IF.
016700     IF WS-HOLD-COUNT NOT < 200
016800         DISPLAY "LEGLHOLD HOLDS MORE THAN 200 HOLDS IN FORCE - "
016900             "LATER HOLDS IGNORED"
017000         SET WS-END-OF-HOLDS TO TRUE
017100         GO TO 1100-EXIT
017200     END-IF.
017300     ADD 1 TO WS-HOLD-COUNT.
017400     SET HT-IDX TO WS-HOLD-COUNT.
017500     MOVE LH-HOLD-ID    TO HT-HOLD-ID (HT-IDX).
017600     MOVE LH-HOLD-TYPE  TO HT-HOLD-TYPE (HT-IDX).
017700     MOVE LH-HOLD-VALUE TO HT-HOLD-VALUE (HT-IDX).
017800     MOVE LH-FROM-DATE  TO HT-FROM-DATE (HT-IDX).
017900     MOVE LH-TO-DATE    TO HT-TO-DATE (HT-IDX).
018000     MOVE LH-MATTER-REF TO HT-MATTER-REF (HT-IDX).
018100 1100-EXIT.
018200     EXIT.
018300******************************************************************
018400* 2000-CHECK-ONE-HOLD - THE ITEM MUST BE DATED INSIDE THE HOLD'S
018500*                  RANGE AND, FOR AN ACCOUNT, GL OR REPORT HOLD,
018600*                  CARRY THE HELD VALUE. A BLANK VALUE ON THE ITEM
018700*                  NEVER MATCHES.
018800******************************************************************
018900 2000-CHECK-ONE-HOLD.
019000     SET HT-IDX TO WS-SCAN-IDX.
019100     IF LC-ITEM-DATE < HT-FROM-DATE (HT-IDX)
019200        OR LC-ITEM-DATE > HT-TO-DATE (HT-IDX)
019300         GO TO 2000-EXIT
019400     END-IF.
019500     EVALUATE TRUE
019600         WHEN HT-TYPE-DATE-RANGE (HT-IDX)
019700             CONTINUE
019800         WHEN HT-TYPE-ACCOUNT (HT-IDX)
019900             IF LC-ACCOUNT-ID = SPACES
020000                OR LC-ACCOUNT-ID NOT = HT-HOLD-VALUE (HT-IDX)
020100                 GO TO 2000-EXIT
020200             END-IF
020300         WHEN HT-TYPE-GL-ACCOUNT (HT-IDX)
020400             IF LC-GL-ACCOUNT = SPACES
020500                OR LC-GL-ACCOUNT NOT = HT-HOLD-VALUE (HT-IDX)
020600                 GO TO 2000-EXIT
020700             END-IF
020800         WHEN HT-TYPE-REPORT (HT-IDX)
020900             IF LC-REPORT-NAME = SPACES
021000                OR LC-REPORT-NAME NOT = HT-HOLD-VALUE (HT-IDX)
021100                 GO TO 2000-EXIT
021200             END-IF
021300         WHEN OTHER
021400             GO TO 2000-EXIT
021500     END-EVALUATE.
021600     MOVE "Y" TO LC-HELD-SWITCH.
021700     MOVE HT-HOLD-ID (HT-IDX)    TO LC-HOLD-ID.
021800     MOVE HT-MATTER-REF (HT-IDX) TO LC-MATTER-REF.
021900 2000-EXIT.
022000     EXIT.
022100******************************************************************
022200* 3000-LOG-SKIPPED-ITEM - ONE LHSKIP ROW FOR THE HELD ITEM. THE
022300*                  REGISTER IS OPENED FOR APPEND ON THE FIRST HIT
022400*                  OF THE RUN.
022500******************************************************************
022600 3000-LOG-SKIPPED-ITEM.
022700     IF NOT WS-SKIP-FILE-OPEN
022800         OPEN EXTEND HOLD-SKIP-FILE
022900         IF NOT WS-SKIP-FILE-OK
023000             OPEN OUTPUT HOLD-SKIP-FILE
023100         END-IF
023200         IF NOT WS-SKIP-FILE-OK
023300             DISPLAY "LHSKIP OPEN FAILED, STATUS "
023400                 WS-SKIP-FILE-STATUS
023500             GO TO 3000-EXIT
023600         END-IF
023700         SET WS-SKIP-FILE-OPEN TO TRUE
023800     END-IF.
023900     ACCEPT WS-CURRENT-TIME FROM TIME.
024000     INITIALIZE HOLD-SKIP-RECORD.
024100     MOVE WS-AS-OF-DATE   TO LS-SKIP-DATE.
024200     MOVE WS-CURRENT-TIME TO LS-SKIP-TIME.
024300     MOVE LC-CALLER       TO LS-CALLER.
024400     MOVE LC-HOLD-ID      TO LS-HOLD-ID.
024500     MOVE LC-MATTER-REF   TO LS-MATTER-REF.
024600     MOVE LC-ITEM-DATE    TO LS-ITEM-DATE.
024700     MOVE LC-ITEM-REF     TO LS-ITEM-REF.
024800     WRITE HOLD-SKIP-RECORD.
024900 3000-EXIT.
025000     EXIT.
025100 END PROGRAM LegalHoldCheck.
