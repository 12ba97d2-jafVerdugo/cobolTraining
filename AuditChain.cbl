000100******************************************************************
000200* PROGRAM-ID: AUDITCHAIN
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     CHAIN STAMP FOR THE AUDIT TRAILS. EVERY WRITER OF
000800*              GOTOLOG, SECLOG, RATELOG, ACCTLOG, PNREVAUD AND
000900*              PNENTLOG BUILDS ITS ROW AS BEFORE, THEN CALLS HERE
001000*              WITH THE TRAIL NAME AND THE ROW JUST AHEAD OF THE
001100*              WRITE. THE ROW GOES BACK CARRYING THE TRAIL'S NEXT
001200*              CHAIN SEQUENCE AND A CHAIN VALUE FOLDED (AUDITHASH)
001300*              FROM THAT SEQUENCE, THE ROW'S CONTENT AND THE
001400*              PREVIOUS ROW'S CHAIN VALUE, AND THE AUDCTL CONTROL
001500*              ROW FOR THE TRAIL IS MOVED ON TO MATCH. A ROW
001600*              EDITED, INSERTED OR REMOVED AFTERWARDS NO LONGER
001700*              FITS THE CHAIN, AND AUDITVERIFY SAYS WHERE.
001800* TECTONICS:   cobc
001900*
002000* MODIFICATION HISTORY
002100*   2026-10-15 DO  INITIAL VERSION.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. AuditChain.
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT AUDIT-CONTROL-FILE ASSIGN TO "AUDCTL"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-ACTL-FILE-STATUS.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  AUDIT-CONTROL-FILE
003400     RECORDING MODE IS F.
003500     COPY AUDCTL.
003600 WORKING-STORAGE SECTION.
003700 01  WS-ACTL-FILE-STATUS             PIC X(02).
003800     88  WS-ACTL-FILE-OK             VALUE "00".
003900 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
004000     88  WS-END-OF-FILE              VALUE "Y".
004100 01  WS-TRAIL-FOUND-SWITCH           PIC X(01) VALUE "N".
004200     88  WS-TRAIL-FOUND              VALUE "Y".
004300 01  WS-CONTROL-TABLE.
004400     05  WS-CONTROL-ENTRY OCCURS 20 TIMES INDEXED BY CT-IDX.
004500         10  CT-TRAIL-NAME           PIC X(08).
004600         10  CT-LAST-SEQ             PIC 9(09).
004700         10  CT-LAST-CHAIN           PIC 9(08).
004800         10  CT-LAST-DATE            PIC 9(08).
004900         10  CT-LAST-TIME            PIC 9(08).
005000 01  WS-CONTROL-COUNT                PIC 9(02) COMP VALUE ZERO.
005100 01  WS-CONTENT-LENGTH               PIC 9(03) VALUE ZERO.
005200 01  WS-SEQ-POSITION                 PIC 9(03) COMP VALUE ZERO.
005300 01  WS-CHAIN-POSITION               PIC 9(03) COMP VALUE ZERO.
005400 01  WS-NEXT-SEQ                     PIC 9(09) VALUE ZERO.
005500 01  WS-HASH-SEED                    PIC 9(08) VALUE ZERO.
005600 01  WS-HASH-DATA.
005700     05  WS-HASH-SEQ                 PIC 9(09).
005800     05  WS-HASH-CONTENT             PIC X(111).
005900 01  WS-HASH-LENGTH                  PIC 9(03) VALUE ZERO.
006000 01  WS-HASH-VALUE                   PIC 9(08) VALUE ZERO.
006100     COPY AUDTRAIL.
006200 LINKAGE SECTION.
006300 01  CH-TRAIL-NAME                   PIC X(08).
006400 01  CH-AUDIT-ROW                    PIC X(120).
006500 PROCEDURE DIVISION USING CH-TRAIL-NAME, CH-AUDIT-ROW.
006600******************************************************************
006700* 0000-MAINLINE - FIND THE TRAIL'S CONTENT LENGTH AND CONTROL ROW,
006800*                 STAMP THE NEXT LINK ONTO THE CALLER'S ROW, AND
006900*                 WRITE THE CONTROL BACK.
007000******************************************************************
007100 0000-MAINLINE.
007200     SET TT-IDX TO 1.
007300     SEARCH TT-TRAIL-ENTRY
007400         AT END
007500             DISPLAY "AUDITCHAIN - " CH-TRAIL-NAME
007600                 " IS NOT A CHAINED TRAIL, ROW NOT STAMPED"
007700             GO TO 9999-EXIT
007800         WHEN TT-TRAIL-NAME (TT-IDX) = CH-TRAIL-NAME
007900             MOVE TT-CONTENT-LENGTH (TT-IDX) TO WS-CONTENT-LENGTH
008000     END-SEARCH.
008100     PERFORM 1000-LOAD-CONTROL
008200         THRU 1000-EXIT.
008300     PERFORM 2000-FIND-CONTROL-ENTRY
008400         THRU 2000-EXIT.
008500     IF NOT WS-TRAIL-FOUND
008600         GO TO 9999-EXIT
008700     END-IF.
008800     PERFORM 3000-STAMP-ROW
008900         THRU 3000-EXIT.
009000     PERFORM 4000-REWRITE-CONTROL
009100         THRU 4000-EXIT.
009200     GO TO 9999-EXIT.
009300******************************************************************
009400* 1000-LOAD-CONTROL - EVERY TRAIL'S CONTROL ROW INTO THE TABLE. NO
009500*                 AUDCTL YET SIMPLY MEANS NO TRAIL HAS BEEN
009600*                 CHAINED.
009700******************************************************************
009800 1000-LOAD-CONTROL.
009900     MOVE ZERO TO WS-CONTROL-COUNT.
010000     OPEN INPUT AUDIT-CONTROL-FILE.
010100     IF NOT WS-ACTL-FILE-OK
010200         GO TO 1000-EXIT
010300     END-IF.
010400     MOVE "N" TO WS-EOF-SWITCH.
010500     PERFORM 1100-LOAD-ONE-ROW
010600         THRU 1100-EXIT
010700         UNTIL WS-END-OF-FILE.
010800     CLOSE AUDIT-CONTROL-FILE.
010900 1000-EXIT.
011000     EXIT.
011100******************************************************************
011200* 1100-LOAD-ONE-ROW - ONE CONTROL ROW.
011300******************************************************************
011400 1100-LOAD-ONE-ROW.
011500     READ AUDIT-CONTROL-FILE
011600         AT END
011700             SET WS-END-OF-FILE TO TRUE
011800             GO TO 1100-EXIT
011900     END-READ.
012000     IF WS-CONTROL-COUNT >= 20
012100         GO TO 1100-EXIT
012200     END-IF.
012300     ADD 1 TO WS-CONTROL-COUNT.
012400     SET CT-IDX TO WS-CONTROL-COUNT.
012500     MOVE AK-TRAIL-NAME TO CT-TRAIL-NAME (CT-IDX).
012600     MOVE AK-LAST-SEQ   TO CT-LAST-SEQ (CT-IDX).
012700     MOVE AK-LAST-CHAIN TO CT-LAST-CHAIN (CT-IDX).
012800     MOVE AK-LAST-DATE  TO CT-LAST-DATE (CT-IDX).
012900     MOVE AK-LAST-TIME  TO CT-LAST-TIME (CT-IDX).
013000 1100-EXIT.
013100     EXIT.
013200******************************************************************
013300* 2000-FIND-CONTROL-ENTRY - THE TRAIL'S ROW, OR A NEW ONE AT
013400*                 SEQUENCE ZERO THE FIRST TIME THE TRAIL IS
013500*                 CHAINED.
013600******************************************************************
013700 2000-FIND-CONTROL-ENTRY.
013800     MOVE "N" TO WS-TRAIL-FOUND-SWITCH.
013900     SET CT-IDX TO 1.
014000     PERFORM 2100-SCAN-ONE-ENTRY
014100         THRU 2100-EXIT
014200         UNTIL WS-TRAIL-FOUND OR CT-IDX > WS-CONTROL-COUNT.
014300     IF WS-TRAIL-FOUND
014400         GO TO 2000-EXIT
014500     END-IF.
014600     IF WS-CONTROL-COUNT >= 20
014700         DISPLAY "AUDITCHAIN - AUDCTL TABLE FULL, " CH-TRAIL-NAME
014800             " ROW NOT STAMPED"
014900         GO TO 2000-EXIT
015000     END-IF.
015100     ADD 1 TO WS-CONTROL-COUNT.
015200     SET CT-IDX TO WS-CONTROL-COUNT.
015300     MOVE CH-TRAIL-NAME TO CT-TRAIL-NAME (CT-IDX).
015400     MOVE ZERO TO CT-LAST-SEQ (CT-IDX)
015500                  CT-LAST-CHAIN (CT-IDX)
015600                  CT-LAST-DATE (CT-IDX)
015700                  CT-LAST-TIME (CT-IDX).
015800     SET WS-TRAIL-FOUND TO TRUE.
015900 2000-EXIT.
016000     EXIT.
016100******************************************************************
016200* 2100-SCAN-ONE-ENTRY - ONE TABLE SLOT; THE INDEX IS LEFT ON THE
016300*                 MATCH.
016400******************************************************************
016500 2100-SCAN-ONE-ENTRY.
016600     IF CT-TRAIL-NAME (CT-IDX) = CH-TRAIL-NAME
016700         SET WS-TRAIL-FOUND TO TRUE
016800     ELSE
016900         SET CT-IDX UP BY 1
017000     END-IF.
017100 2100-EXIT.
017200     EXIT.
017300******************************************************************
017400* 3000-STAMP-ROW - THE NEXT SEQUENCE AND THE CHAIN VALUE FOLDED
017500*                 FROM IT, THE CONTENT AND THE PREVIOUS VALUE,
017600*                 LAID INTO THE TWO CHAIN FIELDS RIGHT AFTER THE
017700*                 CONTENT. EVERY TRAIL ROW STARTS WITH ITS LOG
017800*                 DATE AND TIME, WHICH THE CONTROL ROW KEEPS.
017900******************************************************************
018000 3000-STAMP-ROW.
018100     COMPUTE WS-NEXT-SEQ = CT-LAST-SEQ (CT-IDX) + 1.
018200     MOVE CT-LAST-CHAIN (CT-IDX) TO WS-HASH-SEED.
018300     MOVE WS-NEXT-SEQ TO WS-HASH-SEQ.
018400     MOVE SPACES TO WS-HASH-CONTENT.
018500     MOVE CH-AUDIT-ROW (1:WS-CONTENT-LENGTH) TO WS-HASH-CONTENT.
018600     COMPUTE WS-HASH-LENGTH = WS-CONTENT-LENGTH + 9.
018700     CALL "AuditHash" USING WS-HASH-SEED, WS-HASH-DATA,
018800         WS-HASH-LENGTH, WS-HASH-VALUE.
018900     COMPUTE WS-SEQ-POSITION = WS-CONTENT-LENGTH + 1.
019000     COMPUTE WS-CHAIN-POSITION = WS-CONTENT-LENGTH + 10.
019100     MOVE WS-NEXT-SEQ TO CH-AUDIT-ROW (WS-SEQ-POSITION:9).
019200     MOVE WS-HASH-VALUE TO CH-AUDIT-ROW (WS-CHAIN-POSITION:8).
019300     MOVE WS-NEXT-SEQ TO CT-LAST-SEQ (CT-IDX).
019400     MOVE WS-HASH-VALUE TO CT-LAST-CHAIN (CT-IDX).
019500     MOVE CH-AUDIT-ROW (1:8) TO CT-LAST-DATE (CT-IDX).
019600     MOVE CH-AUDIT-ROW (9:8) TO CT-LAST-TIME (CT-IDX).
019700 3000-EXIT.
019800     EXIT.
019900******************************************************************
020000* 4000-REWRITE-CONTROL - THE WHOLE CONTROL BACK OUT. A CONTROL
020100*                 THAT CANNOT BE WRITTEN LEAVES THE ROW STAMPED;
020200*                 THE NEXT VERIFY REPORTS THE TRAIL AS RUNNING
020300*                 PAST ITS CONTROL.
020400******************************************************************
020500 4000-REWRITE-CONTROL.
020600     OPEN OUTPUT AUDIT-CONTROL-FILE.
020700     IF NOT WS-ACTL-FILE-OK
020800         DISPLAY "AUDITCHAIN - AUDCTL OPEN FAILED, STATUS "
020900             WS-ACTL-FILE-STATUS
021000         GO TO 4000-EXIT
021100     END-IF.
021200     PERFORM 4100-WRITE-ONE-ROW
021300         THRU 4100-EXIT
021400         VARYING CT-IDX FROM 1 BY 1
021500         UNTIL CT-IDX > WS-CONTROL-COUNT.
021600     CLOSE AUDIT-CONTROL-FILE.
021700 4000-EXIT.
021800     EXIT.
021900******************************************************************
022000* 4100-WRITE-ONE-ROW - ONE CONTROL ROW.
022100******************************************************************
022200 4100-WRITE-ONE-ROW.
022300     MOVE CT-TRAIL-NAME (CT-IDX) TO AK-TRAIL-NAME.
022400     MOVE CT-LAST-SEQ (CT-IDX)   TO AK-LAST-SEQ.
022500     MOVE CT-LAST-CHAIN (CT-IDX) TO AK-LAST-CHAIN.
022600     MOVE CT-LAST-DATE (CT-IDX)  TO AK-LAST-DATE.
022700     MOVE CT-LAST-TIME (CT-IDX)  TO AK-LAST-TIME.
022800     WRITE AUDIT-CONTROL-RECORD.
022900 4100-EXIT.
023000     EXIT.
023100******************************************************************
023200* 9999-EXIT - COMMON PROGRAM EXIT POINT.
023300******************************************************************
023400 9999-EXIT.
023500     GOBACK.
023600 END PROGRAM AuditChain.
