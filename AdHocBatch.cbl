000100******************************************************************
000200* PROGRAM-ID: ADHOCBATCH
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     END-OF-DAY STEP THAT RUNS EVERY SAVED AD HOC REPORT
000800*              REQUEST SCHEDULED NIGHTLY (SCHEDULE D ON ITS HEADER
000900*              CARD) THROUGH ADHOCREPORT. THE REQUEST NAMES ARE
001000*              TABLED AND THE DECK CLOSED FIRST, SINCE ADHOCREPORT
001100*              READS THE DECK ITSELF. RETURN CODE 4 WHEN ANY
001200*              REQUEST DID NOT RUN CLEAN, SO THE STEP SHOWS ON THE
001300*              NIGHT'S SUMMARY.
001400* TECTONICS:   cobc
001500*
001600* MODIFICATION HISTORY
001700*   2026-10-15 DO  INITIAL VERSION.
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. AdHocBatch.
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT REQUEST-FILE ASSIGN TO "ADHOCREQ"
002500         ORGANIZATION IS LINE SEQUENTIAL
002600         FILE STATUS IS WS-REQ-FILE-STATUS.
002700 DATA DIVISION.
002800 FILE SECTION.
002900 FD  REQUEST-FILE
003000     RECORDING MODE IS F.
003100     COPY ADHOCREQ.
003200 WORKING-STORAGE SECTION.
003300 01  WS-REQ-FILE-STATUS              PIC X(02).
003400     88  WS-REQ-FILE-OK              VALUE "00".
003500 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
003600     88  WS-END-OF-REQUESTS          VALUE "Y".
003700 01  WS-NIGHTLY-TABLE.
003800     05  WS-NIGHTLY-NAME             PIC X(06) OCCURS 50 TIMES.
003900 01  WS-NIGHTLY-LIMIT                PIC 9(02) COMP VALUE 50.
004000 01  WS-NIGHTLY-COUNT                PIC 9(02) COMP VALUE ZERO.
004100 01  WS-NIGHTLY-IDX                  PIC 9(02) COMP VALUE ZERO.
004200 01  WS-SKIPPED-COUNT                PIC 9(04) COMP VALUE ZERO.
004300 01  WS-FAILED-COUNT                 PIC 9(04) COMP VALUE ZERO.
004400 01  WS-RUN-RETURN-CODE              PIC S9(04) VALUE ZERO.
004500 PROCEDURE DIVISION.
004600******************************************************************
004700* 0000-MAINLINE - TABLE THE NIGHTLY REQUESTS, THEN RUN EACH.
004800******************************************************************
004900 0000-MAINLINE.
005000     MOVE "N" TO WS-EOF-SWITCH.
005100     MOVE ZERO TO WS-NIGHTLY-COUNT.
005200     MOVE ZERO TO WS-SKIPPED-COUNT.
005300     MOVE ZERO TO WS-FAILED-COUNT.
005400     OPEN INPUT REQUEST-FILE.
005500     IF NOT WS-REQ-FILE-OK
005600         DISPLAY "ADHOCREQ NOT AVAILABLE, STATUS "
005700             WS-REQ-FILE-STATUS " - NO AD HOC REPORTS RUN"
005800         MOVE ZERO TO RETURN-CODE
005900         GO TO 9999-EXIT
006000     END-IF.
006100     PERFORM 1000-TABLE-ONE-CARD
006200         THRU 1000-EXIT
006300         UNTIL WS-END-OF-REQUESTS.
006400     CLOSE REQUEST-FILE.
006500     PERFORM 2000-RUN-ONE-REQUEST
006600         THRU 2000-EXIT
006700         VARYING WS-NIGHTLY-IDX FROM 1 BY 1
006800         UNTIL WS-NIGHTLY-IDX > WS-NIGHTLY-COUNT.
006900     DISPLAY "AD HOC REPORTS: " WS-NIGHTLY-COUNT " RUN, "
007000         WS-FAILED-COUNT " WITH ERRORS, " WS-SKIPPED-COUNT
007100         " NOT RUN (TABLE FULL)".
007200     IF WS-FAILED-COUNT > ZERO OR WS-SKIPPED-COUNT > ZERO
007300         MOVE 4 TO RETURN-CODE
007400     ELSE
007500         MOVE ZERO TO RETURN-CODE
007600     END-IF.
007700     GO TO 9999-EXIT.
007800******************************************************************
007900* 1000-TABLE-ONE-CARD - REMEMBER THE NAME OFF EACH NIGHTLY
008000*                  HEADER CARD.
008100******************************************************************
008200 1000-TABLE-ONE-CARD.
008300     READ REQUEST-FILE
008400         AT END
008500             SET WS-END-OF-REQUESTS TO TRUE
008600             GO TO 1000-EXIT
008700     END-READ.
008800     IF ADHOC-REQUEST-CARD (1:1) = "*"
008900        OR NOT AQ-HEADER-CARD
009000        OR NOT AQ-RUN-NIGHTLY
009100         GO TO 1000-EXIT
009200     END-IF.
009300     IF WS-NIGHTLY-COUNT = WS-NIGHTLY-LIMIT
009400         DISPLAY "REQUEST " AQ-REQUEST-NAME
009500             " NOT RUN - NIGHTLY TABLE FULL"
009600         ADD 1 TO WS-SKIPPED-COUNT
009700         GO TO 1000-EXIT
009800     END-IF.
009900     ADD 1 TO WS-NIGHTLY-COUNT.
010000     MOVE AQ-REQUEST-NAME TO WS-NIGHTLY-NAME (WS-NIGHTLY-COUNT).
010100 1000-EXIT.
010200     EXIT.
010300******************************************************************
010400* 2000-RUN-ONE-REQUEST - ONE NIGHTLY REQUEST THROUGH THE REPORT
010500*                  WRITER; ANY NONZERO RETURN CODE IS COUNTED.
010600******************************************************************
010700 2000-RUN-ONE-REQUEST.
010800     CALL "AdHocReport" USING WS-NIGHTLY-NAME (WS-NIGHTLY-IDX).
010900     MOVE RETURN-CODE TO WS-RUN-RETURN-CODE.
011000     IF WS-RUN-RETURN-CODE NOT = ZERO
011100         ADD 1 TO WS-FAILED-COUNT
011200     END-IF.
011300 2000-EXIT.
011400     EXIT.
011500******************************************************************
011600* 9999-EXIT - COMMON PROGRAM EXIT POINT.
011700******************************************************************
011800 9999-EXIT.
011900     GOBACK.
012000 END PROGRAM AdHocBatch.
