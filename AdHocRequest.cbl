000100******************************************************************
000200* PROGRAM-ID: ADHOCREQUEST
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     TERMINAL FRONT END FOR THE SAVED AD HOC REPORT
000800*              REQUESTS ON THE ADHOCREQ CARD DECK. LISTS THE
000900*              REQUESTS (ONE PER HEADER CARD), SHOWS THE CARDS OF
001000*              ONE REQUEST, AND RUNS A REQUEST ON DEMAND THROUGH
001100*              ADHOCREPORT. THE CARDS THEMSELVES ARE KEPT WITH THE
001200*              EDITOR, LIKE ANY OTHER CONTROL DECK.
001300* TECTONICS:   cobc
001400*
001500* MODIFICATION HISTORY
001600*   2026-10-15 DO  INITIAL VERSION.
001700******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. AdHocRequest.
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT REQUEST-FILE ASSIGN TO "ADHOCREQ"
002400         ORGANIZATION IS LINE SEQUENTIAL
002500         FILE STATUS IS WS-REQ-FILE-STATUS.
002600 DATA DIVISION.
002700 FILE SECTION.
002800 FD  REQUEST-FILE
002900     RECORDING MODE IS F.
003000     COPY ADHOCREQ.
003100 WORKING-STORAGE SECTION.
003200 01  WS-REQ-FILE-STATUS              PIC X(02).
003300     88  WS-REQ-FILE-OK              VALUE "00".
003400 01  WS-MENU-OPTION                  PIC X(01).
003500     88  WS-MENU-LIST                VALUE "L" "l".
003600     88  WS-MENU-DISPLAY             VALUE "D" "d".
003700     88  WS-MENU-RUN                 VALUE "R" "r".
003800     88  WS-MENU-EXIT                VALUE "X" "x".
003900 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
004000     88  WS-END-OF-REQUESTS          VALUE "Y".
004100 01  WS-REQUEST-NAME                 PIC X(06) VALUE SPACES.
004200 01  WS-CARD-COUNT                   PIC 9(04) COMP VALUE ZERO.
004300 01  WS-REQUEST-COUNT                PIC 9(04) COMP VALUE ZERO.
004400 01  WS-RUN-RETURN-CODE              PIC S9(04) VALUE ZERO.
004500 PROCEDURE DIVISION.
004600******************************************************************
004700* 0000-MAINLINE - LOOP ON THE MENU UNTIL THE OPERATOR EXITS.
004800******************************************************************
004900 0000-MAINLINE.
005000     PERFORM 2000-SHOW-MENU
005100         THRU 2000-EXIT
005200         UNTIL WS-MENU-EXIT.
005300     GO TO 9999-EXIT.
005400******************************************************************
005500* 2000-SHOW-MENU - ONE MENU CHOICE.
005600******************************************************************
005700 2000-SHOW-MENU.
005800     DISPLAY "Ad hoc reports - L)ist D)isplay R)un X) exit: "
005900     ACCEPT WS-MENU-OPTION.
006000     EVALUATE TRUE
006100         WHEN WS-MENU-LIST
006200             PERFORM 3000-LIST-REQUESTS
006300                 THRU 3000-EXIT
006400         WHEN WS-MENU-DISPLAY
006500             PERFORM 4000-DISPLAY-REQUEST
006600                 THRU 4000-EXIT
006700         WHEN WS-MENU-RUN
006800             PERFORM 5000-RUN-REQUEST
006900                 THRU 5000-EXIT
007000         WHEN WS-MENU-EXIT
007100             CONTINUE
007200         WHEN OTHER
007300             DISPLAY "Select a correct option"
007400     END-EVALUATE.
007500 2000-EXIT.
007600     EXIT.
007700******************************************************************
007800* 2100-OPEN-DECK - OPEN THE CARD DECK FOR ONE PASS.
007900******************************************************************
008000 2100-OPEN-DECK.
008100     MOVE "N" TO WS-EOF-SWITCH.
008200     OPEN INPUT REQUEST-FILE.
008300     IF NOT WS-REQ-FILE-OK
008400         DISPLAY "ADHOCREQ OPEN FAILED, STATUS "
008500             WS-REQ-FILE-STATUS
008600         SET WS-END-OF-REQUESTS TO TRUE
008700     END-IF.
008800 2100-EXIT.
008900     EXIT.
009000******************************************************************
009100* 3000-LIST-REQUESTS - ONE LINE PER HEADER CARD: NAME, SOURCE,
009200*                  OUTPUT FORMAT, SCHEDULE AND TITLE.
009300******************************************************************
009400 3000-LIST-REQUESTS.
009500     MOVE ZERO TO WS-REQUEST-COUNT.
009600     PERFORM 2100-OPEN-DECK
009700         THRU 2100-EXIT.
009800     IF WS-END-OF-REQUESTS
009900         GO TO 3000-EXIT
010000     END-IF.
010100     DISPLAY "NAME   SOURCE   FMT RUN TITLE".
010200     PERFORM 3100-LIST-ONE-CARD
010300         THRU 3100-EXIT
010400         UNTIL WS-END-OF-REQUESTS.
010500     CLOSE REQUEST-FILE.
010600     DISPLAY WS-REQUEST-COUNT " REQUEST(S) ON FILE".
010700 3000-EXIT.
010800     EXIT.
010900******************************************************************
011000* 3100-LIST-ONE-CARD - SHOW THE CARD WHEN IT IS A HEADER.
011100******************************************************************
011200 3100-LIST-ONE-CARD.
011300     READ REQUEST-FILE
011400         AT END
011500             SET WS-END-OF-REQUESTS TO TRUE
011600             GO TO 3100-EXIT
011700     END-READ.
011800     IF ADHOC-REQUEST-CARD (1:1) = "*"
011900        OR NOT AQ-HEADER-CARD
012000         GO TO 3100-EXIT
012100     END-IF.
012200     ADD 1 TO WS-REQUEST-COUNT.
012300     IF AQ-RUN-NIGHTLY
012400         DISPLAY AQ-REQUEST-NAME " " AQ-SOURCE " "
012500             AQ-OUTPUT-FORMAT
012600             "   D   " AQ-TITLE
012700     ELSE
012800         DISPLAY AQ-REQUEST-NAME " " AQ-SOURCE " "
012900             AQ-OUTPUT-FORMAT
013000             "   N   " AQ-TITLE
013100     END-IF.
013200 3100-EXIT.
013300     EXIT.
013400******************************************************************
013500* 4000-DISPLAY-REQUEST - EVERY CARD OF ONE REQUEST, AS PUNCHED.
013600******************************************************************
013700 4000-DISPLAY-REQUEST.
013800     DISPLAY "Request name: "
013900     ACCEPT WS-REQUEST-NAME.
014000     IF WS-REQUEST-NAME = SPACES
014100         DISPLAY "REQUEST NAME IS REQUIRED"
014200         GO TO 4000-EXIT
014300     END-IF.
014400     MOVE ZERO TO WS-CARD-COUNT.
014500     PERFORM 2100-OPEN-DECK
014600         THRU 2100-EXIT.
014700     IF WS-END-OF-REQUESTS
014800         GO TO 4000-EXIT
014900     END-IF.
015000     PERFORM 4100-DISPLAY-ONE-CARD
015100         THRU 4100-EXIT
015200         UNTIL WS-END-OF-REQUESTS.
015300     CLOSE REQUEST-FILE.
015400     IF WS-CARD-COUNT = ZERO
015500         DISPLAY "NO CARDS FOR REQUEST " WS-REQUEST-NAME
015600     END-IF.
015700 4000-EXIT.
015800     EXIT.
015900******************************************************************
016000* 4100-DISPLAY-ONE-CARD - SHOW THE CARD WHEN IT BELONGS TO THE
016100*                  REQUEST ASKED FOR.
016200******************************************************************
016300 4100-DISPLAY-ONE-CARD.
016400     READ REQUEST-FILE
016500         AT END
016600             SET WS-END-OF-REQUESTS TO TRUE
016700             GO TO 4100-EXIT
016800     END-READ.
016900     IF ADHOC-REQUEST-CARD (1:1) = "*"
017000        OR AQ-REQUEST-NAME NOT = WS-REQUEST-NAME
017100         GO TO 4100-EXIT
017200     END-IF.
017300     ADD 1 TO WS-CARD-COUNT.
017400     DISPLAY ADHOC-REQUEST-CARD.
017500 4100-EXIT.
017600     EXIT.
017700******************************************************************
017800* 5000-RUN-REQUEST - RUN ONE REQUEST NOW AND SAY HOW IT WENT.
017900******************************************************************
018000 5000-RUN-REQUEST.
018100     DISPLAY "Request name: "
018200     ACCEPT WS-REQUEST-NAME.
018300     IF WS-REQUEST-NAME = SPACES
018400         DISPLAY "REQUEST NAME IS REQUIRED"
018500         GO TO 5000-EXIT
018600     END-IF.
018700     CALL "AdHocReport" USING WS-REQUEST-NAME.
018800     MOVE RETURN-CODE TO WS-RUN-RETURN-CODE.
018900     MOVE ZERO TO RETURN-CODE.
019000     EVALUATE WS-RUN-RETURN-CODE
019100         WHEN ZERO
019200             DISPLAY "REQUEST " WS-REQUEST-NAME " COMPLETE"
019300         WHEN 4
019400             DISPLAY "REQUEST " WS-REQUEST-NAME
019500                 " COMPLETE - NOT EVERY SELECTED RECORD FITTED"
019600         WHEN OTHER
019700             DISPLAY "REQUEST " WS-REQUEST-NAME " NOT RUN"
019800     END-EVALUATE.
019900 5000-EXIT.
020000     EXIT.
020100******************************************************************
020200* 9999-EXIT - COMMON PROGRAM EXIT POINT.
020300******************************************************************
020400 9999-EXIT.
020500     GOBACK.
020600 END PROGRAM AdHocRequest.
