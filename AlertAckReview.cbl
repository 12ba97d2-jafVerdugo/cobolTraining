000100******************************************************************
000200* PROGRAM-ID: ALERTACKREVIEW
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     ACKNOWLEDGE AND CLOSE SCREEN FOR THE ALERTREG ALERT
000800*              REGISTER. RUN IN R)EVIEW MODE, EVERY ALERT STILL
000900*              OPEN OR ACKNOWLEDGED IS OFFERED ONE AT A TIME WITH
001000*              ITS SOURCE, SEVERITY, TEXT AND REPEAT COUNT. THE
001100*              ON-CALL OPERATOR ACKNOWLEDGES AN OPEN ALERT - IT IS
001200*              BEING WORKED, AND ANY REPEAT STAYS QUIET - OR
001300*              CLOSES IT WITH A NOTE ONCE THE INCIDENT IS OVER,
001400*              AFTER WHICH THE NEXT OCCURRENCE PAGES AGAIN. WHO
001500*              AND WHEN ARE STAMPED STRAIGHT ONTO THE REGISTER
001600*              ROW. L)IST MODE SHOWS THE SAME ALERTS WITHOUT
001700*              TOUCHING THEM.
001800* TECTONICS:   cobc
001900*
002000* MODIFICATION HISTORY
002100*   2026-10-15 DO  INITIAL VERSION.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. AlertAckReview.
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT ALERT-REGISTER-FILE ASSIGN TO "ALERTREG"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS AG-ALERT-KEY
003200         FILE STATUS IS WS-REG-FILE-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  ALERT-REGISTER-FILE.
003600     COPY ALERTREG.
003700 WORKING-STORAGE SECTION.
003800 01  WS-REG-FILE-STATUS              PIC X(02).
003900     88  WS-REG-FILE-OK              VALUE "00".
004000 01  WS-RUN-MODE                     PIC X(01).
004100     88  WS-REVIEW-MODE              VALUE "R" "r".
004200     88  WS-LIST-MODE                VALUE "L" "l".
004300 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
004400     88  WS-END-OF-REGISTER          VALUE "Y".
004500 01  WS-OPERATOR-ID                  PIC X(08) VALUE SPACES.
004600 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
004700 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
004800 01  WS-LIVE-COUNT                   PIC 9(06) VALUE ZERO.
004900 01  WS-ACKED-COUNT                  PIC 9(06) VALUE ZERO.
005000 01  WS-CLOSED-COUNT                 PIC 9(06) VALUE ZERO.
005100 01  WS-SKIPPED-COUNT                PIC 9(06) VALUE ZERO.
005200 01  WS-DECISION-REPLY               PIC X(01) VALUE SPACE.
005300     88  WS-DECIDE-ACK               VALUE "A" "a".
005400     88  WS-DECIDE-CLOSE             VALUE "C" "c".
005500     88  WS-DECIDE-QUIT              VALUE "Q" "q".
005600 01  WS-CLOSE-NOTE-INPUT             PIC X(30) VALUE SPACES.
005700 01  WS-STATE-TEXT                   PIC X(12) VALUE SPACES.
005800 01  WS-LIB-FUNCTION                 PIC X(06).
005900 01  WS-LIB-RETURN-CODE              PIC 9(02).
006000 01  WS-LIB-DATE                     PIC 9(08).
006100 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "ALERTACK".
006200 01  WS-LIB-MSG-VALUE                PIC X(40).
006300 01  WS-LIB-MSG-TEXT                 PIC X(60).
006400 PROCEDURE DIVISION.
006500******************************************************************
006600* 0000-MAINLINE - REVIEW THE LIVE ALERTS OR JUST LIST THEM.
006700******************************************************************
006800 0000-MAINLINE.
006900     MOVE "DATSTM" TO WS-LIB-FUNCTION.
007000     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
007100         WS-LIB-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
007200         WS-LIB-MSG-TEXT.
007300     MOVE WS-LIB-DATE TO WS-TODAYS-DATE.
007400     DISPLAY "Run mode - R)eview open alerts or L)ist them: "
007500     ACCEPT WS-RUN-MODE.
007600     IF NOT WS-REVIEW-MODE AND NOT WS-LIST-MODE
007700         DISPLAY "RUN MODE MUST BE R OR L"
007800         GO TO 9999-EXIT
007900     END-IF.
008000     IF WS-REVIEW-MODE
008100         DISPLAY "Reviewing operator ID: "
008200         ACCEPT WS-OPERATOR-ID
008300         IF WS-OPERATOR-ID = SPACES
008400             DISPLAY "AN OPERATOR ID IS REQUIRED TO ACKNOWLEDGE "
008500                 "OR CLOSE ALERTS"
008600             GO TO 9999-EXIT
008700         END-IF
008800         OPEN I-O ALERT-REGISTER-FILE
008900     ELSE
009000         OPEN INPUT ALERT-REGISTER-FILE
009100     END-IF.
009200     IF NOT WS-REG-FILE-OK
009300         DISPLAY "NO ALERTS ON FILE - ALERTREG STATUS "
009400             WS-REG-FILE-STATUS
009500         GO TO 9999-EXIT
009600     END-IF.
009700     MOVE LOW-VALUES TO AG-ALERT-KEY.
009800     START ALERT-REGISTER-FILE KEY IS NOT LESS THAN AG-ALERT-KEY
009900         INVALID KEY
010000             SET WS-END-OF-REGISTER TO TRUE
010100     END-START.
010200     PERFORM 2000-REVIEW-ONE-ALERT
010300         THRU 2000-EXIT
010400         UNTIL WS-END-OF-REGISTER.
010500     CLOSE ALERT-REGISTER-FILE.
010600     DISPLAY "ALERTS STILL OPEN OR ACKNOWLEDGED: " WS-LIVE-COUNT.
010700     IF WS-REVIEW-MODE
010800         DISPLAY "ALERTS ACKNOWLEDGED:  " WS-ACKED-COUNT
010900         DISPLAY "ALERTS CLOSED:        " WS-CLOSED-COUNT
011000         DISPLAY "ALERTS LEFT AS THEY WERE: " WS-SKIPPED-COUNT
011100     END-IF.
011200     GO TO 9999-EXIT.
011300******************************************************************
011400* 2000-REVIEW-ONE-ALERT - A CLOSED ALERT IS PASSED OVER. A LIVE
011500*                  ONE IS SHOWN AND, IN REVIEW MODE, TAKES A
011600*                  DECISION.
011700******************************************************************
011800 2000-REVIEW-ONE-ALERT.
011900     READ ALERT-REGISTER-FILE NEXT RECORD
012000         AT END
012100             SET WS-END-OF-REGISTER TO TRUE
012200             GO TO 2000-EXIT
012300     END-READ.
012400     IF NOT AG-STILL-LIVE
012500         GO TO 2000-EXIT
012600     END-IF.
012700     ADD 1 TO WS-LIVE-COUNT.
012800     PERFORM 2100-SHOW-ONE-ALERT
012900         THRU 2100-EXIT.
013000     IF WS-LIST-MODE
013100         GO TO 2000-EXIT
013200     END-IF.
013300     IF AG-STATUS-OPEN
013400         DISPLAY "A)cknowledge C)lose S)kip Q)uit: "
013500     ELSE
013600         DISPLAY "C)lose S)kip Q)uit: "
013700     END-IF.
013800     MOVE SPACE TO WS-DECISION-REPLY.
013900     ACCEPT WS-DECISION-REPLY.
014000     EVALUATE TRUE
014100         WHEN WS-DECIDE-ACK AND AG-STATUS-OPEN
014200             PERFORM 3000-ACKNOWLEDGE-ALERT
014300                 THRU 3000-EXIT
014400         WHEN WS-DECIDE-CLOSE
014500             PERFORM 4000-CLOSE-ALERT
014600                 THRU 4000-EXIT
014700         WHEN WS-DECIDE-QUIT
014800             ADD 1 TO WS-SKIPPED-COUNT
014900             SET WS-END-OF-REGISTER TO TRUE
015000         WHEN OTHER
015100             ADD 1 TO WS-SKIPPED-COUNT
015200     END-EVALUATE.
015300 2000-EXIT.
015400     EXIT.
015500******************************************************************
015600* 2100-SHOW-ONE-ALERT - ONE REGISTER ROW ON THE SCREEN.
015700******************************************************************
015800 2100-SHOW-ONE-ALERT.
015900     IF AG-STATUS-OPEN
016000         MOVE "OPEN"         TO WS-STATE-TEXT
016100     ELSE
016200         MOVE "ACKNOWLEDGED" TO WS-STATE-TEXT
016300     END-IF.
016400     DISPLAY AG-RAISED-DATE " " AG-RAISED-TIME (1:4) " "
016500         AG-CONDITION " SEV " AG-ALERT-SEVERITY " " AG-SOURCE " "
016600         WS-STATE-TEXT.
016700     DISPLAY "    " AG-ALERT-TEXT.
016800     DISPLAY "    KEY " AG-DEDUPE-KEY " NO. " AG-OCCURRENCE
016900         " REPEATS " AG-REPEAT-COUNT " LAST " AG-LAST-SEEN-DATE.
017000     DISPLAY "    SENT TO " AG-RECIPIENT " ROUTE " AG-ROUTE.
017100     IF AG-STATUS-ACKED
017200         DISPLAY "    ACKNOWLEDGED BY " AG-ACK-OPERATOR " ON "
017300             AG-ACK-DATE
017400     END-IF.
017500 2100-EXIT.
017600     EXIT.
017700******************************************************************
017800* 3000-ACKNOWLEDGE-ALERT - SOMEONE HAS THE INCIDENT. REPEATS STAY
017900*                  QUIET UNTIL IT IS CLOSED.
018000******************************************************************
018100 3000-ACKNOWLEDGE-ALERT.
018200     ACCEPT WS-CURRENT-TIME FROM TIME.
018300     SET AG-STATUS-ACKED TO TRUE.
018400     MOVE WS-OPERATOR-ID  TO AG-ACK-OPERATOR.
018500     MOVE WS-TODAYS-DATE  TO AG-ACK-DATE.
018600     MOVE WS-CURRENT-TIME TO AG-ACK-TIME.
018700     REWRITE ALERT-REGISTER-RECORD
018800         INVALID KEY
018900             DISPLAY "REWRITE FAILED, STATUS " WS-REG-FILE-STATUS
019000             GO TO 3000-EXIT
019100     END-REWRITE.
019200     ADD 1 TO WS-ACKED-COUNT.
019300     DISPLAY "ALERT ACKNOWLEDGED".
019400 3000-EXIT.
019500     EXIT.
019600******************************************************************
019700* 4000-CLOSE-ALERT - THE INCIDENT IS OVER. A CLOSING NOTE IS
019800*                  REQUIRED; AN ALERT CLOSED WITHOUT BEING
019900*                  ACKNOWLEDGED IS STAMPED ACKNOWLEDGED BY THE
020000*                  SAME OPERATOR SO THE HISTORY SHOWS WHO PICKED
020100*                  IT UP.
020200******************************************************************
020300 4000-CLOSE-ALERT.
020400     DISPLAY "Closing note (30 chars): "
020500     MOVE SPACES TO WS-CLOSE-NOTE-INPUT.
020600     ACCEPT WS-CLOSE-NOTE-INPUT.
020700     IF WS-CLOSE-NOTE-INPUT = SPACES
020800         DISPLAY "A CLOSING NOTE IS REQUIRED - ALERT LEFT OPEN"
020900         ADD 1 TO WS-SKIPPED-COUNT
021000         GO TO 4000-EXIT
021100     END-IF.
021200     ACCEPT WS-CURRENT-TIME FROM TIME.
021300     IF AG-STATUS-OPEN
021400         MOVE WS-OPERATOR-ID  TO AG-ACK-OPERATOR
021500         MOVE WS-TODAYS-DATE  TO AG-ACK-DATE
021600         MOVE WS-CURRENT-TIME TO AG-ACK-TIME
021700     END-IF.
021800     SET AG-STATUS-CLOSED TO TRUE.
021900     MOVE WS-OPERATOR-ID      TO AG-CLOSE-OPERATOR.
022000     MOVE WS-TODAYS-DATE      TO AG-CLOSE-DATE.
022100     MOVE WS-CURRENT-TIME     TO AG-CLOSE-TIME.
022200     MOVE WS-CLOSE-NOTE-INPUT TO AG-CLOSE-NOTE.
022300     REWRITE ALERT-REGISTER-RECORD
022400         INVALID KEY
022500             DISPLAY "REWRITE FAILED, STATUS " WS-REG-FILE-STATUS
022600             GO TO 4000-EXIT
022700     END-REWRITE.
022800     ADD 1 TO WS-CLOSED-COUNT.
022900     DISPLAY "ALERT CLOSED".
023000 4000-EXIT.
023100     EXIT.
023200******************************************************************
023300* 9999-EXIT - COMMON PROGRAM EXIT POINT.
023400******************************************************************
023500 9999-EXIT.
023600     GOBACK.
023700 END PROGRAM AlertAckReview.
