000100******************************************************************
000200* PROGRAM-ID: ALERTWRITER
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     CENTRAL ALERT WRITER FOR ON-CALL PAGING. CALLED BY
000800*              ENDOFDAYBATCH, THE ERRLOG WRITERS, LOCKMANAGER AND
000900*              BILLACKMATCH WHEN THEY SEE SOMETHING AN OPERATOR
001000*              MUST HEAR ABOUT. THE CONDITION IS LOOKED UP ON THE
001100*              ALERTRUL RULES MASTER - A CONDITION NOT WATCHED,
001200*              BELOW THE RULE'S MINIMUM SEVERITY OR SHORT OF ITS
001300*              LIMIT RAISES NOTHING. OTHERWISE THE DEDUPE KEY IS
001400*              LOOKED UP ON THE ALERTREG REGISTER: WHILE AN ALERT
001500*              FOR THE SAME KEY IS STILL OPEN OR ACKNOWLEDGED THE
001600*              REPEAT IS ONLY COUNTED AGAINST IT, SO ONE INCIDENT
001700*              PAGES ONCE; OTHERWISE A NEW OCCURRENCE IS
001800*              REGISTERED AND ONE ROW APPENDED TO THE ALERTOUT
001900*              OUTBOX FOR THE PAGING AND E-MAIL GATEWAY. ALERTS
002000*              ARE RARE, SO EACH CALL OPENS AND CLOSES ITS OWN
002100*              FILES AND NO CALLER HAS AN END-OF-RUN CALL TO MAKE.
002200*              WITH NO REGISTER TO CHECK, THE ALERT IS SENT ANYWAY
002300*              - A DUPLICATE PAGE IS BETTER THAN A LOST ONE.
002400* TECTONICS:   cobc
002500*
002600* MODIFICATION HISTORY
002700*   2026-10-15 DO  INITIAL VERSION.
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. AlertWriter.
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT ALERT-RULE-FILE ASSIGN TO "ALERTRUL"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS AR-CONDITION
003800         FILE STATUS IS WS-RULE-FILE-STATUS.
003900     SELECT ALERT-REGISTER-FILE ASSIGN TO "ALERTREG"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS AG-ALERT-KEY
004300         FILE STATUS IS WS-REG-FILE-STATUS.
004400     SELECT ALERT-OUTBOX-FILE ASSIGN TO "ALERTOUT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-OUT-FILE-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  ALERT-RULE-FILE.
005000     COPY ALERTRUL.
005100 FD  ALERT-REGISTER-FILE.
005200     COPY ALERTREG.
005300 FD  ALERT-OUTBOX-FILE
005400     RECORDING MODE IS F.
005500     COPY ALERTOUT.
005600 WORKING-STORAGE SECTION.
005700 01  WS-RULE-FILE-STATUS             PIC X(02).
005800     88  WS-RULE-FILE-OK             VALUE "00".
005900 01  WS-REG-FILE-STATUS              PIC X(02).
006000     88  WS-REG-FILE-OK              VALUE "00".
006100 01  WS-OUT-FILE-STATUS              PIC X(02).
006200     88  WS-OUT-FILE-OK              VALUE "00".
006300 01  WS-RULE-FOUND-SWITCH            PIC X(01) VALUE "N".
006400     88  WS-RULE-WANTS-ALERT         VALUE "Y".
006500 01  WS-REG-OPEN-SWITCH              PIC X(01) VALUE "N".
006600     88  WS-REGISTER-OPEN            VALUE "Y".
006700 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
006800     88  WS-END-OF-KEY               VALUE "Y".
006900 01  WS-LIVE-SWITCH                  PIC X(01) VALUE "N".
007000     88  WS-LIVE-ALERT-FOUND         VALUE "Y".
007100 01  WS-DEDUPE-KEY                   PIC X(30) VALUE SPACES.
007200 01  WS-LAST-OCCURRENCE              PIC 9(04) VALUE ZERO.
007300 01  WS-SOURCE-RANK                  PIC 9(01) VALUE ZERO.
007400 01  WS-MIN-RANK                     PIC 9(01) VALUE ZERO.
007500 01  WS-RANK-SEVERITY                PIC X(01) VALUE SPACE.
007600 01  WS-RANK-RESULT                  PIC 9(01) VALUE ZERO.
007700 01  WS-ALERT-DATE                   PIC 9(08) VALUE ZERO.
007800 01  WS-ALERT-TIME                   PIC 9(08) VALUE ZERO.
007900 01  WS-LIB-FUNCTION                 PIC X(06).
008000 01  WS-LIB-RETURN-CODE              PIC 9(02).
008100 01  WS-LIB-DATE                     PIC 9(08).
008200 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "ALERTWTR".
008300 01  WS-LIB-MSG-VALUE                PIC X(40).
008400 01  WS-LIB-MSG-TEXT                 PIC X(60).
008500 LINKAGE SECTION.
008600     COPY ALERTREQ.
008700 PROCEDURE DIVISION USING ALERT-REQUEST, ALERT-RESULT.
008800******************************************************************
008900* 0000-MAINLINE - ASK THE RULES WHETHER THE CONDITION IS WANTED,
009000*                 THEN COUNT A REPEAT OR RAISE A NEW ALERT.
009100******************************************************************
009200 0000-MAINLINE.
009300     SET AQ-ALERT-NOT-WANTED TO TRUE.
009400     MOVE ZERO TO AQ-OCCURRENCE.
009500     PERFORM 1000-CHECK-RULE
009600         THRU 1000-EXIT.
009700     IF NOT WS-RULE-WANTS-ALERT
009800         GO TO 9999-EXIT
009900     END-IF.
010000     MOVE "DATSTM" TO WS-LIB-FUNCTION.
010100     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
010200         WS-LIB-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
010300         WS-LIB-MSG-TEXT.
010400     MOVE WS-LIB-DATE TO WS-ALERT-DATE.
010500     ACCEPT WS-ALERT-TIME FROM TIME.
010600     MOVE AQ-DEDUPE-KEY TO WS-DEDUPE-KEY.
010700     IF WS-DEDUPE-KEY = SPACES
010800         STRING AQ-CONDITION DELIMITED BY SPACE
010900                " "          DELIMITED BY SIZE
011000                AQ-SOURCE    DELIMITED BY SPACE
011100             INTO WS-DEDUPE-KEY
011200     END-IF.
011300     PERFORM 2000-OPEN-REGISTER
011400         THRU 2000-EXIT.
011500     MOVE "N" TO WS-LIVE-SWITCH.
011600     MOVE ZERO TO WS-LAST-OCCURRENCE.
011700     IF WS-REGISTER-OPEN
011800         PERFORM 3000-FIND-LATEST-OCCURRENCE
011900             THRU 3000-EXIT
012000     END-IF.
012100     IF WS-LIVE-ALERT-FOUND
012200         PERFORM 4000-COUNT-REPEAT
012300             THRU 4000-EXIT
012400     ELSE
012500         PERFORM 5000-RAISE-NEW-ALERT
012600             THRU 5000-EXIT
012700     END-IF.
012800     IF WS-REGISTER-OPEN
012900         CLOSE ALERT-REGISTER-FILE
013000         MOVE "N" TO WS-REG-OPEN-SWITCH
013100     END-IF.
013200     GO TO 9999-EXIT.
013300******************************************************************
013400* 1000-CHECK-RULE - THE CONDITION MUST HAVE AN ACTIVE ROW ON
013500*                  ALERTRUL, THE SOURCE SEVERITY MUST REACH THE
013600*                  ROW'S MINIMUM AND THE MEASURE ITS LIMIT. NO
013700*                  RULES MASTER MEANS NOTHING IS WATCHED.
013800******************************************************************
013900 1000-CHECK-RULE.
014000     MOVE "N" TO WS-RULE-FOUND-SWITCH.
014100     OPEN INPUT ALERT-RULE-FILE.
014200     IF NOT WS-RULE-FILE-OK
014300         GO TO 1000-EXIT
014400     END-IF.
014500     MOVE AQ-CONDITION TO AR-CONDITION.
014600     READ ALERT-RULE-FILE
014700         INVALID KEY
014800             CLOSE ALERT-RULE-FILE
014900             GO TO 1000-EXIT
015000     END-READ.
015100     CLOSE ALERT-RULE-FILE.
015200     IF NOT AR-STATUS-ACTIVE
015300         GO TO 1000-EXIT
015400     END-IF.
015500     MOVE AQ-SOURCE-SEVERITY TO WS-RANK-SEVERITY.
015600     PERFORM 1100-RANK-SEVERITY
015700         THRU 1100-EXIT.
015800     MOVE WS-RANK-RESULT TO WS-SOURCE-RANK.
015900     MOVE AR-MIN-SOURCE-SEV TO WS-RANK-SEVERITY.
016000     PERFORM 1100-RANK-SEVERITY
016100         THRU 1100-EXIT.
016200     MOVE WS-RANK-RESULT TO WS-MIN-RANK.
016300     IF WS-SOURCE-RANK < WS-MIN-RANK
016400         GO TO 1000-EXIT
016500     END-IF.
016600     IF AR-LIMIT NOT = ZERO
016700        AND AQ-MEASURE < AR-LIMIT
016800         GO TO 1000-EXIT
016900     END-IF.
017000     SET WS-RULE-WANTS-ALERT TO TRUE.
017100 1000-EXIT.
017200     EXIT.
017300******************************************************************
017400* 1100-RANK-SEVERITY - INFORMATION 1, WARNING 2, SEVERE 3. A
017500*                  SEVERITY THE RULES DO NOT KNOW RANKS AS SEVERE,
017600*                  SO IT IS NEVER FILTERED OUT.
017700******************************************************************
017800 1100-RANK-SEVERITY.
017900     EVALUATE WS-RANK-SEVERITY
018000         WHEN "I"
018100             MOVE 1 TO WS-RANK-RESULT
018200         WHEN "W"
018300             MOVE 2 TO WS-RANK-RESULT
018400         WHEN OTHER
018500             MOVE 3 TO WS-RANK-RESULT
018600     END-EVALUATE.
018700 1100-EXIT.
018800     EXIT.
018900******************************************************************
019000* 2000-OPEN-REGISTER - THE ALERT REGISTER FOR UPDATE, CREATED ON
019100*                  FIRST USE.
019200******************************************************************
019300 2000-OPEN-REGISTER.
019400     MOVE "N" TO WS-REG-OPEN-SWITCH.
019500     OPEN I-O ALERT-REGISTER-FILE.
019600     IF NOT WS-REG-FILE-OK
019700         OPEN OUTPUT ALERT-REGISTER-FILE
019800         IF WS-REG-FILE-OK
019900             CLOSE ALERT-REGISTER-FILE
020000             OPEN I-O ALERT-REGISTER-FILE
020100         END-IF
020200     END-IF.
020300     IF WS-REG-FILE-OK
020400         SET WS-REGISTER-OPEN TO TRUE
020500     ELSE
020600         DISPLAY "ALERTREG OPEN FAILED, STATUS "
020700             WS-REG-FILE-STATUS
020800             " - ALERT SENT WITHOUT THE REPEAT CHECK"
020900     END-IF.
021000 2000-EXIT.
021100     EXIT.
021200******************************************************************
021300* 3000-FIND-LATEST-OCCURRENCE - EVERY OCCURRENCE FOR THE DEDUPE
021400*                  KEY IN OCCURRENCE ORDER; THE LAST ONE READ IS
021500*                  THE LATEST. IT DECIDES WHETHER THIS IS A
021600*                  REPEAT.
021700******************************************************************
021800 3000-FIND-LATEST-OCCURRENCE.
021900     MOVE "N" TO WS-EOF-SWITCH.
022000     MOVE WS-DEDUPE-KEY TO AG-DEDUPE-KEY.
022100     MOVE ZERO TO AG-OCCURRENCE.
022200     START ALERT-REGISTER-FILE KEY IS NOT LESS THAN AG-ALERT-KEY
022300         INVALID KEY
022400             SET WS-END-OF-KEY TO TRUE
022500     END-START.
022600     PERFORM 3100-READ-ONE-OCCURRENCE
022700         THRU 3100-EXIT
022800         UNTIL WS-END-OF-KEY.
022900 3000-EXIT.
023000     EXIT.
023100******************************************************************
023200* 3100-READ-ONE-OCCURRENCE - NOTE ONE OCCURRENCE AND WHETHER IT IS
023300*                  STILL OPEN OR ACKNOWLEDGED.
023400******************************************************************
023500 3100-READ-ONE-OCCURRENCE.
023600     READ ALERT-REGISTER-FILE NEXT RECORD
023700         AT END
023800             SET WS-END-OF-KEY TO TRUE
023900             GO TO 3100-EXIT
024000     END-READ.
024100     IF AG-DEDUPE-KEY NOT = WS-DEDUPE-KEY
024200         SET WS-END-OF-KEY TO TRUE
024300         GO TO 3100-EXIT
024400     END-IF.
024500     MOVE AG-OCCURRENCE TO WS-LAST-OCCURRENCE.
024600     IF AG-STILL-LIVE
024700         SET WS-LIVE-ALERT-FOUND TO TRUE
024800     ELSE
024900         MOVE "N" TO WS-LIVE-SWITCH
025000     END-IF.
025100 3100-EXIT.
025200     EXIT.
025300******************************************************************
025400* 4000-COUNT-REPEAT - THE INCIDENT IS ALREADY ON SOMEONE'S PAGER.
025500*                  COUNT IT AND NOTE WHEN IT WAS LAST SEEN;
025600*                  NOTHING GOES TO THE OUTBOX.
025700******************************************************************
025800 4000-COUNT-REPEAT.
025900     MOVE WS-DEDUPE-KEY      TO AG-DEDUPE-KEY.
026000     MOVE WS-LAST-OCCURRENCE TO AG-OCCURRENCE.
026100     READ ALERT-REGISTER-FILE
026200         INVALID KEY
026300             SET AQ-ALERT-FAILED TO TRUE
026400             GO TO 4000-EXIT
026500     END-READ.
026600     ADD 1 TO AG-REPEAT-COUNT.
026700     MOVE WS-ALERT-DATE TO AG-LAST-SEEN-DATE.
026800     MOVE WS-ALERT-TIME TO AG-LAST-SEEN-TIME.
026900     REWRITE ALERT-REGISTER-RECORD
027000         INVALID KEY
027100             SET AQ-ALERT-FAILED TO TRUE
027200             GO TO 4000-EXIT
027300     END-REWRITE.
027400     SET AQ-ALERT-REPEATED TO TRUE.
027500     MOVE AG-OCCURRENCE TO AQ-OCCURRENCE.
027600 4000-EXIT.
027700     EXIT.
027800******************************************************************
027900* 5000-RAISE-NEW-ALERT - REGISTER THE NEXT OCCURRENCE FOR THE KEY
028000*                  AND APPEND IT TO THE OUTBOX FOR THE GATEWAY.
028100******************************************************************
028200 5000-RAISE-NEW-ALERT.
028300     INITIALIZE ALERT-REGISTER-RECORD.
028400     MOVE WS-DEDUPE-KEY      TO AG-DEDUPE-KEY.
028500     COMPUTE AG-OCCURRENCE = WS-LAST-OCCURRENCE + 1.
028600     MOVE AQ-CONDITION       TO AG-CONDITION.
028700     MOVE AQ-SOURCE          TO AG-SOURCE.
028800     MOVE AQ-SOURCE-SEVERITY TO AG-SOURCE-SEVERITY.
028900     MOVE AR-ALERT-SEVERITY  TO AG-ALERT-SEVERITY.
029000     MOVE AR-ROUTE           TO AG-ROUTE.
029100     MOVE AR-RECIPIENT       TO AG-RECIPIENT.
029200     MOVE AQ-ALERT-TEXT      TO AG-ALERT-TEXT.
029300     MOVE WS-ALERT-DATE      TO AG-RAISED-DATE.
029400     MOVE WS-ALERT-TIME      TO AG-RAISED-TIME.
029500     MOVE WS-ALERT-DATE      TO AG-LAST-SEEN-DATE.
029600     MOVE WS-ALERT-TIME      TO AG-LAST-SEEN-TIME.
029700     SET AG-STATUS-OPEN TO TRUE.
029800     IF WS-REGISTER-OPEN
029900         WRITE ALERT-REGISTER-RECORD
030000             INVALID KEY
030100                 DISPLAY "ALERTREG WRITE FAILED, STATUS "
030200                     WS-REG-FILE-STATUS
030300         END-WRITE
030400     END-IF.
030500     MOVE WS-ALERT-DATE      TO AO-ALERT-DATE.
030600     MOVE WS-ALERT-TIME      TO AO-ALERT-TIME.
030700     MOVE AR-ALERT-SEVERITY  TO AO-ALERT-SEVERITY.
030800     MOVE AR-ROUTE           TO AO-ROUTE.
030900     MOVE AR-RECIPIENT       TO AO-RECIPIENT.
031000     MOVE AQ-CONDITION       TO AO-CONDITION.
031100     MOVE AQ-SOURCE          TO AO-SOURCE.
031200     MOVE AQ-SOURCE-SEVERITY TO AO-SOURCE-SEVERITY.
031300     MOVE WS-DEDUPE-KEY      TO AO-DEDUPE-KEY.
031400     MOVE AG-OCCURRENCE      TO AO-OCCURRENCE.
031500     MOVE AQ-ALERT-TEXT      TO AO-ALERT-TEXT.
031600     OPEN EXTEND ALERT-OUTBOX-FILE.
031700     IF NOT WS-OUT-FILE-OK
031800         OPEN OUTPUT ALERT-OUTBOX-FILE
031900     END-IF.
032000     IF NOT WS-OUT-FILE-OK
032100         DISPLAY "ALERTOUT OPEN FAILED, STATUS "
032200             WS-OUT-FILE-STATUS
032300             " - ALERT " AQ-CONDITION " NOT SENT"
032400         SET AQ-ALERT-FAILED TO TRUE
032500         GO TO 5000-EXIT
032600     END-IF.
032700     WRITE ALERT-OUTBOX-RECORD.
032800     CLOSE ALERT-OUTBOX-FILE.
032900     DISPLAY "ALERT " AQ-CONDITION " RAISED FOR " AR-RECIPIENT
033000         " - " WS-DEDUPE-KEY.
033100     SET AQ-ALERT-SENT TO TRUE.
033200     MOVE AG-OCCURRENCE TO AQ-OCCURRENCE.
033300 5000-EXIT.
033400     EXIT.
033500******************************************************************
033600* 9999-EXIT - COMMON PROGRAM EXIT POINT.
033700******************************************************************
033800 9999-EXIT.
033900     GOBACK.
034000 END PROGRAM AlertWriter.
