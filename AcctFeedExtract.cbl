000100******************************************************************
000200* PROGRAM-ID: ACCTFEEDEXTRACT
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     NIGHTLY CUSTOMER MASTER FEED TO THE BILLING SYSTEM.
000800*              BILLING USED TO LEARN OF A NEW OR DEACTIVATED
000900*              ACCTMSTR ACCOUNT ONLY WHEN A TRANSACTION FOR IT
001000*              ARRIVED, AND REJECTED IT AS AN UNKNOWN ACCOUNT. A
001100*              D)ELTA RUN (THE DEFAULT) READS THE ACCTLOG AUDIT
001200*              TRAIL FOR EVERY ROW WRITTEN SINCE THE LAST FEED AND
001300*              SENDS EACH ACCOUNT ADDED, CHANGED OR DEACTIVATED,
001400*              ONCE, WITH ITS CURRENT MASTER VALUES; AN F)ULL
001500*              REFRESH SENDS EVERY ACCOUNT ON THE MASTER. THE FEED
001600*              (ACCTFEED) IS HEADER/DETAIL/TRAILER AND TAKES THE
001700*              NEXT GENERATION NUMBER FROM THE ACCTFGCT CONTROL,
001800*              WHICH ALSO HOLDS THE ACCTLOG DATE AND TIME THE NEXT
001900*              DELTA STARTS AFTER. EACH GENERATION IS APPENDED TO
002000*              THE ACCTFREG REGISTER FOR ACCTFEEDACK TO MATCH
002100*              BILLING'S ACKNOWLEDGMENT AGAINST.
002200* TECTONICS:   cobc
002300*
002400* MODIFICATION HISTORY
002500*   2026-10-15 DO  INITIAL VERSION.
002533*   2026-10-15 DO  ACCTLOG LAYOUT CARRIES THE CHAIN SEQUENCE AND
002566*                  CHAIN VALUE THE WRITERS NOW STAMP ON EVERY ROW.
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. AcctFeedExtract.
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS AM-ACCOUNT-ID
003600         FILE STATUS IS WS-ACCT-FILE-STATUS.
003700     SELECT ACCT-AUDIT-FILE ASSIGN TO "ACCTLOG"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-AUDIT-FILE-STATUS.
004000     SELECT FEED-CTL-FILE ASSIGN TO "ACCTFGCT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-FCTL-FILE-STATUS.
004300     SELECT CUSTOMER-FEED-FILE ASSIGN TO "ACCTFEED"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-FEED-FILE-STATUS.
004600     SELECT FEED-REGISTER-FILE ASSIGN TO "ACCTFREG"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-FREG-FILE-STATUS.
004900     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-BDATE-FILE-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  ACCOUNT-MASTER-FILE.
005500     COPY ACCTMSTR.
005600 FD  ACCT-AUDIT-FILE
005700     RECORDING MODE IS F.
005800 01  ACCT-AUDIT-RECORD.
005900     05  AU-LOG-DATE                 PIC 9(08).
006000     05  AU-LOG-TIME                 PIC 9(08).
006100     05  AU-OPERATOR-ID              PIC X(08).
006200     05  AU-ACTION                   PIC X(06).
006300         88  AU-ACCOUNT-ADDED        VALUE "ADD   ".
006400         88  AU-ACCOUNT-DEACTIVATED  VALUE "DEACT ".
006500         88  AU-MASTER-CHANGE        VALUE "ADD   " "CHANGE"
006600                                           "CRDLIM" "PARENT"
006700                                           "MINCHG" "BILCYC"
006800                                           "DEACT ".
006900     05  AU-ACCOUNT-ID               PIC X(08).
006933     05  AU-CHAIN-SEQ                PIC 9(09).
006966     05  AU-CHAIN-VALUE              PIC 9(08).
007000 FD  FEED-CTL-FILE
007100     RECORDING MODE IS F.
007200 01  FEED-CTL-RECORD.
007300     05  FG-LAST-GEN                 PIC 9(04).
007400     05  FG-LAST-LOG-DATE            PIC 9(08).
007500     05  FG-LAST-LOG-TIME            PIC 9(08).
007600 FD  CUSTOMER-FEED-FILE
007700     RECORDING MODE IS F.
007800     COPY ACCTFEED.
007900 FD  FEED-REGISTER-FILE
008000     RECORDING MODE IS F.
008100     COPY ACCTFREG.
008200 FD  BUS-DATE-FILE
008300     RECORDING MODE IS F.
008400     COPY BUSDATE.
008500 WORKING-STORAGE SECTION.
008600 01  WS-ACCT-FILE-STATUS             PIC X(02).
008700     88  WS-ACCT-FILE-OK             VALUE "00".
008800 01  WS-AUDIT-FILE-STATUS            PIC X(02).
008900     88  WS-AUDIT-FILE-OK            VALUE "00".
009000 01  WS-FCTL-FILE-STATUS             PIC X(02).
009100     88  WS-FCTL-FILE-OK             VALUE "00".
009200 01  WS-FEED-FILE-STATUS             PIC X(02).
009300     88  WS-FEED-FILE-OK             VALUE "00".
009400 01  WS-FREG-FILE-STATUS             PIC X(02).
009500     88  WS-FREG-FILE-OK             VALUE "00".
009600 01  WS-BDATE-FILE-STATUS            PIC X(02).
009700     88  WS-BDATE-FILE-OK            VALUE "00".
009800 01  WS-FEED-MODE                    PIC X(01) VALUE SPACE.
009900     88  WS-DELTA-FEED               VALUE "D" "d" SPACE.
010000     88  WS-FULL-REFRESH             VALUE "F" "f".
010100 01  WS-LOG-EOF-SWITCH               PIC X(01) VALUE "N".
010200     88  WS-END-OF-LOG               VALUE "Y".
010300 01  WS-MASTER-EOF-SWITCH            PIC X(01) VALUE "N".
010400     88  WS-END-OF-MASTER            VALUE "Y".
010500 01  WS-FOUND-SWITCH                 PIC X(01) VALUE "N".
010600     88  WS-ENTRY-FOUND              VALUE "Y".
010700 01  WS-OVERFLOW-SWITCH              PIC X(01) VALUE "N".
010800     88  WS-CHANGE-TABLE-FULL        VALUE "Y".
010900 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
011000 01  WS-LIB-FUNCTION                 PIC X(06).
011100 01  WS-LIB-RETURN-CODE              PIC 9(02).
011200 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "ACCTFEED".
011300 01  WS-LIB-MSG-VALUE                PIC X(40).
011400 01  WS-LIB-MSG-TEXT                 PIC X(60).
011500 01  WS-THIS-GEN                     PIC 9(04) VALUE ZERO.
011600*
011700*    THE ACCTLOG POSITION THE LAST FEED REACHED, AND THE LATEST
011800*    ROW THIS RUN HAS SEEN - THE NEXT DELTA STARTS AFTER IT.
011900*
012000 01  WS-SINCE-STAMP.
012100     05  WS-SINCE-DATE               PIC 9(08) VALUE ZERO.
012200     05  WS-SINCE-TIME               PIC 9(08) VALUE ZERO.
012300 01  WS-HIGH-STAMP.
012400     05  WS-HIGH-DATE                PIC 9(08) VALUE ZERO.
012500     05  WS-HIGH-TIME                PIC 9(08) VALUE ZERO.
012600 01  WS-ROW-STAMP.
012700     05  WS-ROW-DATE                 PIC 9(08) VALUE ZERO.
012800     05  WS-ROW-TIME                 PIC 9(08) VALUE ZERO.
012900*
013000*    ONE ENTRY PER ACCOUNT TOUCHED SINCE THE LAST FEED.
013100*
013200 01  WS-CHANGE-TABLE.
013300     05  WS-CHANGE-ENTRY OCCURS 2000 TIMES INDEXED BY CH-IDX.
013400         10  CH-ACCOUNT-ID           PIC X(08).
013500         10  CH-ADDED-SWITCH         PIC X(01).
013600             88  CH-ADDED            VALUE "Y".
013700 01  WS-CHANGE-COUNT                 PIC 9(04) COMP VALUE ZERO.
013800 01  WS-LOG-READ-COUNT               PIC 9(06) COMP VALUE ZERO.
013900 01  WS-LOG-NEW-COUNT                PIC 9(06) COMP VALUE ZERO.
014000 01  WS-DETAIL-COUNT                 PIC 9(06) COMP VALUE ZERO.
014100 01  WS-ADDED-COUNT                  PIC 9(06) COMP VALUE ZERO.
014200 01  WS-CHANGED-COUNT                PIC 9(06) COMP VALUE ZERO.
014300 01  WS-DEACT-COUNT                  PIC 9(06) COMP VALUE ZERO.
014400 01  WS-REFRESH-COUNT                PIC 9(06) COMP VALUE ZERO.
014500 01  WS-MISSING-COUNT                PIC 9(06) COMP VALUE ZERO.
014600 PROCEDURE DIVISION.
014700******************************************************************
014800* 0000-MAINLINE - FIND WHERE THE LAST FEED STOPPED, GATHER WHAT
014900*                 HAS CHANGED SINCE, WRITE THE FEED, THEN ADVANCE
015000*                 THE CONTROL AND REGISTER THE GENERATION.
015100******************************************************************
015200 0000-MAINLINE.
015300     PERFORM 0500-RESOLVE-BUSINESS-DATE
015400         THRU 0500-EXIT.
015500     PERFORM 1000-GET-FEED-MODE
015600         THRU 1000-EXIT.
015700     PERFORM 1100-READ-FEED-CONTROL
015800         THRU 1100-EXIT.
015900     OPEN INPUT ACCOUNT-MASTER-FILE.
016000     IF NOT WS-ACCT-FILE-OK
016100         DISPLAY "ACCTMSTR OPEN FAILED, STATUS "
016200             WS-ACCT-FILE-STATUS " - NO FEED WRITTEN"
016300         MOVE 8 TO RETURN-CODE
016400         GO TO 9999-EXIT
016500     END-IF.
016600     PERFORM 2000-SCAN-ACCOUNT-LOG
016700         THRU 2000-EXIT.
016800     IF WS-CHANGE-TABLE-FULL
016900         DISPLAY "MORE THAN 2000 ACCOUNTS CHANGED SINCE THE LAST "
017000             "FEED - RUN A F)ULL REFRESH INSTEAD"
017100         CLOSE ACCOUNT-MASTER-FILE
017200         MOVE 8 TO RETURN-CODE
017300         GO TO 9999-EXIT
017400     END-IF.
017500     PERFORM 3000-WRITE-FEED
017600         THRU 3000-EXIT.
017700     CLOSE ACCOUNT-MASTER-FILE.
017800     PERFORM 4000-ADVANCE-FEED-CONTROL
017900         THRU 4000-EXIT.
018000     PERFORM 4100-REGISTER-GENERATION
018100         THRU 4100-EXIT.
018200     DISPLAY "CUSTOMER FEED GENERATION " WS-THIS-GEN
018300         " DETAILS " WS-DETAIL-COUNT
018400         " (ADDED " WS-ADDED-COUNT " CHANGED " WS-CHANGED-COUNT
018500         " DEACTIVATED " WS-DEACT-COUNT ")".
018600     IF WS-MISSING-COUNT > ZERO
018700         DISPLAY WS-MISSING-COUNT " LOGGED ACCOUNTS NO LONGER ON "
018800             "ACCTMSTR - NOT SENT"
018900         MOVE 4 TO RETURN-CODE
019000     ELSE
019100         MOVE ZERO TO RETURN-CODE
019200     END-IF.
019300     GO TO 9999-EXIT.
019400******************************************************************
019500* 0500-RESOLVE-BUSINESS-DATE - THE BUSDATE CONTROL WHEN ONE IS
019600*                  ON FILE, THE SYSTEM DATE OTHERWISE.
019700******************************************************************
019800 0500-RESOLVE-BUSINESS-DATE.
019900     MOVE "DATSTM" TO WS-LIB-FUNCTION.
020000     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
020100         WS-TODAYS-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
020200         WS-LIB-MSG-TEXT.
020300     OPEN INPUT BUS-DATE-FILE.
020400     IF NOT WS-BDATE-FILE-OK
020500         GO TO 0500-EXIT
020600     END-IF.
020700     READ BUS-DATE-FILE
020800         AT END
020900             CONTINUE
021000     END-READ.
021100     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
021200         MOVE BD-BUSINESS-DATE TO WS-TODAYS-DATE
021300     END-IF.
021400     CLOSE BUS-DATE-FILE.
021500 0500-EXIT.
021600     EXIT.
021700******************************************************************
021800* 1000-GET-FEED-MODE - A BLANK REPLY IS A DELTA, SO THE NIGHTLY
021900*                  STEP NEEDS NO ANSWER. ANYTHING ELSE INVALID IS
022000*                  RE-PROMPTED.
022100******************************************************************
022200 1000-GET-FEED-MODE.
022300     DISPLAY "Feed mode - D)elta since the last feed or F)ull "
022400         "refresh: "
022500     ACCEPT WS-FEED-MODE.
022600     IF NOT WS-DELTA-FEED AND NOT WS-FULL-REFRESH
022700         DISPLAY "Select a correct option"
022800         GO TO 1000-GET-FEED-MODE
022900     END-IF.
023000 1000-EXIT.
023100     EXIT.
023200******************************************************************
023300* 1100-READ-FEED-CONTROL - THE LAST GENERATION SENT AND THE LAST
023400*                  ACCTLOG ROW IT COVERED. A MISSING CONTROL FILE
023500*                  MEANS THIS IS GENERATION ONE AND A DELTA COVERS
023600*                  THE WHOLE LOG.
023700******************************************************************
023800 1100-READ-FEED-CONTROL.
023900     MOVE ZERO TO WS-THIS-GEN
024000                  WS-SINCE-DATE
024100                  WS-SINCE-TIME.
024200     OPEN INPUT FEED-CTL-FILE.
024300     IF WS-FCTL-FILE-OK
024400         READ FEED-CTL-FILE
024500             AT END
024600                 CONTINUE
024700         END-READ
024800         IF WS-FCTL-FILE-OK
024900             MOVE FG-LAST-GEN      TO WS-THIS-GEN
025000             MOVE FG-LAST-LOG-DATE TO WS-SINCE-DATE
025100             MOVE FG-LAST-LOG-TIME TO WS-SINCE-TIME
025200         END-IF
025300         CLOSE FEED-CTL-FILE
025400     END-IF.
025500     ADD 1 TO WS-THIS-GEN.
025600     MOVE WS-SINCE-STAMP TO WS-HIGH-STAMP.
025700 1100-EXIT.
025800     EXIT.
025900******************************************************************
026000* 2000-SCAN-ACCOUNT-LOG - EVERY ACCTLOG ROW LATER THAN THE CONTROL
026100*                  POSITION MOVES THE HIGH-WATER MARK; IN A DELTA
026200*                  THE ROWS THAT CHANGE THE MASTER ALSO NAME AN
026300*                  ACCOUNT TO SEND. RATE-OVERRIDE ROWS (OVRADD,
026400*                  OVRDEL) DO NOT CHANGE ANYTHING BILLING HOLDS.
026500******************************************************************
026600 2000-SCAN-ACCOUNT-LOG.
026700     OPEN INPUT ACCT-AUDIT-FILE.
026800     IF NOT WS-AUDIT-FILE-OK
026900         DISPLAY "ACCTLOG NOT AVAILABLE, STATUS "
027000             WS-AUDIT-FILE-STATUS " - NO LOGGED CHANGES TO SEND"
027100         GO TO 2000-EXIT
027200     END-IF.
027300     PERFORM 2100-CHECK-ONE-LOG-ROW
027400         THRU 2100-EXIT
027500         UNTIL WS-END-OF-LOG OR WS-CHANGE-TABLE-FULL.
027600     CLOSE ACCT-AUDIT-FILE.
027700 2000-EXIT.
027800     EXIT.
027900******************************************************************
028000* 2100-CHECK-ONE-LOG-ROW - ONE AUDIT ROW.
028100******************************************************************
028200 2100-CHECK-ONE-LOG-ROW.
028300     READ ACCT-AUDIT-FILE
028400         AT END
028500             SET WS-END-OF-LOG TO TRUE
028600             GO TO 2100-EXIT
028700     END-READ.
028800     ADD 1 TO WS-LOG-READ-COUNT.
028900     MOVE AU-LOG-DATE TO WS-ROW-DATE.
029000     MOVE AU-LOG-TIME TO WS-ROW-TIME.
029100     IF WS-ROW-STAMP NOT > WS-SINCE-STAMP
029200         GO TO 2100-EXIT
029300     END-IF.
029400     ADD 1 TO WS-LOG-NEW-COUNT.
029500     IF WS-ROW-STAMP > WS-HIGH-STAMP
029600         MOVE WS-ROW-STAMP TO WS-HIGH-STAMP
029700     END-IF.
029800     IF WS-FULL-REFRESH OR NOT AU-MASTER-CHANGE
029900         GO TO 2100-EXIT
030000     END-IF.
030100     PERFORM 2200-FIND-CHANGE-ENTRY
030200         THRU 2200-EXIT.
030300     IF NOT WS-ENTRY-FOUND
030400         IF WS-CHANGE-COUNT >= 2000
030500             SET WS-CHANGE-TABLE-FULL TO TRUE
030600             GO TO 2100-EXIT
030700         END-IF
030800         ADD 1 TO WS-CHANGE-COUNT
030900         SET CH-IDX TO WS-CHANGE-COUNT
031000         MOVE AU-ACCOUNT-ID TO CH-ACCOUNT-ID (CH-IDX)
031100         MOVE "N" TO CH-ADDED-SWITCH (CH-IDX)
031200     END-IF.
031300     IF AU-ACCOUNT-ADDED
031400         SET CH-ADDED (CH-IDX) TO TRUE
031500     END-IF.
031600 2100-EXIT.
031700     EXIT.
031800******************************************************************
031900* 2200-FIND-CHANGE-ENTRY - IS AU-ACCOUNT-ID ALREADY IN THE TABLE;
032000*                  CH-IDX IS LEFT ON IT WHEN IT IS.
032100******************************************************************
032200 2200-FIND-CHANGE-ENTRY.
032300     MOVE "N" TO WS-FOUND-SWITCH.
032400     SET CH-IDX TO 1.
032500     PERFORM 2250-SCAN-CHANGE-TABLE
032600         THRU 2250-EXIT
032700         UNTIL WS-ENTRY-FOUND OR CH-IDX > WS-CHANGE-COUNT.
032800 2200-EXIT.
032900     EXIT.
033000******************************************************************
033100* 2250-SCAN-CHANGE-TABLE - ONE ENTRY AT A TIME.
033200******************************************************************
033300 2250-SCAN-CHANGE-TABLE.
033400     IF CH-ACCOUNT-ID (CH-IDX) = AU-ACCOUNT-ID
033500         SET WS-ENTRY-FOUND TO TRUE
033600     ELSE
033700         SET CH-IDX UP BY 1
033800     END-IF.
033900 2250-EXIT.
034000     EXIT.
034100******************************************************************
034200* 3000-WRITE-FEED - HEADER, ONE DETAIL PER ACCOUNT, TRAILER.
034300******************************************************************
034400 3000-WRITE-FEED.
034500     OPEN OUTPUT CUSTOMER-FEED-FILE.
034600     MOVE SPACES TO CUSTOMER-FEED-RECORD.
034700     SET CF-HEADER-RECORD TO TRUE.
034800     MOVE WS-TODAYS-DATE TO CF-FEED-DATE.
034900     MOVE WS-THIS-GEN    TO CF-FEED-GEN.
035000     IF WS-FULL-REFRESH
035100         SET CF-FULL-FEED TO TRUE
035200         MOVE ZERO TO CF-SINCE-DATE
035300                      CF-SINCE-TIME
035400     ELSE
035500         SET CF-DELTA-FEED TO TRUE
035600         MOVE WS-SINCE-DATE TO CF-SINCE-DATE
035700         MOVE WS-SINCE-TIME TO CF-SINCE-TIME
035800     END-IF.
035900     WRITE CUSTOMER-FEED-RECORD.
036000     IF WS-FULL-REFRESH
036100         MOVE LOW-VALUES TO AM-ACCOUNT-ID
036200         START ACCOUNT-MASTER-FILE
036300             KEY IS NOT LESS THAN AM-ACCOUNT-ID
036400             INVALID KEY
036500                 SET WS-END-OF-MASTER TO TRUE
036600         END-START
036700         PERFORM 3100-SEND-NEXT-ACCOUNT
036800             THRU 3100-EXIT
036900             UNTIL WS-END-OF-MASTER
037000     ELSE
037100         PERFORM 3200-SEND-CHANGED-ACCOUNT
037200             THRU 3200-EXIT
037300             VARYING CH-IDX FROM 1 BY 1
037400             UNTIL CH-IDX > WS-CHANGE-COUNT
037500     END-IF.
037600     MOVE SPACES TO CUSTOMER-FEED-RECORD.
037700     SET CF-TRAILER-RECORD TO TRUE.
037800     MOVE WS-DETAIL-COUNT  TO CF-RECORD-COUNT.
037900     MOVE WS-ADDED-COUNT   TO CF-ADDED-COUNT.
038000     MOVE WS-CHANGED-COUNT TO CF-CHANGED-COUNT.
038100     MOVE WS-DEACT-COUNT   TO CF-DEACT-COUNT.
038200     MOVE WS-THIS-GEN      TO CF-TRAILER-GEN.
038300     WRITE CUSTOMER-FEED-RECORD.
038400     CLOSE CUSTOMER-FEED-FILE.
038500 3000-EXIT.
038600     EXIT.
038700******************************************************************
038800* 3100-SEND-NEXT-ACCOUNT - FULL REFRESH: EVERY MASTER ROW, ACTIVE
038900*                  OR NOT, GOES AS A REFRESH DETAIL.
039000******************************************************************
039100 3100-SEND-NEXT-ACCOUNT.
039200     READ ACCOUNT-MASTER-FILE NEXT RECORD
039300         AT END
039400             SET WS-END-OF-MASTER TO TRUE
039500             GO TO 3100-EXIT
039600     END-READ.
039700     ADD 1 TO WS-REFRESH-COUNT.
039800     PERFORM 3500-WRITE-DETAIL
039900         THRU 3500-EXIT.
040000     SET CF-ACCOUNT-REFRESH TO TRUE.
040100     WRITE CUSTOMER-FEED-RECORD.
040200 3100-EXIT.
040300     EXIT.
040400******************************************************************
040500* 3200-SEND-CHANGED-ACCOUNT - DELTA: THE ACCOUNT AS IT STANDS ON
040600*                  THE MASTER NOW. AN INACTIVE ACCOUNT GOES AS A
040700*                  DEACTIVATION WHATEVER ELSE HAPPENED TO IT; AN
040800*                  ACCOUNT ADDED SINCE THE LAST FEED AS AN ADD;
040900*                  ANYTHING ELSE AS A CHANGE.
041000******************************************************************
041100 3200-SEND-CHANGED-ACCOUNT.
041200     MOVE CH-ACCOUNT-ID (CH-IDX) TO AM-ACCOUNT-ID.
041300     READ ACCOUNT-MASTER-FILE
041400         INVALID KEY
041500             ADD 1 TO WS-MISSING-COUNT
041600             DISPLAY "ACCOUNT " CH-ACCOUNT-ID (CH-IDX)
041700                 " LOGGED BUT NOT ON ACCTMSTR - NOT SENT"
041800             GO TO 3200-EXIT
041900     END-READ.
042000     PERFORM 3500-WRITE-DETAIL
042100         THRU 3500-EXIT.
042200     EVALUATE TRUE
042300         WHEN AM-STATUS-INACTIVE
042400             SET CF-ACCOUNT-DEACT TO TRUE
042500             ADD 1 TO WS-DEACT-COUNT
042600         WHEN CH-ADDED (CH-IDX)
042700             SET CF-ACCOUNT-ADDED TO TRUE
042800             ADD 1 TO WS-ADDED-COUNT
042900         WHEN OTHER
043000             SET CF-ACCOUNT-CHANGED TO TRUE
043100             ADD 1 TO WS-CHANGED-COUNT
043200     END-EVALUATE.
043300     WRITE CUSTOMER-FEED-RECORD.
043400 3200-EXIT.
043500     EXIT.
043600******************************************************************
043700* 3500-WRITE-DETAIL - THE DETAIL FIELDS FROM THE MASTER ROW IN
043800*                  HAND; THE CALLER SETS THE CHANGE TYPE AND
043900*                  WRITES.
044000******************************************************************
044100 3500-WRITE-DETAIL.
044200     MOVE SPACES TO CUSTOMER-FEED-RECORD.
044300     SET CF-DETAIL-RECORD TO TRUE.
044400     MOVE AM-ACCOUNT-ID       TO CF-ACCOUNT-ID.
044500     MOVE AM-CUSTOMER-NAME    TO CF-CUSTOMER-NAME.
044600     MOVE AM-STATUS           TO CF-STATUS.
044700     MOVE AM-BILL-DEPT        TO CF-BILL-DEPT.
044800     MOVE AM-PARENT-ACCOUNT   TO CF-PARENT-ACCOUNT.
044900     MOVE AM-BILL-CYCLE       TO CF-BILL-CYCLE.
045000     MOVE AM-CYCLE-DAY        TO CF-CYCLE-DAY.
045100     MOVE AM-TAX-JURISDICTION TO CF-TAX-JURISDICTION.
045200     MOVE AM-TAX-CODE         TO CF-TAX-CODE.
045300     ADD 1 TO WS-DETAIL-COUNT.
045400 3500-EXIT.
045500     EXIT.
045600******************************************************************
045700* 4000-ADVANCE-FEED-CONTROL - RECORD THIS GENERATION AND THE LAST
045800*                  ACCTLOG ROW IT COVERED. A FULL REFRESH COVERS
045900*                  THE WHOLE LOG, SO THE NEXT DELTA STARTS AFTER
046000*                  IT TOO.
046100******************************************************************
046200 4000-ADVANCE-FEED-CONTROL.
046300     OPEN OUTPUT FEED-CTL-FILE.
046400     MOVE WS-THIS-GEN  TO FG-LAST-GEN.
046500     MOVE WS-HIGH-DATE TO FG-LAST-LOG-DATE.
046600     MOVE WS-HIGH-TIME TO FG-LAST-LOG-TIME.
046700     WRITE FEED-CTL-RECORD.
046800     CLOSE FEED-CTL-FILE.
046900 4000-EXIT.
047000     EXIT.
047100******************************************************************
047200* 4100-REGISTER-GENERATION - APPEND THE GENERATION TO ACCTFREG AS
047300*                  SENT, AWAITING BILLING'S ACKNOWLEDGMENT.
047400******************************************************************
047500 4100-REGISTER-GENERATION.
047600     OPEN EXTEND FEED-REGISTER-FILE.
047700     IF NOT WS-FREG-FILE-OK
047800         OPEN OUTPUT FEED-REGISTER-FILE
047900     END-IF.
048000     MOVE SPACES TO FEED-REGISTER-RECORD.
048100     MOVE WS-THIS-GEN     TO FR-FEED-GEN.
048200     MOVE WS-TODAYS-DATE  TO FR-FEED-DATE.
048300     IF WS-FULL-REFRESH
048400         SET FR-FULL-FEED TO TRUE
048500     ELSE
048600         SET FR-DELTA-FEED TO TRUE
048700     END-IF.
048800     MOVE WS-DETAIL-COUNT TO FR-DETAIL-COUNT.
048900     SET FR-SENT TO TRUE.
049000     MOVE ZERO TO FR-ACK-DATE.
049100     WRITE FEED-REGISTER-RECORD.
049200     CLOSE FEED-REGISTER-FILE.
049300 4100-EXIT.
049400     EXIT.
049500******************************************************************
049600* 9999-EXIT - COMMON PROGRAM EXIT POINT.
049700******************************************************************
049800 9999-EXIT.
049900     GOBACK.
050000 END PROGRAM AcctFeedExtract.
