000100******************************************************************
000200* PROGRAM-ID: AUDITVERIFY
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     WALKS EVERY CHAINED AUDIT TRAIL (AUDTRAIL) AND
000800*              PROVES IT WHOLE. EACH ROW'S CHAIN VALUE IS FOLDED
000900*              AGAIN FROM ITS SEQUENCE, ITS CONTENT AND THE ROW
001000*              BEFORE IT; A VALUE THAT NO LONGER MATCHES IS AN
001100*              ALTERED ROW, A SEQUENCE THAT SKIPS IS A GAP, AND A
001200*              TRAIL THAT ENDS SHORT OF ITS AUDCTL CONTROL ROW OR
001300*              OF ITS LAST DAILY SEAL HAS LOST ROWS OFF THE END.
001400*              THE SEAL FILE (AUDSEAL) IS ITSELF A CHAIN AND IS
001500*              WALKED FIRST. ROWS WRITTEN BEFORE THE TRAILS WERE
001600*              CHAINED CARRY NO CHAIN FIELDS AND ARE COUNTED, NOT
001700*              JUDGED - BUT ONE TURNING UP AFTER THE CHAIN HAS
001800*              STARTED WAS INSERTED. RUN MODE S (THE NIGHTLY STEP,
001900*              ALSO A BLANK REPLY) THEN APPENDS TODAY'S SEAL FOR
002000*              EVERY TRAIL THAT VERIFIED CLEAN; V ONLY VERIFIES,
002100*              FOR AN AUDITOR ON DEMAND. THE REPORT (AUDVERRP) IS
002200*              KEPT THROUGH REPORTKEEP; RC 8 WHEN ANY TRAIL OR THE
002300*              SEAL CHAIN IS BROKEN.
002400* TECTONICS:   cobc
002500*
002600* MODIFICATION HISTORY
002700*   2026-10-15 DO  INITIAL VERSION.
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. AuditVerify.
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT AUDIT-TRAIL-FILE ASSIGN TO WS-TRAIL-FILE-NAME
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-TRAIL-FILE-STATUS.
003700     SELECT AUDIT-CONTROL-FILE ASSIGN TO "AUDCTL"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-ACTL-FILE-STATUS.
004000     SELECT AUDIT-SEAL-FILE ASSIGN TO "AUDSEAL"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-SEAL-FILE-STATUS.
004300     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-BDATE-FILE-STATUS.
004600     SELECT VERIFY-RPT-FILE ASSIGN TO "AUDVERRP"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-RPT-FILE-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  AUDIT-TRAIL-FILE
005200     RECORDING MODE IS F.
005300 01  AUDIT-TRAIL-ROW                 PIC X(120).
005400 FD  AUDIT-CONTROL-FILE
005500     RECORDING MODE IS F.
005600     COPY AUDCTL.
005700 FD  AUDIT-SEAL-FILE
005800     RECORDING MODE IS F.
005900     COPY AUDSEAL.
006000 FD  BUS-DATE-FILE
006100     RECORDING MODE IS F.
006200     COPY BUSDATE.
006300 FD  VERIFY-RPT-FILE
006400     RECORDING MODE IS F.
006500 01  VERIFY-RPT-LINE                 PIC X(80).
006600 WORKING-STORAGE SECTION.
006700 01  WS-TRAIL-FILE-NAME              PIC X(08) VALUE SPACES.
006800 01  WS-TRAIL-FILE-STATUS            PIC X(02).
006900     88  WS-TRAIL-FILE-OK            VALUE "00".
007000 01  WS-ACTL-FILE-STATUS             PIC X(02).
007100     88  WS-ACTL-FILE-OK             VALUE "00".
007200 01  WS-SEAL-FILE-STATUS             PIC X(02).
007300     88  WS-SEAL-FILE-OK             VALUE "00".
007400 01  WS-BDATE-FILE-STATUS            PIC X(02).
007500     88  WS-BDATE-FILE-OK            VALUE "00".
007600 01  WS-RPT-FILE-STATUS              PIC X(02).
007700     88  WS-RPT-FILE-OK              VALUE "00".
007800 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
007900     88  WS-END-OF-FILE              VALUE "Y".
008000 01  WS-RUN-MODE                     PIC X(01) VALUE SPACE.
008100     88  WS-SEAL-RUN                 VALUE "S" " ".
008200     88  WS-VERIFY-ONLY              VALUE "V".
008300 01  WS-SEAL-CHAIN-SWITCH            PIC X(01) VALUE "Y".
008400     88  WS-SEAL-CHAIN-INTACT        VALUE "Y".
008500 01  WS-CHAIN-STARTED-SWITCH         PIC X(01) VALUE "N".
008600     88  WS-CHAIN-STARTED            VALUE "Y".
008700 01  WS-TRAIL-STATE-TABLE.
008800     05  WS-TRAIL-STATE OCCURS 6 TIMES.
008900         10  VT-CONTROL-SWITCH       PIC X(01).
009000             88  VT-CONTROL-ON-FILE  VALUE "Y".
009100         10  VT-CONTROL-SEQ          PIC 9(09).
009200         10  VT-CONTROL-CHAIN        PIC 9(08).
009300         10  VT-SEAL-SWITCH          PIC X(01).
009400             88  VT-SEALED-BEFORE    VALUE "Y".
009500         10  VT-SEAL-DATE            PIC 9(08).
009600         10  VT-SEAL-SEQ             PIC 9(09).
009700         10  VT-SEAL-CHAIN           PIC 9(08).
009800         10  VT-SEAL-MATCH-SWITCH    PIC X(01).
009900             88  VT-SEALED-ROW-SEEN  VALUE "Y".
010000         10  VT-ROW-COUNT            PIC 9(09).
010100         10  VT-UNCHAINED-COUNT      PIC 9(09).
010200         10  VT-CHAINED-COUNT        PIC 9(09).
010300         10  VT-LAST-SEQ             PIC 9(09).
010400         10  VT-LAST-CHAIN           PIC 9(08).
010500         10  VT-ERROR-COUNT          PIC 9(06).
010600 01  WS-TRAIL-SUB                    PIC 9(02) COMP VALUE ZERO.
010700 01  WS-CONTENT-LENGTH               PIC 9(03) VALUE ZERO.
010800 01  WS-SEQ-POSITION                 PIC 9(03) COMP VALUE ZERO.
010900 01  WS-CHAIN-POSITION               PIC 9(03) COMP VALUE ZERO.
011000 01  WS-ROW-SEQ-TEXT                 PIC X(09).
011100 01  WS-ROW-SEQ REDEFINES WS-ROW-SEQ-TEXT
011200                                     PIC 9(09).
011300 01  WS-ROW-CHAIN-TEXT               PIC X(08).
011400 01  WS-ROW-CHAIN REDEFINES WS-ROW-CHAIN-TEXT
011500                                     PIC 9(08).
011600 01  WS-EXPECTED-SEQ                 PIC 9(09) VALUE ZERO.
011700 01  WS-PREV-CHAIN                   PIC 9(08) VALUE ZERO.
011800 01  WS-HASH-SEED                    PIC 9(08) VALUE ZERO.
011900 01  WS-HASH-DATA.
012000     05  WS-HASH-SEQ                 PIC 9(09).
012100     05  WS-HASH-CONTENT             PIC X(111).
012200 01  WS-HASH-LENGTH                  PIC 9(03) VALUE ZERO.
012300 01  WS-HASH-VALUE                   PIC 9(08) VALUE ZERO.
012400 01  WS-SEAL-ROW-COUNT               PIC 9(09) VALUE ZERO.
012500 01  WS-LAST-SEAL-VALUE              PIC 9(08) VALUE ZERO.
012600 01  WS-SEAL-ERROR-COUNT             PIC 9(06) COMP VALUE ZERO.
012700 01  WS-BROKEN-TRAIL-COUNT           PIC 9(02) COMP VALUE ZERO.
012800 01  WS-SEALED-COUNT                 PIC 9(02) COMP VALUE ZERO.
012900 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
013000 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
013100 01  WS-LIB-FUNCTION                 PIC X(06).
013200 01  WS-LIB-RETURN-CODE              PIC 9(02).
013300 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "AUDVERFY".
013400 01  WS-LIB-MSG-VALUE                PIC X(40).
013500 01  WS-LIB-MSG-TEXT                 PIC X(60).
013600 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
013700 01  WS-MESSAGE                      PIC X(55) VALUE SPACES.
013800 01  WS-HEADER-LINE                  PIC X(80) VALUE
013900     "AUDIT TRAIL CHAIN VERIFICATION".
014000 01  WS-COLUMN-LINE                  PIC X(80) VALUE
014100     "TRAIL          ROWS  UNCHAINED   LAST SEQ  ERRORS  RESULT".
014200 01  WS-TRAIL-LINE.
014300     05  TS-TRAIL-NAME               PIC X(08).
014400     05  FILLER                      PIC X(02) VALUE SPACES.
014500     05  TS-ROW-COUNT                PIC ZZZ,ZZZ,ZZ9.
014600     05  FILLER                      PIC X(02) VALUE SPACES.
014700     05  TS-UNCHAINED-COUNT          PIC ZZZ,ZZ9.
014800     05  FILLER                      PIC X(02) VALUE SPACES.
014900     05  TS-LAST-SEQ                 PIC Z(08)9.
015000     05  FILLER                      PIC X(02) VALUE SPACES.
015100     05  TS-ERROR-COUNT              PIC ZZ,ZZ9.
015200     05  FILLER                      PIC X(02) VALUE SPACES.
015300     05  TS-RESULT                   PIC X(29).
015400 01  WS-ERROR-LINE.
015500     05  FILLER                      PIC X(02) VALUE SPACES.
015600     05  EL-TRAIL-NAME               PIC X(08).
015700     05  FILLER                      PIC X(01) VALUE SPACE.
015800     05  EL-ROW-LABEL                PIC X(04) VALUE "ROW ".
015900     05  EL-ROW-NUMBER               PIC Z(08)9.
016000     05  FILLER                      PIC X(01) VALUE SPACE.
016100     05  EL-MESSAGE                  PIC X(55).
016200 01  WS-TOTAL-LINE.
016300     05  TL-LABEL                    PIC X(30).
016400     05  TL-COUNT                    PIC ZZZ,ZZ9.
016500     05  FILLER                      PIC X(43) VALUE SPACES.
016600     COPY AUDTRAIL.
016700 PROCEDURE DIVISION.
016800******************************************************************
016900* 0000-MAINLINE - WALK THE SEAL CHAIN AND EVERY TRAIL, REPORT, AND
017000*                 IN A SEAL RUN SEAL WHAT VERIFIED CLEAN.
017100******************************************************************
017200 0000-MAINLINE.
017300     PERFORM 0500-RESOLVE-BUSINESS-DATE
017400         THRU 0500-EXIT.
017500     PERFORM 1000-GET-RUN-MODE
017600         THRU 1000-EXIT.
017700     ACCEPT WS-CURRENT-TIME FROM TIME.
017800     INITIALIZE WS-TRAIL-STATE-TABLE.
017900     PERFORM 1100-LOAD-CONTROL
018000         THRU 1100-EXIT.
018100     OPEN OUTPUT VERIFY-RPT-FILE.
018200     MOVE WS-HEADER-LINE TO VERIFY-RPT-LINE.
018300     WRITE VERIFY-RPT-LINE.
018400     MOVE SPACES TO VERIFY-RPT-LINE.
018500     STRING "BUSINESS DATE " WS-TODAYS-DATE
018600         DELIMITED BY SIZE
018700         INTO VERIFY-RPT-LINE.
018800     WRITE VERIFY-RPT-LINE.
018900     PERFORM 1500-WALK-SEAL-CHAIN
019000         THRU 1500-EXIT.
019100     WRITE VERIFY-RPT-LINE FROM WS-COLUMN-LINE.
019200     PERFORM 2000-VERIFY-ONE-TRAIL
019300         THRU 2000-EXIT
019400         VARYING WS-TRAIL-SUB FROM 1 BY 1
019500         UNTIL WS-TRAIL-SUB > TT-TRAIL-COUNT.
019600     IF WS-SEAL-RUN
019700         PERFORM 3000-SEAL-TRAILS
019800             THRU 3000-EXIT
019900     END-IF.
020000     PERFORM 4000-WRITE-TOTALS
020100         THRU 4000-EXIT.
020200     CLOSE VERIFY-RPT-FILE.
020300     MOVE "AUDVERRP" TO WS-RPT-KEEP-NAME.
020400     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-TODAYS-DATE.
020500     DISPLAY "AUDIT TRAILS VERIFIED - BROKEN "
020600         WS-BROKEN-TRAIL-COUNT " SEALED " WS-SEALED-COUNT.
020700     IF WS-BROKEN-TRAIL-COUNT > ZERO OR NOT WS-SEAL-CHAIN-INTACT
020800         MOVE 8 TO RETURN-CODE
020900     ELSE
021000         MOVE ZERO TO RETURN-CODE
021100     END-IF.
021200     GO TO 9999-EXIT.
021300******************************************************************
021400* 0500-RESOLVE-BUSINESS-DATE - THE BUSDATE CONTROL WHEN ONE IS
021500*                  ON FILE, THE SYSTEM DATE OTHERWISE.
021600******************************************************************
021700 0500-RESOLVE-BUSINESS-DATE.
021800     MOVE "DATSTM" TO WS-LIB-FUNCTION.
021900     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
022000         WS-TODAYS-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
022100         WS-LIB-MSG-TEXT.
022200     OPEN INPUT BUS-DATE-FILE.
022300     IF NOT WS-BDATE-FILE-OK
022400         GO TO 0500-EXIT
022500     END-IF.
022600     READ BUS-DATE-FILE
022700         AT END
022800             CONTINUE
022900     END-READ.
023000     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
023100         MOVE BD-BUSINESS-DATE TO WS-TODAYS-DATE
023200     END-IF.
023300     CLOSE BUS-DATE-FILE.
023400 0500-EXIT.
023500     EXIT.
023600******************************************************************
023700* 1000-GET-RUN-MODE - A BLANK REPLY IS A SEAL RUN, SO THE NIGHTLY
023800*                  STEP NEEDS NO ANSWER. ANYTHING ELSE INVALID IS
023900*                  RE-PROMPTED.
024000******************************************************************
024100 1000-GET-RUN-MODE.
024200     DISPLAY "Run mode - S)eal after verifying or V)erify only: "
024300     ACCEPT WS-RUN-MODE.
024400     IF NOT WS-SEAL-RUN AND NOT WS-VERIFY-ONLY
024500         DISPLAY "Select a correct option"
024600         GO TO 1000-GET-RUN-MODE
024700     END-IF.
024800 1000-EXIT.
024900     EXIT.
025000******************************************************************
025100* 1100-LOAD-CONTROL - EACH TRAIL'S AUDCTL ROW AGAINST ITS SLOT. NO
025200*                  AUDCTL MEANS NO TRAIL HAS BEEN CHAINED YET.
025300******************************************************************
025400 1100-LOAD-CONTROL.
025500     OPEN INPUT AUDIT-CONTROL-FILE.
025600     IF NOT WS-ACTL-FILE-OK
025700         GO TO 1100-EXIT
025800     END-IF.
025900     MOVE "N" TO WS-EOF-SWITCH.
026000     PERFORM 1150-LOAD-ONE-CONTROL
026100         THRU 1150-EXIT
026200         UNTIL WS-END-OF-FILE.
026300     CLOSE AUDIT-CONTROL-FILE.
026400 1100-EXIT.
026500     EXIT.
026600******************************************************************
026700* 1150-LOAD-ONE-CONTROL - ONE CONTROL ROW; A TRAIL NAME NOT IN
026800*                  AUDTRAIL IS IGNORED.
026900******************************************************************
027000 1150-LOAD-ONE-CONTROL.
027100     READ AUDIT-CONTROL-FILE
027200         AT END
027300             SET WS-END-OF-FILE TO TRUE
027400             GO TO 1150-EXIT
027500     END-READ.
027600     SET TT-IDX TO 1.
027700     SEARCH TT-TRAIL-ENTRY
027800         AT END
027900             GO TO 1150-EXIT
028000         WHEN TT-TRAIL-NAME (TT-IDX) = AK-TRAIL-NAME
028100             SET WS-TRAIL-SUB TO TT-IDX
028200     END-SEARCH.
028300     SET VT-CONTROL-ON-FILE (WS-TRAIL-SUB) TO TRUE.
028400     MOVE AK-LAST-SEQ   TO VT-CONTROL-SEQ (WS-TRAIL-SUB).
028500     MOVE AK-LAST-CHAIN TO VT-CONTROL-CHAIN (WS-TRAIL-SUB).
028600 1150-EXIT.
028700     EXIT.
028800******************************************************************
028900* 1500-WALK-SEAL-CHAIN - EVERY SEAL ROW FOLDED AGAIN FROM THE ONE
029000*                  BEFORE IT. THE LATEST SEAL OF EACH TRAIL IS
029100*                  KEPT FOR THE TRAIL WALK TO HOLD ITS ROWS
029200*                  AGAINST.
029300******************************************************************
029400 1500-WALK-SEAL-CHAIN.
029500     MOVE ZERO TO WS-LAST-SEAL-VALUE
029600                  WS-SEAL-ROW-COUNT.
029700     OPEN INPUT AUDIT-SEAL-FILE.
029800     IF NOT WS-SEAL-FILE-OK
029900         MOVE "NO AUDSEAL ON FILE - NO TRAIL SEALED YET"
030000             TO VERIFY-RPT-LINE
030100         WRITE VERIFY-RPT-LINE
030200         GO TO 1500-EXIT
030300     END-IF.
030400     MOVE "N" TO WS-EOF-SWITCH.
030500     PERFORM 1550-CHECK-ONE-SEAL
030600         THRU 1550-EXIT
030700         UNTIL WS-END-OF-FILE.
030800     CLOSE AUDIT-SEAL-FILE.
030900     IF WS-SEAL-CHAIN-INTACT
031000         MOVE "AUDSEAL CHAIN INTACT" TO VERIFY-RPT-LINE
031100     ELSE
031200         MOVE "AUDSEAL CHAIN BROKEN - NO SEALS WILL BE ADDED"
031300             TO VERIFY-RPT-LINE
031400     END-IF.
031500     WRITE VERIFY-RPT-LINE.
031600 1500-EXIT.
031700     EXIT.
031800******************************************************************
031900* 1550-CHECK-ONE-SEAL - ONE SEAL ROW. THE CHAIN RUNS ON FROM THE
032000*                  STORED VALUE EVEN PAST A BAD ROW, SO ONE
032100*                  ALTERED SEAL IS REPORTED ONCE RATHER THAN FOR
032200*                  EVERY ROW AFTER IT.
032300******************************************************************
032400 1550-CHECK-ONE-SEAL.
032500     READ AUDIT-SEAL-FILE
032600         AT END
032700             SET WS-END-OF-FILE TO TRUE
032800             GO TO 1550-EXIT
032900     END-READ.
033000     ADD 1 TO WS-SEAL-ROW-COUNT.
033100     MOVE WS-LAST-SEAL-VALUE TO WS-HASH-SEED.
033200     MOVE AUDIT-SEAL-RECORD (1:50) TO WS-HASH-DATA.
033300     MOVE 50 TO WS-HASH-LENGTH.
033400     CALL "AuditHash" USING WS-HASH-SEED, WS-HASH-DATA,
033500         WS-HASH-LENGTH, WS-HASH-VALUE.
033600     IF WS-HASH-VALUE NOT = AS-SEAL-VALUE
033700         MOVE "N" TO WS-SEAL-CHAIN-SWITCH
033800         ADD 1 TO WS-SEAL-ERROR-COUNT
033900         MOVE "AUDSEAL" TO EL-TRAIL-NAME
034000         MOVE WS-SEAL-ROW-COUNT TO EL-ROW-NUMBER
034100         MOVE "SEAL ROW ALTERED - SEAL VALUE DOES NOT MATCH"
034200             TO EL-MESSAGE
034300         WRITE VERIFY-RPT-LINE FROM WS-ERROR-LINE
034400     END-IF.
034500     MOVE AS-SEAL-VALUE TO WS-LAST-SEAL-VALUE.
034600     SET TT-IDX TO 1.
034700     SEARCH TT-TRAIL-ENTRY
034800         AT END
034900             GO TO 1550-EXIT
035000         WHEN TT-TRAIL-NAME (TT-IDX) = AS-TRAIL-NAME
035100             SET WS-TRAIL-SUB TO TT-IDX
035200     END-SEARCH.
035300     SET VT-SEALED-BEFORE (WS-TRAIL-SUB) TO TRUE.
035400     MOVE AS-SEAL-DATE  TO VT-SEAL-DATE (WS-TRAIL-SUB).
035500     MOVE AS-LAST-SEQ   TO VT-SEAL-SEQ (WS-TRAIL-SUB).
035600     MOVE AS-LAST-CHAIN TO VT-SEAL-CHAIN (WS-TRAIL-SUB).
035700 1550-EXIT.
035800     EXIT.
035900******************************************************************
036000* 2000-VERIFY-ONE-TRAIL - WALK ONE TRAIL ROW BY ROW, THEN HOLD ITS
036100*                  END AGAINST THE CONTROL ROW AND THE LATEST
036200*                  SEAL.
036300******************************************************************
036400 2000-VERIFY-ONE-TRAIL.
036500     MOVE TT-TRAIL-NAME (WS-TRAIL-SUB) TO WS-TRAIL-FILE-NAME.
036600     MOVE TT-CONTENT-LENGTH (WS-TRAIL-SUB) TO WS-CONTENT-LENGTH.
036700     COMPUTE WS-SEQ-POSITION = WS-CONTENT-LENGTH + 1.
036800     COMPUTE WS-CHAIN-POSITION = WS-CONTENT-LENGTH + 10.
036900     MOVE "N" TO WS-CHAIN-STARTED-SWITCH.
037000     MOVE 1 TO WS-EXPECTED-SEQ.
037100     MOVE ZERO TO WS-PREV-CHAIN.
037200     OPEN INPUT AUDIT-TRAIL-FILE.
037300     IF WS-TRAIL-FILE-OK
037400         MOVE "N" TO WS-EOF-SWITCH
037500         PERFORM 2100-CHECK-ONE-ROW
037600             THRU 2100-EXIT
037700             UNTIL WS-END-OF-FILE
037800         CLOSE AUDIT-TRAIL-FILE
037900     END-IF.
038000     PERFORM 2500-CHECK-TRAIL-END
038100         THRU 2500-EXIT.
038200     MOVE SPACES TO WS-TRAIL-LINE.
038300     MOVE WS-TRAIL-FILE-NAME TO TS-TRAIL-NAME.
038400     MOVE VT-ROW-COUNT (WS-TRAIL-SUB) TO TS-ROW-COUNT.
038500     MOVE VT-UNCHAINED-COUNT (WS-TRAIL-SUB) TO TS-UNCHAINED-COUNT.
038600     MOVE VT-LAST-SEQ (WS-TRAIL-SUB) TO TS-LAST-SEQ.
038700     MOVE VT-ERROR-COUNT (WS-TRAIL-SUB) TO TS-ERROR-COUNT.
038800     EVALUATE TRUE
038900         WHEN VT-ERROR-COUNT (WS-TRAIL-SUB) > ZERO
039000             ADD 1 TO WS-BROKEN-TRAIL-COUNT
039100             MOVE "BROKEN" TO TS-RESULT
039200         WHEN NOT WS-TRAIL-FILE-OK
039300             MOVE "NOT ON FILE - NOTHING LOGGED" TO TS-RESULT
039400         WHEN VT-CHAINED-COUNT (WS-TRAIL-SUB) = ZERO
039500             MOVE "NO CHAINED ROWS YET" TO TS-RESULT
039600         WHEN OTHER
039700             MOVE "CLEAN" TO TS-RESULT
039800     END-EVALUATE.
039900     WRITE VERIFY-RPT-LINE FROM WS-TRAIL-LINE.
040000 2000-EXIT.
040100     EXIT.
040200******************************************************************
040300* 2100-CHECK-ONE-ROW - ONE TRAIL ROW. A SEQUENCE OUT OF STEP IS
040400*                  REPORTED AS A GAP AND THE CHAIN RE-SEEDED FROM
040500*                  THAT ROW, SINCE ITS VALUE WAS FOLDED FROM A ROW
040600*                  NO LONGER THERE; A SEQUENCE IN STEP WHOSE VALUE
040700*                  NO LONGER FOLDS IS AN ALTERED ROW.
040800******************************************************************
040900 2100-CHECK-ONE-ROW.
041000     READ AUDIT-TRAIL-FILE
041100         AT END
041200             SET WS-END-OF-FILE TO TRUE
041300             GO TO 2100-EXIT
041400     END-READ.
041500     ADD 1 TO VT-ROW-COUNT (WS-TRAIL-SUB).
041600     MOVE AUDIT-TRAIL-ROW (WS-SEQ-POSITION:9) TO WS-ROW-SEQ-TEXT.
041700     MOVE AUDIT-TRAIL-ROW (WS-CHAIN-POSITION:8)
041800         TO WS-ROW-CHAIN-TEXT.
041900     IF WS-ROW-SEQ-TEXT = SPACES
042000         IF WS-CHAIN-STARTED
042100             MOVE "UNCHAINED ROW AFTER THE CHAIN STARTED"
042200                 TO WS-MESSAGE
042300             PERFORM 2900-REPORT-ROW-ERROR
042400                 THRU 2900-EXIT
042500         ELSE
042600             ADD 1 TO VT-UNCHAINED-COUNT (WS-TRAIL-SUB)
042700         END-IF
042800         GO TO 2100-EXIT
042900     END-IF.
043000     IF WS-ROW-SEQ-TEXT NOT NUMERIC
043100         OR WS-ROW-CHAIN-TEXT NOT NUMERIC
043200         MOVE "CHAIN FIELDS NOT NUMERIC - ROW ALTERED"
043300             TO WS-MESSAGE
043400         PERFORM 2900-REPORT-ROW-ERROR
043500             THRU 2900-EXIT
043600         GO TO 2100-EXIT
043700     END-IF.
043800     SET WS-CHAIN-STARTED TO TRUE.
043900     IF WS-ROW-SEQ NOT = WS-EXPECTED-SEQ
044000         MOVE SPACES TO WS-MESSAGE
044100         STRING "SEQUENCE GAP - EXPECTED " WS-EXPECTED-SEQ
044200             " FOUND " WS-ROW-SEQ
044300             DELIMITED BY SIZE
044400             INTO WS-MESSAGE
044500         PERFORM 2900-REPORT-ROW-ERROR
044600             THRU 2900-EXIT
044700     ELSE
044800         MOVE WS-PREV-CHAIN TO WS-HASH-SEED
044900         MOVE WS-ROW-SEQ TO WS-HASH-SEQ
045000         MOVE SPACES TO WS-HASH-CONTENT
045100         MOVE AUDIT-TRAIL-ROW (1:WS-CONTENT-LENGTH)
045200             TO WS-HASH-CONTENT
045300         COMPUTE WS-HASH-LENGTH = WS-CONTENT-LENGTH + 9
045400         CALL "AuditHash" USING WS-HASH-SEED, WS-HASH-DATA,
045500             WS-HASH-LENGTH, WS-HASH-VALUE
045600         IF WS-HASH-VALUE NOT = WS-ROW-CHAIN
045700             MOVE "ROW ALTERED - CHAIN VALUE DOES NOT MATCH"
045800                 TO WS-MESSAGE
045900             PERFORM 2900-REPORT-ROW-ERROR
046000                 THRU 2900-EXIT
046100         END-IF
046200     END-IF.
046300     IF VT-SEALED-BEFORE (WS-TRAIL-SUB)
046400         AND WS-ROW-SEQ = VT-SEAL-SEQ (WS-TRAIL-SUB)
046500         SET VT-SEALED-ROW-SEEN (WS-TRAIL-SUB) TO TRUE
046600         IF WS-ROW-CHAIN NOT = VT-SEAL-CHAIN (WS-TRAIL-SUB)
046700             MOVE "ROW DIFFERS FROM THE VALUE SEALED FOR IT"
046800                 TO WS-MESSAGE
046900             PERFORM 2900-REPORT-ROW-ERROR
047000                 THRU 2900-EXIT
047100         END-IF
047200     END-IF.
047300     ADD 1 TO VT-CHAINED-COUNT (WS-TRAIL-SUB).
047400     MOVE WS-ROW-SEQ TO VT-LAST-SEQ (WS-TRAIL-SUB).
047500     MOVE WS-ROW-CHAIN TO VT-LAST-CHAIN (WS-TRAIL-SUB).
047600     MOVE WS-ROW-CHAIN TO WS-PREV-CHAIN.
047700     COMPUTE WS-EXPECTED-SEQ = WS-ROW-SEQ + 1.
047800 2100-EXIT.
047900     EXIT.
048000******************************************************************
048100* 2500-CHECK-TRAIL-END - THE LAST ROW AGAINST THE CONTROL ROW, AND
048200*                  THE LATEST SEAL'S ROW MUST STILL BE THERE. ROWS
048300*                  CUT OFF THE END LEAVE A PERFECT CHAIN BEHIND
048400*                  THEM; ONLY THESE TWO CHECKS SEE THEM GO.
048500******************************************************************
048600 2500-CHECK-TRAIL-END.
048700     SET WS-END-OF-FILE TO TRUE.
048800     EVALUATE TRUE
048900         WHEN NOT VT-CONTROL-ON-FILE (WS-TRAIL-SUB)
049000             IF VT-CHAINED-COUNT (WS-TRAIL-SUB) > ZERO
049100                 MOVE "CHAINED ROWS BUT NO AUDCTL CONTROL ROW"
049200                     TO WS-MESSAGE
049300                 PERFORM 2900-REPORT-ROW-ERROR
049400                     THRU 2900-EXIT
049500             END-IF
049600         WHEN VT-CONTROL-SEQ (WS-TRAIL-SUB) >
049700              VT-LAST-SEQ (WS-TRAIL-SUB)
049800             MOVE SPACES TO WS-MESSAGE
049900             STRING "ROWS MISSING FROM THE END - AUDCTL IS AT "
050000                 VT-CONTROL-SEQ (WS-TRAIL-SUB)
050100                 DELIMITED BY SIZE
050200                 INTO WS-MESSAGE
050300             PERFORM 2900-REPORT-ROW-ERROR
050400                 THRU 2900-EXIT
050500         WHEN VT-CONTROL-SEQ (WS-TRAIL-SUB) <
050600              VT-LAST-SEQ (WS-TRAIL-SUB)
050700             MOVE SPACES TO WS-MESSAGE
050800             STRING "TRAIL RUNS PAST AUDCTL - CONTROL IS AT "
050900                 VT-CONTROL-SEQ (WS-TRAIL-SUB)
051000                 DELIMITED BY SIZE
051100                 INTO WS-MESSAGE
051200             PERFORM 2900-REPORT-ROW-ERROR
051300                 THRU 2900-EXIT
051400         WHEN VT-CONTROL-CHAIN (WS-TRAIL-SUB) NOT =
051500              VT-LAST-CHAIN (WS-TRAIL-SUB)
051600             MOVE "LAST ROW DOES NOT MATCH THE AUDCTL CONTROL ROW"
051700                 TO WS-MESSAGE
051800             PERFORM 2900-REPORT-ROW-ERROR
051900                 THRU 2900-EXIT
052000     END-EVALUATE.
052100     IF VT-SEALED-BEFORE (WS-TRAIL-SUB)
052200         AND NOT VT-SEALED-ROW-SEEN (WS-TRAIL-SUB)
052300         MOVE SPACES TO WS-MESSAGE
052400         STRING "SEALED ROW " VT-SEAL-SEQ (WS-TRAIL-SUB)
052500             " OF " VT-SEAL-DATE (WS-TRAIL-SUB) " IS GONE"
052600             DELIMITED BY SIZE
052700             INTO WS-MESSAGE
052800         PERFORM 2900-REPORT-ROW-ERROR
052900             THRU 2900-EXIT
053000     END-IF.
053100 2500-EXIT.
053200     EXIT.
053300******************************************************************
053400* 2900-REPORT-ROW-ERROR - ONE ERROR LINE AGAINST THE TRAIL,
053500*                  NUMBERED BY THE PHYSICAL ROW (ZERO FOR THE
053600*                  TRAIL AS A WHOLE).
053700******************************************************************
053800 2900-REPORT-ROW-ERROR.
053900     ADD 1 TO VT-ERROR-COUNT (WS-TRAIL-SUB).
054000     MOVE WS-TRAIL-FILE-NAME TO EL-TRAIL-NAME.
054100     IF WS-END-OF-FILE
054200         MOVE ZERO TO EL-ROW-NUMBER
054300     ELSE
054400         MOVE VT-ROW-COUNT (WS-TRAIL-SUB) TO EL-ROW-NUMBER
054500     END-IF.
054600     MOVE WS-MESSAGE TO EL-MESSAGE.
054700     WRITE VERIFY-RPT-LINE FROM WS-ERROR-LINE.
054800 2900-EXIT.
054900     EXIT.
055000******************************************************************
055100* 3000-SEAL-TRAILS - TODAY'S SEAL FOR EVERY TRAIL THAT VERIFIED
055200*                  CLEAN WITH CHAINED ROWS ON IT. NOTHING IS
055300*                  SEALED ON TOP OF A BROKEN SEAL CHAIN, AND A
055400*                  TRAIL ALREADY SEALED FOR THIS DATE IS NOT
055500*                  SEALED TWICE.
055600******************************************************************
055700 3000-SEAL-TRAILS.
055800     IF NOT WS-SEAL-CHAIN-INTACT
055900         GO TO 3000-EXIT
056000     END-IF.
056100     OPEN EXTEND AUDIT-SEAL-FILE.
056200     IF NOT WS-SEAL-FILE-OK
056300         OPEN OUTPUT AUDIT-SEAL-FILE
056400     END-IF.
056500     PERFORM 3100-SEAL-ONE-TRAIL
056600         THRU 3100-EXIT
056700         VARYING WS-TRAIL-SUB FROM 1 BY 1
056800         UNTIL WS-TRAIL-SUB > TT-TRAIL-COUNT.
056900     CLOSE AUDIT-SEAL-FILE.
057000 3000-EXIT.
057100     EXIT.
057200******************************************************************
057300* 3100-SEAL-ONE-TRAIL - ONE SEAL ROW, CHAINED FROM THE ONE BEFORE.
057400******************************************************************
057500 3100-SEAL-ONE-TRAIL.
057600     IF VT-ERROR-COUNT (WS-TRAIL-SUB) > ZERO
057700         OR VT-CHAINED-COUNT (WS-TRAIL-SUB) = ZERO
057800         GO TO 3100-EXIT
057900     END-IF.
058000     IF VT-SEALED-BEFORE (WS-TRAIL-SUB)
058100         AND VT-SEAL-DATE (WS-TRAIL-SUB) = WS-TODAYS-DATE
058200         GO TO 3100-EXIT
058300     END-IF.
058400     MOVE SPACES TO AUDIT-SEAL-RECORD.
058500     MOVE WS-TODAYS-DATE TO AS-SEAL-DATE.
058600     MOVE WS-CURRENT-TIME TO AS-SEAL-TIME.
058700     MOVE TT-TRAIL-NAME (WS-TRAIL-SUB) TO AS-TRAIL-NAME.
058800     MOVE VT-CHAINED-COUNT (WS-TRAIL-SUB) TO AS-ROW-COUNT.
058900     MOVE VT-LAST-SEQ (WS-TRAIL-SUB) TO AS-LAST-SEQ.
059000     MOVE VT-LAST-CHAIN (WS-TRAIL-SUB) TO AS-LAST-CHAIN.
059100     MOVE WS-LAST-SEAL-VALUE TO WS-HASH-SEED.
059200     MOVE AUDIT-SEAL-RECORD (1:50) TO WS-HASH-DATA.
059300     MOVE 50 TO WS-HASH-LENGTH.
059400     CALL "AuditHash" USING WS-HASH-SEED, WS-HASH-DATA,
059500         WS-HASH-LENGTH, WS-HASH-VALUE.
059600     MOVE WS-HASH-VALUE TO AS-SEAL-VALUE.
059700     WRITE AUDIT-SEAL-RECORD.
059800     MOVE WS-HASH-VALUE TO WS-LAST-SEAL-VALUE.
059900     ADD 1 TO WS-SEALED-COUNT.
060000     MOVE SPACES TO VERIFY-RPT-LINE.
060100     STRING "SEALED " AS-TRAIL-NAME " AT SEQUENCE " AS-LAST-SEQ
060200         DELIMITED BY SIZE
060300         INTO VERIFY-RPT-LINE.
060400     WRITE VERIFY-RPT-LINE.
060500 3100-EXIT.
060600     EXIT.
060700******************************************************************
060800* 4000-WRITE-TOTALS - RUN TOTALS.
060900******************************************************************
061000 4000-WRITE-TOTALS.
061100     MOVE SPACES TO VERIFY-RPT-LINE.
061200     WRITE VERIFY-RPT-LINE.
061300     MOVE SPACES TO WS-TOTAL-LINE.
061400     MOVE "TRAILS BROKEN:" TO TL-LABEL.
061500     MOVE WS-BROKEN-TRAIL-COUNT TO TL-COUNT.
061600     WRITE VERIFY-RPT-LINE FROM WS-TOTAL-LINE.
061700     MOVE "SEAL ROWS ALTERED:" TO TL-LABEL.
061800     MOVE WS-SEAL-ERROR-COUNT TO TL-COUNT.
061900     WRITE VERIFY-RPT-LINE FROM WS-TOTAL-LINE.
062000     MOVE "TRAILS SEALED THIS RUN:" TO TL-LABEL.
062100     MOVE WS-SEALED-COUNT TO TL-COUNT.
062200     WRITE VERIFY-RPT-LINE FROM WS-TOTAL-LINE.
062300 4000-EXIT.
062400     EXIT.
062500******************************************************************
062600* 9999-EXIT - COMMON PROGRAM EXIT POINT.
062700******************************************************************
062800 9999-EXIT.
062900     GOBACK.
063000 END PROGRAM AuditVerify.
