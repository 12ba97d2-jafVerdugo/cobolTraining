000100******************************************************************
000200* PROGRAM-ID: TESTDATAMASK
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     BUILDS A MASKED TEST SET FROM PRODUCTION UNDER THE
000800*              T-PREFIXED PRACTICE FILE NAMES, SO TRAINING MODE
000900*              AND TEST RUNS WORK AGAINST REAL VOLUMES WITHOUT
001000*              REAL CUSTOMERS OR OPERATORS IN THEM.
001100*                ACCTMSTR -> TACCTMST  EVERY ACCOUNT ID (AND
001200*                         PARENT ACCOUNT) IS REPLACED BY A
001300*                         SUBSTITUTE "T" ID THAT CARRIES A GOOD
001400*                         ACCTCK CHECK DIGIT, AND THE CUSTOMER
001500*                         NAME IS REPLACED BY A MADE-UP ONE.
001600*                CALCLOG  -> TCALCLOG  THE SAME ACCOUNT
001700*                         SUBSTITUTES, AND EVERY OPERATOR ID (KEY
001800*                         AND VOID OPERATOR) MAPPED TO A TEST
001900*                         OPERATOR ID. AMOUNTS, DATES, STATUSES
002000*                         AND GENERATIONS ARE KEPT AS THEY ARE.
002100*                         TCALCLGX IS BUILT ALONGSIDE FROM THE
002200*                         MASKED RECORDS.
002300*                PNLEDG   -> TPNLEDG   COPIED AS IT IS - THE
002400*                         LEDGER CARRIES NO CUSTOMER OR OPERATOR.
002500*              THE SUBSTITUTES ARE HANDED OUT IN THE ORDER THE IDS
002600*              ARE FIRST MET AND HELD ONLY IN STORAGE FOR THE RUN,
002700*              SO THE SAME ID MASKS THE SAME WAY IN EVERY FILE BUT
002800*              NO MAPPING BACK TO PRODUCTION IS EVER WRITTEN. A
002900*              RECORD WHOSE ID CANNOT BE MASKED BECAUSE A TABLE IS
003000*              FULL IS LEFT OUT OF THE TEST SET, NEVER COPIED
003100*              UNMASKED. TAKES THE TCALCLCK PRACTICE RUN LOCK SO
003200*              A TRAINING SESSION CANNOT WRITE TO THE PRACTICE LOG
003300*              WHILE IT IS BEING REBUILT.
003400* TECTONICS:   cobc
003500*
003600* MODIFICATION HISTORY
003700*   2026-10-15 DO  INITIAL VERSION.
003800******************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. TestDataMask.
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS AM-ACCOUNT-ID
004800         FILE STATUS IS WS-ACCT-FILE-STATUS.
004900     SELECT TEST-ACCOUNT-FILE ASSIGN TO "TACCTMST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS TM-ACCOUNT-ID
005300         FILE STATUS IS WS-TACCT-FILE-STATUS.
005400     SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS CL-LOG-KEY
005800         FILE STATUS IS WS-LOG-FILE-STATUS.
005900     SELECT TEST-LOG-FILE ASSIGN TO "TCALCLOG"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS TL-LOG-KEY
006300         FILE STATUS IS WS-TLOG-FILE-STATUS.
006400     SELECT ACCT-XREF-FILE ASSIGN TO "TCALCLGX"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS XR-XREF-KEY
006800         FILE STATUS IS WS-XREF-FILE-STATUS.
006900     SELECT LEDGER-FILE ASSIGN TO "PNLEDG"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS LR-LEDGER-KEY
007300         FILE STATUS IS WS-LEDG-FILE-STATUS.
007400     SELECT TEST-LEDGER-FILE ASSIGN TO "TPNLEDG"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS TR-LEDGER-KEY
007800         FILE STATUS IS WS-TLEDG-FILE-STATUS.
007900     SELECT RUN-LOCK-FILE ASSIGN TO "TCALCLCK"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-LOCK-FILE-STATUS.
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  ACCOUNT-MASTER-FILE.
008500     COPY ACCTMSTR.
008600 FD  TEST-ACCOUNT-FILE.
008700     COPY ACCTMSTR REPLACING ==ACCOUNT-MASTER-RECORD== BY
008800         ==TEST-ACCOUNT-RECORD==
008900         LEADING ==AM-== BY ==TM-==.
009000 FD  CALC-LOG-FILE.
009100     COPY CALCLOG.
009200 FD  TEST-LOG-FILE.
009300     COPY CALCLOG REPLACING ==CALC-LOG-RECORD== BY
009400         ==TEST-LOG-RECORD==
009500         LEADING ==CL-== BY ==TL-==.
009600 FD  ACCT-XREF-FILE.
009700     COPY CALCLOGX.
009800 FD  LEDGER-FILE.
009900     COPY LEDGREC.
010000 FD  TEST-LEDGER-FILE.
010100     COPY LEDGREC REPLACING ==LEDGER-RECORD== BY
010200         ==TEST-LEDGER-RECORD==
010300         LEADING ==LR-== BY ==TR-==.
010400 FD  RUN-LOCK-FILE
010500     RECORDING MODE IS F.
010600     COPY LOCKREC.
010700 WORKING-STORAGE SECTION.
010800 01  WS-ACCT-FILE-STATUS             PIC X(02).
010900     88  WS-ACCT-FILE-OK             VALUE "00".
011000 01  WS-TACCT-FILE-STATUS            PIC X(02).
011100     88  WS-TACCT-FILE-OK            VALUE "00".
011200 01  WS-LOG-FILE-STATUS              PIC X(02).
011300     88  WS-LOG-FILE-OK              VALUE "00".
011400 01  WS-TLOG-FILE-STATUS             PIC X(02).
011500     88  WS-TLOG-FILE-OK             VALUE "00".
011600 01  WS-XREF-FILE-STATUS             PIC X(02).
011700     88  WS-XREF-FILE-OK             VALUE "00".
011800 01  WS-LEDG-FILE-STATUS             PIC X(02).
011900     88  WS-LEDG-FILE-OK             VALUE "00".
012000 01  WS-TLEDG-FILE-STATUS            PIC X(02).
012100     88  WS-TLEDG-FILE-OK            VALUE "00".
012200 01  WS-LOCK-FILE-STATUS             PIC X(02).
012300     88  WS-LOCK-FILE-OK             VALUE "00".
012400 01  WS-LOCK-REFUSED-SWITCH          PIC X(01) VALUE "N".
012500     88  WS-LOCK-REFUSED             VALUE "Y".
012600 01  WS-LOCK-HELD-SWITCH             PIC X(01) VALUE "N".
012700     88  WS-LOCK-HELD                VALUE "Y".
012800 01  WS-LOCK-DATE                    PIC 9(08) VALUE ZERO.
012900 01  WS-LOCK-TIME                    PIC 9(08) VALUE ZERO.
013000 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
013100     88  WS-END-OF-FILE              VALUE "Y".
013200 01  WS-MASKED-SWITCH                PIC X(01) VALUE "N".
013300     88  WS-ID-MASKED                VALUE "Y".
013400 01  WS-LIB-FUNCTION                 PIC X(06).
013500 01  WS-LIB-RETURN-CODE              PIC 9(02).
013600 01  WS-LIB-MSG-PREFIX               PIC X(10).
013700 01  WS-LIB-MSG-VALUE                PIC X(40).
013800 01  WS-LIB-MSG-TEXT                 PIC X(60).
013900 01  WS-LIB-DATE                     PIC 9(08) VALUE ZERO.
014000*
014100*    ACCOUNT SUBSTITUTES - "T", A SIX-DIGIT SERIAL AND THE CHECK
014200*    DIGIT ACCTCK ACCEPTS FOR THEM.
014300*
014400 01  WS-SUBSTITUTE-ID.
014500     05  SI-PREFIX                   PIC X(01) VALUE "T".
014600     05  SI-SERIAL                   PIC 9(06) VALUE ZERO.
014700     05  SI-CHECK-DIGIT              PIC 9(01) VALUE ZERO.
014800 01  WS-CHECK-TRY                    PIC 9(02) COMP VALUE ZERO.
014900 01  WS-CHECK-FOUND-SWITCH           PIC X(01) VALUE "N".
015000     88  WS-CHECK-FOUND              VALUE "Y".
015100 01  WS-ACCOUNT-IN                   PIC X(08) VALUE SPACES.
015200 01  WS-ACCOUNT-OUT                  PIC X(08) VALUE SPACES.
015300 01  WS-ACCT-MAP-TABLE.
015400     05  WS-ACCT-MAP-ENTRY OCCURS 2000 TIMES INDEXED BY MA-IDX.
015500         10  MA-PROD-ID              PIC X(08).
015600         10  MA-TEST-ID              PIC X(08).
015700 01  WS-ACCT-MAP-COUNT               PIC 9(04) COMP VALUE ZERO.
015800*
015900*    OPERATOR SUBSTITUTES - "TSTOP" AND A THREE-DIGIT SERIAL.
016000*
016100 01  WS-TEST-OPERATOR-ID.
016200     05  TO-PREFIX                   PIC X(05) VALUE "TSTOP".
016300     05  TO-SERIAL                   PIC 9(03) VALUE ZERO.
016400 01  WS-OPERATOR-IN                  PIC X(08) VALUE SPACES.
016500 01  WS-OPERATOR-OUT                 PIC X(08) VALUE SPACES.
016600 01  WS-OPER-MAP-TABLE.
016700     05  WS-OPER-MAP-ENTRY OCCURS 999 TIMES INDEXED BY MO-IDX.
016800         10  MO-PROD-ID              PIC X(08).
016900         10  MO-TEST-ID              PIC X(08).
017000 01  WS-OPER-MAP-COUNT               PIC 9(04) COMP VALUE ZERO.
017100*
017200*    MADE-UP CUSTOMER NAMES - A FIRST WORD AND A SECOND WORD
017300*    CHOSEN FROM THE SUBSTITUTE SERIAL, NEVER FROM THE REAL NAME.
017400*
017500 01  WS-NAME-WORD-1-VALUES.
017600     05  FILLER                      PIC X(10) VALUE "ALDER".
017700     05  FILLER                      PIC X(10) VALUE "BIRCHWOOD".
017800     05  FILLER                      PIC X(10) VALUE "CEDAR".
017900     05  FILLER                      PIC X(10) VALUE "DOGWOOD".
018000     05  FILLER                      PIC X(10) VALUE "ELMSTEAD".
018100     05  FILLER                      PIC X(10) VALUE "FIRCREST".
018200     05  FILLER                      PIC X(10) VALUE "GREENHILL".
018300     05  FILLER                      PIC X(10) VALUE "HAWTHORN".
018400     05  FILLER                      PIC X(10) VALUE "IRONBARK".
018500     05  FILLER                      PIC X(10) VALUE "JUNIPER".
018600     05  FILLER                      PIC X(10) VALUE "KESTREL".
018700     05  FILLER                      PIC X(10) VALUE "LARCHMONT".
018800     05  FILLER                      PIC X(10) VALUE "MAPLEDENE".
018900     05  FILLER                      PIC X(10) VALUE "NORTHGATE".
019000     05  FILLER                      PIC X(10) VALUE "OAKRIDGE".
019100     05  FILLER                      PIC X(10) VALUE "PINEVALE".
019200     05  FILLER                      PIC X(10) VALUE "QUARRYSIDE".
019300     05  FILLER                      PIC X(10) VALUE "ROWANBANK".
019400     05  FILLER                      PIC X(10) VALUE "SYCAMORE".
019500     05  FILLER                      PIC X(10) VALUE "WILLOWBY".
019600 01  WS-NAME-WORD-1-TABLE REDEFINES WS-NAME-WORD-1-VALUES.
019700     05  NW-WORD-1                   PIC X(10) OCCURS 20 TIMES.
019800 01  WS-NAME-WORD-2-VALUES.
019900     05  FILLER                      PIC X(12) VALUE "TRADING".
020000     05  FILLER                      PIC X(12) VALUE "SUPPLY CO".
020100     05  FILLER                      PIC X(12) VALUE "HOLDINGS".
020200     05  FILLER                      PIC X(12) VALUE "LOGISTICS".
020300     05  FILLER                      PIC X(12) VALUE "PARTNERS".
020400     05  FILLER                      PIC X(12) VALUE "SERVICES".
020500     05  FILLER                      PIC X(12) VALUE "FOODS".
020600     05  FILLER                      PIC X(12) VALUE "ENGINEERS".
020700     05  FILLER                      PIC X(12) VALUE "RETAIL".
020800     05  FILLER                      PIC X(12) VALUE "MEDICAL".
020900 01  WS-NAME-WORD-2-TABLE REDEFINES WS-NAME-WORD-2-VALUES.
021000     05  NW-WORD-2                   PIC X(12) OCCURS 10 TIMES.
021100 01  WS-NAME-SERIAL                  PIC 9(06) VALUE ZERO.
021200 01  WS-NAME-QUOTIENT                PIC 9(06) COMP VALUE ZERO.
021300 01  WS-NAME-REMAINDER               PIC 9(04) COMP VALUE ZERO.
021400 01  WS-WORD-1-IDX                   PIC 9(04) COMP VALUE ZERO.
021500 01  WS-WORD-2-IDX                   PIC 9(04) COMP VALUE ZERO.
021600*
021700*    RUN COUNTS.
021800*
021900 01  WS-ACCT-WRITTEN-COUNT           PIC 9(06) VALUE ZERO.
022000 01  WS-ACCT-LEFT-OUT-COUNT          PIC 9(06) VALUE ZERO.
022100 01  WS-LOG-WRITTEN-COUNT            PIC 9(08) VALUE ZERO.
022200 01  WS-LOG-LEFT-OUT-COUNT           PIC 9(06) VALUE ZERO.
022300 01  WS-XREF-WRITTEN-COUNT           PIC 9(08) VALUE ZERO.
022400 01  WS-LEDG-WRITTEN-COUNT           PIC 9(08) VALUE ZERO.
022500 PROCEDURE DIVISION.
022600******************************************************************
022700* 0000-MAINLINE - TAKE THE PRACTICE RUN LOCK, MASK THE ACCOUNT
022800*                 MASTER, THEN THE LOG AND ITS XREF, COPY THE
022900*                 LEDGER, AND REPORT THE COUNTS.
023000******************************************************************
023100 0000-MAINLINE.
023200     PERFORM 0300-ACQUIRE-RUN-LOCK
023300         THRU 0300-EXIT.
023400     IF WS-LOCK-REFUSED
023500         MOVE 8 TO RETURN-CODE
023600         GO TO 9999-EXIT
023700     END-IF.
023800     PERFORM 1000-MASK-ACCOUNTS
023900         THRU 1000-EXIT.
024000     IF NOT WS-ACCT-FILE-OK
024100         PERFORM 0350-RELEASE-RUN-LOCK
024200             THRU 0350-EXIT
024300         MOVE 8 TO RETURN-CODE
024400         GO TO 9999-EXIT
024500     END-IF.
024600     PERFORM 2000-MASK-LOG
024700         THRU 2000-EXIT.
024800     PERFORM 3000-COPY-LEDGER
024900         THRU 3000-EXIT.
025000     PERFORM 0350-RELEASE-RUN-LOCK
025100         THRU 0350-EXIT.
025200     DISPLAY "TACCTMST ACCOUNTS WRITTEN: " WS-ACCT-WRITTEN-COUNT.
025300     DISPLAY "TCALCLOG RECORDS WRITTEN:  " WS-LOG-WRITTEN-COUNT.
025400     DISPLAY "TCALCLGX ROWS WRITTEN:     " WS-XREF-WRITTEN-COUNT.
025500     DISPLAY "TPNLEDG POSTINGS WRITTEN:  " WS-LEDG-WRITTEN-COUNT.
025600     DISPLAY "TEST OPERATORS ASSIGNED:   " WS-OPER-MAP-COUNT.
025700     MOVE ZERO TO RETURN-CODE.
025800     IF WS-ACCT-LEFT-OUT-COUNT > ZERO
025900        OR WS-LOG-LEFT-OUT-COUNT > ZERO
026000         DISPLAY "LEFT OUT - NO SUBSTITUTE ROOM: "
026100             WS-ACCT-LEFT-OUT-COUNT " ACCOUNTS, "
026200             WS-LOG-LEFT-OUT-COUNT " LOG RECORDS"
026300         MOVE 4 TO RETURN-CODE
026400     END-IF.
026500     GO TO 9999-EXIT.
026600******************************************************************
026700* 0300-ACQUIRE-RUN-LOCK - TAKE THE PRACTICE-LOG RUN LOCK BEFORE
026800*                  THE REBUILD, THE SAME HANDSHAKE CALCULATOR
026900*                  MAKES IN TRAINING MODE. A LIVE LOCK MEANS A
027000*                  TRAINING SESSION IS WRITING TO TCALCLOG - THE
027100*                  RUN IS REFUSED AND THE HOLDER REPORTED.
027200******************************************************************
027300 0300-ACQUIRE-RUN-LOCK.
027400     MOVE "N" TO WS-LOCK-REFUSED-SWITCH.
027500     OPEN INPUT RUN-LOCK-FILE.
027600     IF WS-LOCK-FILE-OK
027700         READ RUN-LOCK-FILE
027800             AT END
027900                 CONTINUE
028000         END-READ
028100         IF WS-LOCK-FILE-OK
028200             DISPLAY "TCALCLOG IS LOCKED BY " RL-PROGRAM-ID
028300                 " OPERATOR " RL-OPERATOR-ID " SINCE "
028400                 RL-START-DATE " " RL-START-TIME
028500                 " - RUN REFUSED"
028600             SET WS-LOCK-REFUSED TO TRUE
028700         END-IF
028800         CLOSE RUN-LOCK-FILE
028900     END-IF.
029000     IF NOT WS-LOCK-REFUSED
029100         OPEN OUTPUT RUN-LOCK-FILE
029200         MOVE "TESTDATAMASK" TO RL-PROGRAM-ID
029300         MOVE SPACES TO RL-OPERATOR-ID
029400         ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD
029500         MOVE WS-LOCK-DATE TO RL-START-DATE
029600         ACCEPT WS-LOCK-TIME FROM TIME
029700         MOVE WS-LOCK-TIME TO RL-START-TIME
029800         WRITE RUN-LOCK-RECORD
029900         CLOSE RUN-LOCK-FILE
030000         SET WS-LOCK-HELD TO TRUE
030100     END-IF.
030200 0300-EXIT.
030300     EXIT.
030400******************************************************************
030500* 0350-RELEASE-RUN-LOCK - EMPTY THE LOCK FILE AT CLEAN CLOSE SO
030600*                  THE NEXT SESSION FINDS NO LIVE LOCK.
030700******************************************************************
030800 0350-RELEASE-RUN-LOCK.
030900     IF WS-LOCK-HELD
031000         OPEN OUTPUT RUN-LOCK-FILE
031100         CLOSE RUN-LOCK-FILE
031200         MOVE "N" TO WS-LOCK-HELD-SWITCH
031300     END-IF.
031400 0350-EXIT.
031500     EXIT.
031600******************************************************************
031700* 1000-MASK-ACCOUNTS - ONE PASS TO HAND EVERY MASTER ACCOUNT ITS
031800*                  SUBSTITUTE IN ACCOUNT ORDER, SO A PARENT ID
031900*                  MASKS THE SAME WHETHER IT SORTS BEFORE OR AFTER
032000*                  ITS SUBSIDIARY, THEN A SECOND PASS TO WRITE THE
032100*                  MASKED MASTER.
032200******************************************************************
032300 1000-MASK-ACCOUNTS.
032400     OPEN INPUT ACCOUNT-MASTER-FILE.
032500     IF NOT WS-ACCT-FILE-OK
032600         DISPLAY "ACCTMSTR OPEN FAILED, STATUS "
032700             WS-ACCT-FILE-STATUS " - NO TEST SET BUILT"
032800         GO TO 1000-EXIT
032900     END-IF.
033000     MOVE "N" TO WS-EOF-SWITCH.
033100     PERFORM 1100-MAP-ONE-ACCOUNT
033200         THRU 1100-EXIT
033300         UNTIL WS-END-OF-FILE.
033400     OPEN OUTPUT TEST-ACCOUNT-FILE.
033500     IF NOT WS-TACCT-FILE-OK
033600         DISPLAY "TACCTMST OPEN FAILED, STATUS "
033700             WS-TACCT-FILE-STATUS " - NO TEST SET BUILT"
033800         CLOSE ACCOUNT-MASTER-FILE
033900         MOVE WS-TACCT-FILE-STATUS TO WS-ACCT-FILE-STATUS
034000         GO TO 1000-EXIT
034100     END-IF.
034200     MOVE LOW-VALUES TO AM-ACCOUNT-ID.
034300     START ACCOUNT-MASTER-FILE KEY IS NOT LESS THAN AM-ACCOUNT-ID
034400         INVALID KEY
034500             SET WS-END-OF-FILE TO TRUE
034600         NOT INVALID KEY
034700             MOVE "N" TO WS-EOF-SWITCH
034800     END-START.
034900     PERFORM 1200-WRITE-ONE-ACCOUNT
035000         THRU 1200-EXIT
035100         UNTIL WS-END-OF-FILE.
035200     CLOSE ACCOUNT-MASTER-FILE
035300           TEST-ACCOUNT-FILE.
035400     MOVE "00" TO WS-ACCT-FILE-STATUS.
035500 1000-EXIT.
035600     EXIT.
035700******************************************************************
035800* 1100-MAP-ONE-ACCOUNT - NEXT MASTER ROW; GIVE ITS ID A
035900*                  SUBSTITUTE.
036000******************************************************************
036100 1100-MAP-ONE-ACCOUNT.
036200     READ ACCOUNT-MASTER-FILE NEXT RECORD
036300         AT END
036400             SET WS-END-OF-FILE TO TRUE
036500     END-READ.
036600     IF WS-END-OF-FILE
036700         GO TO 1100-EXIT
036800     END-IF.
036900     MOVE AM-ACCOUNT-ID TO WS-ACCOUNT-IN.
037000     PERFORM 5000-MASK-ACCOUNT-ID
037100         THRU 5000-EXIT.
037200 1100-EXIT.
037300     EXIT.
037400******************************************************************
037500* 1200-WRITE-ONE-ACCOUNT - NEXT MASTER ROW WITH ITS ID AND PARENT
037600*                  REPLACED AND A MADE-UP CUSTOMER NAME. AN
037700*                  ACCOUNT THAT GOT NO SUBSTITUTE IS LEFT OUT.
037800******************************************************************
037900 1200-WRITE-ONE-ACCOUNT.
038000     READ ACCOUNT-MASTER-FILE NEXT RECORD
038100         AT END
038200             SET WS-END-OF-FILE TO TRUE
038300     END-READ.
038400     IF WS-END-OF-FILE
038500         GO TO 1200-EXIT
038600     END-IF.
038700     MOVE ACCOUNT-MASTER-RECORD TO TEST-ACCOUNT-RECORD.
038800     MOVE AM-ACCOUNT-ID TO WS-ACCOUNT-IN.
038900     PERFORM 5000-MASK-ACCOUNT-ID
039000         THRU 5000-EXIT.
039100     IF NOT WS-ID-MASKED
039200         ADD 1 TO WS-ACCT-LEFT-OUT-COUNT
039300         GO TO 1200-EXIT
039400     END-IF.
039500     MOVE WS-ACCOUNT-OUT TO TM-ACCOUNT-ID.
039600     IF NOT AM-NO-PARENT
039700         MOVE AM-PARENT-ACCOUNT TO WS-ACCOUNT-IN
039800         PERFORM 5000-MASK-ACCOUNT-ID
039900             THRU 5000-EXIT
040000         IF WS-ID-MASKED
040100             MOVE WS-ACCOUNT-OUT TO TM-PARENT-ACCOUNT
040200         ELSE
040300             MOVE SPACES TO TM-PARENT-ACCOUNT
040400         END-IF
040500     END-IF.
040600     PERFORM 5300-MAKE-CUSTOMER-NAME
040700         THRU 5300-EXIT.
040800     WRITE TEST-ACCOUNT-RECORD
040900         INVALID KEY
041000             ADD 1 TO WS-ACCT-LEFT-OUT-COUNT
041100         NOT INVALID KEY
041200             ADD 1 TO WS-ACCT-WRITTEN-COUNT
041300     END-WRITE.
041400 1200-EXIT.
041500     EXIT.
041600******************************************************************
041700* 2000-MASK-LOG - EVERY LOG RECORD TO THE PRACTICE LOG WITH ITS
041800*                  ACCOUNT AND OPERATORS MASKED, AND ITS XREF ROW.
041900*                  A MISSING LOG LEAVES AN EMPTY PRACTICE LOG.
042000******************************************************************
042100 2000-MASK-LOG.
042200     OPEN OUTPUT TEST-LOG-FILE.
042300     IF NOT WS-TLOG-FILE-OK
042400         DISPLAY "TCALCLOG OPEN FAILED, STATUS "
042500             WS-TLOG-FILE-STATUS " - LOG NOT MASKED"
042600         GO TO 2000-EXIT
042700     END-IF.
042800     OPEN OUTPUT ACCT-XREF-FILE.
042900     IF NOT WS-XREF-FILE-OK
043000         DISPLAY "TCALCLGX OPEN FAILED, STATUS "
043100             WS-XREF-FILE-STATUS " - LOG NOT MASKED"
043200         CLOSE TEST-LOG-FILE
043300         GO TO 2000-EXIT
043400     END-IF.
043500     OPEN INPUT CALC-LOG-FILE.
043600     IF NOT WS-LOG-FILE-OK
043700         DISPLAY "CALCLOG OPEN FAILED, STATUS "
043800             WS-LOG-FILE-STATUS " - PRACTICE LOG LEFT EMPTY"
043900         CLOSE TEST-LOG-FILE
044000               ACCT-XREF-FILE
044100         GO TO 2000-EXIT
044200     END-IF.
044300     MOVE "N" TO WS-EOF-SWITCH.
044400     PERFORM 2100-MASK-ONE-LOG-RECORD
044500         THRU 2100-EXIT
044600         UNTIL WS-END-OF-FILE.
044700     CLOSE CALC-LOG-FILE
044800           TEST-LOG-FILE
044900           ACCT-XREF-FILE.
045000 2000-EXIT.
045100     EXIT.
045200******************************************************************
045300* 2100-MASK-ONE-LOG-RECORD - NEXT LOG RECORD. THE OPERATOR IN THE
045400*                  KEY, THE VOID OPERATOR AND THE ACCOUNT ARE
045500*                  REPLACED; A RECORD ANY OF THEM CANNOT BE MASKED
045600*                  FOR IS LEFT OUT.
045700******************************************************************
045800 2100-MASK-ONE-LOG-RECORD.
045900     READ CALC-LOG-FILE NEXT RECORD
046000         AT END
046100             SET WS-END-OF-FILE TO TRUE
046200     END-READ.
046300     IF WS-END-OF-FILE
046400         GO TO 2100-EXIT
046500     END-IF.
046600     MOVE CALC-LOG-RECORD TO TEST-LOG-RECORD.
046700     MOVE CL-OPERATOR-ID TO WS-OPERATOR-IN.
046800     PERFORM 5500-MASK-OPERATOR-ID
046900         THRU 5500-EXIT.
047000     IF NOT WS-ID-MASKED
047100         ADD 1 TO WS-LOG-LEFT-OUT-COUNT
047200         GO TO 2100-EXIT
047300     END-IF.
047400     MOVE WS-OPERATOR-OUT TO TL-OPERATOR-ID.
047500     MOVE CL-VOID-OPERATOR TO WS-OPERATOR-IN.
047600     PERFORM 5500-MASK-OPERATOR-ID
047700         THRU 5500-EXIT.
047800     IF NOT WS-ID-MASKED
047900         ADD 1 TO WS-LOG-LEFT-OUT-COUNT
048000         GO TO 2100-EXIT
048100     END-IF.
048200     MOVE WS-OPERATOR-OUT TO TL-VOID-OPERATOR.
048300     MOVE CL-ACCOUNT-ID TO WS-ACCOUNT-IN.
048400     PERFORM 5000-MASK-ACCOUNT-ID
048500         THRU 5000-EXIT.
048600     IF NOT WS-ID-MASKED
048700         ADD 1 TO WS-LOG-LEFT-OUT-COUNT
048800         GO TO 2100-EXIT
048900     END-IF.
049000     MOVE WS-ACCOUNT-OUT TO TL-ACCOUNT-ID.
049100     WRITE TEST-LOG-RECORD
049200         INVALID KEY
049300             ADD 1 TO WS-LOG-LEFT-OUT-COUNT
049400             GO TO 2100-EXIT
049500     END-WRITE.
049600     ADD 1 TO WS-LOG-WRITTEN-COUNT.
049700     MOVE TL-ACCOUNT-ID  TO XR-ACCOUNT-ID.
049800     MOVE TL-LOG-DATE    TO XR-LOG-DATE.
049900     MOVE TL-OPERATOR-ID TO XR-OPERATOR-ID.
050000     MOVE TL-SEQUENCE-NO TO XR-SEQUENCE-NO.
050100     WRITE CALC-ACCT-XREF-RECORD
050200         NOT INVALID KEY
050300             ADD 1 TO WS-XREF-WRITTEN-COUNT
050400     END-WRITE.
050500 2100-EXIT.
050600     EXIT.
050700******************************************************************
050800* 3000-COPY-LEDGER - THE POSTINGS LEDGER TO ITS PRACTICE COPY AS
050900*                  IT IS. A MISSING LEDGER LEAVES AN EMPTY COPY.
051000******************************************************************
051100 3000-COPY-LEDGER.
051200     OPEN OUTPUT TEST-LEDGER-FILE.
051300     IF NOT WS-TLEDG-FILE-OK
051400         DISPLAY "TPNLEDG OPEN FAILED, STATUS "
051500             WS-TLEDG-FILE-STATUS " - LEDGER NOT COPIED"
051600         GO TO 3000-EXIT
051700     END-IF.
051800     OPEN INPUT LEDGER-FILE.
051900     IF NOT WS-LEDG-FILE-OK
052000         DISPLAY "PNLEDG OPEN FAILED, STATUS "
052100             WS-LEDG-FILE-STATUS " - PRACTICE LEDGER LEFT EMPTY"
052200         CLOSE TEST-LEDGER-FILE
052300         GO TO 3000-EXIT
052400     END-IF.
052500     MOVE "N" TO WS-EOF-SWITCH.
052600     PERFORM 3100-COPY-ONE-POSTING
052700         THRU 3100-EXIT
052800         UNTIL WS-END-OF-FILE.
052900     CLOSE LEDGER-FILE
053000           TEST-LEDGER-FILE.
053100 3000-EXIT.
053200     EXIT.
053300******************************************************************
053400* 3100-COPY-ONE-POSTING - NEXT POSTING TO THE PRACTICE LEDGER.
053500******************************************************************
053600 3100-COPY-ONE-POSTING.
053700     READ LEDGER-FILE NEXT RECORD
053800         AT END
053900             SET WS-END-OF-FILE TO TRUE
054000     END-READ.
054100     IF WS-END-OF-FILE
054200         GO TO 3100-EXIT
054300     END-IF.
054400     MOVE LEDGER-RECORD TO TEST-LEDGER-RECORD.
054500     WRITE TEST-LEDGER-RECORD
054600         NOT INVALID KEY
054700             ADD 1 TO WS-LEDG-WRITTEN-COUNT
054800     END-WRITE.
054900 3100-EXIT.
055000     EXIT.
055100******************************************************************
055200* 5000-MASK-ACCOUNT-ID - THE SUBSTITUTE FOR WS-ACCOUNT-IN IN
055300*                  WS-ACCOUNT-OUT. A BLANK ID STAYS BLANK; AN ID
055400*                  NOT YET SEEN IS GIVEN THE NEXT SUBSTITUTE. THE
055500*                  SWITCH IS LEFT OFF ONLY WHEN THE TABLE IS FULL.
055600******************************************************************
055700 5000-MASK-ACCOUNT-ID.
055800     SET WS-ID-MASKED TO TRUE.
055900     MOVE SPACES TO WS-ACCOUNT-OUT.
056000     IF WS-ACCOUNT-IN = SPACES
056100         GO TO 5000-EXIT
056200     END-IF.
056300     SET MA-IDX TO 1.
056400     SEARCH WS-ACCT-MAP-ENTRY
056500         AT END
056600             CONTINUE
056700         WHEN MA-IDX > WS-ACCT-MAP-COUNT
056800             CONTINUE
056900         WHEN MA-PROD-ID (MA-IDX) = WS-ACCOUNT-IN
057000             MOVE MA-TEST-ID (MA-IDX) TO WS-ACCOUNT-OUT
057100     END-SEARCH.
057200     IF WS-ACCOUNT-OUT NOT = SPACES
057300         GO TO 5000-EXIT
057400     END-IF.
057500     IF WS-ACCT-MAP-COUNT NOT < 2000
057600         MOVE "N" TO WS-MASKED-SWITCH
057700         GO TO 5000-EXIT
057800     END-IF.
057900     ADD 1 TO WS-ACCT-MAP-COUNT.
058000     MOVE WS-ACCT-MAP-COUNT TO SI-SERIAL.
058100     PERFORM 5100-FIND-CHECK-DIGIT
058200         THRU 5100-EXIT.
058300     SET MA-IDX TO WS-ACCT-MAP-COUNT.
058400     MOVE WS-ACCOUNT-IN    TO MA-PROD-ID (MA-IDX).
058500     MOVE WS-SUBSTITUTE-ID TO MA-TEST-ID (MA-IDX).
058600     MOVE WS-SUBSTITUTE-ID TO WS-ACCOUNT-OUT.
058700 5000-EXIT.
058800     EXIT.
058900******************************************************************
059000* 5100-FIND-CHECK-DIGIT - TRY EACH CHECK DIGIT ON THE NEW
059100*                  SUBSTITUTE THROUGH THE LIBRARY'S ACCTCK SERVICE
059200*                  AND KEEP THE ONE IT ACCEPTS, SO THE TEST IDS
059300*                  PASS THE SAME RULE THE REAL ONES DO.
059400******************************************************************
059500 5100-FIND-CHECK-DIGIT.
059600     MOVE "N" TO WS-CHECK-FOUND-SWITCH.
059700     PERFORM 5200-TRY-ONE-CHECK-DIGIT
059800         THRU 5200-EXIT
059900         VARYING WS-CHECK-TRY FROM 0 BY 1
060000         UNTIL WS-CHECK-FOUND OR WS-CHECK-TRY > 9.
060100 5100-EXIT.
060200     EXIT.
060300******************************************************************
060400* 5200-TRY-ONE-CHECK-DIGIT - ONE ACCTCK CALL ON THE SUBSTITUTE.
060500******************************************************************
060600 5200-TRY-ONE-CHECK-DIGIT.
060700     MOVE WS-CHECK-TRY TO SI-CHECK-DIGIT.
060800     MOVE SPACES TO WS-LIB-MSG-VALUE.
060900     MOVE WS-SUBSTITUTE-ID TO WS-LIB-MSG-VALUE (1:8).
061000     MOVE "ACCTCK" TO WS-LIB-FUNCTION.
061100     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
061200         WS-LIB-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
061300         WS-LIB-MSG-TEXT.
061400     IF WS-LIB-RETURN-CODE = ZERO
061500         SET WS-CHECK-FOUND TO TRUE
061600     END-IF.
061700 5200-EXIT.
061800     EXIT.
061900******************************************************************
062000* 5300-MAKE-CUSTOMER-NAME - A NAME BUILT FROM THE SERIAL IN THE
062100*                  TEST ACCOUNT ID, SO NOTHING OF THE REAL NAME
062200*                  SURVIVES.
062300******************************************************************
062400 5300-MAKE-CUSTOMER-NAME.
062500     MOVE TM-ACCOUNT-ID (2:6) TO WS-NAME-SERIAL.
062600     SUBTRACT 1 FROM WS-NAME-SERIAL GIVING WS-NAME-QUOTIENT.
062700     DIVIDE WS-NAME-QUOTIENT BY 20 GIVING WS-NAME-QUOTIENT
062800         REMAINDER WS-NAME-REMAINDER.
062900     COMPUTE WS-WORD-1-IDX = WS-NAME-REMAINDER + 1.
063000     DIVIDE WS-NAME-QUOTIENT BY 10 GIVING WS-NAME-QUOTIENT
063100         REMAINDER WS-NAME-REMAINDER.
063200     COMPUTE WS-WORD-2-IDX = WS-NAME-REMAINDER + 1.
063300     MOVE SPACES TO TM-CUSTOMER-NAME.
063400     STRING NW-WORD-1 (WS-WORD-1-IDX) DELIMITED BY SPACE
063500         " " DELIMITED BY SIZE
063600         NW-WORD-2 (WS-WORD-2-IDX) DELIMITED BY "  "
063700         INTO TM-CUSTOMER-NAME.
063800 5300-EXIT.
063900     EXIT.
064000******************************************************************
064100* 5500-MASK-OPERATOR-ID - THE TEST OPERATOR FOR WS-OPERATOR-IN IN
064200*                  WS-OPERATOR-OUT, ON THE SAME TERMS AS THE
064300*                  ACCOUNT SUBSTITUTES.
064400******************************************************************
064500 5500-MASK-OPERATOR-ID.
064600     SET WS-ID-MASKED TO TRUE.
064700     MOVE SPACES TO WS-OPERATOR-OUT.
064800     IF WS-OPERATOR-IN = SPACES
064900         GO TO 5500-EXIT
065000     END-IF.
065100     SET MO-IDX TO 1.
065200     SEARCH WS-OPER-MAP-ENTRY
065300         AT END
065400             CONTINUE
065500         WHEN MO-IDX > WS-OPER-MAP-COUNT
065600             CONTINUE
065700         WHEN MO-PROD-ID (MO-IDX) = WS-OPERATOR-IN
065800             MOVE MO-TEST-ID (MO-IDX) TO WS-OPERATOR-OUT
065900     END-SEARCH.
066000     IF WS-OPERATOR-OUT NOT = SPACES
066100         GO TO 5500-EXIT
066200     END-IF.
066300     IF WS-OPER-MAP-COUNT NOT < 999
066400         MOVE "N" TO WS-MASKED-SWITCH
066500         GO TO 5500-EXIT
066600     END-IF.
066700     ADD 1 TO WS-OPER-MAP-COUNT.
066800     MOVE WS-OPER-MAP-COUNT TO TO-SERIAL.
066900     SET MO-IDX TO WS-OPER-MAP-COUNT.
067000     MOVE WS-OPERATOR-IN      TO MO-PROD-ID (MO-IDX).
067100     MOVE WS-TEST-OPERATOR-ID TO MO-TEST-ID (MO-IDX).
067200     MOVE WS-TEST-OPERATOR-ID TO WS-OPERATOR-OUT.
067300 5500-EXIT.
067400     EXIT.
067500******************************************************************
067600* 9999-EXIT - COMMON PROGRAM EXIT POINT.
067700******************************************************************
067800 9999-EXIT.
067900     GOBACK.
068000 END PROGRAM TestDataMask.
