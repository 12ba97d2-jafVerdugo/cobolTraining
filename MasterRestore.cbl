000100******************************************************************
000200* PROGRAM-ID: MASTERRESTORE
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     SUPERVISED RESTORE OF ONE MASTER FILE, OR ALL OF
000800*              THEM, FROM A MASTERSNAPSHOT GENERATION. A
000900*              SUPERVISOR CARRYING THE ADMIN AUTHORITY PICKS A
001000*              SNAPSHOT DATE FROM THE SNAPCATL CATALOG AND A
001100*              MASTER NAME OR ALL. EVERY GENERATION TO BE USED
001200*              IS FIRST RE-COUNTED AND RE-HASHED AGAINST ITS
001300*              CATALOG ROW - ONE THAT DOES NOT PROVE OUT STOPS
001400*              THE WHOLE RESTORE. THE CURRENT MASTER IS THEN
001500*              COMPARED WITH THE GENERATION, KEY BY KEY (ROW BY
001600*              ROW FOR A LINE SEQUENTIAL MASTER), AND EVERY
001700*              RECORD THE RESTORE WOULD CHANGE, ADD BACK OR
001800*              REMOVE IS LISTED BEFORE AND AFTER ON THE RESTRPT
001900*              DIFFERENCE REPORT. ONLY ON CONFIRMATION, AND UNDER
002000*              THE CALCLOCK RUN LOCK, IS EACH MASTER RELOADED
002100*              FROM ITS GENERATION, WITH A SECLOG AUDIT ROW PER
002200*              MASTER RESTORED.
002300* TECTONICS:   cobc
002400*
002500* MODIFICATION HISTORY
002600*   2026-10-15 DO  INITIAL VERSION.
002620*   2026-10-15 DO  SECLOG ROWS NOW CARRY A CHAIN SEQUENCE AND
002640*                  CHAIN VALUE, STAMPED BY AUDITCHAIN JUST AHEAD
002660*                  OF EACH WRITE, SO AUDITVERIFY CAN PROVE THE
002680*                  TRAIL WHOLE.
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. MasterRestore.
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT RATE-MASTER-FILE ASSIGN TO "RATEMSTR"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS RM-RATE-KEY
003700         FILE STATUS IS WS-MASTER-FILE-STATUS.
003800     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS AM-ACCOUNT-ID
004200         FILE STATUS IS WS-MASTER-FILE-STATUS.
004300     SELECT ACCT-RATE-FILE ASSIGN TO "ACCTRATE"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS AR-OVERRIDE-KEY
004700         FILE STATUS IS WS-MASTER-FILE-STATUS.
004800     SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCTM"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS GA-ACCOUNT-CODE
005200         FILE STATUS IS WS-MASTER-FILE-STATUS.
005300     SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMSTR"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS DP-DEPT-CODE
005700         FILE STATUS IS WS-MASTER-FILE-STATUS.
005800     SELECT CURR-MASTER-FILE ASSIGN TO "CURRMSTR"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS CX-CURRENCY-KEY
006200         FILE STATUS IS WS-MASTER-FILE-STATUS.
006300     SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-MASTER-FILE-STATUS.
006600     SELECT STANDING-INST-FILE ASSIGN TO "STNDINST"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-MASTER-FILE-STATUS.
006900     SELECT OPERATOR-PIN-FILE ASSIGN TO "GOTOPIN"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS OP-OPERATOR-ID
007300         FILE STATUS IS WS-MASTER-FILE-STATUS.
007400     SELECT GENERATION-FILE ASSIGN TO WS-GEN-FILE-NAME
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-GEN-FILE-STATUS.
007700     SELECT CATALOG-FILE ASSIGN TO "SNAPCATL"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-CAT-FILE-STATUS.
008000     SELECT SEC-AUDIT-FILE ASSIGN TO "SECLOG"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-AUDIT-FILE-STATUS.
008300     SELECT RUN-LOCK-FILE ASSIGN TO "CALCLOCK"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-LOCK-FILE-STATUS.
008600     SELECT RESTORE-RPT-FILE ASSIGN TO "RESTRPT"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-RPT-FILE-STATUS.
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  RATE-MASTER-FILE.
009200     COPY RATEMSTR.
009300 FD  ACCOUNT-MASTER-FILE.
009400     COPY ACCTMSTR.
009500 FD  ACCT-RATE-FILE.
009600     COPY ACCTRATE.
009700 FD  GL-ACCOUNT-FILE.
009800     COPY GLACCT.
009900 FD  DEPT-MASTER-FILE.
010000     COPY DEPTMSTR.
010100 FD  CURR-MASTER-FILE.
010200     COPY CURRMSTR.
010300 FD  FEE-SCHEDULE-FILE
010400     RECORDING MODE IS F.
010500     COPY FEESCHED.
010600 FD  STANDING-INST-FILE
010700     RECORDING MODE IS F.
010800     COPY STNDINST.
010900 FD  OPERATOR-PIN-FILE.
011000     COPY GOTOPIN.
011100 FD  GENERATION-FILE
011200     RECORDING MODE IS F.
011300 01  GENERATION-RECORD               PIC X(200).
011400 FD  CATALOG-FILE
011500     RECORDING MODE IS F.
011600     COPY SNAPCAT.
011700 FD  SEC-AUDIT-FILE
011800     RECORDING MODE IS F.
011900 01  SEC-AUDIT-RECORD.
012000     05  SA-LOG-DATE                 PIC 9(08).
012100     05  SA-LOG-TIME                 PIC 9(08).
012200     05  SA-ADMIN-ID                 PIC X(08).
012300     05  SA-ACTION                   PIC X(08).
012400     05  SA-TARGET-ID                PIC X(08).
012433     05  SA-CHAIN-SEQ                PIC 9(09).
012466     05  SA-CHAIN-VALUE              PIC 9(08).
012500 FD  RUN-LOCK-FILE
012600     RECORDING MODE IS F.
012700     COPY LOCKREC.
012800 FD  RESTORE-RPT-FILE
012900     RECORDING MODE IS F.
013000 01  RESTORE-RPT-LINE                PIC X(80).
013100 WORKING-STORAGE SECTION.
013200 01  WS-MASTER-FILE-STATUS           PIC X(02).
013300     88  WS-MASTER-FILE-OK           VALUE "00".
013400 01  WS-GEN-FILE-STATUS              PIC X(02).
013500     88  WS-GEN-FILE-OK              VALUE "00".
013600 01  WS-CAT-FILE-STATUS              PIC X(02).
013700     88  WS-CAT-FILE-OK              VALUE "00".
013800 01  WS-AUDIT-FILE-STATUS            PIC X(02).
013900     88  WS-AUDIT-FILE-OK            VALUE "00".
014000 01  WS-LOCK-FILE-STATUS             PIC X(02).
014100     88  WS-LOCK-FILE-OK             VALUE "00".
014200 01  WS-RPT-FILE-STATUS              PIC X(02).
014300     88  WS-RPT-FILE-OK              VALUE "00".
014400 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
014500     88  WS-END-OF-FILE              VALUE "Y".
014600 01  WS-GEN-EOF-SWITCH               PIC X(01) VALUE "N".
014700     88  WS-END-OF-GENERATION        VALUE "Y".
014750 01  WS-MASTER-OPEN-SWITCH           PIC X(01) VALUE "N".
014800     88  WS-MASTER-OPEN              VALUE "Y".
014850 01  WS-AUTHORIZED-SWITCH            PIC X(01) VALUE "N".
014900     88  WS-AUTHORIZED               VALUE "Y".
015000 01  WS-RESTORE-OK-SWITCH            PIC X(01) VALUE "Y".
015100     88  WS-RESTORE-OK               VALUE "Y".
015200 01  WS-LOCK-REFUSED-SWITCH          PIC X(01) VALUE "N".
015300     88  WS-LOCK-REFUSED             VALUE "Y".
015400 01  WS-LOCK-HELD-SWITCH             PIC X(01) VALUE "N".
015500     88  WS-LOCK-HELD                VALUE "Y".
015600 01  WS-CONFIRM-REPLY                PIC X(01) VALUE SPACE.
015700     88  WS-CONFIRMED                VALUE "Y" "y".
015800 01  WS-SUPERVISOR-ID                PIC X(08) VALUE SPACES.
015900 01  WS-DATE-REPLY                   PIC X(08) VALUE SPACES.
016000 01  WS-MASTER-REPLY                 PIC X(08) VALUE SPACES.
016100     88  WS-RESTORE-ALL              VALUE "ALL" "all".
016200 01  WS-RESTORE-DATE                 PIC 9(08) VALUE ZERO.
016300 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
016400 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
016450 01  WS-AUDIT-TRAIL-NAME             PIC X(08) VALUE SPACES.
016500 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
016600     COPY SNAPLIST.
016700 01  WS-GEN-FILE-NAME.
016800     05  WS-GEN-NAME-PREFIX          PIC X(05) VALUE SPACES.
016900     05  WS-GEN-NAME-DATE            PIC 9(08) VALUE ZERO.
017000 01  WS-MASTER-NO                    PIC 9(02) COMP VALUE ZERO.
017100 01  WS-KEY-LENGTH                   PIC 9(02) COMP VALUE ZERO.
017200 01  WS-RECORD-BUFFER                PIC X(200) VALUE SPACES.
017300 01  WS-CURRENT-BUFFER               PIC X(200) VALUE SPACES.
017400 01  WS-SNAP-BUFFER                  PIC X(200) VALUE SPACES.
017500 01  WS-CURRENT-KEY                  PIC X(20) VALUE SPACES.
017600 01  WS-SNAP-KEY                     PIC X(20) VALUE SPACES.
017700 01  WS-CURRENT-ROW                  PIC 9(09) VALUE ZERO.
017800 01  WS-SNAP-ROW                     PIC 9(09) VALUE ZERO.
017900 01  WS-RECORD-COUNT                 PIC 9(09) COMP VALUE ZERO.
018000 01  WS-HASH-TOTAL                   PIC 9(15) COMP VALUE ZERO.
018100 01  WS-WRITE-ERRORS                 PIC 9(09) COMP VALUE ZERO.
018200 01  WS-SELECTED-COUNT               PIC 9(02) COMP VALUE ZERO.
018300 01  WS-RESTORED-COUNT               PIC 9(02) COMP VALUE ZERO.
018400 01  WS-CATALOG-TABLE.
018500     05  WS-CATALOG-ENTRY OCCURS 500 TIMES INDEXED BY CT-IDX.
018600         10  CT-SNAP-DATE            PIC 9(08).
018700         10  CT-MASTER-NAME          PIC X(08).
018800         10  CT-GEN-NAME             PIC X(13).
018900         10  CT-RECORD-COUNT         PIC 9(09).
019000         10  CT-HASH-TOTAL           PIC 9(15).
019100         10  CT-SNAP-STATUS          PIC X(01).
019200 01  WS-CATALOG-COUNT                PIC 9(04) COMP VALUE ZERO.
019300 01  WS-CATALOG-OVERFLOW             PIC 9(04) COMP VALUE ZERO.
019400 01  WS-LISTED-DATE                  PIC 9(08) VALUE ZERO.
019500 01  WS-DATES-LISTED                 PIC 9(02) COMP VALUE ZERO.
019600*    ONE ENTRY PER SNAPLIST MASTER - WHETHER IT IS TO BE
019700*    RESTORED, FROM WHICH GENERATION, AND WHAT THE COMPARISON
019800*    FOUND.
019900 01  WS-SELECTION-TABLE.
020000     05  WS-SELECTION-ENTRY OCCURS 9 TIMES INDEXED BY SE-IDX.
020100         10  SE-SELECTED             PIC X(01).
020200         10  SE-GEN-NAME             PIC X(13).
020300         10  SE-RECORD-COUNT         PIC 9(09).
020400         10  SE-HASH-TOTAL           PIC 9(15).
020500         10  SE-UNCHANGED            PIC 9(09).
020600         10  SE-CHANGED              PIC 9(09).
020700         10  SE-ADDED                PIC 9(09).
020800         10  SE-REMOVED              PIC 9(09).
020900         10  SE-RESTORED             PIC 9(09).
021000*    RECORD HASH - THE SAME FOLD MASTERSNAPSHOT CATALOGS: EACH
021100*    CHARACTER'S POSITION IN THE PRINTABLE CHARACTER SET,
021200*    WEIGHTED BY ITS POSITION IN THE RECORD.
021300 01  WS-HASH-ALPHABET.
021400     05  FILLER                      PIC X(48) VALUE
021500         " !""#$%&'()*+,-./0123456789:;<=>?@ABCDEFGHIJKLMNO".
021600     05  FILLER                      PIC X(47) VALUE
021700         "PQRSTUVWXYZ[\]^_`abcdefghijklmnopqrstuvwxyz{|}~".
021800 01  WS-HASH-ALPHABET-TABLE REDEFINES WS-HASH-ALPHABET.
021900     05  WS-HASH-LETTER OCCURS 95 TIMES INDEXED BY HA-IDX
022000                                     PIC X(01).
022100 01  WS-HASH-CHAR-IDX                PIC 9(03) COMP VALUE ZERO.
022200 01  WS-HASH-ORDINAL                 PIC 9(03) COMP VALUE ZERO.
022300 01  WS-HEADER-LINE.
022400     05  FILLER                      PIC X(30) VALUE
022500         "MASTER FILE RESTORE".
022600     05  FILLER                      PIC X(10) VALUE "SNAPSHOT: ".
022700     05  HL-SNAP-DATE                PIC 9(08).
022800     05  FILLER                      PIC X(06) VALUE "  BY: ".
022900     05  HL-SUPERVISOR-ID            PIC X(08).
023000     05  FILLER                      PIC X(08) VALUE "  RUN: ".
023100     05  HL-RUN-DATE                 PIC 9(08).
023200     05  FILLER                      PIC X(02) VALUE SPACES.
023300 01  WS-MASTER-LINE.
023400     05  FILLER                      PIC X(07) VALUE "MASTER ".
023500     05  ML-MASTER-NAME              PIC X(08).
023600     05  FILLER                      PIC X(17) VALUE
023700         " FROM GENERATION ".
023800     05  ML-GEN-NAME                 PIC X(13).
023900     05  FILLER                      PIC X(09) VALUE " RECORDS ".
024000     05  ML-RECORDS                  PIC Z(08)9.
024100     05  FILLER                      PIC X(17) VALUE SPACES.
024200 01  WS-DIFF-LINE.
024300     05  DF-ACTION                   PIC X(10).
024400     05  DF-RECORD                   PIC X(70).
024500 01  WS-COUNT-LINE.
024600     05  FILLER                      PIC X(12) VALUE
024700         "  UNCHANGED ".
024800     05  CN-UNCHANGED                PIC Z(08)9.
024900     05  FILLER                      PIC X(10) VALUE
025000         "  CHANGED ".
025100     05  CN-CHANGED                  PIC Z(08)9.
025200     05  FILLER                      PIC X(13) VALUE
025300         "  ADDED BACK ".
025400     05  CN-ADDED                    PIC Z(08)9.
025500     05  FILLER                      PIC X(10) VALUE
025600         "  REMOVED ".
025700     05  CN-REMOVED                  PIC Z(08)9.
025800 01  WS-RESULT-LINE.
025900     05  FILLER                      PIC X(09) VALUE "RESTORED ".
026000     05  RS-MASTER-NAME              PIC X(08).
026100     05  FILLER                      PIC X(02) VALUE SPACES.
026200     05  RS-RECORDS                  PIC Z(08)9.
026300     05  FILLER                      PIC X(09) VALUE " RECORDS ".
026400     05  RS-NOTE                     PIC X(43).
026500 PROCEDURE DIVISION.
026600******************************************************************
026700* 0000-MAINLINE - CHECK THE SUPERVISOR, TAKE THE SNAPSHOT DATE
026800*                 AND MASTER, PROVE THE GENERATIONS, REPORT THE
026900*                 DIFFERENCES, THEN RESTORE ON CONFIRMATION.
027000******************************************************************
027100 0000-MAINLINE.
027200     DISPLAY "Restore supervisor ID: "
027300     ACCEPT WS-SUPERVISOR-ID.
027400     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
027500     PERFORM 0400-CHECK-AUTHORITY
027600         THRU 0400-EXIT.
027700     IF NOT WS-AUTHORIZED
027800         GO TO 9999-EXIT
027900     END-IF.
028000     PERFORM 1000-LOAD-CATALOG
028100         THRU 1000-EXIT.
028200     IF WS-CATALOG-COUNT = ZERO
028300         DISPLAY "NO SNAPSHOTS ARE CATALOGED ON SNAPCATL"
028400         GO TO 9999-EXIT
028500     END-IF.
028600     DISPLAY "MOST RECENT SNAPSHOT DATES:".
028700     MOVE ZERO TO WS-LISTED-DATE
028800                  WS-DATES-LISTED.
028900     PERFORM 1100-LIST-ONE-SNAPSHOT
029000         THRU 1100-EXIT
029100         VARYING CT-IDX FROM WS-CATALOG-COUNT BY -1
029200         UNTIL CT-IDX < 1 OR WS-DATES-LISTED NOT < 10.
029300     DISPLAY "Snapshot date to restore from (YYYYMMDD): "
029400     ACCEPT WS-DATE-REPLY.
029500     IF WS-DATE-REPLY NOT NUMERIC
029600         DISPLAY "INVALID DATE - RESTORE CANCELLED"
029700         GO TO 9999-EXIT
029800     END-IF.
029900     MOVE WS-DATE-REPLY TO WS-RESTORE-DATE.
030000     DISPLAY "Master to restore (file name, or ALL): "
030100     ACCEPT WS-MASTER-REPLY.
030200     INITIALIZE WS-SELECTION-TABLE.
030300     MOVE ZERO TO WS-SELECTED-COUNT.
030400     PERFORM 1200-SELECT-ONE-MASTER
030500         THRU 1200-EXIT
030600         VARYING SM-IDX FROM 1 BY 1
030700         UNTIL SM-IDX > SNAP-MASTER-COUNT.
030800     IF WS-SELECTED-COUNT = ZERO
030900         DISPLAY "NO COMPLETE SNAPSHOT OF " WS-MASTER-REPLY
031000             " ON " WS-RESTORE-DATE " - RESTORE CANCELLED"
031100         GO TO 9999-EXIT
031200     END-IF.
031300     PERFORM 2000-VERIFY-ONE-GENERATION
031400         THRU 2000-EXIT
031500         VARYING SM-IDX FROM 1 BY 1
031600         UNTIL SM-IDX > SNAP-MASTER-COUNT.
031700     IF NOT WS-RESTORE-OK
031800         DISPLAY "RESTORE REFUSED - A GENERATION DOES NOT MATCH "
031900             "ITS CATALOG ROW"
032000         GO TO 9999-EXIT
032100     END-IF.
032200     OPEN OUTPUT RESTORE-RPT-FILE.
032300     MOVE WS-RESTORE-DATE TO HL-SNAP-DATE.
032400     MOVE WS-SUPERVISOR-ID TO HL-SUPERVISOR-ID.
032500     MOVE WS-TODAYS-DATE TO HL-RUN-DATE.
032600     WRITE RESTORE-RPT-LINE FROM WS-HEADER-LINE.
032700     PERFORM 3000-COMPARE-ONE-MASTER
032800         THRU 3000-EXIT
032900         VARYING SM-IDX FROM 1 BY 1
033000         UNTIL SM-IDX > SNAP-MASTER-COUNT.
033100     DISPLAY "DIFFERENCES ARE LISTED ON RESTRPT".
033200     DISPLAY "Proceed with the restore (Y/N)? "
033300     ACCEPT WS-CONFIRM-REPLY.
033400     IF NOT WS-CONFIRMED
033500         MOVE SPACES TO RESTORE-RPT-LINE
033600         WRITE RESTORE-RPT-LINE
033700         MOVE "RESTORE CANCELLED - NOTHING CHANGED"
033800             TO RESTORE-RPT-LINE
033900         WRITE RESTORE-RPT-LINE
034000         DISPLAY "RESTORE CANCELLED - NOTHING CHANGED"
034100         GO TO 0000-KEEP-REPORT
034200     END-IF.
034300     PERFORM 0300-ACQUIRE-RUN-LOCK
034400         THRU 0300-EXIT.
034500     IF WS-LOCK-REFUSED
034600         MOVE SPACES TO RESTORE-RPT-LINE
034700         WRITE RESTORE-RPT-LINE
034800         MOVE "RESTORE REFUSED - CALCLOG RUN LOCK IS HELD"
034900             TO RESTORE-RPT-LINE
035000         WRITE RESTORE-RPT-LINE
035100         GO TO 0000-KEEP-REPORT
035200     END-IF.
035300     OPEN EXTEND SEC-AUDIT-FILE.
035400     IF NOT WS-AUDIT-FILE-OK
035500         OPEN OUTPUT SEC-AUDIT-FILE
035600     END-IF.
035700     MOVE SPACES TO RESTORE-RPT-LINE.
035800     WRITE RESTORE-RPT-LINE.
035900     MOVE ZERO TO WS-RESTORED-COUNT.
036000     PERFORM 4000-RESTORE-ONE-MASTER
036100         THRU 4000-EXIT
036200         VARYING SM-IDX FROM 1 BY 1
036300         UNTIL SM-IDX > SNAP-MASTER-COUNT.
036400     CLOSE SEC-AUDIT-FILE.
036500     PERFORM 0350-RELEASE-RUN-LOCK
036600         THRU 0350-EXIT.
036700     DISPLAY "RESTORE COMPLETE - " WS-RESTORED-COUNT
036800         " MASTER(S) RESTORED FROM " WS-RESTORE-DATE.
036900 0000-KEEP-REPORT.
037000     CLOSE RESTORE-RPT-FILE.
037100     MOVE "RESTRPT" TO WS-RPT-KEEP-NAME.
037200     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-TODAYS-DATE.
037300     GO TO 9999-EXIT.
037400******************************************************************
037500* 0300-ACQUIRE-RUN-LOCK - TAKE THE CALCLOG RUN LOCK BEFORE ANY
037600*                  MASTER IS RELOADED, THE SAME HANDSHAKE
037700*                  CALCULATOR MAKES, SO NO SESSION OR BATCH IS
037800*                  PRICING AGAINST A MASTER WHILE IT IS EMPTIED
037900*                  AND REFILLED. A LIVE LOCK REFUSES THE RUN.
038000******************************************************************
038100 0300-ACQUIRE-RUN-LOCK.
038200     MOVE "N" TO WS-LOCK-REFUSED-SWITCH.
038300     OPEN INPUT RUN-LOCK-FILE.
038400     IF WS-LOCK-FILE-OK
038500         READ RUN-LOCK-FILE
038600             AT END
038700                 CONTINUE
038800         END-READ
038900         IF WS-LOCK-FILE-OK
039000             DISPLAY "CALCLOG IS LOCKED BY " RL-PROGRAM-ID
039100                 " OPERATOR " RL-OPERATOR-ID " SINCE "
039200                 RL-START-DATE " " RL-START-TIME
039300                 " - RUN REFUSED"
039400             SET WS-LOCK-REFUSED TO TRUE
039500         END-IF
039600         CLOSE RUN-LOCK-FILE
039700     END-IF.
039800     IF NOT WS-LOCK-REFUSED
039900         OPEN OUTPUT RUN-LOCK-FILE
040000         MOVE "MSTRRESTORE " TO RL-PROGRAM-ID
040100         MOVE WS-SUPERVISOR-ID TO RL-OPERATOR-ID
040200         MOVE WS-TODAYS-DATE TO RL-START-DATE
040300         ACCEPT WS-CURRENT-TIME FROM TIME
040400         MOVE WS-CURRENT-TIME TO RL-START-TIME
040500         WRITE RUN-LOCK-RECORD
040600         CLOSE RUN-LOCK-FILE
040700         SET WS-LOCK-HELD TO TRUE
040800     END-IF.
040900 0300-EXIT.
041000     EXIT.
041100******************************************************************
041200* 0350-RELEASE-RUN-LOCK - EMPTY THE LOCK FILE AGAIN SO THE NEXT
041300*                  RUN FINDS NO LIVE LOCK.
041400******************************************************************
041500 0350-RELEASE-RUN-LOCK.
041600     IF WS-LOCK-HELD
041700         OPEN OUTPUT RUN-LOCK-FILE
041800         CLOSE RUN-LOCK-FILE
041900         MOVE "N" TO WS-LOCK-HELD-SWITCH
042000     END-IF.
042100 0350-EXIT.
042200     EXIT.
042300******************************************************************
042400* 0400-CHECK-AUTHORITY - PUTTING A MASTER BACK IS SUPERVISOR
042500*                  WORK - THE ADMIN AUTHORITY FLAG GATES IT.
042600******************************************************************
042700 0400-CHECK-AUTHORITY.
042800     OPEN INPUT OPERATOR-PIN-FILE.
042900     IF NOT WS-MASTER-FILE-OK
043000         DISPLAY "GOTOPIN OPEN FAILED - RESTORE REFUSED"
043100         GO TO 0400-EXIT
043200     END-IF.
043300     MOVE WS-SUPERVISOR-ID TO OP-OPERATOR-ID.
043400     READ OPERATOR-PIN-FILE
043500         INVALID KEY
043600             DISPLAY "SUPERVISOR NOT ON THE PIN MASTER - "
043700                 "RESTORE REFUSED"
043800             CLOSE OPERATOR-PIN-FILE
043900             GO TO 0400-EXIT
044000     END-READ.
044100     CLOSE OPERATOR-PIN-FILE.
044200     IF OP-MAY-RUN-ADMIN
044300         SET WS-AUTHORIZED TO TRUE
044400     ELSE
044500         DISPLAY "SUPERVISOR LACKS THE ADMIN AUTHORITY - "
044600             "RESTORE REFUSED"
044700     END-IF.
044800 0400-EXIT.
044900     EXIT.
045000******************************************************************
045100* 1000-LOAD-CATALOG - THE SNAPCATL ROWS INTO A TABLE, OLDEST
045200*                  FIRST AS WRITTEN.
045300******************************************************************
045400 1000-LOAD-CATALOG.
045500     MOVE ZERO TO WS-CATALOG-COUNT.
045600     OPEN INPUT CATALOG-FILE.
045700     IF NOT WS-CAT-FILE-OK
045800         GO TO 1000-EXIT
045900     END-IF.
046000     MOVE "N" TO WS-EOF-SWITCH.
046100     PERFORM 1050-LOAD-ONE-CATALOG-ROW
046200         THRU 1050-EXIT
046300         UNTIL WS-END-OF-FILE.
046400     CLOSE CATALOG-FILE.
046500     IF WS-CATALOG-OVERFLOW > ZERO
046600         DISPLAY "SNAPCATL HOLDS MORE ROWS THAN THE TABLE - THE "
046700             "LATEST " WS-CATALOG-OVERFLOW " ARE NOT OFFERED"
046800     END-IF.
046900 1000-EXIT.
047000     EXIT.
047100******************************************************************
047200* 1050-LOAD-ONE-CATALOG-ROW - ONE CATALOG ROW.
047300******************************************************************
047400 1050-LOAD-ONE-CATALOG-ROW.
047500     READ CATALOG-FILE
047600         AT END
047700             SET WS-END-OF-FILE TO TRUE
047800     END-READ.
047900     IF WS-END-OF-FILE
048000         GO TO 1050-EXIT
048100     END-IF.
048200     IF WS-CATALOG-COUNT NOT < 500
048300         ADD 1 TO WS-CATALOG-OVERFLOW
048400         GO TO 1050-EXIT
048500     END-IF.
048600     ADD 1 TO WS-CATALOG-COUNT.
048700     SET CT-IDX TO WS-CATALOG-COUNT.
048800     MOVE SC-SNAP-DATE    TO CT-SNAP-DATE (CT-IDX).
048900     MOVE SC-MASTER-NAME  TO CT-MASTER-NAME (CT-IDX).
049000     MOVE SC-GEN-NAME     TO CT-GEN-NAME (CT-IDX).
049100     MOVE SC-RECORD-COUNT TO CT-RECORD-COUNT (CT-IDX).
049200     MOVE SC-HASH-TOTAL   TO CT-HASH-TOTAL (CT-IDX).
049300     MOVE SC-SNAP-STATUS  TO CT-SNAP-STATUS (CT-IDX).
049400 1050-EXIT.
049500     EXIT.
049600******************************************************************
049700* 1100-LIST-ONE-SNAPSHOT - NEWEST FIRST, EACH DATE ONCE.
049800******************************************************************
049900 1100-LIST-ONE-SNAPSHOT.
050000     IF CT-SNAP-DATE (CT-IDX) NOT = WS-LISTED-DATE
050100         MOVE CT-SNAP-DATE (CT-IDX) TO WS-LISTED-DATE
050200         ADD 1 TO WS-DATES-LISTED
050300         DISPLAY "  " WS-LISTED-DATE
050400     END-IF.
050500 1100-EXIT.
050600     EXIT.
050700******************************************************************
050800* 1200-SELECT-ONE-MASTER - A MASTER IS RESTORED WHEN IT WAS ASKED
050900*                  FOR AND THE LAST CATALOG ROW FOR IT ON THE
051000*                  CHOSEN DATE IS A COMPLETE COPY.
051100******************************************************************
051200 1200-SELECT-ONE-MASTER.
051300     SET SE-IDX TO SM-IDX.
051400     IF NOT WS-RESTORE-ALL
051500        AND WS-MASTER-REPLY NOT = SM-MASTER-NAME (SM-IDX)
051600         GO TO 1200-EXIT
051700     END-IF.
051800     PERFORM 1250-FIND-CATALOG-ROW
051900         THRU 1250-EXIT
052000         VARYING CT-IDX FROM 1 BY 1
052100         UNTIL CT-IDX > WS-CATALOG-COUNT.
052200     IF SE-SELECTED (SE-IDX) = "Y"
052300         ADD 1 TO WS-SELECTED-COUNT
052400     ELSE
052500         DISPLAY SM-MASTER-NAME (SM-IDX)
052600             " - NO COMPLETE COPY IN THAT SNAPSHOT, NOT RESTORED"
052700     END-IF.
052800 1200-EXIT.
052900     EXIT.
053000******************************************************************
053100* 1250-FIND-CATALOG-ROW - A LATER ROW REPLACES AN EARLIER ONE.
053200******************************************************************
053300 1250-FIND-CATALOG-ROW.
053400     IF CT-SNAP-DATE (CT-IDX) NOT = WS-RESTORE-DATE
053500        OR CT-MASTER-NAME (CT-IDX) NOT = SM-MASTER-NAME (SM-IDX)
053600         GO TO 1250-EXIT
053700     END-IF.
053800     IF CT-SNAP-STATUS (CT-IDX) = "C"
053900         MOVE "Y" TO SE-SELECTED (SE-IDX)
054000         MOVE CT-GEN-NAME (CT-IDX) TO SE-GEN-NAME (SE-IDX)
054100         MOVE CT-RECORD-COUNT (CT-IDX)
054200             TO SE-RECORD-COUNT (SE-IDX)
054300         MOVE CT-HASH-TOTAL (CT-IDX) TO SE-HASH-TOTAL (SE-IDX)
054400     ELSE
054500         MOVE "N" TO SE-SELECTED (SE-IDX)
054600     END-IF.
054700 1250-EXIT.
054800     EXIT.
054900******************************************************************
055000* 2000-VERIFY-ONE-GENERATION - RE-COUNT AND RE-HASH A SELECTED
055100*                  GENERATION; IT MUST MATCH ITS CATALOG ROW.
055200******************************************************************
055300 2000-VERIFY-ONE-GENERATION.
055400     SET SE-IDX TO SM-IDX.
055500     IF SE-SELECTED (SE-IDX) NOT = "Y"
055600         GO TO 2000-EXIT
055700     END-IF.
055800     MOVE SE-GEN-NAME (SE-IDX) TO WS-GEN-FILE-NAME.
055900     MOVE ZERO TO WS-RECORD-COUNT
056000                  WS-HASH-TOTAL.
056100     OPEN INPUT GENERATION-FILE.
056200     IF NOT WS-GEN-FILE-OK
056300         DISPLAY SM-MASTER-NAME (SM-IDX) " - GENERATION "
056400             WS-GEN-FILE-NAME " IS MISSING"
056500         MOVE "N" TO WS-RESTORE-OK-SWITCH
056600         GO TO 2000-EXIT
056700     END-IF.
056800     MOVE "N" TO WS-GEN-EOF-SWITCH.
056900     PERFORM 2100-HASH-ONE-GEN-RECORD
057000         THRU 2100-EXIT
057100         UNTIL WS-END-OF-GENERATION.
057200     CLOSE GENERATION-FILE.
057300     IF WS-RECORD-COUNT NOT = SE-RECORD-COUNT (SE-IDX)
057400        OR WS-HASH-TOTAL NOT = SE-HASH-TOTAL (SE-IDX)
057500         DISPLAY SM-MASTER-NAME (SM-IDX) " - GENERATION "
057600             WS-GEN-FILE-NAME " FAILS ITS COUNT OR HASH TOTAL"
057700         MOVE "N" TO WS-RESTORE-OK-SWITCH
057800     END-IF.
057900 2000-EXIT.
058000     EXIT.
058100******************************************************************
058200* 2100-HASH-ONE-GEN-RECORD - ONE GENERATION RECORD.
058300******************************************************************
058400 2100-HASH-ONE-GEN-RECORD.
058500     READ GENERATION-FILE INTO WS-RECORD-BUFFER
058600         AT END
058700             SET WS-END-OF-GENERATION TO TRUE
058800     END-READ.
058900     IF WS-END-OF-GENERATION
059000         GO TO 2100-EXIT
059100     END-IF.
059200     ADD 1 TO WS-RECORD-COUNT.
059300     PERFORM 7800-HASH-RECORD
059400         THRU 7800-EXIT.
059500 2100-EXIT.
059600     EXIT.
059700******************************************************************
059800* 3000-COMPARE-ONE-MASTER - WALK THE CURRENT MASTER AND THE
059900*                  GENERATION TOGETHER IN KEY ORDER (ROW ORDER
060000*                  FOR A LINE SEQUENTIAL MASTER), LISTING WHAT
060100*                  THE RESTORE WOULD CHANGE, ADD BACK OR REMOVE.
060200*                  A MASTER NOT ON HAND COMPARES AS EMPTY.
060300******************************************************************
060400 3000-COMPARE-ONE-MASTER.
060500     SET SE-IDX TO SM-IDX.
060600     IF SE-SELECTED (SE-IDX) NOT = "Y"
060700         GO TO 3000-EXIT
060800     END-IF.
060900     SET WS-MASTER-NO TO SM-IDX.
061000     MOVE SM-KEY-LENGTH (SM-IDX) TO WS-KEY-LENGTH.
061100     MOVE SE-GEN-NAME (SE-IDX) TO WS-GEN-FILE-NAME.
061200     MOVE SPACES TO RESTORE-RPT-LINE.
061300     WRITE RESTORE-RPT-LINE.
061400     MOVE SM-MASTER-NAME (SM-IDX) TO ML-MASTER-NAME.
061500     MOVE WS-GEN-FILE-NAME TO ML-GEN-NAME.
061600     MOVE SE-RECORD-COUNT (SE-IDX) TO ML-RECORDS.
061700     WRITE RESTORE-RPT-LINE FROM WS-MASTER-LINE.
061800     MOVE ZERO TO WS-CURRENT-ROW
061900                  WS-SNAP-ROW.
061970     MOVE "N" TO WS-EOF-SWITCH
062040                 WS-MASTER-OPEN-SWITCH.
062110     PERFORM 7100-OPEN-MASTER
062180         THRU 7100-EXIT.
062250     IF WS-MASTER-FILE-OK
062320         SET WS-MASTER-OPEN TO TRUE
062390     ELSE
062460         SET WS-END-OF-FILE TO TRUE
062530     END-IF.
062600     OPEN INPUT GENERATION-FILE.
062700     MOVE "N" TO WS-GEN-EOF-SWITCH.
062800     PERFORM 3100-NEXT-CURRENT
062900         THRU 3100-EXIT.
063000     PERFORM 3200-NEXT-SNAPSHOT
063100         THRU 3200-EXIT.
063200     PERFORM 3300-COMPARE-ONE-PAIR
063300         THRU 3300-EXIT
063400         UNTIL WS-CURRENT-KEY = HIGH-VALUES
063500           AND WS-SNAP-KEY = HIGH-VALUES.
063600     CLOSE GENERATION-FILE.
063700     IF WS-MASTER-OPEN
063800         PERFORM 7300-CLOSE-MASTER
063900             THRU 7300-EXIT
064000     END-IF.
064100     MOVE SE-UNCHANGED (SE-IDX) TO CN-UNCHANGED.
064200     MOVE SE-CHANGED (SE-IDX)   TO CN-CHANGED.
064300     MOVE SE-ADDED (SE-IDX)     TO CN-ADDED.
064400     MOVE SE-REMOVED (SE-IDX)   TO CN-REMOVED.
064500     WRITE RESTORE-RPT-LINE FROM WS-COUNT-LINE.
064600     DISPLAY SM-MASTER-NAME (SM-IDX) " CHANGED "
064700         SE-CHANGED (SE-IDX) " ADDED BACK " SE-ADDED (SE-IDX)
064800         " REMOVED " SE-REMOVED (SE-IDX).
064900 3000-EXIT.
065000     EXIT.
065100******************************************************************
065200* 3100-NEXT-CURRENT - THE NEXT CURRENT RECORD AND ITS KEY, OR
065300*                  HIGH-VALUES AT END.
065400******************************************************************
065500 3100-NEXT-CURRENT.
065600     IF NOT WS-END-OF-FILE
065700         PERFORM 7200-READ-MASTER
065800             THRU 7200-EXIT
065900     END-IF.
066000     IF WS-END-OF-FILE
066100         MOVE HIGH-VALUES TO WS-CURRENT-KEY
066200         GO TO 3100-EXIT
066300     END-IF.
066400     MOVE WS-RECORD-BUFFER TO WS-CURRENT-BUFFER.
066500     ADD 1 TO WS-CURRENT-ROW.
066600     IF WS-KEY-LENGTH = ZERO
066700         MOVE WS-CURRENT-ROW TO WS-CURRENT-KEY
066800     ELSE
066900         MOVE WS-CURRENT-BUFFER (1:WS-KEY-LENGTH)
067000             TO WS-CURRENT-KEY
067100     END-IF.
067200 3100-EXIT.
067300     EXIT.
067400******************************************************************
067500* 3200-NEXT-SNAPSHOT - THE NEXT GENERATION RECORD AND ITS KEY, OR
067600*                  HIGH-VALUES AT END.
067700******************************************************************
067800 3200-NEXT-SNAPSHOT.
067900     READ GENERATION-FILE INTO WS-SNAP-BUFFER
068000         AT END
068100             SET WS-END-OF-GENERATION TO TRUE
068200     END-READ.
068300     IF WS-END-OF-GENERATION
068400         MOVE HIGH-VALUES TO WS-SNAP-KEY
068500         GO TO 3200-EXIT
068600     END-IF.
068700     ADD 1 TO WS-SNAP-ROW.
068800     IF WS-KEY-LENGTH = ZERO
068900         MOVE WS-SNAP-ROW TO WS-SNAP-KEY
069000     ELSE
069100         MOVE WS-SNAP-BUFFER (1:WS-KEY-LENGTH) TO WS-SNAP-KEY
069200     END-IF.
069300 3200-EXIT.
069400     EXIT.
069500******************************************************************
069600* 3300-COMPARE-ONE-PAIR - THE LOWER KEY IS ON ONE SIDE ONLY;
069700*                  EQUAL KEYS ARE THE SAME RECORD, CHANGED OR NOT.
069800******************************************************************
069900 3300-COMPARE-ONE-PAIR.
070000     IF WS-CURRENT-KEY < WS-SNAP-KEY
070100         ADD 1 TO SE-REMOVED (SE-IDX)
070200         MOVE "REMOVED" TO DF-ACTION
070300         MOVE WS-CURRENT-BUFFER TO DF-RECORD
070400         WRITE RESTORE-RPT-LINE FROM WS-DIFF-LINE
070500         PERFORM 3100-NEXT-CURRENT
070600             THRU 3100-EXIT
070700         GO TO 3300-EXIT
070800     END-IF.
070900     IF WS-CURRENT-KEY > WS-SNAP-KEY
071000         ADD 1 TO SE-ADDED (SE-IDX)
071100         MOVE "ADDED BACK" TO DF-ACTION
071200         MOVE WS-SNAP-BUFFER TO DF-RECORD
071300         WRITE RESTORE-RPT-LINE FROM WS-DIFF-LINE
071400         PERFORM 3200-NEXT-SNAPSHOT
071500             THRU 3200-EXIT
071600         GO TO 3300-EXIT
071700     END-IF.
071800     IF WS-CURRENT-BUFFER = WS-SNAP-BUFFER
071900         ADD 1 TO SE-UNCHANGED (SE-IDX)
072000     ELSE
072100         ADD 1 TO SE-CHANGED (SE-IDX)
072200         MOVE "BEFORE" TO DF-ACTION
072300         MOVE WS-CURRENT-BUFFER TO DF-RECORD
072400         WRITE RESTORE-RPT-LINE FROM WS-DIFF-LINE
072500         MOVE "  AFTER" TO DF-ACTION
072600         MOVE WS-SNAP-BUFFER TO DF-RECORD
072700         WRITE RESTORE-RPT-LINE FROM WS-DIFF-LINE
072800     END-IF.
072900     PERFORM 3100-NEXT-CURRENT
073000         THRU 3100-EXIT.
073100     PERFORM 3200-NEXT-SNAPSHOT
073200         THRU 3200-EXIT.
073300 3300-EXIT.
073400     EXIT.
073500******************************************************************
073600* 4000-RESTORE-ONE-MASTER - EMPTY THE MASTER AND RELOAD IT FROM
073700*                  THE GENERATION, THEN AUDIT IT.
073800******************************************************************
073900 4000-RESTORE-ONE-MASTER.
074000     SET SE-IDX TO SM-IDX.
074100     IF SE-SELECTED (SE-IDX) NOT = "Y"
074200         GO TO 4000-EXIT
074300     END-IF.
074400     SET WS-MASTER-NO TO SM-IDX.
074500     MOVE SE-GEN-NAME (SE-IDX) TO WS-GEN-FILE-NAME.
074600     MOVE SM-MASTER-NAME (SM-IDX) TO RS-MASTER-NAME.
074700     MOVE ZERO TO WS-WRITE-ERRORS.
074800     OPEN INPUT GENERATION-FILE.
074900     IF NOT WS-GEN-FILE-OK
075000         MOVE ZERO TO RS-RECORDS
075100         MOVE "NOT RESTORED - GENERATION WOULD NOT OPEN"
075200             TO RS-NOTE
075300         WRITE RESTORE-RPT-LINE FROM WS-RESULT-LINE
075400         GO TO 4000-EXIT
075500     END-IF.
075600     PERFORM 7400-OPEN-MASTER-OUTPUT
075700         THRU 7400-EXIT.
075800     IF NOT WS-MASTER-FILE-OK
075900         CLOSE GENERATION-FILE
076000         MOVE ZERO TO RS-RECORDS
076100         MOVE "NOT RESTORED - MASTER WOULD NOT OPEN"
076200             TO RS-NOTE
076300         WRITE RESTORE-RPT-LINE FROM WS-RESULT-LINE
076400         DISPLAY SM-MASTER-NAME (SM-IDX) " OPEN FAILED, STATUS "
076500             WS-MASTER-FILE-STATUS " - NOT RESTORED"
076600         GO TO 4000-EXIT
076700     END-IF.
076800     MOVE "N" TO WS-GEN-EOF-SWITCH.
076900     PERFORM 4100-RESTORE-ONE-RECORD
077000         THRU 4100-EXIT
077100         UNTIL WS-END-OF-GENERATION.
077200     CLOSE GENERATION-FILE.
077300     PERFORM 7300-CLOSE-MASTER
077400         THRU 7300-EXIT.
077500     ADD 1 TO WS-RESTORED-COUNT.
077600     MOVE SE-RESTORED (SE-IDX) TO RS-RECORDS.
077700     IF WS-WRITE-ERRORS > ZERO
077800         MOVE "WRITE ERRORS - SEE THE CONSOLE" TO RS-NOTE
077900     ELSE
078000         MOVE "FROM " TO RS-NOTE
078100         MOVE WS-GEN-FILE-NAME TO RS-NOTE (6:13)
078200     END-IF.
078300     WRITE RESTORE-RPT-LINE FROM WS-RESULT-LINE.
078400     ACCEPT WS-CURRENT-TIME FROM TIME.
078500     MOVE WS-TODAYS-DATE   TO SA-LOG-DATE.
078600     MOVE WS-CURRENT-TIME  TO SA-LOG-TIME.
078700     MOVE WS-SUPERVISOR-ID TO SA-ADMIN-ID.
078800     MOVE "RESTORE " TO SA-ACTION.
078900     MOVE SM-MASTER-NAME (SM-IDX) TO SA-TARGET-ID.
078925     MOVE "SECLOG" TO WS-AUDIT-TRAIL-NAME.
078950     CALL "AuditChain" USING WS-AUDIT-TRAIL-NAME,
078975         SEC-AUDIT-RECORD.
079000     WRITE SEC-AUDIT-RECORD.
079100 4000-EXIT.
079200     EXIT.
079300******************************************************************
079400* 4100-RESTORE-ONE-RECORD - ONE GENERATION RECORD BACK ONTO THE
079500*                  MASTER.
079600******************************************************************
079700 4100-RESTORE-ONE-RECORD.
079800     READ GENERATION-FILE INTO WS-RECORD-BUFFER
079900         AT END
080000             SET WS-END-OF-GENERATION TO TRUE
080100     END-READ.
080200     IF WS-END-OF-GENERATION
080300         GO TO 4100-EXIT
080400     END-IF.
080500     PERFORM 7500-WRITE-MASTER
080600         THRU 7500-EXIT.
080700     IF WS-MASTER-FILE-OK
080800         ADD 1 TO SE-RESTORED (SE-IDX)
080900     ELSE
081000         ADD 1 TO WS-WRITE-ERRORS
081100         DISPLAY SM-MASTER-NAME (SM-IDX) " WRITE FAILED, STATUS "
081200             WS-MASTER-FILE-STATUS " KEY "
081300             WS-RECORD-BUFFER (1:20)
081400     END-IF.
081500 4100-EXIT.
081600     EXIT.
081700******************************************************************
081800* 7100-OPEN-MASTER - OPEN MASTER WS-MASTER-NO FOR INPUT.
081900******************************************************************
082000 7100-OPEN-MASTER.
082100     EVALUATE WS-MASTER-NO
082200         WHEN 1
082300             OPEN INPUT RATE-MASTER-FILE
082400         WHEN 2
082500             OPEN INPUT ACCOUNT-MASTER-FILE
082600         WHEN 3
082700             OPEN INPUT ACCT-RATE-FILE
082800         WHEN 4
082900             OPEN INPUT GL-ACCOUNT-FILE
083000         WHEN 5
083100             OPEN INPUT DEPT-MASTER-FILE
083200         WHEN 6
083300             OPEN INPUT CURR-MASTER-FILE
083400         WHEN 7
083500             OPEN INPUT FEE-SCHEDULE-FILE
083600         WHEN 8
083700             OPEN INPUT STANDING-INST-FILE
083800         WHEN 9
083900             OPEN INPUT OPERATOR-PIN-FILE
084000     END-EVALUATE.
084100 7100-EXIT.
084200     EXIT.
084300******************************************************************
084400* 7200-READ-MASTER - THE NEXT RECORD OF MASTER WS-MASTER-NO INTO
084500*                  WS-RECORD-BUFFER, IN KEY ORDER WHEN INDEXED.
084600******************************************************************
084700 7200-READ-MASTER.
084800     EVALUATE WS-MASTER-NO
084900         WHEN 1
085000             READ RATE-MASTER-FILE NEXT RECORD
085100                 AT END
085200                     SET WS-END-OF-FILE TO TRUE
085300                 NOT AT END
085400                     MOVE RATE-MASTER-RECORD TO WS-RECORD-BUFFER
085500             END-READ
085600         WHEN 2
085700             READ ACCOUNT-MASTER-FILE NEXT RECORD
085800                 AT END
085900                     SET WS-END-OF-FILE TO TRUE
086000                 NOT AT END
086100                     MOVE ACCOUNT-MASTER-RECORD
086200                         TO WS-RECORD-BUFFER
086300             END-READ
086400         WHEN 3
086500             READ ACCT-RATE-FILE NEXT RECORD
086600                 AT END
086700                     SET WS-END-OF-FILE TO TRUE
086800                 NOT AT END
086900                     MOVE ACCOUNT-RATE-RECORD
087000                         TO WS-RECORD-BUFFER
087100             END-READ
087200         WHEN 4
087300             READ GL-ACCOUNT-FILE NEXT RECORD
087400                 AT END
087500                     SET WS-END-OF-FILE TO TRUE
087600                 NOT AT END
087700                     MOVE GL-ACCOUNT-RECORD TO WS-RECORD-BUFFER
087800             END-READ
087900         WHEN 5
088000             READ DEPT-MASTER-FILE NEXT RECORD
088100                 AT END
088200                     SET WS-END-OF-FILE TO TRUE
088300                 NOT AT END
088400                     MOVE DEPARTMENT-MASTER-RECORD
088500                         TO WS-RECORD-BUFFER
088600             END-READ
088700         WHEN 6
088800             READ CURR-MASTER-FILE NEXT RECORD
088900                 AT END
089000                     SET WS-END-OF-FILE TO TRUE
089100                 NOT AT END
089200                     MOVE CURRENCY-MASTER-RECORD
089300                         TO WS-RECORD-BUFFER
089400             END-READ
089500         WHEN 7
089600             READ FEE-SCHEDULE-FILE
089700                 AT END
089800                     SET WS-END-OF-FILE TO TRUE
089900                 NOT AT END
090000                     MOVE FEE-SCHEDULE-RECORD TO WS-RECORD-BUFFER
090100             END-READ
090200         WHEN 8
090300             READ STANDING-INST-FILE
090400                 AT END
090500                     SET WS-END-OF-FILE TO TRUE
090600                 NOT AT END
090700                     MOVE STANDING-INSTRUCTION-RECORD
090800                         TO WS-RECORD-BUFFER
090900             END-READ
091000         WHEN 9
091100             READ OPERATOR-PIN-FILE NEXT RECORD
091200                 AT END
091300                     SET WS-END-OF-FILE TO TRUE
091400                 NOT AT END
091500                     MOVE OPERATOR-PIN-RECORD TO WS-RECORD-BUFFER
091600             END-READ
091700     END-EVALUATE.
091800 7200-EXIT.
091900     EXIT.
092000******************************************************************
092100* 7300-CLOSE-MASTER - CLOSE MASTER WS-MASTER-NO.
092200******************************************************************
092300 7300-CLOSE-MASTER.
092400     EVALUATE WS-MASTER-NO
092500         WHEN 1
092600             CLOSE RATE-MASTER-FILE
092700         WHEN 2
092800             CLOSE ACCOUNT-MASTER-FILE
092900         WHEN 3
093000             CLOSE ACCT-RATE-FILE
093100         WHEN 4
093200             CLOSE GL-ACCOUNT-FILE
093300         WHEN 5
093400             CLOSE DEPT-MASTER-FILE
093500         WHEN 6
093600             CLOSE CURR-MASTER-FILE
093700         WHEN 7
093800             CLOSE FEE-SCHEDULE-FILE
093900         WHEN 8
094000             CLOSE STANDING-INST-FILE
094100         WHEN 9
094200             CLOSE OPERATOR-PIN-FILE
094300     END-EVALUATE.
094400 7300-EXIT.
094500     EXIT.
094600******************************************************************
094700* 7800-HASH-RECORD - FOLD WS-RECORD-BUFFER INTO WS-HASH-TOTAL.
094800******************************************************************
094900 7800-HASH-RECORD.
095000     PERFORM 7850-HASH-ONE-CHARACTER
095100         THRU 7850-EXIT
095200         VARYING WS-HASH-CHAR-IDX FROM 1 BY 1
095300         UNTIL WS-HASH-CHAR-IDX > 200.
095400 7800-EXIT.
095500     EXIT.
095600******************************************************************
095700* 7850-HASH-ONE-CHARACTER - A CHARACTER OUTSIDE THE SET COUNTS
095800*                  AS 96.
095900******************************************************************
096000 7850-HASH-ONE-CHARACTER.
096100     MOVE 96 TO WS-HASH-ORDINAL.
096200     SET HA-IDX TO 1.
096300     SEARCH WS-HASH-LETTER
096400         AT END
096500             CONTINUE
096600         WHEN WS-HASH-LETTER (HA-IDX)
096700              = WS-RECORD-BUFFER (WS-HASH-CHAR-IDX:1)
096800             SET WS-HASH-ORDINAL TO HA-IDX
096900     END-SEARCH.
097000     COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL
097100         + WS-HASH-ORDINAL * WS-HASH-CHAR-IDX.
097200 7850-EXIT.
097300     EXIT.
097400******************************************************************
097500* 7400-OPEN-MASTER-OUTPUT - OPEN MASTER WS-MASTER-NO EMPTY FOR
097600*                  RELOADING.
097700******************************************************************
097800 7400-OPEN-MASTER-OUTPUT.
097900     EVALUATE WS-MASTER-NO
098000         WHEN 1
098100             OPEN OUTPUT RATE-MASTER-FILE
098200         WHEN 2
098300             OPEN OUTPUT ACCOUNT-MASTER-FILE
098400         WHEN 3
098500             OPEN OUTPUT ACCT-RATE-FILE
098600         WHEN 4
098700             OPEN OUTPUT GL-ACCOUNT-FILE
098800         WHEN 5
098900             OPEN OUTPUT DEPT-MASTER-FILE
099000         WHEN 6
099100             OPEN OUTPUT CURR-MASTER-FILE
099200         WHEN 7
099300             OPEN OUTPUT FEE-SCHEDULE-FILE
099400         WHEN 8
099500             OPEN OUTPUT STANDING-INST-FILE
099600         WHEN 9
099700             OPEN OUTPUT OPERATOR-PIN-FILE
099800     END-EVALUATE.
099900 7400-EXIT.
100000     EXIT.
100100******************************************************************
100200* 7500-WRITE-MASTER - WS-RECORD-BUFFER ONTO MASTER WS-MASTER-NO.
100300******************************************************************
100400 7500-WRITE-MASTER.
100500     EVALUATE WS-MASTER-NO
100600         WHEN 1
100700             MOVE WS-RECORD-BUFFER TO RATE-MASTER-RECORD
100800             WRITE RATE-MASTER-RECORD
100900         WHEN 2
101000             MOVE WS-RECORD-BUFFER TO ACCOUNT-MASTER-RECORD
101100             WRITE ACCOUNT-MASTER-RECORD
101200         WHEN 3
101300             MOVE WS-RECORD-BUFFER TO ACCOUNT-RATE-RECORD
101400             WRITE ACCOUNT-RATE-RECORD
101500         WHEN 4
101600             MOVE WS-RECORD-BUFFER TO GL-ACCOUNT-RECORD
101700             WRITE GL-ACCOUNT-RECORD
101800         WHEN 5
101900             MOVE WS-RECORD-BUFFER TO DEPARTMENT-MASTER-RECORD
102000             WRITE DEPARTMENT-MASTER-RECORD
102100         WHEN 6
102200             MOVE WS-RECORD-BUFFER TO CURRENCY-MASTER-RECORD
102300             WRITE CURRENCY-MASTER-RECORD
102400         WHEN 7
102500             MOVE WS-RECORD-BUFFER TO FEE-SCHEDULE-RECORD
102600             WRITE FEE-SCHEDULE-RECORD
102700         WHEN 8
102800             MOVE WS-RECORD-BUFFER
102900                 TO STANDING-INSTRUCTION-RECORD
103000             WRITE STANDING-INSTRUCTION-RECORD
103100         WHEN 9
103200             MOVE WS-RECORD-BUFFER TO OPERATOR-PIN-RECORD
103300             WRITE OPERATOR-PIN-RECORD
103400     END-EVALUATE.
103500 7500-EXIT.
103600     EXIT.
103700******************************************************************
103800* 9999-EXIT - COMMON PROGRAM EXIT POINT.
103900******************************************************************
104000 9999-EXIT.
104100     GOBACK.
104200 END PROGRAM MasterRestore.
