000100******************************************************************
000200* PROGRAM-ID: INTEGRITYAUDIT
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     SCHEDULED CROSS-FILE REFERENTIAL INTEGRITY AUDIT.
000800*              EVERY PROGRAM VALIDATES ITS OWN KEYS AT ENTRY,
000900*              BUT THE FILES DRIFT APART AFTERWARDS - ACCOUNTS
001000*              ARE MERGED AWAY, RATE ROWS EXPIRE, GL ACCOUNTS
001100*              AND DEPARTMENTS ARE CLOSED, INDEX ROWS OUTLIVE
001200*              THEIR LOG RECORDS. THIS RUN SWEEPS CALCLOG,
001300*              CALCLOGX, CALCARCH, PNLEDG, STNDINST, ACCTRATE,
001400*              FEESCHED AND BILLSENT AGAINST ACCTMSTR, RATEMSTR,
001500*              GLACCTM, DEPTMSTR AND CALCLOG ITSELF, LISTS EVERY
001600*              ORPHAN OR DANGLING REFERENCE BY FILE AND RULE, AND
001700*              SUMMARIZES THE COUNT PER RULE AGAINST THE PREVIOUS
001800*              RUN. THE COUNTS ARE APPENDED TO INTEGHST SO THEY
001900*              CAN BE TRENDED WEEK TO WEEK. ARCHIVED AND SENT-
002000*              REGISTER ACCOUNT IDS ARE TRANSLATED THROUGH THE
002100*              ACCTMAP MERGE MAP FIRST, SINCE ACCOUNTMERGE NEVER
002200*              REWRITES THOSE FILES. REPORT IS INTEGAUD. HONORS
002300*              THE BUSDATE PROCESSING-DATE CONTROL.
002400*              RETURN CODE 0 CLEAN, 4 EXCEPTIONS FOUND, 8 A
002500*              MASTER FILE COULD NOT BE OPENED.
002600* TECTONICS:   cobc
002700*
002800* MODIFICATION HISTORY
002900*   2026-10-15 DO  INITIAL VERSION.
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. IntegrityAudit.
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS CL-LOG-KEY
004000         FILE STATUS IS WS-LOG-FILE-STATUS.
004100     SELECT ACCT-XREF-FILE ASSIGN TO "CALCLOGX"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS XR-XREF-KEY
004500         FILE STATUS IS WS-XREF-FILE-STATUS.
004600     SELECT CALC-ARCHIVE-FILE ASSIGN TO "CALCARCH"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-ARCH-FILE-STATUS.
004900     SELECT LEDGER-FILE ASSIGN TO "PNLEDG"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS LR-LEDGER-KEY
005300         FILE STATUS IS WS-LEDGER-FILE-STATUS.
005400     SELECT STANDING-INST-FILE ASSIGN TO "STNDINST"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-INST-FILE-STATUS.
005700     SELECT ACCT-RATE-FILE ASSIGN TO "ACCTRATE"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS AR-OVERRIDE-KEY
006100         FILE STATUS IS WS-ARATE-FILE-STATUS.
006200     SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-FEE-FILE-STATUS.
006500     SELECT SENT-REGISTER-FILE ASSIGN TO "BILLSENT"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-SENT-FILE-STATUS.
006800     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS RANDOM
007100         RECORD KEY IS AM-ACCOUNT-ID
007200         FILE STATUS IS WS-ACCT-FILE-STATUS.
007300     SELECT RATE-MASTER-FILE ASSIGN TO "RATEMSTR"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS RM-RATE-KEY
007700         FILE STATUS IS WS-RATE-FILE-STATUS.
007800     SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCTM"
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS RANDOM
008100         RECORD KEY IS GA-ACCOUNT-CODE
008200         FILE STATUS IS WS-GLA-FILE-STATUS.
008300     SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMSTR"
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS RANDOM
008600         RECORD KEY IS DP-DEPT-CODE
008700         FILE STATUS IS WS-DEPT-FILE-STATUS.
008800     SELECT ACCOUNT-MAP-FILE ASSIGN TO "ACCTMAP"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS WS-MAP-FILE-STATUS.
009100     SELECT AUDIT-HISTORY-FILE ASSIGN TO "INTEGHST"
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS WS-HIST-FILE-STATUS.
009400     SELECT AUDIT-RPT-FILE ASSIGN TO "INTEGAUD"
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS WS-RPT-FILE-STATUS.
009700     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
009800         ORGANIZATION IS LINE SEQUENTIAL
009900         FILE STATUS IS WS-BDATE-FILE-STATUS.
010000 DATA DIVISION.
010100 FILE SECTION.
010200 FD  CALC-LOG-FILE.
010300     COPY CALCLOG.
010400 FD  ACCT-XREF-FILE.
010500     COPY CALCLOGX.
010600 FD  CALC-ARCHIVE-FILE
010700     RECORDING MODE IS F.
010800     COPY CALCLOG REPLACING CALC-LOG-RECORD BY
011300       ARCHIVE-LOG-RECORD.
011800 FD  LEDGER-FILE.
011900     COPY LEDGREC.
012000 FD  STANDING-INST-FILE
012100     RECORDING MODE IS F.
012200     COPY STNDINST.
012300 FD  ACCT-RATE-FILE.
012400     COPY ACCTRATE.
012500 FD  FEE-SCHEDULE-FILE
012600     RECORDING MODE IS F.
012700     COPY FEESCHED.
012800 FD  SENT-REGISTER-FILE
012900     RECORDING MODE IS F.
013000     COPY BILLSENT.
013100 FD  ACCOUNT-MASTER-FILE.
013200     COPY ACCTMSTR.
013300 FD  RATE-MASTER-FILE.
013400     COPY RATEMSTR.
013500 FD  GL-ACCOUNT-FILE.
013600     COPY GLACCT.
013700 FD  DEPT-MASTER-FILE.
013800     COPY DEPTMSTR.
013900 FD  ACCOUNT-MAP-FILE
014000     RECORDING MODE IS F.
014100     COPY ACCTMAP.
014200 FD  AUDIT-HISTORY-FILE
014300     RECORDING MODE IS F.
014400 01  AUDIT-HISTORY-RECORD.
014500     05  IH-RUN-DATE                 PIC 9(08).
014600     05  IH-RULE-NO                  PIC 9(02).
014700     05  IH-FILE-NAME                PIC X(08).
014800     05  IH-RECORDS-CHECKED          PIC 9(09).
014900     05  IH-EXCEPTION-COUNT          PIC 9(09).
015000 FD  AUDIT-RPT-FILE
015100     RECORDING MODE IS F.
015200 01  AUDIT-RPT-LINE                  PIC X(80).
015300 FD  BUS-DATE-FILE
015400     RECORDING MODE IS F.
015500     COPY BUSDATE.
015600 WORKING-STORAGE SECTION.
015700 01  WS-LOG-FILE-STATUS              PIC X(02).
015800     88  WS-LOG-FILE-OK              VALUE "00".
015900 01  WS-XREF-FILE-STATUS             PIC X(02).
016000     88  WS-XREF-FILE-OK             VALUE "00".
016100 01  WS-ARCH-FILE-STATUS             PIC X(02).
016200     88  WS-ARCH-FILE-OK             VALUE "00".
016300 01  WS-LEDGER-FILE-STATUS           PIC X(02).
016400     88  WS-LEDGER-FILE-OK           VALUE "00".
016500 01  WS-INST-FILE-STATUS             PIC X(02).
016600     88  WS-INST-FILE-OK             VALUE "00".
016700 01  WS-ARATE-FILE-STATUS            PIC X(02).
016800     88  WS-ARATE-FILE-OK            VALUE "00".
016900 01  WS-FEE-FILE-STATUS              PIC X(02).
017000     88  WS-FEE-FILE-OK              VALUE "00".
017100 01  WS-SENT-FILE-STATUS             PIC X(02).
017200     88  WS-SENT-FILE-OK             VALUE "00".
017300 01  WS-ACCT-FILE-STATUS             PIC X(02).
017400     88  WS-ACCT-FILE-OK             VALUE "00".
017500 01  WS-RATE-FILE-STATUS             PIC X(02).
017600     88  WS-RATE-FILE-OK             VALUE "00".
017700 01  WS-GLA-FILE-STATUS              PIC X(02).
017800     88  WS-GLA-FILE-OK              VALUE "00".
017900 01  WS-DEPT-FILE-STATUS             PIC X(02).
018000     88  WS-DEPT-FILE-OK             VALUE "00".
018100 01  WS-MAP-FILE-STATUS              PIC X(02).
018200     88  WS-MAP-FILE-OK              VALUE "00".
018300 01  WS-HIST-FILE-STATUS             PIC X(02).
018400     88  WS-HIST-FILE-OK             VALUE "00".
018500 01  WS-RPT-FILE-STATUS              PIC X(02).
018600     88  WS-RPT-FILE-OK              VALUE "00".
018700 01  WS-BDATE-FILE-STATUS            PIC X(02).
018800     88  WS-BDATE-FILE-OK            VALUE "00".
018900 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
019000     88  WS-END-OF-FILE              VALUE "Y".
019100 01  WS-SCAN-EOF-SWITCH              PIC X(01) VALUE "N".
019200     88  WS-END-OF-SCAN              VALUE "Y".
019300 01  WS-MAP-EOF-SWITCH               PIC X(01) VALUE "N".
019400     88  WS-END-OF-MAP               VALUE "Y".
019500 01  WS-MAP-FOLLOW-SWITCH            PIC X(01) VALUE "N".
019600     88  WS-MAP-FOLLOWING            VALUE "Y".
019700 01  WS-ACCOUNT-FOUND-SWITCH         PIC X(01) VALUE "N".
019800     88  WS-ACCOUNT-FOUND            VALUE "Y".
019900 01  WS-RATE-FOUND-SWITCH            PIC X(01) VALUE "N".
020000     88  WS-RATE-FOUND               VALUE "Y".
020023 01  WS-MASTERS-SWITCH               PIC X(01) VALUE "Y".
020046     88  WS-MASTERS-OPEN             VALUE "Y".
020069 01  WS-ACCT-OPEN-SWITCH             PIC X(01) VALUE "N".
020092     88  WS-ACCT-OPEN                VALUE "Y".
020115 01  WS-RATE-OPEN-SWITCH             PIC X(01) VALUE "N".
020138     88  WS-RATE-OPEN                VALUE "Y".
020161 01  WS-GLA-OPEN-SWITCH              PIC X(01) VALUE "N".
020184     88  WS-GLA-OPEN                 VALUE "Y".
020207 01  WS-DEPT-OPEN-SWITCH             PIC X(01) VALUE "N".
020230     88  WS-DEPT-OPEN                VALUE "Y".
020253 01  WS-LOG-OPEN-SWITCH              PIC X(01) VALUE "N".
020276     88  WS-LOG-OPEN                 VALUE "Y".
020300 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
020400 01  WS-PREVIOUS-RUN-DATE            PIC 9(08) VALUE ZERO.
020500 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
020600 01  WS-LIB-FUNCTION                 PIC X(06).
020700 01  WS-LIB-RETURN-CODE              PIC 9(02).
020800 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "INTEGAUD".
020900 01  WS-LIB-MSG-VALUE                PIC X(40).
021000 01  WS-LIB-MSG-TEXT                 PIC X(60).
021100 01  WS-MAP-TABLE.
021200     05  WS-MAP-ENTRY OCCURS 200 TIMES INDEXED BY MT-IDX.
021300         10  MT-RETIRED-ID           PIC X(08).
021400         10  MT-SURVIVOR-ID          PIC X(08).
021500 01  WS-MAP-COUNT                    PIC 9(03) COMP VALUE ZERO.
021600 01  WS-MAP-HOPS                     PIC 9(03) COMP VALUE ZERO.
021700 01  WS-MAPPED-ACCOUNT               PIC X(08) VALUE SPACES.
021800*    THE RULES, IN REPORT ORDER. THE RULE NUMBER IS THE ENTRY'S
021900*    POSITION AND IS WHAT INTEGHST TRENDS BY, SO A NEW RULE GOES
022000*    ON THE END.
022100 01  WS-RULE-VALUES.
022200     05  FILLER                      PIC X(48) VALUE
022300         "CALCLOG ACCOUNT NOT ON ACCTMSTR                 ".
022400     05  FILLER                      PIC X(48) VALUE
022500         "CALCLOG ACCOUNT RETIRED BY A MERGE              ".
022600     05  FILLER                      PIC X(48) VALUE
022700         "CALCLOG RATE CODE NOT IN FORCE ON LOG DATE      ".
022800     05  FILLER                      PIC X(48) VALUE
022900         "CALCLOGXLOG KEY NOT ON CALCLOG                  ".
023000     05  FILLER                      PIC X(48) VALUE
023100         "CALCLOGXACCOUNT DIFFERS FROM THE LOG RECORD     ".
023200     05  FILLER                      PIC X(48) VALUE
023300         "CALCARCHACCOUNT NOT ON ACCTMSTR AFTER MERGE MAP ".
023400     05  FILLER                      PIC X(48) VALUE
023500         "CALCARCHRATE CODE NOT IN FORCE ON LOG DATE      ".
023600     05  FILLER                      PIC X(48) VALUE
023700         "PNLEDG  GL ACCOUNT NOT ON GLACCTM               ".
023800     05  FILLER                      PIC X(48) VALUE
023900         "PNLEDG  GL ACCOUNT CLOSED                       ".
024000     05  FILLER                      PIC X(48) VALUE
024100         "PNLEDG  DEPARTMENT NOT ON DEPTMSTR              ".
024200     05  FILLER                      PIC X(48) VALUE
024300         "PNLEDG  DEPARTMENT CLOSED                       ".
024400     05  FILLER                      PIC X(48) VALUE
024500         "STNDINSTACCOUNT NOT ON ACCTMSTR                 ".
024600     05  FILLER                      PIC X(48) VALUE
024700         "STNDINSTACTIVE INSTRUCTION ON INACTIVE ACCOUNT  ".
024800     05  FILLER                      PIC X(48) VALUE
024900         "STNDINSTRATE CODE NOT IN FORCE ON NEXT RUN DATE ".
025000     05  FILLER                      PIC X(48) VALUE
025100         "ACCTRATEACCOUNT NOT ON ACCTMSTR                 ".
025200     05  FILLER                      PIC X(48) VALUE
025300         "ACCTRATERATE CODE NOT ON RATEMSTR               ".
025400     05  FILLER                      PIC X(48) VALUE
025500         "FEESCHEDRATE CODE NOT ON RATEMSTR               ".
025600     05  FILLER                      PIC X(48) VALUE
025700         "BILLSENTLOG KEY NOT ON CALCLOG                  ".
025800     05  FILLER                      PIC X(48) VALUE
025900         "BILLSENTACCOUNT NOT ON ACCTMSTR AFTER MERGE MAP ".
026000 01  WS-RULE-TABLE REDEFINES WS-RULE-VALUES.
026100     05  WS-RULE-ENTRY OCCURS 19 TIMES INDEXED BY RL-IDX.
026200         10  RL-FILE-NAME            PIC X(08).
026300         10  RL-DESCRIPTION          PIC X(40).
026400 01  WS-RULE-COUNT                   PIC 9(02) COMP VALUE 19.
026500 01  WS-RULE-COUNTS.
026600     05  WS-RULE-COUNT-ENTRY OCCURS 19 TIMES INDEXED BY RC-IDX.
026700         10  RC-EXCEPTIONS           PIC 9(09).
026800         10  RC-PREVIOUS             PIC 9(09).
026900         10  RC-PREVIOUS-FOUND       PIC X(01).
027000*    RECORDS READ PER AUDITED FILE, IN THE ORDER SWEPT.
027100 01  WS-FILE-VALUES.
027200     05  FILLER                      PIC X(08) VALUE "CALCLOG".
027300     05  FILLER                      PIC X(08) VALUE "CALCLOGX".
027400     05  FILLER                      PIC X(08) VALUE "CALCARCH".
027500     05  FILLER                      PIC X(08) VALUE "PNLEDG".
027600     05  FILLER                      PIC X(08) VALUE "STNDINST".
027700     05  FILLER                      PIC X(08) VALUE "ACCTRATE".
027800     05  FILLER                      PIC X(08) VALUE "FEESCHED".
027900     05  FILLER                      PIC X(08) VALUE "BILLSENT".
028000 01  WS-FILE-TABLE REDEFINES WS-FILE-VALUES.
028100     05  WS-FILE-ENTRY OCCURS 8 TIMES INDEXED BY FL-IDX.
028200         10  FL-FILE-NAME            PIC X(08).
028300 01  WS-FILE-COUNTS.
028400     05  WS-FILE-COUNT-ENTRY OCCURS 8 TIMES.
028500         10  FC-RECORDS-READ         PIC 9(09).
028600         10  FC-PRESENT              PIC X(01).
028700 01  WS-FILE-NO                      PIC 9(02) COMP VALUE ZERO.
028800 01  WS-RULE-NO                      PIC 9(02) COMP VALUE ZERO.
028900 01  WS-TOTAL-EXCEPTIONS             PIC 9(09) COMP VALUE ZERO.
029000 01  WS-CHECK-ACCOUNT                PIC X(08) VALUE SPACES.
029100 01  WS-CHECK-RATE-CODE              PIC X(04) VALUE SPACES.
029200 01  WS-CHECK-DATE                   PIC 9(08) VALUE ZERO.
029300 01  WS-LAST-RATE-CODE               PIC X(04) VALUE SPACES.
029400 01  WS-LAST-RATE-DATE               PIC 9(08) VALUE ZERO.
029500 01  WS-LAST-RATE-SWITCH             PIC X(01) VALUE "N".
029600 01  WS-EXC-KEY                      PIC X(30) VALUE SPACES.
029700 01  WS-EXC-VALUE                    PIC X(16) VALUE SPACES.
029800 01  WS-LOG-KEY-VIEW.
029900     05  KV-LOG-DATE                 PIC 9(08).
030000     05  FILLER                      PIC X(01) VALUE SPACE.
030100     05  KV-OPERATOR-ID              PIC X(08).
030200     05  FILLER                      PIC X(01) VALUE SPACE.
030300     05  KV-SEQUENCE-NO              PIC 9(06).
030400 01  WS-HEADER-LINE.
030500     05  FILLER                      PIC X(40) VALUE
030600         "CROSS-FILE REFERENTIAL INTEGRITY AUDIT".
030700     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
030800     05  HL-RUN-DATE                 PIC 9(08).
030900     05  FILLER                      PIC X(22) VALUE SPACES.
031000 01  WS-SECTION-LINE                 PIC X(80).
031100 01  WS-EXC-COLUMN-LINE              PIC X(80) VALUE
031200     "FILE     RULE KEY                            VALUE".
031300 01  WS-EXCEPTION-LINE.
031400     05  EL-FILE-NAME                PIC X(08).
031500     05  FILLER                      PIC X(02) VALUE SPACES.
031600     05  EL-RULE-NO                  PIC Z9.
031700     05  FILLER                      PIC X(01) VALUE SPACE.
031800     05  EL-KEY                      PIC X(30).
031900     05  FILLER                      PIC X(01) VALUE SPACE.
032000     05  EL-VALUE                    PIC X(16).
032100     05  FILLER                      PIC X(20) VALUE SPACES.
032200 01  WS-FILE-LINE.
032300     05  FILLER                      PIC X(02) VALUE SPACES.
032400     05  FLN-FILE-NAME               PIC X(08).
032500     05  FILLER                      PIC X(02) VALUE SPACES.
032600     05  FLN-RECORDS                 PIC Z(08)9.
032700     05  FILLER                      PIC X(02) VALUE SPACES.
032800     05  FLN-NOTE                    PIC X(30).
032900     05  FILLER                      PIC X(27) VALUE SPACES.
032966 01  WS-SUMMARY-COLUMN-LINE.
033032     05  FILLER                      PIC X(48) VALUE
033098         "RULE FILE     DESCRIPTION".
033164     05  FILLER                      PIC X(32) VALUE
033230         " THIS RUN   PREVIOUS    CHANGE".
033300 01  WS-SUMMARY-LINE.
033400     05  SL-RULE-NO                  PIC Z9.
033500     05  FILLER                      PIC X(03) VALUE SPACES.
033600     05  SL-FILE-NAME                PIC X(08).
033700     05  FILLER                      PIC X(01) VALUE SPACE.
033800     05  SL-DESCRIPTION              PIC X(34).
033900     05  SL-EXCEPTIONS               PIC Z(08)9.
034000     05  FILLER                      PIC X(02) VALUE SPACES.
034100     05  SL-PREVIOUS                 PIC X(09).
034200     05  SL-CHANGE                   PIC X(12).
034300 01  WS-PREVIOUS-EDIT                PIC Z(08)9.
034400 01  WS-CHANGE-EDIT                  PIC +(08)9.
034500 01  WS-CHANGE                       PIC S9(09) VALUE ZERO.
034600 01  WS-TOTAL-LINE.
034700     05  FILLER                      PIC X(48) VALUE
034800         "TOTAL EXCEPTIONS".
034900     05  TL-EXCEPTIONS               PIC Z(08)9.
035000     05  FILLER                      PIC X(23) VALUE SPACES.
035100 PROCEDURE DIVISION.
035200******************************************************************
035300* 0000-MAINLINE - OPEN THE MASTERS, SWEEP EACH AUDITED FILE IN
035400*                 TURN, THEN SUMMARIZE AND RECORD THE COUNTS.
035500******************************************************************
035600 0000-MAINLINE.
035700     PERFORM 0500-RESOLVE-BUSINESS-DATE
035800         THRU 0500-EXIT.
035900     PERFORM 1000-OPEN-MASTERS
036000         THRU 1000-EXIT.
036100     IF NOT WS-MASTERS-OPEN
036200         DISPLAY "INTEGRITY AUDIT NOT RUN - A MASTER FILE COULD "
036300             "NOT BE OPENED"
036400         PERFORM 8000-CLOSE-MASTERS
036500             THRU 8000-EXIT
036600         MOVE 8 TO RETURN-CODE
036700         GO TO 9999-EXIT
036800     END-IF.
036900     INITIALIZE WS-RULE-COUNTS
037000                WS-FILE-COUNTS.
037100     PERFORM 1100-LOAD-ACCOUNT-MAP
037200         THRU 1100-EXIT.
037300     PERFORM 1300-LOAD-PREVIOUS-COUNTS
037400         THRU 1300-EXIT.
037500     OPEN OUTPUT AUDIT-RPT-FILE.
037600     MOVE WS-TODAYS-DATE TO HL-RUN-DATE.
037700     WRITE AUDIT-RPT-LINE FROM WS-HEADER-LINE.
037800     MOVE SPACES TO WS-SECTION-LINE.
037900     WRITE AUDIT-RPT-LINE FROM WS-SECTION-LINE.
038000     MOVE "EXCEPTIONS" TO WS-SECTION-LINE.
038100     WRITE AUDIT-RPT-LINE FROM WS-SECTION-LINE.
038200     WRITE AUDIT-RPT-LINE FROM WS-EXC-COLUMN-LINE.
038300     PERFORM 2000-AUDIT-CALC-LOG
038400         THRU 2000-EXIT.
038500     PERFORM 2200-AUDIT-XREF
038600         THRU 2200-EXIT.
038700     PERFORM 2400-AUDIT-ARCHIVE
038800         THRU 2400-EXIT.
038900     PERFORM 3000-AUDIT-LEDGER
039000         THRU 3000-EXIT.
039100     PERFORM 3200-AUDIT-STANDING-INST
039200         THRU 3200-EXIT.
039300     PERFORM 3400-AUDIT-ACCT-RATE
039400         THRU 3400-EXIT.
039500     PERFORM 3600-AUDIT-FEE-SCHEDULE
039600         THRU 3600-EXIT.
039700     PERFORM 3800-AUDIT-SENT-REGISTER
039800         THRU 3800-EXIT.
039900     PERFORM 8000-CLOSE-MASTERS
040000         THRU 8000-EXIT.
040100     IF WS-TOTAL-EXCEPTIONS = ZERO
040200         MOVE "  NONE" TO WS-SECTION-LINE
040300         WRITE AUDIT-RPT-LINE FROM WS-SECTION-LINE
040400     END-IF.
040500     PERFORM 5000-WRITE-SUMMARY
040600         THRU 5000-EXIT.
040700     CLOSE AUDIT-RPT-FILE.
040800     PERFORM 6000-RECORD-HISTORY
040900         THRU 6000-EXIT.
041000     MOVE "INTEGAUD" TO WS-RPT-KEEP-NAME.
041100     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-TODAYS-DATE.
041200     DISPLAY "INTEGRITY AUDIT EXCEPTIONS: " WS-TOTAL-EXCEPTIONS.
041300     IF WS-TOTAL-EXCEPTIONS > ZERO
041400         MOVE 4 TO RETURN-CODE
041500     ELSE
041600         MOVE ZERO TO RETURN-CODE
041700     END-IF.
041800     GO TO 9999-EXIT.
041900******************************************************************
042000* 0500-RESOLVE-BUSINESS-DATE - THE BUSDATE CONTROL WHEN ONE IS
042100*                  ON FILE, THE SYSTEM DATE OTHERWISE.
042200******************************************************************
042300 0500-RESOLVE-BUSINESS-DATE.
042400     MOVE "DATSTM" TO WS-LIB-FUNCTION.
042500     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
042600         WS-TODAYS-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
042700         WS-LIB-MSG-TEXT.
042800     OPEN INPUT BUS-DATE-FILE.
042900     IF NOT WS-BDATE-FILE-OK
043000         GO TO 0500-EXIT
043100     END-IF.
043200     READ BUS-DATE-FILE
043300         AT END
043400             CONTINUE
043500     END-READ.
043600     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
043700         MOVE BD-BUSINESS-DATE TO WS-TODAYS-DATE
043800     END-IF.
043900     CLOSE BUS-DATE-FILE.
044000 0500-EXIT.
044100     EXIT.
044200******************************************************************
044300* 1000-OPEN-MASTERS - THE FIVE FILES EVERYTHING IS CHECKED
044400*                  AGAINST. ALL MUST OPEN OR NOTHING IS AUDITED.
044500******************************************************************
044600 1000-OPEN-MASTERS.
044700     OPEN INPUT ACCOUNT-MASTER-FILE.
044775     IF WS-ACCT-FILE-OK
044850         SET WS-ACCT-OPEN TO TRUE
044925     ELSE
045000         DISPLAY "ACCTMSTR OPEN FAILED, STATUS "
045075             WS-ACCT-FILE-STATUS
045150         MOVE "N" TO WS-MASTERS-SWITCH
045225     END-IF.
045300     OPEN INPUT RATE-MASTER-FILE.
045360     IF WS-RATE-FILE-OK
045420         SET WS-RATE-OPEN TO TRUE
045480     ELSE
045540         DISPLAY "RATEMSTR OPEN FAILED, STATUS "
045600             WS-RATE-FILE-STATUS
045700         MOVE "N" TO WS-MASTERS-SWITCH
045800     END-IF.
045900     OPEN INPUT GL-ACCOUNT-FILE.
045960     IF WS-GLA-FILE-OK
046020         SET WS-GLA-OPEN TO TRUE
046080     ELSE
046140         DISPLAY "GLACCTM OPEN FAILED, STATUS "
046200             WS-GLA-FILE-STATUS
046300         MOVE "N" TO WS-MASTERS-SWITCH
046400     END-IF.
046500     OPEN INPUT DEPT-MASTER-FILE.
046560     IF WS-DEPT-FILE-OK
046620         SET WS-DEPT-OPEN TO TRUE
046680     ELSE
046740         DISPLAY "DEPTMSTR OPEN FAILED, STATUS "
046800             WS-DEPT-FILE-STATUS
046900         MOVE "N" TO WS-MASTERS-SWITCH
047000     END-IF.
047100     OPEN INPUT CALC-LOG-FILE.
047160     IF WS-LOG-FILE-OK
047220         SET WS-LOG-OPEN TO TRUE
047280     ELSE
047340         DISPLAY "CALCLOG OPEN FAILED, STATUS "
047400             WS-LOG-FILE-STATUS
047500         MOVE "N" TO WS-MASTERS-SWITCH
047600     END-IF.
047700 1000-EXIT.
047800     EXIT.
047900******************************************************************
048000* 1100-LOAD-ACCOUNT-MAP - THE ACCTMAP MERGE MAPPINGS INTO A
048100*                  TABLE. ACCOUNTMERGE RE-POINTS THE LIVE LOG BUT
048200*                  NEVER THE ARCHIVE OR THE SENT REGISTER, SO
048300*                  THOSE IDS ARE TRANSLATED THROUGH THIS TABLE.
048400******************************************************************
048500 1100-LOAD-ACCOUNT-MAP.
048600     MOVE ZERO TO WS-MAP-COUNT.
048700     OPEN INPUT ACCOUNT-MAP-FILE.
048800     IF NOT WS-MAP-FILE-OK
048900         GO TO 1100-EXIT
049000     END-IF.
049100     MOVE "N" TO WS-MAP-EOF-SWITCH.
049200     PERFORM 1150-LOAD-ONE-MAPPING
049300         THRU 1150-EXIT
049400         UNTIL WS-END-OF-MAP.
049500     CLOSE ACCOUNT-MAP-FILE.
049600 1100-EXIT.
049700     EXIT.
049800******************************************************************
049900* 1150-LOAD-ONE-MAPPING - ONE RETIRED-TO-SURVIVOR ROW.
050000******************************************************************
050100 1150-LOAD-ONE-MAPPING.
050200     READ ACCOUNT-MAP-FILE
050300         AT END
050400             SET WS-END-OF-MAP TO TRUE
050500     END-READ.
050600     IF WS-END-OF-MAP OR WS-MAP-COUNT NOT < 200
050700         GO TO 1150-EXIT
050800     END-IF.
050900     ADD 1 TO WS-MAP-COUNT.
051000     SET MT-IDX TO WS-MAP-COUNT.
051100     MOVE AX-RETIRED-ID  TO MT-RETIRED-ID (MT-IDX).
051200     MOVE AX-SURVIVOR-ID TO MT-SURVIVOR-ID (MT-IDX).
051300 1150-EXIT.
051400     EXIT.
051500******************************************************************
051600* 1200-RESOLVE-MERGED-ID - FOLLOW WS-MAPPED-ACCOUNT THROUGH THE
051700*                  MAPPINGS TO THE ACCOUNT IT NOW LIVES UNDER.
051800*                  THE HOP LIMIT GUARDS AGAINST A LOOPED MAP.
051900******************************************************************
052000 1200-RESOLVE-MERGED-ID.
052100     MOVE ZERO TO WS-MAP-HOPS.
052200     MOVE "Y" TO WS-MAP-FOLLOW-SWITCH.
052300     PERFORM 1250-FOLLOW-ONE-MAPPING
052400         THRU 1250-EXIT
052500         UNTIL NOT WS-MAP-FOLLOWING OR WS-MAP-HOPS > 20.
052600 1200-EXIT.
052700     EXIT.
052800******************************************************************
052900* 1250-FOLLOW-ONE-MAPPING - ONE HOP.
053000******************************************************************
053100 1250-FOLLOW-ONE-MAPPING.
053200     ADD 1 TO WS-MAP-HOPS.
053300     SET MT-IDX TO 1.
053400     SEARCH WS-MAP-ENTRY
053500         AT END
053600             MOVE "N" TO WS-MAP-FOLLOW-SWITCH
053700         WHEN MT-IDX > WS-MAP-COUNT
053800             MOVE "N" TO WS-MAP-FOLLOW-SWITCH
053900         WHEN MT-RETIRED-ID (MT-IDX) = WS-MAPPED-ACCOUNT
054000             MOVE MT-SURVIVOR-ID (MT-IDX) TO WS-MAPPED-ACCOUNT
054100     END-SEARCH.
054200 1250-EXIT.
054300     EXIT.
054400******************************************************************
054500* 1300-LOAD-PREVIOUS-COUNTS - THE COUNTS OF THE LATEST EARLIER
054600*                  RUN ON INTEGHST, FOR THE CHANGE COLUMN.
054700******************************************************************
054800 1300-LOAD-PREVIOUS-COUNTS.
054900     OPEN INPUT AUDIT-HISTORY-FILE.
055000     IF NOT WS-HIST-FILE-OK
055100         GO TO 1300-EXIT
055200     END-IF.
055300     MOVE "N" TO WS-SCAN-EOF-SWITCH.
055400     PERFORM 1350-READ-ONE-HISTORY-ROW
055500         THRU 1350-EXIT
055600         UNTIL WS-END-OF-SCAN.
055700     CLOSE AUDIT-HISTORY-FILE.
055800 1300-EXIT.
055900     EXIT.
056000******************************************************************
056100* 1350-READ-ONE-HISTORY-ROW - A LATER EARLIER RUN REPLACES THE
056200*                  COUNTS HELD SO FAR.
056300******************************************************************
056400 1350-READ-ONE-HISTORY-ROW.
056500     READ AUDIT-HISTORY-FILE
056600         AT END
056700             SET WS-END-OF-SCAN TO TRUE
056800     END-READ.
056900     IF WS-END-OF-SCAN
057000        OR IH-RUN-DATE NOT < WS-TODAYS-DATE
057100        OR IH-RUN-DATE < WS-PREVIOUS-RUN-DATE
057200        OR IH-RULE-NO < 1 OR IH-RULE-NO > WS-RULE-COUNT
057300         GO TO 1350-EXIT
057400     END-IF.
057500     IF IH-RUN-DATE > WS-PREVIOUS-RUN-DATE
057600         MOVE IH-RUN-DATE TO WS-PREVIOUS-RUN-DATE
057700         INITIALIZE WS-RULE-COUNTS
057800     END-IF.
057900     SET RC-IDX TO IH-RULE-NO.
058000     MOVE IH-EXCEPTION-COUNT TO RC-PREVIOUS (RC-IDX).
058100     MOVE "Y" TO RC-PREVIOUS-FOUND (RC-IDX).
058200 1350-EXIT.
058300     EXIT.
058400******************************************************************
058500* 2000-AUDIT-CALC-LOG - EVERY LIVE LOG RECORD'S ACCOUNT, AND THE
058600*                  RATE CODE OF EVERY RECORD THAT WAS NOT AN
058700*                  ENTRY ERROR.
058800******************************************************************
058900 2000-AUDIT-CALC-LOG.
059000     MOVE 1 TO WS-FILE-NO.
059100     MOVE "Y" TO FC-PRESENT (WS-FILE-NO).
059200     MOVE LOW-VALUES TO CL-LOG-KEY OF CALC-LOG-RECORD.
059300     MOVE "N" TO WS-EOF-SWITCH.
059366     START CALC-LOG-FILE
059432         KEY IS NOT LESS THAN CL-LOG-KEY OF CALC-LOG-RECORD
059500         INVALID KEY
059600             SET WS-END-OF-FILE TO TRUE
059700     END-START.
059800     PERFORM 2100-CHECK-ONE-LOG-RECORD
059900         THRU 2100-EXIT
060000         UNTIL WS-END-OF-FILE.
060100 2000-EXIT.
060200     EXIT.
060300******************************************************************
060400* 2100-CHECK-ONE-LOG-RECORD - RULES 1 TO 3.
060500******************************************************************
060600 2100-CHECK-ONE-LOG-RECORD.
060700     READ CALC-LOG-FILE NEXT RECORD
060800         AT END
060900             SET WS-END-OF-FILE TO TRUE
061000     END-READ.
061100     IF WS-END-OF-FILE
061200         GO TO 2100-EXIT
061300     END-IF.
061400     ADD 1 TO FC-RECORDS-READ (WS-FILE-NO).
061500     MOVE CL-LOG-DATE OF CALC-LOG-RECORD    TO KV-LOG-DATE.
061600     MOVE CL-OPERATOR-ID OF CALC-LOG-RECORD TO KV-OPERATOR-ID.
061700     MOVE CL-SEQUENCE-NO OF CALC-LOG-RECORD TO KV-SEQUENCE-NO.
061800     MOVE WS-LOG-KEY-VIEW TO WS-EXC-KEY.
061900     IF CL-ACCOUNT-ID OF CALC-LOG-RECORD NOT = SPACES
062000         MOVE CL-ACCOUNT-ID OF CALC-LOG-RECORD TO WS-CHECK-ACCOUNT
062100         PERFORM 7000-CHECK-ACCOUNT
062200             THRU 7000-EXIT
062300         IF NOT WS-ACCOUNT-FOUND
062366             MOVE CL-ACCOUNT-ID OF CALC-LOG-RECORD
062432                 TO WS-MAPPED-ACCOUNT
062500             PERFORM 1200-RESOLVE-MERGED-ID
062600                 THRU 1200-EXIT
062666             IF WS-MAPPED-ACCOUNT
062732                 NOT = CL-ACCOUNT-ID OF CALC-LOG-RECORD
062800                 MOVE 2 TO WS-RULE-NO
062900             ELSE
063000                 MOVE 1 TO WS-RULE-NO
063100             END-IF
063200             MOVE SPACES TO WS-EXC-VALUE
063266             STRING "ACCT " CL-ACCOUNT-ID OF CALC-LOG-RECORD
063332                 DELIMITED BY SIZE
063400                 INTO WS-EXC-VALUE
063500             END-STRING
063600             PERFORM 7900-REPORT-EXCEPTION
063700                 THRU 7900-EXIT
063800         END-IF
063900     END-IF.
063966     IF CL-RATE-CODE OF CALC-LOG-RECORD NOT = SPACES
064032        AND NOT CL-STATUS-ERROR OF CALC-LOG-RECORD
064088         MOVE CL-RATE-CODE OF CALC-LOG-RECORD
064144             TO WS-CHECK-RATE-CODE
064200         MOVE CL-LOG-DATE OF CALC-LOG-RECORD TO WS-CHECK-DATE
064300         PERFORM 7100-CHECK-RATE
064400             THRU 7100-EXIT
064500         IF NOT WS-RATE-FOUND
064600             MOVE 3 TO WS-RULE-NO
064700             MOVE SPACES TO WS-EXC-VALUE
064766             STRING "RATE " CL-RATE-CODE OF CALC-LOG-RECORD
064832                 DELIMITED BY SIZE
064900                 INTO WS-EXC-VALUE
065000             END-STRING
065100             PERFORM 7900-REPORT-EXCEPTION
065200                 THRU 7900-EXIT
065300         END-IF
065400     END-IF.
065500 2100-EXIT.
065600     EXIT.
065700******************************************************************
065800* 2200-AUDIT-XREF - EVERY ACCOUNT INDEX ROW MUST POINT AT A LIVE
065900*                  LOG RECORD OF THE SAME ACCOUNT.
066000******************************************************************
066100 2200-AUDIT-XREF.
066200     MOVE 2 TO WS-FILE-NO.
066300     OPEN INPUT ACCT-XREF-FILE.
066400     IF NOT WS-XREF-FILE-OK
066500         GO TO 2200-EXIT
066600     END-IF.
066700     MOVE "Y" TO FC-PRESENT (WS-FILE-NO).
066800     MOVE "N" TO WS-EOF-SWITCH.
066900     PERFORM 2300-CHECK-ONE-XREF
067000         THRU 2300-EXIT
067100         UNTIL WS-END-OF-FILE.
067200     CLOSE ACCT-XREF-FILE.
067300 2200-EXIT.
067400     EXIT.
067500******************************************************************
067600* 2300-CHECK-ONE-XREF - RULES 4 AND 5.
067700******************************************************************
067800 2300-CHECK-ONE-XREF.
067900     READ ACCT-XREF-FILE NEXT RECORD
068000         AT END
068100             SET WS-END-OF-FILE TO TRUE
068200     END-READ.
068300     IF WS-END-OF-FILE
068400         GO TO 2300-EXIT
068500     END-IF.
068600     ADD 1 TO FC-RECORDS-READ (WS-FILE-NO).
068700     MOVE XR-LOG-DATE TO KV-LOG-DATE
068750         CL-LOG-DATE OF CALC-LOG-RECORD.
068800     MOVE XR-OPERATOR-ID TO KV-OPERATOR-ID
068850         CL-OPERATOR-ID OF CALC-LOG-RECORD.
068900     MOVE XR-SEQUENCE-NO TO KV-SEQUENCE-NO
068950         CL-SEQUENCE-NO OF CALC-LOG-RECORD.
069000     MOVE WS-LOG-KEY-VIEW TO WS-EXC-KEY.
069100     MOVE SPACES TO WS-EXC-VALUE.
069200     STRING "ACCT " XR-ACCOUNT-ID DELIMITED BY SIZE
069300         INTO WS-EXC-VALUE
069400     END-STRING.
069500     READ CALC-LOG-FILE
069600         INVALID KEY
069700             MOVE 4 TO WS-RULE-NO
069800             PERFORM 7900-REPORT-EXCEPTION
069900                 THRU 7900-EXIT
070000             GO TO 2300-EXIT
070100     END-READ.
070200     IF CL-ACCOUNT-ID OF CALC-LOG-RECORD NOT = XR-ACCOUNT-ID
070300         MOVE 5 TO WS-RULE-NO
070400         PERFORM 7900-REPORT-EXCEPTION
070500             THRU 7900-EXIT
070600     END-IF.
070700 2300-EXIT.
070800     EXIT.
070900******************************************************************
071000* 2400-AUDIT-ARCHIVE - ARCHIVED ACCOUNTS AFTER MERGE TRANSLATION,
071100*                  AND ARCHIVED RATE CODES ON THEIR LOG DATE.
071200******************************************************************
071300 2400-AUDIT-ARCHIVE.
071400     MOVE 3 TO WS-FILE-NO.
071500     OPEN INPUT CALC-ARCHIVE-FILE.
071600     IF NOT WS-ARCH-FILE-OK
071700         GO TO 2400-EXIT
071800     END-IF.
071900     MOVE "Y" TO FC-PRESENT (WS-FILE-NO).
072000     MOVE "N" TO WS-EOF-SWITCH.
072100     PERFORM 2500-CHECK-ONE-ARCHIVE
072200         THRU 2500-EXIT
072300         UNTIL WS-END-OF-FILE.
072400     CLOSE CALC-ARCHIVE-FILE.
072500 2400-EXIT.
072600     EXIT.
072700******************************************************************
072800* 2500-CHECK-ONE-ARCHIVE - RULES 6 AND 7.
072900******************************************************************
073000 2500-CHECK-ONE-ARCHIVE.
073100     READ CALC-ARCHIVE-FILE
073200         AT END
073300             SET WS-END-OF-FILE TO TRUE
073400     END-READ.
073500     IF WS-END-OF-FILE
073600         GO TO 2500-EXIT
073700     END-IF.
073800     ADD 1 TO FC-RECORDS-READ (WS-FILE-NO).
073900     MOVE CL-LOG-DATE OF ARCHIVE-LOG-RECORD    TO KV-LOG-DATE.
074000     MOVE CL-OPERATOR-ID OF ARCHIVE-LOG-RECORD TO KV-OPERATOR-ID.
074100     MOVE CL-SEQUENCE-NO OF ARCHIVE-LOG-RECORD TO KV-SEQUENCE-NO.
074200     MOVE WS-LOG-KEY-VIEW TO WS-EXC-KEY.
074300     IF CL-ACCOUNT-ID OF ARCHIVE-LOG-RECORD NOT = SPACES
074366         MOVE CL-ACCOUNT-ID OF ARCHIVE-LOG-RECORD
074432             TO WS-MAPPED-ACCOUNT
074500         PERFORM 1200-RESOLVE-MERGED-ID
074600             THRU 1200-EXIT
074700         MOVE WS-MAPPED-ACCOUNT TO WS-CHECK-ACCOUNT
074800         PERFORM 7000-CHECK-ACCOUNT
074900             THRU 7000-EXIT
075000         IF NOT WS-ACCOUNT-FOUND
075100             MOVE 6 TO WS-RULE-NO
075200             MOVE SPACES TO WS-EXC-VALUE
075300             STRING "ACCT " WS-MAPPED-ACCOUNT DELIMITED BY SIZE
075400                 INTO WS-EXC-VALUE
075500             END-STRING
075600             PERFORM 7900-REPORT-EXCEPTION
075700                 THRU 7900-EXIT
075800         END-IF
075900     END-IF.
075960     IF CL-RATE-CODE OF ARCHIVE-LOG-RECORD NOT = SPACES
076020        AND NOT CL-STATUS-ERROR OF ARCHIVE-LOG-RECORD
076080         MOVE CL-RATE-CODE OF ARCHIVE-LOG-RECORD
076140             TO WS-CHECK-RATE-CODE
076200         MOVE CL-LOG-DATE OF ARCHIVE-LOG-RECORD TO WS-CHECK-DATE
076300         PERFORM 7100-CHECK-RATE
076400             THRU 7100-EXIT
076500         IF NOT WS-RATE-FOUND
076600             MOVE 7 TO WS-RULE-NO
076700             MOVE SPACES TO WS-EXC-VALUE
076766             STRING "RATE " CL-RATE-CODE OF ARCHIVE-LOG-RECORD
076832                 DELIMITED BY SIZE
076900                 INTO WS-EXC-VALUE
077000             END-STRING
077100             PERFORM 7900-REPORT-EXCEPTION
077200                 THRU 7900-EXIT
077300         END-IF
077400     END-IF.
077500 2500-EXIT.
077600     EXIT.
077700******************************************************************
077800* 3000-AUDIT-LEDGER - EVERY LEDGER ROW'S GL ACCOUNT AND
077900*                  DEPARTMENT. A BLANK GL ACCOUNT PREDATES GL
078000*                  CODING AND A BLANK DEPARTMENT IS THE HOUSE
078100*                  DEPARTMENT; NEITHER IS AN EXCEPTION.
078200******************************************************************
078300 3000-AUDIT-LEDGER.
078400     MOVE 4 TO WS-FILE-NO.
078500     OPEN INPUT LEDGER-FILE.
078600     IF NOT WS-LEDGER-FILE-OK
078700         GO TO 3000-EXIT
078800     END-IF.
078900     MOVE "Y" TO FC-PRESENT (WS-FILE-NO).
079000     MOVE "N" TO WS-EOF-SWITCH.
079100     PERFORM 3100-CHECK-ONE-LEDGER-ROW
079200         THRU 3100-EXIT
079300         UNTIL WS-END-OF-FILE.
079400     CLOSE LEDGER-FILE.
079500 3000-EXIT.
079600     EXIT.
079700******************************************************************
079800* 3100-CHECK-ONE-LEDGER-ROW - RULES 8 TO 11.
079900******************************************************************
080000 3100-CHECK-ONE-LEDGER-ROW.
080100     READ LEDGER-FILE NEXT RECORD
080200         AT END
080300             SET WS-END-OF-FILE TO TRUE
080400     END-READ.
080500     IF WS-END-OF-FILE
080600         GO TO 3100-EXIT
080700     END-IF.
080800     ADD 1 TO FC-RECORDS-READ (WS-FILE-NO).
080900     MOVE SPACES TO WS-EXC-KEY.
081000     STRING LR-POST-DATE " " LR-SEQUENCE-NO DELIMITED BY SIZE
081100         INTO WS-EXC-KEY
081200     END-STRING.
081300     IF LR-GL-ACCOUNT NOT = SPACES
081400         MOVE SPACES TO WS-EXC-VALUE
081500         STRING "GL " LR-GL-ACCOUNT DELIMITED BY SIZE
081600             INTO WS-EXC-VALUE
081700         END-STRING
081800         MOVE LR-GL-ACCOUNT TO GA-ACCOUNT-CODE
081900         READ GL-ACCOUNT-FILE
082000             INVALID KEY
082100                 MOVE 8 TO WS-RULE-NO
082200                 PERFORM 7900-REPORT-EXCEPTION
082300                     THRU 7900-EXIT
082400             NOT INVALID KEY
082500                 IF NOT GA-STATUS-ACTIVE
082600                     MOVE 9 TO WS-RULE-NO
082700                     PERFORM 7900-REPORT-EXCEPTION
082800                         THRU 7900-EXIT
082900                 END-IF
083000         END-READ
083100     END-IF.
083200     IF LR-DEPT-CODE NOT = SPACES
083300         MOVE SPACES TO WS-EXC-VALUE
083400         STRING "DEPT " LR-DEPT-CODE DELIMITED BY SIZE
083500             INTO WS-EXC-VALUE
083600         END-STRING
083700         MOVE LR-DEPT-CODE TO DP-DEPT-CODE
083800         READ DEPT-MASTER-FILE
083900             INVALID KEY
084000                 MOVE 10 TO WS-RULE-NO
084100                 PERFORM 7900-REPORT-EXCEPTION
084200                     THRU 7900-EXIT
084300             NOT INVALID KEY
084400                 IF NOT DP-STATUS-ACTIVE
084500                     MOVE 11 TO WS-RULE-NO
084600                     PERFORM 7900-REPORT-EXCEPTION
084700                         THRU 7900-EXIT
084800                 END-IF
084900         END-READ
085000     END-IF.
085100 3100-EXIT.
085200     EXIT.
085300******************************************************************
085400* 3200-AUDIT-STANDING-INST - EVERY STANDING INSTRUCTION'S
085500*                  ACCOUNT; AN ACTIVE ONE ALSO NEEDS AN ACTIVE
085600*                  ACCOUNT AND A RATE IN FORCE WHEN IT NEXT RUNS.
085700******************************************************************
085800 3200-AUDIT-STANDING-INST.
085900     MOVE 5 TO WS-FILE-NO.
086000     OPEN INPUT STANDING-INST-FILE.
086100     IF NOT WS-INST-FILE-OK
086200         GO TO 3200-EXIT
086300     END-IF.
086400     MOVE "Y" TO FC-PRESENT (WS-FILE-NO).
086500     MOVE "N" TO WS-EOF-SWITCH.
086600     PERFORM 3300-CHECK-ONE-INSTRUCTION
086700         THRU 3300-EXIT
086800         UNTIL WS-END-OF-FILE.
086900     CLOSE STANDING-INST-FILE.
087000 3200-EXIT.
087100     EXIT.
087200******************************************************************
087300* 3300-CHECK-ONE-INSTRUCTION - RULES 12 TO 14.
087400******************************************************************
087500 3300-CHECK-ONE-INSTRUCTION.
087600     READ STANDING-INST-FILE
087700         AT END
087800             SET WS-END-OF-FILE TO TRUE
087900     END-READ.
088000     IF WS-END-OF-FILE
088100         GO TO 3300-EXIT
088200     END-IF.
088300     ADD 1 TO FC-RECORDS-READ (WS-FILE-NO).
088400     MOVE SPACES TO WS-EXC-KEY.
088500     STRING "ROW " FC-RECORDS-READ (WS-FILE-NO) " "
088600         SI-ACCOUNT-ID " " SI-RATE-CODE DELIMITED BY SIZE
088700         INTO WS-EXC-KEY
088800     END-STRING.
088900     MOVE SPACES TO WS-EXC-VALUE.
089000     STRING "ACCT " SI-ACCOUNT-ID DELIMITED BY SIZE
089100         INTO WS-EXC-VALUE
089200     END-STRING.
089300     MOVE SI-ACCOUNT-ID TO WS-CHECK-ACCOUNT.
089400     PERFORM 7000-CHECK-ACCOUNT
089500         THRU 7000-EXIT.
089600     IF NOT WS-ACCOUNT-FOUND
089700         MOVE 12 TO WS-RULE-NO
089800         PERFORM 7900-REPORT-EXCEPTION
089900             THRU 7900-EXIT
090000     ELSE
090100         IF SI-STATUS-ACTIVE AND NOT AM-STATUS-ACTIVE
090200             MOVE 13 TO WS-RULE-NO
090300             PERFORM 7900-REPORT-EXCEPTION
090400                 THRU 7900-EXIT
090500         END-IF
090600     END-IF.
090700     IF SI-STATUS-ACTIVE AND SI-RATE-CODE NOT = SPACES
090800         MOVE SI-RATE-CODE TO WS-CHECK-RATE-CODE
090900         MOVE SI-NEXT-RUN-DATE TO WS-CHECK-DATE
091000         PERFORM 7100-CHECK-RATE
091100             THRU 7100-EXIT
091200         IF NOT WS-RATE-FOUND
091300             MOVE 14 TO WS-RULE-NO
091400             MOVE SPACES TO WS-EXC-VALUE
091500             STRING "RATE " SI-RATE-CODE DELIMITED BY SIZE
091600                 INTO WS-EXC-VALUE
091700             END-STRING
091800             PERFORM 7900-REPORT-EXCEPTION
091900                 THRU 7900-EXIT
092000         END-IF
092100     END-IF.
092200 3300-EXIT.
092300     EXIT.
092400******************************************************************
092500* 3400-AUDIT-ACCT-RATE - EVERY ACCOUNT OVERRIDE'S ACCOUNT AND
092600*                  RATE CODE. THE OVERRIDE SUPERSEDES THE MASTER
092700*                  VALUE, SO THE CODE NEED ONLY EXIST ON RATEMSTR.
092800******************************************************************
092900 3400-AUDIT-ACCT-RATE.
093000     MOVE 6 TO WS-FILE-NO.
093100     OPEN INPUT ACCT-RATE-FILE.
093200     IF NOT WS-ARATE-FILE-OK
093300         GO TO 3400-EXIT
093400     END-IF.
093500     MOVE "Y" TO FC-PRESENT (WS-FILE-NO).
093600     MOVE "N" TO WS-EOF-SWITCH.
093700     PERFORM 3500-CHECK-ONE-OVERRIDE
093800         THRU 3500-EXIT
093900         UNTIL WS-END-OF-FILE.
094000     CLOSE ACCT-RATE-FILE.
094100 3400-EXIT.
094200     EXIT.
094300******************************************************************
094400* 3500-CHECK-ONE-OVERRIDE - RULES 15 AND 16.
094500******************************************************************
094600 3500-CHECK-ONE-OVERRIDE.
094700     READ ACCT-RATE-FILE NEXT RECORD
094800         AT END
094900             SET WS-END-OF-FILE TO TRUE
095000     END-READ.
095100     IF WS-END-OF-FILE
095200         GO TO 3500-EXIT
095300     END-IF.
095400     ADD 1 TO FC-RECORDS-READ (WS-FILE-NO).
095500     MOVE SPACES TO WS-EXC-KEY.
095600     STRING AR-ACCOUNT-ID " " AR-RATE-CODE " " AR-EFFECTIVE-FROM
095700         DELIMITED BY SIZE
095800         INTO WS-EXC-KEY
095900     END-STRING.
096000     MOVE AR-ACCOUNT-ID TO WS-CHECK-ACCOUNT.
096100     PERFORM 7000-CHECK-ACCOUNT
096200         THRU 7000-EXIT.
096300     IF NOT WS-ACCOUNT-FOUND
096400         MOVE 15 TO WS-RULE-NO
096500         MOVE SPACES TO WS-EXC-VALUE
096600         STRING "ACCT " AR-ACCOUNT-ID DELIMITED BY SIZE
096700             INTO WS-EXC-VALUE
096800         END-STRING
096900         PERFORM 7900-REPORT-EXCEPTION
097000             THRU 7900-EXIT
097100     END-IF.
097200     MOVE AR-RATE-CODE TO WS-CHECK-RATE-CODE.
097300     MOVE ZERO TO WS-CHECK-DATE.
097400     PERFORM 7100-CHECK-RATE
097500         THRU 7100-EXIT.
097600     IF NOT WS-RATE-FOUND
097700         MOVE 16 TO WS-RULE-NO
097800         MOVE SPACES TO WS-EXC-VALUE
097900         STRING "RATE " AR-RATE-CODE DELIMITED BY SIZE
098000             INTO WS-EXC-VALUE
098100         END-STRING
098200         PERFORM 7900-REPORT-EXCEPTION
098300             THRU 7900-EXIT
098400     END-IF.
098500 3500-EXIT.
098600     EXIT.
098700******************************************************************
098800* 3600-AUDIT-FEE-SCHEDULE - EVERY SCHEDULE STEP'S RATE CODE MUST
098900*                  EXIST ON RATEMSTR.
099000******************************************************************
099100 3600-AUDIT-FEE-SCHEDULE.
099200     MOVE 7 TO WS-FILE-NO.
099300     OPEN INPUT FEE-SCHEDULE-FILE.
099400     IF NOT WS-FEE-FILE-OK
099500         GO TO 3600-EXIT
099600     END-IF.
099700     MOVE "Y" TO FC-PRESENT (WS-FILE-NO).
099800     MOVE "N" TO WS-EOF-SWITCH.
099900     PERFORM 3700-CHECK-ONE-FEE-STEP
100000         THRU 3700-EXIT
100100         UNTIL WS-END-OF-FILE.
100200     CLOSE FEE-SCHEDULE-FILE.
100300 3600-EXIT.
100400     EXIT.
100500******************************************************************
100600* 3700-CHECK-ONE-FEE-STEP - RULE 17.
100700******************************************************************
100800 3700-CHECK-ONE-FEE-STEP.
100900     READ FEE-SCHEDULE-FILE
101000         AT END
101100             SET WS-END-OF-FILE TO TRUE
101200     END-READ.
101300     IF WS-END-OF-FILE
101400         GO TO 3700-EXIT
101500     END-IF.
101600     ADD 1 TO FC-RECORDS-READ (WS-FILE-NO).
101700     IF FS-RATE-CODE = SPACES
101800         GO TO 3700-EXIT
101900     END-IF.
102000     MOVE FS-RATE-CODE TO WS-CHECK-RATE-CODE.
102100     MOVE ZERO TO WS-CHECK-DATE.
102200     PERFORM 7100-CHECK-RATE
102300         THRU 7100-EXIT.
102400     IF NOT WS-RATE-FOUND
102500         MOVE 17 TO WS-RULE-NO
102600         MOVE SPACES TO WS-EXC-KEY
102700         STRING "SCHEDULE " FS-SCHEDULE-CODE " STEP " FS-STEP-NO
102800             DELIMITED BY SIZE
102900             INTO WS-EXC-KEY
103000         END-STRING
103100         MOVE SPACES TO WS-EXC-VALUE
103200         STRING "RATE " FS-RATE-CODE DELIMITED BY SIZE
103300             INTO WS-EXC-VALUE
103400         END-STRING
103500         PERFORM 7900-REPORT-EXCEPTION
103600             THRU 7900-EXIT
103700     END-IF.
103800 3700-EXIT.
103900     EXIT.
104000******************************************************************
104100* 3800-AUDIT-SENT-REGISTER - EVERY SENT-REGISTER ROW MUST STILL
104200*                  HAVE ITS LOG RECORD, AND ITS ACCOUNT MUST BE ON
104300*                  FILE ONCE MERGES ARE FOLLOWED.
104400******************************************************************
104500 3800-AUDIT-SENT-REGISTER.
104600     MOVE 8 TO WS-FILE-NO.
104700     OPEN INPUT SENT-REGISTER-FILE.
104800     IF NOT WS-SENT-FILE-OK
104900         GO TO 3800-EXIT
105000     END-IF.
105100     MOVE "Y" TO FC-PRESENT (WS-FILE-NO).
105200     MOVE "N" TO WS-EOF-SWITCH.
105300     PERFORM 3900-CHECK-ONE-SENT-ROW
105400         THRU 3900-EXIT
105500         UNTIL WS-END-OF-FILE.
105600     CLOSE SENT-REGISTER-FILE.
105700 3800-EXIT.
105800     EXIT.
105900******************************************************************
106000* 3900-CHECK-ONE-SENT-ROW - RULES 18 AND 19.
106100******************************************************************
106200 3900-CHECK-ONE-SENT-ROW.
106300     READ SENT-REGISTER-FILE
106400         AT END
106500             SET WS-END-OF-FILE TO TRUE
106600     END-READ.
106700     IF WS-END-OF-FILE
106800         GO TO 3900-EXIT
106900     END-IF.
107000     ADD 1 TO FC-RECORDS-READ (WS-FILE-NO).
107100     MOVE BS-LOG-DATE TO KV-LOG-DATE
107150         CL-LOG-DATE OF CALC-LOG-RECORD.
107200     MOVE BS-OPERATOR-ID TO KV-OPERATOR-ID
107250         CL-OPERATOR-ID OF CALC-LOG-RECORD.
107300     MOVE BS-SEQUENCE-NO TO KV-SEQUENCE-NO
107350         CL-SEQUENCE-NO OF CALC-LOG-RECORD.
107400     MOVE WS-LOG-KEY-VIEW TO WS-EXC-KEY.
107500     READ CALC-LOG-FILE
107600         INVALID KEY
107700             MOVE 18 TO WS-RULE-NO
107800             MOVE SPACES TO WS-EXC-VALUE
107900             STRING "GEN " BS-EXTRACT-GEN DELIMITED BY SIZE
108000                 INTO WS-EXC-VALUE
108100             END-STRING
108200             PERFORM 7900-REPORT-EXCEPTION
108300                 THRU 7900-EXIT
108400     END-READ.
108500     IF BS-ACCOUNT-ID NOT = SPACES
108600         MOVE BS-ACCOUNT-ID TO WS-MAPPED-ACCOUNT
108700         PERFORM 1200-RESOLVE-MERGED-ID
108800             THRU 1200-EXIT
108900         MOVE WS-MAPPED-ACCOUNT TO WS-CHECK-ACCOUNT
109000         PERFORM 7000-CHECK-ACCOUNT
109100             THRU 7000-EXIT
109200         IF NOT WS-ACCOUNT-FOUND
109300             MOVE 19 TO WS-RULE-NO
109400             MOVE SPACES TO WS-EXC-VALUE
109500             STRING "ACCT " WS-MAPPED-ACCOUNT DELIMITED BY SIZE
109600                 INTO WS-EXC-VALUE
109700             END-STRING
109800             PERFORM 7900-REPORT-EXCEPTION
109900                 THRU 7900-EXIT
110000         END-IF
110100     END-IF.
110200 3900-EXIT.
110300     EXIT.
110400******************************************************************
110500* 5000-WRITE-SUMMARY - RECORDS READ PER FILE, THEN THE COUNT PER
110600*                  RULE AGAINST THE PREVIOUS RUN.
110700******************************************************************
110800 5000-WRITE-SUMMARY.
110900     MOVE SPACES TO WS-SECTION-LINE.
111000     WRITE AUDIT-RPT-LINE FROM WS-SECTION-LINE.
111100     MOVE "FILES AUDITED" TO WS-SECTION-LINE.
111200     WRITE AUDIT-RPT-LINE FROM WS-SECTION-LINE.
111300     PERFORM 5100-WRITE-ONE-FILE-LINE
111400         THRU 5100-EXIT
111500         VARYING FL-IDX FROM 1 BY 1
111600         UNTIL FL-IDX > 8.
111700     MOVE SPACES TO WS-SECTION-LINE.
111800     WRITE AUDIT-RPT-LINE FROM WS-SECTION-LINE.
111900     IF WS-PREVIOUS-RUN-DATE = ZERO
112000         MOVE "EXCEPTIONS BY RULE (NO PREVIOUS RUN ON INTEGHST)"
112100             TO WS-SECTION-LINE
112200     ELSE
112300         STRING "EXCEPTIONS BY RULE (PREVIOUS RUN "
112400             WS-PREVIOUS-RUN-DATE ")" DELIMITED BY SIZE
112500             INTO WS-SECTION-LINE
112600         END-STRING
112700     END-IF.
112800     WRITE AUDIT-RPT-LINE FROM WS-SECTION-LINE.
112900     WRITE AUDIT-RPT-LINE FROM WS-SUMMARY-COLUMN-LINE.
113000     PERFORM 5200-WRITE-ONE-RULE-LINE
113100         THRU 5200-EXIT
113200         VARYING RL-IDX FROM 1 BY 1
113300         UNTIL RL-IDX > WS-RULE-COUNT.
113400     MOVE WS-TOTAL-EXCEPTIONS TO TL-EXCEPTIONS.
113500     WRITE AUDIT-RPT-LINE FROM WS-TOTAL-LINE.
113600 5000-EXIT.
113700     EXIT.
113800******************************************************************
113900* 5100-WRITE-ONE-FILE-LINE - ONE AUDITED FILE.
114000******************************************************************
114100 5100-WRITE-ONE-FILE-LINE.
114200     SET WS-FILE-NO TO FL-IDX.
114300     MOVE FL-FILE-NAME (FL-IDX) TO FLN-FILE-NAME.
114400     MOVE FC-RECORDS-READ (WS-FILE-NO) TO FLN-RECORDS.
114500     IF FC-PRESENT (WS-FILE-NO) = "Y"
114600         MOVE "RECORDS CHECKED" TO FLN-NOTE
114700     ELSE
114800         MOVE "NOT PRESENT - NOT AUDITED" TO FLN-NOTE
114900     END-IF.
115000     WRITE AUDIT-RPT-LINE FROM WS-FILE-LINE.
115100 5100-EXIT.
115200     EXIT.
115300******************************************************************
115400* 5200-WRITE-ONE-RULE-LINE - ONE RULE, WITH ITS CHANGE SINCE THE
115500*                  PREVIOUS RUN.
115600******************************************************************
115700 5200-WRITE-ONE-RULE-LINE.
115800     SET RC-IDX TO RL-IDX.
115866     SET WS-RULE-NO TO RL-IDX.
115932     MOVE WS-RULE-NO TO SL-RULE-NO.
116000     MOVE RL-FILE-NAME (RL-IDX) TO SL-FILE-NAME.
116100     MOVE RL-DESCRIPTION (RL-IDX) TO SL-DESCRIPTION.
116200     MOVE RC-EXCEPTIONS (RC-IDX) TO SL-EXCEPTIONS.
116300     MOVE SPACES TO SL-CHANGE.
116400     IF RC-PREVIOUS-FOUND (RC-IDX) = "Y"
116500         MOVE RC-PREVIOUS (RC-IDX) TO WS-PREVIOUS-EDIT
116600         MOVE WS-PREVIOUS-EDIT TO SL-PREVIOUS
116700         COMPUTE WS-CHANGE = RC-EXCEPTIONS (RC-IDX)
116800             - RC-PREVIOUS (RC-IDX)
116900         IF WS-CHANGE NOT = ZERO
117000             MOVE WS-CHANGE TO WS-CHANGE-EDIT
117100             MOVE WS-CHANGE-EDIT TO SL-CHANGE (2:9)
117200         END-IF
117300     ELSE
117400         MOVE "      N/A" TO SL-PREVIOUS
117500     END-IF.
117600     WRITE AUDIT-RPT-LINE FROM WS-SUMMARY-LINE.
117700 5200-EXIT.
117800     EXIT.
117900******************************************************************
118000* 6000-RECORD-HISTORY - ONE INTEGHST ROW PER RULE FOR THIS RUN,
118100*                  CARRYING THE RECORDS CHECKED IN THE RULE'S
118200*                  FILE, SO THE COUNTS CAN BE TRENDED.
118300******************************************************************
118400 6000-RECORD-HISTORY.
118500     OPEN EXTEND AUDIT-HISTORY-FILE.
118600     IF NOT WS-HIST-FILE-OK
118700         OPEN OUTPUT AUDIT-HISTORY-FILE
118800     END-IF.
118900     PERFORM 6100-WRITE-ONE-HISTORY-ROW
119000         THRU 6100-EXIT
119100         VARYING RL-IDX FROM 1 BY 1
119200         UNTIL RL-IDX > WS-RULE-COUNT.
119300     CLOSE AUDIT-HISTORY-FILE.
119400 6000-EXIT.
119500     EXIT.
119600******************************************************************
119700* 6100-WRITE-ONE-HISTORY-ROW - ONE RULE'S ROW.
119800******************************************************************
119900 6100-WRITE-ONE-HISTORY-ROW.
120000     SET RC-IDX TO RL-IDX.
120100     MOVE WS-TODAYS-DATE TO IH-RUN-DATE.
120166     SET WS-RULE-NO TO RL-IDX.
120232     MOVE WS-RULE-NO TO IH-RULE-NO.
120300     MOVE RL-FILE-NAME (RL-IDX) TO IH-FILE-NAME.
120400     MOVE ZERO TO IH-RECORDS-CHECKED.
120500     SET FL-IDX TO 1.
120600     SEARCH WS-FILE-ENTRY
120700         AT END
120800             CONTINUE
120900         WHEN FL-FILE-NAME (FL-IDX) = RL-FILE-NAME (RL-IDX)
121000             SET WS-FILE-NO TO FL-IDX
121100             MOVE FC-RECORDS-READ (WS-FILE-NO)
121200                 TO IH-RECORDS-CHECKED
121300     END-SEARCH.
121400     MOVE RC-EXCEPTIONS (RC-IDX) TO IH-EXCEPTION-COUNT.
121500     WRITE AUDIT-HISTORY-RECORD.
121600 6100-EXIT.
121700     EXIT.
121800******************************************************************
121900* 7000-CHECK-ACCOUNT - IS WS-CHECK-ACCOUNT ON ACCTMSTR.
122000******************************************************************
122100 7000-CHECK-ACCOUNT.
122200     MOVE "N" TO WS-ACCOUNT-FOUND-SWITCH.
122300     MOVE WS-CHECK-ACCOUNT TO AM-ACCOUNT-ID.
122400     READ ACCOUNT-MASTER-FILE
122500         INVALID KEY
122600             CONTINUE
122700         NOT INVALID KEY
122800             SET WS-ACCOUNT-FOUND TO TRUE
122900     END-READ.
123000 7000-EXIT.
123100     EXIT.
123200******************************************************************
123300* 7100-CHECK-RATE - DOES WS-CHECK-RATE-CODE HAVE A RATEMSTR ROW
123400*                  IN FORCE ON WS-CHECK-DATE (ANY ROW AT ALL WHEN
123500*                  THE DATE IS ZERO). CONSECUTIVE RECORDS TEND TO
123600*                  ASK THE SAME QUESTION, SO THE LAST ANSWER IS
123700*                  KEPT.
123800******************************************************************
123900 7100-CHECK-RATE.
124000     IF WS-CHECK-RATE-CODE = WS-LAST-RATE-CODE
124100        AND WS-CHECK-DATE = WS-LAST-RATE-DATE
124200         MOVE WS-LAST-RATE-SWITCH TO WS-RATE-FOUND-SWITCH
124300         GO TO 7100-EXIT
124400     END-IF.
124500     MOVE "N" TO WS-RATE-FOUND-SWITCH.
124600     MOVE "N" TO WS-SCAN-EOF-SWITCH.
124700     MOVE WS-CHECK-RATE-CODE TO RM-RATE-CODE.
124800     MOVE ZERO TO RM-EFFECTIVE-FROM.
124900     START RATE-MASTER-FILE KEY IS NOT LESS THAN RM-RATE-KEY
125000         INVALID KEY
125100             SET WS-END-OF-SCAN TO TRUE
125200     END-START.
125300     PERFORM 7150-SCAN-ONE-RATE-ROW
125400         THRU 7150-EXIT
125500         UNTIL WS-END-OF-SCAN.
125600     MOVE WS-CHECK-RATE-CODE TO WS-LAST-RATE-CODE.
125700     MOVE WS-CHECK-DATE TO WS-LAST-RATE-DATE.
125800     MOVE WS-RATE-FOUND-SWITCH TO WS-LAST-RATE-SWITCH.
125900 7100-EXIT.
126000     EXIT.
126100******************************************************************
126200* 7150-SCAN-ONE-RATE-ROW - ONE ROW OF THE CODE.
126300******************************************************************
126400 7150-SCAN-ONE-RATE-ROW.
126500     READ RATE-MASTER-FILE NEXT RECORD
126600         AT END
126700             SET WS-END-OF-SCAN TO TRUE
126800     END-READ.
126900     IF WS-END-OF-SCAN
127000         GO TO 7150-EXIT
127100     END-IF.
127200     IF RM-RATE-CODE NOT = WS-CHECK-RATE-CODE
127300         SET WS-END-OF-SCAN TO TRUE
127400         GO TO 7150-EXIT
127500     END-IF.
127600     IF WS-CHECK-DATE = ZERO
127700        OR (RM-EFFECTIVE-FROM NOT > WS-CHECK-DATE
127800            AND RM-EFFECTIVE-TO NOT < WS-CHECK-DATE)
127900         SET WS-RATE-FOUND TO TRUE
128000         SET WS-END-OF-SCAN TO TRUE
128100     END-IF.
128200 7150-EXIT.
128300     EXIT.
128400******************************************************************
128500* 7900-REPORT-EXCEPTION - ONE EXCEPTION LINE UNDER WS-RULE-NO,
128600*                  COUNTED AGAINST THE RULE.
128700******************************************************************
128800 7900-REPORT-EXCEPTION.
128900     SET RL-IDX TO WS-RULE-NO.
129000     SET RC-IDX TO WS-RULE-NO.
129100     ADD 1 TO RC-EXCEPTIONS (RC-IDX).
129200     ADD 1 TO WS-TOTAL-EXCEPTIONS.
129300     MOVE RL-FILE-NAME (RL-IDX) TO EL-FILE-NAME.
129400     MOVE WS-RULE-NO TO EL-RULE-NO.
129500     MOVE WS-EXC-KEY TO EL-KEY.
129600     MOVE WS-EXC-VALUE TO EL-VALUE.
129700     WRITE AUDIT-RPT-LINE FROM WS-EXCEPTION-LINE.
129800 7900-EXIT.
129900     EXIT.
130000******************************************************************
130100* 8000-CLOSE-MASTERS - CLOSE THE MASTERS THAT OPENED.
130200******************************************************************
130300 8000-CLOSE-MASTERS.
130400     IF WS-ACCT-OPEN
130500         CLOSE ACCOUNT-MASTER-FILE
130600     END-IF.
130700     IF WS-RATE-OPEN
130800         CLOSE RATE-MASTER-FILE
130900     END-IF.
131000     IF WS-GLA-OPEN
131100         CLOSE GL-ACCOUNT-FILE
131200     END-IF.
131300     IF WS-DEPT-OPEN
131400         CLOSE DEPT-MASTER-FILE
131500     END-IF.
131600     IF WS-LOG-OPEN
131700         CLOSE CALC-LOG-FILE
131800     END-IF.
131900 8000-EXIT.
132000     EXIT.
132100******************************************************************
132200* 9999-EXIT - COMMON PROGRAM EXIT POINT.
132300******************************************************************
132400 9999-EXIT.
132500     GOBACK.
132600 END PROGRAM IntegrityAudit.
