000100******************************************************************
000200* PROGRAM-ID: CLOSESTATUSREPORT
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     MONTH-END CLOSE STATUS FOR ONE PERIOD - BY DEFAULT
000800*              THE MONTH BEFORE THE BUSINESS DATE. EVERY ACTIVE
000900*              TASK ON THE CLTASK CHECKLIST IS LISTED IN CHECKLIST
001000*              ORDER AS DONE (WITH WHO SIGNED IT OFF ON CLTRACK
001100*              AND WHEN), READY (OUTSTANDING, PREREQUISITES MET)
001200*              OR WAITING (OUTSTANDING BEHIND AN UNSIGNED
001300*              PREREQUISITE, WHICH IS NAMED). THE TOTALS SAY
001400*              WHETHER THE LEDGER PERIOD MAY CLOSE, OR HOW MANY
001500*              MANDATORY TASKS STILL BLOCK IT, AND THE HEADING
001600*              SHOWS WHETHER PNPCLS ALREADY HAS IT CLOSED. THE
001700*              REPORT CLSTATRP IS KEPT THROUGH REPORTKEEP.
001800* TECTONICS:   cobc
001900*
002000* MODIFICATION HISTORY
002100*   2026-10-15 DO  INITIAL VERSION.
002125*   2026-10-15 DO  THE PNPCLS ROW NOW CARRIES A COMPANY CODE. ONLY
002150*                  THE WHOLE-LEDGER ROW (BLANK COMPANY) CLOSES THE
002175*                  PERIOD HERE; ONE COMPANY'S CLOSE DOES NOT.
002180*   2026-10-15 DO  THE PERIOD IS NOW A FISCAL PERIOD (YYYYPP) AND
002185*                  MUST BE ON THE FISCCAL CALENDAR; ENTER TAKES
002190*                  THE FISCAL PERIOD BEFORE THE ONE HOLDING THE
002195*                  BUSINESS DATE.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. CloseStatusReport.
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT CLOSE-TASK-FILE ASSIGN TO "CLTASK"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS SEQUENTIAL
003100         RECORD KEY IS TK-TASK-ID
003200         FILE STATUS IS WS-TASK-FILE-STATUS.
003300     SELECT CLOSE-SIGNOFF-FILE ASSIGN TO "CLTRACK"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS SG-KEY
003700         FILE STATUS IS WS-SIGN-FILE-STATUS.
003800     SELECT PERIOD-CLOSE-FILE ASSIGN TO "PNPCLS"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-PCLS-FILE-STATUS.
004100     SELECT CLOSE-RPT-FILE ASSIGN TO "CLSTATRP"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-RPT-FILE-STATUS.
004400     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-BDATE-FILE-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  CLOSE-TASK-FILE.
005000     COPY CLOSETSK.
005100 FD  CLOSE-SIGNOFF-FILE.
005200     COPY CLOSESGN.
005300 FD  PERIOD-CLOSE-FILE
005400     RECORDING MODE IS F.
005500 01  PERIOD-CLOSE-RECORD.
005600     05  PC-YEAR-MONTH               PIC 9(06).
005700     05  PC-CLOSED-DATE              PIC 9(08).
005800     05  PC-CLOSED-BY                PIC X(08).
005850     05  PC-COMPANY-CODE             PIC X(04).
005900 FD  CLOSE-RPT-FILE
006000     RECORDING MODE IS F.
006100 01  CLOSE-RPT-LINE                  PIC X(80).
006200 FD  BUS-DATE-FILE
006300     RECORDING MODE IS F.
006400     COPY BUSDATE.
006500 WORKING-STORAGE SECTION.
006600 01  WS-TASK-FILE-STATUS             PIC X(02).
006700     88  WS-TASK-FILE-OK             VALUE "00".
006800 01  WS-SIGN-FILE-STATUS             PIC X(02).
006900     88  WS-SIGN-FILE-OK             VALUE "00".
007000 01  WS-PCLS-FILE-STATUS             PIC X(02).
007100     88  WS-PCLS-FILE-OK             VALUE "00".
007200 01  WS-RPT-FILE-STATUS              PIC X(02).
007300     88  WS-RPT-FILE-OK              VALUE "00".
007400 01  WS-BDATE-FILE-STATUS            PIC X(02).
007500     88  WS-BDATE-FILE-OK            VALUE "00".
007600 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
007700     88  WS-END-OF-FILE              VALUE "Y".
007800 01  WS-SIGN-OPEN-SWITCH             PIC X(01) VALUE "N".
007900     88  WS-SIGN-FILE-OPEN           VALUE "Y".
008000 01  WS-PERIOD-CLOSED-SWITCH         PIC X(01) VALUE "N".
008100     88  WS-PERIOD-IS-CLOSED         VALUE "Y".
008200 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
008300 01  WS-TODAYS-DATE-X REDEFINES WS-TODAYS-DATE.
008400     05  WS-TODAYS-YEAR              PIC 9(04).
008500     05  WS-TODAYS-MONTH             PIC 9(02).
008600     05  WS-TODAYS-DAY               PIC 9(02).
008700 01  WS-CLOSE-YEAR-MONTH             PIC 9(06) VALUE ZERO.
008800 01  WS-CLOSE-YEAR-MONTH-X REDEFINES WS-CLOSE-YEAR-MONTH.
008900     05  WS-CLOSE-YEAR               PIC 9(04).
009000     05  WS-CLOSE-MONTH              PIC 9(02).
009100 01  WS-PERIOD-INPUT                 PIC X(06) VALUE SPACES.
009108 01  WS-FP-FUNCTION                  PIC X(01).
009116 01  WS-FP-RESULT.
009124     05  WS-FP-FOUND-SWITCH          PIC X(01).
009132         88  WS-FP-PERIOD-FOUND      VALUE "Y".
009140     05  WS-FP-SOURCE                PIC X(01).
009148     05  WS-FP-PERIOD-ID             PIC 9(06).
009156     05  WS-FP-START-DATE            PIC 9(08).
009164     05  WS-FP-END-DATE              PIC 9(08).
009172     05  WS-FP-YEAR-START-DATE       PIC 9(08).
009180     05  WS-FP-YEAR-END-DATE         PIC 9(08).
009188     05  WS-FP-PERIODS-IN-YEAR       PIC 9(02).
009200 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
009300 01  WS-LIB-FUNCTION                 PIC X(06).
009400 01  WS-LIB-RETURN-CODE              PIC 9(02).
009500 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "CLSTATRP".
009600 01  WS-LIB-MSG-VALUE                PIC X(40).
009700 01  WS-LIB-MSG-TEXT                 PIC X(60).
009800*
009900*    THE PERIOD'S ACTIVE TASKS, LOADED IN KEY ORDER SO A
010000*    PREREQUISITE CAN BE LOOKED UP, THEN PRINTED IN CHECKLIST
010100*    ORDER.
010200*
010300 01  WS-TASK-TABLE.
010400     05  WS-TASK-ENTRY OCCURS 200 TIMES INDEXED BY TT-IDX.
010500         10  TT-TASK-ID              PIC X(08).
010600         10  TT-SEQUENCE             PIC 9(03).
010700         10  TT-DESCRIPTION          PIC X(30).
010800         10  TT-OWNER-ID             PIC X(08).
010900         10  TT-MANDATORY            PIC X(01).
011000             88  TT-IS-MANDATORY     VALUE "Y".
011100         10  TT-PREREQ-ID            PIC X(08) OCCURS 5 TIMES.
011200         10  TT-DONE-SWITCH          PIC X(01).
011300             88  TT-DONE             VALUE "Y".
011400         10  TT-DONE-BY              PIC X(08).
011500         10  TT-DONE-DATE            PIC 9(08).
011600         10  TT-PRINTED-SWITCH       PIC X(01).
011700             88  TT-PRINTED          VALUE "Y".
011800 01  WS-TASK-COUNT                   PIC 9(04) COMP VALUE ZERO.
011900 01  WS-TASK-OVERFLOW                PIC 9(04) COMP VALUE ZERO.
012000 01  WS-PRINT-IDX                    PIC 9(04) COMP VALUE ZERO.
012100 01  WS-NEXT-IDX                     PIC 9(04) COMP VALUE ZERO.
012200 01  WS-SCAN-IDX                     PIC 9(04) COMP VALUE ZERO.
012300 01  WS-PREREQ-IDX                   PIC 9(02) COMP VALUE ZERO.
012400 01  WS-WAITING-COUNT                PIC 9(02) COMP VALUE ZERO.
012500 01  WS-WAITING-LIST                 PIC X(45) VALUE SPACES.
012600 01  WS-WAITING-POINTER              PIC 9(02) COMP VALUE 1.
012700 01  WS-PREREQ-FOUND-SWITCH          PIC X(01) VALUE "N".
012800     88  WS-PREREQ-FOUND             VALUE "Y".
012900 01  WS-TOTALS.
013000     05  WS-DONE-COUNT               PIC 9(04) VALUE ZERO.
013100     05  WS-OPEN-COUNT               PIC 9(04) VALUE ZERO.
013200     05  WS-MANDATORY-OPEN-COUNT     PIC 9(04) VALUE ZERO.
013300 01  WS-HEADER-LINE.
013400     05  FILLER                      PIC X(30) VALUE
013500         "MONTH-END CLOSE STATUS".
013600     05  FILLER                      PIC X(08) VALUE "PERIOD: ".
013700     05  HL-YEAR-MONTH               PIC 9(06).
013800     05  FILLER                      PIC X(04) VALUE SPACES.
013900     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
014000     05  HL-RUN-DATE                 PIC 9(08).
014100     05  FILLER                      PIC X(14) VALUE SPACES.
014200 01  WS-PERIOD-STATUS-LINE.
014300     05  PSL-TEXT                    PIC X(40).
014400     05  PSL-CLOSED-DATE             PIC X(08).
014500     05  FILLER                      PIC X(04) VALUE " BY ".
014600     05  PSL-CLOSED-BY               PIC X(08).
014700     05  FILLER                      PIC X(20) VALUE SPACES.
014800 01  WS-COLUMN-LINE.
014900     05  FILLER                      PIC X(40) VALUE
015000         "SEQ TASK     DESCRIPTION              OW".
015100     05  FILLER                      PIC X(40) VALUE
015200         "NER    M STATE    BY       DATE".
015300 01  WS-DETAIL-LINE.
015400     05  DL-SEQUENCE                 PIC 9(03).
015500     05  FILLER                      PIC X(01) VALUE SPACE.
015600     05  DL-TASK-ID                  PIC X(08).
015700     05  FILLER                      PIC X(01) VALUE SPACE.
015800     05  DL-DESCRIPTION              PIC X(24).
015900     05  FILLER                      PIC X(01) VALUE SPACE.
016000     05  DL-OWNER-ID                 PIC X(08).
016100     05  FILLER                      PIC X(01) VALUE SPACE.
016200     05  DL-MANDATORY                PIC X(01).
016300     05  FILLER                      PIC X(01) VALUE SPACE.
016400     05  DL-STATE                    PIC X(08).
016500     05  FILLER                      PIC X(01) VALUE SPACE.
016600     05  DL-DONE-BY                  PIC X(08).
016700     05  FILLER                      PIC X(01) VALUE SPACE.
016800     05  DL-DONE-DATE                PIC X(08).
016900     05  FILLER                      PIC X(05) VALUE SPACES.
017000 01  WS-WAITING-LINE.
017100     05  FILLER                      PIC X(13) VALUE SPACES.
017200     05  FILLER                      PIC X(12) VALUE
017300         "WAITING ON: ".
017400     05  WL-TASK-LIST                PIC X(45).
017500     05  FILLER                      PIC X(10) VALUE SPACES.
017600 01  WS-COUNT-LINE.
017700     05  CL-LABEL                    PIC X(40).
017800     05  CL-COUNT                    PIC Z(05)9.
017900     05  FILLER                      PIC X(34) VALUE SPACES.
018000 01  WS-VERDICT-LINE                 PIC X(80) VALUE SPACES.
018100 PROCEDURE DIVISION.
018200******************************************************************
018300* 0000-MAINLINE - NAME THE PERIOD, LOAD AND MARK THE CHECKLIST,
018400*                 PRINT IT IN ORDER, THEN THE TOTALS AND VERDICT.
018500******************************************************************
018600 0000-MAINLINE.
018700     PERFORM 0500-RESOLVE-BUSINESS-DATE
018800         THRU 0500-EXIT.
018900     PERFORM 0700-GET-PERIOD
019000         THRU 0700-EXIT.
019100     PERFORM 0800-CHECK-PERIOD-CLOSED
019200         THRU 0800-EXIT.
019300     PERFORM 1000-LOAD-TASKS
019400         THRU 1000-EXIT.
019500     OPEN OUTPUT CLOSE-RPT-FILE.
019600     MOVE WS-CLOSE-YEAR-MONTH TO HL-YEAR-MONTH.
019700     MOVE WS-TODAYS-DATE TO HL-RUN-DATE.
019800     WRITE CLOSE-RPT-LINE FROM WS-HEADER-LINE.
019900     IF WS-PERIOD-IS-CLOSED
020000         WRITE CLOSE-RPT-LINE FROM WS-PERIOD-STATUS-LINE
020100     END-IF.
020200     MOVE SPACES TO CLOSE-RPT-LINE.
020300     WRITE CLOSE-RPT-LINE.
020400     IF WS-TASK-COUNT = ZERO
020500         MOVE "NO ACTIVE CLOSE TASKS ON CLTASK" TO CLOSE-RPT-LINE
020600         WRITE CLOSE-RPT-LINE
020700     ELSE
020800         WRITE CLOSE-RPT-LINE FROM WS-COLUMN-LINE
020900         PERFORM 2000-PRINT-NEXT-TASK
021000             THRU 2000-EXIT
021100             VARYING WS-PRINT-IDX FROM 1 BY 1
021200             UNTIL WS-PRINT-IDX > WS-TASK-COUNT
021300     END-IF.
021400     PERFORM 3000-PRINT-TOTALS
021500         THRU 3000-EXIT.
021600     CLOSE CLOSE-RPT-FILE.
021700     MOVE "CLSTATRP" TO WS-RPT-KEEP-NAME.
021800     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-TODAYS-DATE.
021900     DISPLAY "CLOSE " WS-CLOSE-YEAR-MONTH ": TASKS " WS-TASK-COUNT
022000         " DONE " WS-DONE-COUNT " MANDATORY OUTSTANDING "
022100         WS-MANDATORY-OPEN-COUNT.
022200     MOVE ZERO TO RETURN-CODE.
022300     IF WS-TASK-OVERFLOW > ZERO
022400         MOVE 4 TO RETURN-CODE
022500     END-IF.
022600     GO TO 9999-EXIT.
022700******************************************************************
022800* 0500-RESOLVE-BUSINESS-DATE - THE BUSDATE CONTROL WHEN ONE IS
022900*                  ON FILE, THE SYSTEM DATE OTHERWISE.
023000******************************************************************
023100 0500-RESOLVE-BUSINESS-DATE.
023200     MOVE "DATSTM" TO WS-LIB-FUNCTION.
023300     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
023400         WS-TODAYS-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
023500         WS-LIB-MSG-TEXT.
023600     OPEN INPUT BUS-DATE-FILE.
023700     IF NOT WS-BDATE-FILE-OK
023800         GO TO 0500-EXIT
023900     END-IF.
024000     READ BUS-DATE-FILE
024100         AT END
024200             CONTINUE
024300     END-READ.
024400     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
024500         MOVE BD-BUSINESS-DATE TO WS-TODAYS-DATE
024600     END-IF.
024700     CLOSE BUS-DATE-FILE.
024800 0500-EXIT.
024900     EXIT.
025000******************************************************************
025086* 0700-GET-PERIOD - THE FISCAL PERIOD TO REPORT. ENTER TAKES THE
025172*                  PERIOD BEFORE THE ONE HOLDING THE BUSINESS DATE
025258*                  - THE ONE NORMALLY BEING CLOSED.
025344******************************************************************
025430 0700-GET-PERIOD.
025516     MOVE "D" TO WS-FP-FUNCTION.
025602     CALL "FiscalPeriod" USING WS-FP-FUNCTION, WS-TODAYS-DATE,
025688         WS-FP-RESULT.
025774     MOVE "B" TO WS-FP-FUNCTION.
025860     CALL "FiscalPeriod" USING WS-FP-FUNCTION, WS-TODAYS-DATE,
025946         WS-FP-RESULT.
026032     MOVE ZERO TO WS-CLOSE-YEAR-MONTH.
026118     IF WS-FP-PERIOD-FOUND
026204         MOVE WS-FP-PERIOD-ID TO WS-CLOSE-YEAR-MONTH
026290     END-IF.
026376     DISPLAY "Period (YYYYPP, Enter for " WS-CLOSE-YEAR-MONTH
026462         "): ".
026548     MOVE SPACES TO WS-PERIOD-INPUT.
026634     ACCEPT WS-PERIOD-INPUT.
026720     IF WS-PERIOD-INPUT = SPACES
026806         GO TO 0700-EXIT
026892     END-IF.
026978     IF WS-PERIOD-INPUT NOT NUMERIC
027064         DISPLAY "PERIOD MUST BE YYYYPP - " WS-CLOSE-YEAR-MONTH
027150             " REPORTED"
027236         GO TO 0700-EXIT
027322     END-IF.
027408     MOVE "P" TO WS-FP-FUNCTION.
027494     MOVE WS-PERIOD-INPUT TO WS-FP-PERIOD-ID.
027580     CALL "FiscalPeriod" USING WS-FP-FUNCTION, WS-TODAYS-DATE,
027666         WS-FP-RESULT.
027752     IF NOT WS-FP-PERIOD-FOUND
027816         DISPLAY "PERIOD " WS-PERIOD-INPUT " IS NOT ON THE "
027880             "FISCAL CALENDAR"
027944             " - " WS-CLOSE-YEAR-MONTH " REPORTED"
028010         GO TO 0700-EXIT
028096     END-IF.
028182     MOVE WS-PERIOD-INPUT TO WS-CLOSE-YEAR-MONTH.
028300 0700-EXIT.
028400     EXIT.
028500******************************************************************
028600* 0800-CHECK-PERIOD-CLOSED - SCAN THE PNPCLS CLOSE CONTROL FOR THE
028700*                  PERIOD, KEEPING WHO CLOSED IT AND WHEN.
028800******************************************************************
028900 0800-CHECK-PERIOD-CLOSED.
029000     MOVE "N" TO WS-PERIOD-CLOSED-SWITCH.
029100     MOVE "N" TO WS-EOF-SWITCH.
029200     OPEN INPUT PERIOD-CLOSE-FILE.
029300     IF NOT WS-PCLS-FILE-OK
029400         GO TO 0800-EXIT
029500     END-IF.
029600     PERFORM 0850-SCAN-ONE-CLOSE-ROW
029700         THRU 0850-EXIT
029800         UNTIL WS-END-OF-FILE OR WS-PERIOD-IS-CLOSED.
029900     CLOSE PERIOD-CLOSE-FILE.
030000 0800-EXIT.
030100     EXIT.
030200******************************************************************
030300* 0850-SCAN-ONE-CLOSE-ROW - ONE CONTROL ROW AT A TIME.
030400******************************************************************
030500 0850-SCAN-ONE-CLOSE-ROW.
030600     READ PERIOD-CLOSE-FILE
030700         AT END
030800             SET WS-END-OF-FILE TO TRUE
030900             GO TO 0850-EXIT
031000     END-READ.
031100     IF PC-YEAR-MONTH = WS-CLOSE-YEAR-MONTH
031150     AND PC-COMPANY-CODE = SPACES
031200         SET WS-PERIOD-IS-CLOSED TO TRUE
031300         MOVE "LEDGER PERIOD CLOSED ON PNPCLS ON " TO PSL-TEXT
031400         MOVE PC-CLOSED-DATE TO PSL-CLOSED-DATE
031500         MOVE PC-CLOSED-BY   TO PSL-CLOSED-BY
031600     END-IF.
031700 0850-EXIT.
031800     EXIT.
031900******************************************************************
032000* 1000-LOAD-TASKS - EVERY ACTIVE CHECKLIST TASK INTO THE TABLE,
032100*                  MARKED WITH ITS SIGN-OFF FOR THE PERIOD.
032200******************************************************************
032300 1000-LOAD-TASKS.
032400     MOVE ZERO TO WS-TASK-COUNT.
032500     MOVE "N" TO WS-EOF-SWITCH.
032600     OPEN INPUT CLOSE-TASK-FILE.
032700     IF NOT WS-TASK-FILE-OK
032800         GO TO 1000-EXIT
032900     END-IF.
033000     MOVE "N" TO WS-SIGN-OPEN-SWITCH.
033100     OPEN INPUT CLOSE-SIGNOFF-FILE.
033200     IF WS-SIGN-FILE-OK
033300         SET WS-SIGN-FILE-OPEN TO TRUE
033400     END-IF.
033500     PERFORM 1100-LOAD-ONE-TASK
033600         THRU 1100-EXIT
033700         UNTIL WS-END-OF-FILE.
033800     CLOSE CLOSE-TASK-FILE.
033900     IF WS-SIGN-FILE-OPEN
034000         CLOSE CLOSE-SIGNOFF-FILE
034100     END-IF.
034200 1000-EXIT.
034300     EXIT.
034400******************************************************************
034500* 1100-LOAD-ONE-TASK - ONE ACTIVE TASK AND ITS SIGN-OFF, IF ANY.
034600******************************************************************
034700 1100-LOAD-ONE-TASK.
034800     READ CLOSE-TASK-FILE NEXT RECORD
034900         AT END
035000             SET WS-END-OF-FILE TO TRUE
035100             GO TO 1100-EXIT
035200     END-READ.
035300     IF NOT TK-STATUS-ACTIVE
035400         GO TO 1100-EXIT
035500     END-IF.
035600     IF WS-TASK-COUNT = 200
035700         ADD 1 TO WS-TASK-OVERFLOW
035800         DISPLAY "TASK TABLE FULL - " TK-TASK-ID " NOT REPORTED"
035900         GO TO 1100-EXIT
036000     END-IF.
036100     ADD 1 TO WS-TASK-COUNT.
036200     SET TT-IDX TO WS-TASK-COUNT.
036300     MOVE TK-TASK-ID      TO TT-TASK-ID (TT-IDX).
036400     MOVE TK-SEQUENCE     TO TT-SEQUENCE (TT-IDX).
036500     MOVE TK-DESCRIPTION  TO TT-DESCRIPTION (TT-IDX).
036600     MOVE TK-OWNER-ID     TO TT-OWNER-ID (TT-IDX).
036700     MOVE TK-MANDATORY    TO TT-MANDATORY (TT-IDX).
036800     MOVE TK-PREREQ-ID (1) TO TT-PREREQ-ID (TT-IDX, 1).
036900     MOVE TK-PREREQ-ID (2) TO TT-PREREQ-ID (TT-IDX, 2).
037000     MOVE TK-PREREQ-ID (3) TO TT-PREREQ-ID (TT-IDX, 3).
037100     MOVE TK-PREREQ-ID (4) TO TT-PREREQ-ID (TT-IDX, 4).
037200     MOVE TK-PREREQ-ID (5) TO TT-PREREQ-ID (TT-IDX, 5).
037300     MOVE "N"             TO TT-DONE-SWITCH (TT-IDX).
037400     MOVE SPACES          TO TT-DONE-BY (TT-IDX).
037500     MOVE ZERO            TO TT-DONE-DATE (TT-IDX).
037600     MOVE "N"             TO TT-PRINTED-SWITCH (TT-IDX).
037700     IF NOT WS-SIGN-FILE-OPEN
037800         GO TO 1100-EXIT
037900     END-IF.
038000     MOVE WS-CLOSE-YEAR-MONTH TO SG-YEAR-MONTH.
038100     MOVE TK-TASK-ID          TO SG-TASK-ID.
038200     READ CLOSE-SIGNOFF-FILE
038300         INVALID KEY
038400             GO TO 1100-EXIT
038500     END-READ.
038600     SET TT-DONE (TT-IDX) TO TRUE.
038700     MOVE SG-COMPLETED-BY   TO TT-DONE-BY (TT-IDX).
038800     MOVE SG-COMPLETED-DATE TO TT-DONE-DATE (TT-IDX).
038900 1100-EXIT.
039000     EXIT.
039100******************************************************************
039200* 2000-PRINT-NEXT-TASK - PICK THE UNPRINTED TASK LOWEST IN
039300*                  CHECKLIST ORDER (KEY ORDER BREAKS A TIE) AND
039400*                  PRINT IT.
039500******************************************************************
039600 2000-PRINT-NEXT-TASK.
039700     MOVE ZERO TO WS-NEXT-IDX.
039800     PERFORM 2100-CONSIDER-ONE-TASK
039900         THRU 2100-EXIT
040000         VARYING WS-SCAN-IDX FROM 1 BY 1
040100         UNTIL WS-SCAN-IDX > WS-TASK-COUNT.
040200     SET TT-IDX TO WS-NEXT-IDX.
040300     SET TT-PRINTED (TT-IDX) TO TRUE.
040400     MOVE TT-SEQUENCE (TT-IDX)    TO DL-SEQUENCE.
040500     MOVE TT-TASK-ID (TT-IDX)     TO DL-TASK-ID.
040600     MOVE TT-DESCRIPTION (TT-IDX) TO DL-DESCRIPTION.
040700     MOVE TT-OWNER-ID (TT-IDX)    TO DL-OWNER-ID.
040800     MOVE TT-MANDATORY (TT-IDX)   TO DL-MANDATORY.
040900     MOVE SPACES TO DL-DONE-BY DL-DONE-DATE.
041000     IF TT-DONE (TT-IDX)
041100         ADD 1 TO WS-DONE-COUNT
041200         MOVE "DONE"                TO DL-STATE
041300         MOVE TT-DONE-BY (TT-IDX)   TO DL-DONE-BY
041400         MOVE TT-DONE-DATE (TT-IDX) TO DL-DONE-DATE
041500         WRITE CLOSE-RPT-LINE FROM WS-DETAIL-LINE
041600         GO TO 2000-EXIT
041700     END-IF.
041800     ADD 1 TO WS-OPEN-COUNT.
041900     IF TT-IS-MANDATORY (TT-IDX)
042000         ADD 1 TO WS-MANDATORY-OPEN-COUNT
042100     END-IF.
042200     MOVE ZERO TO WS-WAITING-COUNT.
042300     MOVE SPACES TO WS-WAITING-LIST.
042400     MOVE 1 TO WS-WAITING-POINTER.
042500     PERFORM 2200-CHECK-ONE-PREREQUISITE
042600         THRU 2200-EXIT
042700         VARYING WS-PREREQ-IDX FROM 1 BY 1
042800         UNTIL WS-PREREQ-IDX > 5.
042900     IF WS-WAITING-COUNT > ZERO
043000         MOVE "WAITING" TO DL-STATE
043100         WRITE CLOSE-RPT-LINE FROM WS-DETAIL-LINE
043200         MOVE WS-WAITING-LIST TO WL-TASK-LIST
043300         WRITE CLOSE-RPT-LINE FROM WS-WAITING-LINE
043400     ELSE
043500         MOVE "READY" TO DL-STATE
043600         WRITE CLOSE-RPT-LINE FROM WS-DETAIL-LINE
043700     END-IF.
043800 2000-EXIT.
043900     EXIT.
044000******************************************************************
044100* 2100-CONSIDER-ONE-TASK - KEEP THE LOWEST UNPRINTED TASK SEEN SO
044200*                  FAR.
044300******************************************************************
044400 2100-CONSIDER-ONE-TASK.
044500     SET TT-IDX TO WS-SCAN-IDX.
044600     IF TT-PRINTED (TT-IDX)
044700         GO TO 2100-EXIT
044800     END-IF.
044900     IF WS-NEXT-IDX = ZERO
045000         MOVE WS-SCAN-IDX TO WS-NEXT-IDX
045100         GO TO 2100-EXIT
045200     END-IF.
045300     IF TT-SEQUENCE (TT-IDX) < TT-SEQUENCE (WS-NEXT-IDX)
045400         MOVE WS-SCAN-IDX TO WS-NEXT-IDX
045500     END-IF.
045600 2100-EXIT.
045700     EXIT.
045800******************************************************************
045900* 2200-CHECK-ONE-PREREQUISITE - AN ACTIVE PREREQUISITE NOT YET
046000*                  SIGNED OFF IS ADDED TO THE WAITING LIST. ONE NO
046100*                  LONGER ACTIVE ON THE CHECKLIST IS MET.
046200******************************************************************
046300 2200-CHECK-ONE-PREREQUISITE.
046400     IF TT-PREREQ-ID (WS-NEXT-IDX, WS-PREREQ-IDX) = SPACES
046500         GO TO 2200-EXIT
046600     END-IF.
046700     MOVE "N" TO WS-PREREQ-FOUND-SWITCH.
046800     SET TT-IDX TO 1.
046900     SEARCH WS-TASK-ENTRY
047000         AT END
047100             CONTINUE
047200         WHEN TT-IDX > WS-TASK-COUNT
047300             CONTINUE
047400         WHEN TT-TASK-ID (TT-IDX) =
047500                 TT-PREREQ-ID (WS-NEXT-IDX, WS-PREREQ-IDX)
047600             SET WS-PREREQ-FOUND TO TRUE
047700     END-SEARCH.
047800     IF NOT WS-PREREQ-FOUND
047900         GO TO 2200-EXIT
048000     END-IF.
048100     IF TT-DONE (TT-IDX)
048200         GO TO 2200-EXIT
048300     END-IF.
048400     ADD 1 TO WS-WAITING-COUNT.
048500     STRING TT-PREREQ-ID (WS-NEXT-IDX, WS-PREREQ-IDX)
048600             DELIMITED BY SPACE
048700         " " DELIMITED BY SIZE
048800         INTO WS-WAITING-LIST
048900         WITH POINTER WS-WAITING-POINTER
049000     END-STRING.
049100 2200-EXIT.
049200     EXIT.
049300******************************************************************
049400* 3000-PRINT-TOTALS - THE COUNTS AND WHETHER THE LEDGER PERIOD MAY
049500*                  CLOSE.
049600******************************************************************
049700 3000-PRINT-TOTALS.
049800     MOVE SPACES TO CLOSE-RPT-LINE.
049900     WRITE CLOSE-RPT-LINE.
050000     MOVE "ACTIVE CLOSE TASKS" TO CL-LABEL.
050100     MOVE WS-TASK-COUNT TO CL-COUNT.
050200     WRITE CLOSE-RPT-LINE FROM WS-COUNT-LINE.
050300     MOVE "SIGNED OFF" TO CL-LABEL.
050400     MOVE WS-DONE-COUNT TO CL-COUNT.
050500     WRITE CLOSE-RPT-LINE FROM WS-COUNT-LINE.
050600     MOVE "OUTSTANDING" TO CL-LABEL.
050700     MOVE WS-OPEN-COUNT TO CL-COUNT.
050800     WRITE CLOSE-RPT-LINE FROM WS-COUNT-LINE.
050900     MOVE "MANDATORY OUTSTANDING" TO CL-LABEL.
051000     MOVE WS-MANDATORY-OPEN-COUNT TO CL-COUNT.
051100     WRITE CLOSE-RPT-LINE FROM WS-COUNT-LINE.
051200     IF WS-TASK-OVERFLOW > ZERO
051300         MOVE "TASKS NOT REPORTED - TABLE FULL" TO CL-LABEL
051400         MOVE WS-TASK-OVERFLOW TO CL-COUNT
051500         WRITE CLOSE-RPT-LINE FROM WS-COUNT-LINE
051600     END-IF.
051700     MOVE SPACES TO CLOSE-RPT-LINE.
051800     WRITE CLOSE-RPT-LINE.
051900     EVALUATE TRUE
052000         WHEN WS-PERIOD-IS-CLOSED
052100             MOVE "LEDGER PERIOD IS ALREADY CLOSED"
052200                 TO WS-VERDICT-LINE
052300         WHEN WS-MANDATORY-OPEN-COUNT = ZERO
052400             MOVE "MANDATORY TASKS SIGNED OFF - PERIOD MAY CLOSE"
052500                 TO WS-VERDICT-LINE
052600         WHEN OTHER
052700             MOVE "CLOSE BLOCKED - MANDATORY TASKS OUTSTANDING"
052800                 TO WS-VERDICT-LINE
052900     END-EVALUATE.
053000     WRITE CLOSE-RPT-LINE FROM WS-VERDICT-LINE.
053100 3000-EXIT.
053200     EXIT.
053300******************************************************************
053400* 9999-EXIT - COMMON PROGRAM EXIT POINT.
053500******************************************************************
053600 9999-EXIT.
053700     GOBACK.
053800 END PROGRAM CloseStatusReport.
