002778*                  DETAILS - AND A CHECKPOINT WHOSE BASE IS PAST
002782*                  TODAY'S LEDGER HIGH IS IGNORED INSTEAD OF
002786*                  SKIPPING ITS ABSOLUTE DIFFERENCE.
002788*   2026-10-15 DO  ACCEPTS REVENUE ("R") DETAILS - THE SUMMARIZED
002790*                  BILLING REVENUE REVENUEPOSTGEN BUILDS FROM
002792*                  EACH EXTRACT GENERATION. A REVENUE DETAIL
002794*                  MOVES NO COUNT/SIGNED/AMOUNT BALANCE; ITS
002796*                  DT-POST-AMOUNT IS CARRIED TO LR-POST-AMOUNT.
002798*                  THE VERIFY PASS ALSO BALANCES THE POST AMOUNTS
002800*                  AGAINST THE TRAILER'S TOTAL WHEN IT CARRIES
002802*                  ONE, AND PNEXCPD KEEPS THE WIDER DETAIL IMAGE.
002804*   2026-10-15 DO  ADDED THE AUTO-REVERSING ACCRUAL ("Y" TYPE).
002806*                  AN ACCRUAL POSTS LIKE A COMBINED DETAIL AND ITS
002808*                  TYPE RIDES THE LEDGER RECORD. WHEN THE RUN'S
002810*                  POSTING PERIOD IS OPEN ON PNPCLS, EVERY STILL-
002812*                  ACTIVE ACCRUAL FROM AN EARLIER PERIOD IS
002814*                  REVERSED BEFORE THE BATCH POSTS - AN OFFSETTING
002816*                  "V" RECORD CROSS-REFERENCED BOTH WAYS, EXACTLY
002818*                  AS POSNEGDECREVERSAL BOOKS A MANUAL REVERSAL -
002820*                  SO NOBODY HAS TO REMEMBER TO DO IT ON THE 1ST.
002822*   2026-10-15 DO  EVERY LEDGER RECORD NOW CARRIES THE COMPANY OF
002824*                  ITS GL ACCOUNT (THE HOME COMPANY WHEN THE
002826*                  ACCOUNT HAS NONE OR NO CHART IS ON HAND), AND A
002828*                  POSTING TO A DUE-TO OR DUE-FROM ACCOUNT IS
002830*                  FLAGGED INTERCOMPANY WITH THE COMPANY ON THE
002832*                  OTHER SIDE. AN ACCRUAL REVERSAL KEEPS THE
002834*                  ORIGINAL'S COMPANY.
002836*   2026-10-15 DO  THE PNPCLS ROW NOW CARRIES A COMPANY CODE. ONLY
002838*                  THE WHOLE-LEDGER ROW (BLANK COMPANY) CLOSES THE
002840*                  PERIOD HERE; ONE COMPANY'S CLOSE DOES NOT.
002842*   2026-10-15 DO  THE RUN'S POSTING PERIOD AND ITS FIRST DAY COME
002844*                  FROM THE FISCCAL FISCAL CALENDAR THROUGH
002846*                  FISCALPERIOD, NOT FROM THE POSTING DATE'S
002848*                  MONTH. A POSTING DATE OFF THE CALENDAR LEAVES
002850*                  THE ACCRUAL REVERSALS FOR A LATER RUN.
002852*   2026-10-15 DO  A DETAIL SENT WITH A BLANK GL ACCOUNT NOW TAKES
002854*                  THE ACCOUNT OF THE POSTRULE POSTING RULE FOR
002856*                  ITS TRANSACTION TYPE, DEPARTMENT AND ADJUSTMENT
002858*                  SIGN, AND IS REJECTED WHEN NO RULE COVERS IT. A
002860*                  SUPPLIED ACCOUNT THAT DISAGREES WITH THE RULE
002862*                  STILL POSTS AS SENT BUT IS FLAGGED. BOTH, AND
002864*                  EVERY DERIVATION, ARE APPENDED TO PNRULEX FOR
002866*                  THE CONTROLLER. WITH NO RULES ON FILE THE RUN
002868*                  BEHAVES AS BEFORE.
002870*   2026-10-15 DO  EVERY ERRLOG ENTRY WRITTEN IS NOW ALSO PASSED
002872*                  TO ALERTWRITER AS AN ERRLOG ALERT FOR THE
002874*                  ON-CALL ROTA.
002876******************************************************************
002878 IDENTIFICATION DIVISION.
002880 PROGRAM-ID. PosNegDec.
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003882         ACCESS MODE IS RANDOM
003883         RECORD KEY IS DP-DEPT-CODE
003884         FILE STATUS IS WS-DEPT-FILE-STATUS.
003885     SELECT PERIOD-CLOSE-FILE ASSIGN TO "PNPCLS"
003886         ORGANIZATION IS LINE SEQUENTIAL
003887         FILE STATUS IS WS-PCLS-FILE-STATUS.
003888     SELECT POSTING-EXCP-DETAIL-FILE ASSIGN TO
003889         WS-PNEXCPD-NAME
003890         ORGANIZATION IS LINE SEQUENTIAL
003891         FILE STATUS IS WS-EXCD-FILE-STATUS.
003900     SELECT POST-RULE-FILE ASSIGN TO "POSTRULE"
003910         ORGANIZATION IS INDEXED
003920         ACCESS MODE IS RANDOM
003930         RECORD KEY IS PR-RULE-KEY
003940         FILE STATUS IS WS-PRUL-FILE-STATUS.
003950     SELECT RULE-EXCP-FILE ASSIGN TO WS-PNRULEX-NAME
003960         ORGANIZATION IS LINE SEQUENTIAL
003970         FILE STATUS IS WS-RULX-FILE-STATUS.
003980 DATA DIVISION.
003990 FILE SECTION.
004000 FD  DAILY-TRANS-FILE
004100     RECORDING MODE IS F.
004200     COPY PNDAILY.
004938     05  FILLER                      PIC X(01).
004942     05  XP-REASON                   PIC X(30).
004946     05  FILLER                      PIC X(01).
004950     05  XP-DETAIL-IMAGE             PIC X(45).
004954 FD  RUN-LOCK-FILE
004958     RECORDING MODE IS F.
004962     COPY LOCKREC.
004963 FD  PERIOD-CLOSE-FILE
004964     RECORDING MODE IS F.
004965 01  PERIOD-CLOSE-RECORD.
004966     05  PC-YEAR-MONTH               PIC 9(06).
004967     05  PC-CLOSED-DATE              PIC 9(08).
004968     05  PC-CLOSED-BY                PIC X(08).
004969     05  PC-COMPANY-CODE             PIC X(04).
004970 FD  CHECKPOINT-FILE
004971     RECORDING MODE IS F.
004974 01  CHECKPOINT-RECORD.
004978     05  CK-BATCH-DATE               PIC 9(08).
004982     05  CK-BASE-SEQ                 PIC 9(06).
004984 FD  POST-RULE-FILE.
004986     COPY POSTRULE.
004988 FD  RULE-EXCP-FILE
004990     RECORDING MODE IS F.
004992     COPY PNRULEX.
004994 WORKING-STORAGE SECTION.
005000 01  num1 PIC 9999.
005100 01  num2 PIC S9999.
005200 01  num3 PIC 99V99.
005873 01  WS-HASH-ACCUM                   PIC S9(09) VALUE ZERO.
005875 01  WS-TRAILER-COUNT                PIC 9(06) VALUE ZERO.
005877 01  WS-TRAILER-HASH                 PIC S9(09) VALUE ZERO.
005878 01  WS-AMOUNT-ACCUM                 PIC S9(13)V99 VALUE ZERO.
005879 01  WS-TRAILER-AMOUNT               PIC S9(13)V99 VALUE ZERO.
005880 01  WS-TRAILER-SEEN-SWITCH          PIC X(01) VALUE "N".
005881     88  WS-TRAILER-SEEN             VALUE "Y".
005883 01  WS-BATCH-CONTROL-SWITCH         PIC X(01) VALUE "N".
005885     88  WS-BATCH-CONTROLS-OK        VALUE "Y".
005940 01  WS-PNPRT-NAME                   PIC X(08) VALUE "PNPRT".
005942 01  WS-PNEXCP-NAME                  PIC X(08) VALUE "PNEXCP".
005944 01  WS-PNEXCPD-NAME                 PIC X(08) VALUE "PNEXCPD".
005945 01  WS-PNRULEX-NAME                 PIC X(08) VALUE "PNRULEX".
005946 01  WS-DEPT-FILE-STATUS             PIC X(02).
005948     88  WS-DEPT-FILE-OK            VALUE "00".
005950 01  WS-DEPT-MASTER-SWITCH           PIC X(01) VALUE "N".
005986     05  DLN-DEPT-CODE               PIC X(04).
005988     05  FILLER                      PIC X(04) VALUE " C:".
005990     05  DLN-COUNT-CNT               PIC ZZZ,ZZ9.
005991     05  FILLER                      PIC X(04) VALUE " S:".
005992     05  DLN-SIGNED-CNT              PIC ZZZ,ZZ9.
005993     05  FILLER                      PIC X(04) VALUE " A:".
005994     05  DLN-AMOUNT-CNT              PIC ZZZ,ZZ9.
005995     05  FILLER                      PIC X(04) VALUE " B:".
005996     05  DLN-COMBINED-CNT            PIC ZZZ,ZZ9.
005997     05  FILLER                      PIC X(06) VALUE " NET:".
005998     05  DLN-SIGNED-TOTAL            PIC -(8)9.
005999     05  FILLER                      PIC X(08) VALUE SPACES.
006000 01  WS-ACCT-MASTER-SWITCH           PIC X(01) VALUE "N".
006001     88  WS-ACCT-MASTER-OPEN        VALUE "Y".
006002 01  WS-ACCT-VALID-SWITCH            PIC X(01) VALUE "N".
006003     88  WS-ACCOUNT-VALID           VALUE "Y".
006004 01  WS-PRUL-FILE-STATUS             PIC X(02).
006005     88  WS-PRUL-FILE-OK            VALUE "00".
006006 01  WS-RULX-FILE-STATUS             PIC X(02).
006007     88  WS-RULX-FILE-OK            VALUE "00".
006008 01  WS-RULE-MASTER-SWITCH           PIC X(01) VALUE "N".
006009     88  WS-RULE-MASTER-OPEN        VALUE "Y".
006010 01  WS-RULE-FOUND-SWITCH            PIC X(01) VALUE "N".
006011     88  WS-POSTING-RULE-FOUND      VALUE "Y".
006012 01  WS-RULE-OUTCOME                 PIC X(08) VALUE SPACES.
006013     88  WS-RULE-DERIVED            VALUE "DERIVED".
006014     88  WS-RULE-MISMATCH           VALUE "MISMATCH".
006015     88  WS-RULE-NO-RULE            VALUE "NORULE".
006016 01  WS-RULE-TYPE                    PIC X(01) VALUE SPACE.
006017 01  WS-RULE-SIGN                    PIC X(01) VALUE SPACE.
006018 01  WS-RULE-GL-ACCOUNT              PIC X(08) VALUE SPACES.
006019 01  WS-RULE-KEY-USED                PIC X(06) VALUE SPACES.
006020 01  WS-SUPPLIED-GL-ACCOUNT          PIC X(08) VALUE SPACES.
006021 01  WS-RULE-DERIVED-COUNT           PIC 9(06) VALUE ZERO.
006022 01  WS-RULE-MISMATCH-COUNT          PIC 9(06) VALUE ZERO.
006023 01  WS-RULE-NO-RULE-COUNT           PIC 9(06) VALUE ZERO.
006024 01  WS-REJECT-COUNT                 PIC 9(06) COMP VALUE ZERO.
006025 01  WS-RECORD-NO                    PIC 9(06) COMP VALUE ZERO.
006026 01  WS-TYPE-TOTALS.
006027     05  WS-COUNT-TYPE-TOTAL         PIC 9(06) VALUE ZERO.
006028     05  WS-SIGNED-TYPE-TOTAL        PIC 9(06) VALUE ZERO.
006029     05  WS-AMOUNT-TYPE-TOTAL        PIC 9(06) VALUE ZERO.
006030     05  WS-COMBINED-TYPE-TOTAL      PIC 9(06) VALUE ZERO.
006031     05  WS-REVENUE-TYPE-TOTAL       PIC 9(06) VALUE ZERO.
006032     05  WS-ACCRUAL-TYPE-TOTAL       PIC 9(06) VALUE ZERO.
006033 01  WS-REVENUE-AMOUNT-TOTAL         PIC S9(13)V99 VALUE ZERO.
006034 01  WS-REVENUE-AMOUNT-EDIT          PIC -(13)9.99.
006035 01  WS-REJECT-REASON                PIC X(30) VALUE SPACES.
006036 01  WS-EXCP-DETAIL.
006037     05  FILLER                      PIC X(08) VALUE "RECORD:".
006038     05  XD-RECORD-NO                PIC ZZZ,ZZ9.
006040     05  FILLER                      PIC X(04) VALUE SPACES.
006042     05  FILLER                      PIC X(09) VALUE "ACCOUNT:".
006072 01  WS-APPLIED-ADJ1                 PIC S9(04) VALUE ZERO.
006074 01  WS-APPLIED-ADJ2                 PIC S9(04) VALUE ZERO.
006076 01  WS-APPLIED-ADJ3                 PIC S9(02)V99 VALUE ZERO.
006077 01  WS-APPLIED-POST-AMOUNT          PIC S9(13)V99 VALUE ZERO.
006078 01  WS-POST-DATE                    PIC 9(08) VALUE ZERO.
006080 01  WS-PCLS-FILE-STATUS             PIC X(02).
006082     88  WS-PCLS-FILE-OK            VALUE "00".
006084 01  WS-PCLS-EOF-SWITCH              PIC X(01) VALUE "N".
006086     88  WS-END-OF-CLOSES           VALUE "Y".
006088 01  WS-PERIOD-CLOSED-SWITCH         PIC X(01) VALUE "N".
006090     88  WS-POST-PERIOD-CLOSED      VALUE "Y".
006092 01  WS-POST-PERIOD                  PIC 9(06) VALUE ZERO.
006094 01  WS-PERIOD-START-DATE            PIC 9(08) VALUE ZERO.
006096 01  WS-FP-FUNCTION                  PIC X(01).
006098 01  WS-FP-RESULT.
006100     05  WS-FP-FOUND-SWITCH          PIC X(01).
006102         88  WS-FP-PERIOD-FOUND      VALUE "Y".
006104     05  WS-FP-SOURCE                PIC X(01).
006106     05  WS-FP-PERIOD-ID             PIC 9(06).
006108     05  WS-FP-START-DATE            PIC 9(08).
006110     05  WS-FP-END-DATE              PIC 9(08).
006112     05  WS-FP-YEAR-START-DATE       PIC 9(08).
006114     05  WS-FP-YEAR-END-DATE         PIC 9(08).
006116     05  WS-FP-PERIODS-IN-YEAR       PIC 9(02).
006118 01  WS-ACCRUAL-EOF-SWITCH           PIC X(01) VALUE "N".
006120     88  WS-END-OF-ACCRUAL-SCAN     VALUE "Y".
006122 01  WS-ACCRUAL-TABLE.
006124     05  WS-ACCRUAL-ENTRY OCCURS 500 TIMES INDEXED BY AR-IDX.
006126         10  AR-POST-DATE            PIC 9(08).
006128         10  AR-SEQUENCE-NO          PIC 9(06).
006130 01  WS-ACCRUAL-USED-COUNT           PIC 9(04) COMP VALUE ZERO.
006132 01  WS-ACCRUAL-OVERFLOW-COUNT       PIC 9(06) VALUE ZERO.
006134 01  WS-ACCRUAL-REVERSED-COUNT       PIC 9(06) VALUE ZERO.
006136 01  WS-ACCRUAL-COLLISION-COUNT      PIC 9(06) VALUE ZERO.
006138 01  WS-ORIG-KEY.
006140     05  WS-ORIG-POST-DATE           PIC 9(08).
006142     05  WS-ORIG-SEQUENCE-NO         PIC 9(06).
006144 01  WS-MOVE-NUM1                    PIC S9(05) VALUE ZERO.
006146 01  WS-MOVE-NUM2                    PIC S9(05) VALUE ZERO.
006148 01  WS-MOVE-NUM3                    PIC S9(03)V99 VALUE ZERO.
006150 01  WS-MOVE-POST-AMOUNT             PIC S9(13)V99 VALUE ZERO.
006152 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
006154 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
006156 01  WS-LIB-FUNCTION PIC X(06).
006158 01  WS-LIB-RETURN-CODE PIC 9(02).
006160 01  WS-LIB-DATE PIC 9(08).
006200 01  WS-LIB-MSG-PREFIX PIC X(10) VALUE "POSNEGDEC".
006300 01  WS-LIB-MSG-VALUE PIC X(40) VALUE "OK".
006400 01  WS-LIB-MSG-TEXT PIC X(60).
006486     05  TL-VALUE                    PIC X(20).
006488     05  FILLER                      PIC X(36) VALUE SPACES.
006490     COPY CUEDIT.
006492     COPY CTLPARM.
006496     COPY ALERTREQ.
006500 PROCEDURE DIVISION.
006600******************************************************************
006700* 0000-MAINLINE - APPLY THE DAY'S POSTING BATCH, THEN SHOW THE
007135     IF WS-LEDGER-OPENED-IO
007140         PERFORM 0150-SEED-LEDGER-SEQUENCE
007145             THRU 0150-EXIT
007150         PERFORM 0600-REVERSE-PRIOR-ACCRUALS
007160             THRU 0600-EXIT
007170     END-IF.
007200     PERFORM 1000-PROCESS-DAILY-BATCH
007300         THRU 1000-EXIT.
007310     IF WS-BATCH-CONTROLS-OK
007500     PERFORM 3000-SHOW-RESULTS
007600         THRU 3000-EXIT.
007700     GO TO 9999-EXIT.
007701******************************************************************
007702* 0040-CHECK-TRAINING-MODE - WHEN THE TRNMODE CONTROL SAYS THIS
007703*                  IS A PRACTICE SESSION, EVERY FILE THIS RUN
007704*                  UPDATES RESOLVES TO ITS T-PREFIXED PRACTICE
007705*                  COPY AND THE BANNER RIDES THE CONSOLE AND THE
007706*                  POSTING REPORT.
007707******************************************************************
007708 0040-CHECK-TRAINING-MODE.
007709     MOVE "N" TO WS-TRAINING-SWITCH.
007710     OPEN INPUT TRAINING-MODE-FILE.
007711     IF NOT WS-TRNMODE-FILE-OK
007712         GO TO 0040-EXIT
007713     END-IF.
007714     READ TRAINING-MODE-FILE
007715         AT END
007716             CONTINUE
007717     END-READ.
007718     IF WS-TRNMODE-FILE-OK AND TM-TRAINING-ON
007719         SET WS-TRAINING-MODE TO TRUE
007720         MOVE "TPNDAILY" TO WS-PNDAILY-NAME
007721         MOVE "TPNLEDG " TO WS-PNLEDG-NAME
007722         MOVE "TERRLOG " TO WS-ERRLOG-NAME
007723         MOVE "TPNCKPT " TO WS-PNCKPT-NAME
007724         MOVE "TPNLOCK " TO WS-PNLOCK-NAME
007725         MOVE "TPNPRT  " TO WS-PNPRT-NAME
007726         MOVE "TPNEXCP " TO WS-PNEXCP-NAME
007727         MOVE "TPNEXCPD" TO WS-PNEXCPD-NAME
007728         MOVE "TPNRULEX" TO WS-PNRULEX-NAME
007735         DISPLAY "*** TRAINING MODE - PRACTICE FILES ONLY - "
007736             "NOTHING HERE TOUCHES PRODUCTION ***"
007737     END-IF.
007819     MOVE "N" TO WS-LOCK-HELD-SWITCH.
007821     MOVE ZERO TO WS-APPLIED-COUNT.
007823     MOVE ZERO TO WS-RESTART-SKIP-COUNT.
007824     MOVE ZERO TO WS-RULE-DERIVED-COUNT.
007825     MOVE ZERO TO WS-RULE-MISMATCH-COUNT.
007826     MOVE ZERO TO WS-RULE-NO-RULE-COUNT.
007827     MOVE "N" TO WS-CK-PRESENT-SWITCH.
007828 0100-EXIT.
007830     EXIT.
007841******************************************************************
007842* 0200-RESTART-CHECK - PICK UP THE CHECKPOINT A KILLED POSTING
008010         MOVE ZERO TO EL-ACK-DATE
008011         MOVE SPACES TO EL-ACK-DISPOSITION
008012         WRITE ERRLOG-RECORD
008013         PERFORM 5900-RAISE-ERRLOG-ALERT
008014             THRU 5900-EXIT
008015     END-IF.
008016     CLOSE BUS-DATE-FILE.
008017 0400-EXIT.
008018     EXIT.
008019******************************************************************
008020* 0350-RELEASE-RUN-LOCK - EMPTY THE LOCK FILE AT CLEAN CLOSE SO
008021*                  THE NEXT POSTING RUN FINDS NO LIVE LOCK.
008022******************************************************************
008023 0350-RELEASE-RUN-LOCK.
008024     IF WS-LOCK-HELD
008025         OPEN OUTPUT RUN-LOCK-FILE
008026         CLOSE RUN-LOCK-FILE
008027         MOVE "N" TO WS-LOCK-HELD-SWITCH
008028     END-IF.
008029 0350-EXIT.
008030     EXIT.
008031******************************************************************
008032* 0150-SEED-LEDGER-SEQUENCE - POSITION TO TODAY'S FIRST POSSIBLE
008033*                  LEDGER KEY AND SCAN FORWARD TO FIND THE HIGHEST
008034*                  SEQUENCE NUMBER ALREADY POSTED FOR WS-POST-DATE,
008035*                  SO A SECOND RUN THE SAME CALENDAR DATE CONTINUES
008036*                  THE SEQUENCE INSTEAD OF STARTING BACK AT ONE AND
008037*                  COLLIDING WITH KEYS THE FIRST RUN ALREADY WROTE.
008038******************************************************************
008039 0150-SEED-LEDGER-SEQUENCE.
008040     MOVE ZERO TO WS-LEDGER-SEQ.
008041     MOVE "N" TO WS-SEED-EOF-SWITCH.
008042     MOVE WS-POST-DATE TO LR-POST-DATE.
008043     MOVE ZERO TO LR-SEQUENCE-NO.
008044     START LEDGER-FILE KEY IS NOT LESS THAN LR-LEDGER-KEY
008045         INVALID KEY
008046             SET WS-END-OF-SEED-SCAN TO TRUE
008047     END-START.
008048     PERFORM 0160-SCAN-ONE-TODAYS-RECORD
008049         THRU 0160-EXIT
008050         UNTIL WS-END-OF-SEED-SCAN.
008051 0150-EXIT.
008052     EXIT.
008053******************************************************************
008054* 0160-SCAN-ONE-TODAYS-RECORD - READ THE NEXT LEDGER RECORD AND,
008055*                  AS LONG AS IT IS STILL TODAY'S POST DATE, KEEP
008056*                  ITS SEQUENCE NUMBER AS THE HIGHEST SEEN SO FAR.
008057******************************************************************
008058 0160-SCAN-ONE-TODAYS-RECORD.
008059     READ LEDGER-FILE NEXT RECORD
008060         AT END
008061             SET WS-END-OF-SEED-SCAN TO TRUE
008062     END-READ.
008063     IF NOT WS-END-OF-SEED-SCAN
008064         IF LR-POST-DATE = WS-POST-DATE
008065             MOVE LR-SEQUENCE-NO TO WS-LEDGER-SEQ
008066         ELSE
008067             SET WS-END-OF-SEED-SCAN TO TRUE
008068         END-IF
008069     END-IF.
008070 0160-EXIT.
008071     EXIT.
008072******************************************************************
008073* 0600-REVERSE-PRIOR-ACCRUALS - WHEN THIS RUN'S POSTING PERIOD
008074*                  IS OPEN ON PNPCLS, REVERSE EVERY ACCRUAL FROM
008075*                  AN EARLIER PERIOD THAT IS STILL ACTIVE. THE
008076*                  FIRST RUN OF A NEW PERIOD FINDS LAST MONTH'S
008077*                  ACCRUALS; EVERY LATER RUN FINDS NONE, BECAUSE
008078*                  A REVERSED ORIGINAL IS NO LONGER ACTIVE. THE
008079*                  KEYS ARE GATHERED FIRST AND REVERSED SECOND,
008080*                  SINCE THE OFFSETTING WRITES WOULD LOSE THE
008081*                  SCAN'S POSITION IN THE LEDGER.
008082******************************************************************
008083 0600-REVERSE-PRIOR-ACCRUALS.
008084     MOVE ZERO TO WS-ACCRUAL-USED-COUNT.
008085     MOVE ZERO TO WS-ACCRUAL-OVERFLOW-COUNT.
008086     MOVE ZERO TO WS-ACCRUAL-REVERSED-COUNT.
008087     MOVE ZERO TO WS-ACCRUAL-COLLISION-COUNT.
008088     MOVE "D" TO WS-FP-FUNCTION.
008089     CALL "FiscalPeriod" USING WS-FP-FUNCTION, WS-POST-DATE,
008090         WS-FP-RESULT.
008091     IF NOT WS-FP-PERIOD-FOUND
008092         DISPLAY "POSTING DATE " WS-POST-DATE
008093             " IS NOT ON THE FISCAL CALENDAR - ACCRUAL REVERSALS "
008094             "WAIT FOR A LATER RUN"
008095         GO TO 0600-EXIT
008096     END-IF.
008097     MOVE WS-FP-PERIOD-ID  TO WS-POST-PERIOD.
008098     MOVE WS-FP-START-DATE TO WS-PERIOD-START-DATE.
008099     PERFORM 0610-CHECK-PERIOD-CLOSED
008100         THRU 0610-EXIT.
008101     IF WS-POST-PERIOD-CLOSED
008102         DISPLAY "POSTING PERIOD " WS-POST-PERIOD
008103             " IS CLOSED ON PNPCLS - ACCRUAL REVERSALS WAIT "
008104             "FOR THE NEXT OPEN PERIOD"
008105         GO TO 0600-EXIT
008106     END-IF.
008107     MOVE "N" TO WS-ACCRUAL-EOF-SWITCH.
008108     MOVE ZERO TO LR-POST-DATE.
008109     MOVE ZERO TO LR-SEQUENCE-NO.
008110     START LEDGER-FILE KEY IS NOT LESS THAN LR-LEDGER-KEY
008111         INVALID KEY
008112             SET WS-END-OF-ACCRUAL-SCAN TO TRUE
008113     END-START.
008114     PERFORM 0620-GATHER-ONE-ACCRUAL
008115         THRU 0620-EXIT
008116         UNTIL WS-END-OF-ACCRUAL-SCAN.
008117     IF WS-ACCRUAL-USED-COUNT = ZERO
008118         GO TO 0600-EXIT
008119     END-IF.
008120     PERFORM 0630-REVERSE-ONE-ACCRUAL
008121         THRU 0630-EXIT
008122         VARYING AR-IDX FROM 1 BY 1
008123         UNTIL AR-IDX > WS-ACCRUAL-USED-COUNT.
008124     DISPLAY "PRIOR-PERIOD ACCRUALS REVERSED INTO "
008125         WS-POST-PERIOD ": " WS-ACCRUAL-REVERSED-COUNT.
008126     IF WS-ACCRUAL-OVERFLOW-COUNT > ZERO
008127         DISPLAY "ACCRUALS LEFT FOR THE NEXT RUN (TABLE FULL): "
008128             WS-ACCRUAL-OVERFLOW-COUNT
008129     END-IF.
008130     IF WS-ACCRUAL-COLLISION-COUNT > ZERO
008131         DISPLAY "ACCRUAL REVERSAL KEY COLLISIONS: "
008132             WS-ACCRUAL-COLLISION-COUNT
008133         SET WS-POSTING-HAD-ERRORS TO TRUE
008134     END-IF.
008135 0600-EXIT.
008136     EXIT.
008137******************************************************************
008138* 0610-CHECK-PERIOD-CLOSED - IS THE RUN'S POSTING PERIOD ON THE
008139*                  PNPCLS CLOSE CONTROL LEDGERYEARENDCLOSE KEEPS.
008140*                  NO CONTROL FILE MEANS NOTHING IS CLOSED YET.
008141******************************************************************
008142 0610-CHECK-PERIOD-CLOSED.
008143     MOVE "N" TO WS-PERIOD-CLOSED-SWITCH.
008144     MOVE "N" TO WS-PCLS-EOF-SWITCH.
008145     OPEN INPUT PERIOD-CLOSE-FILE.
008146     IF NOT WS-PCLS-FILE-OK
008147         GO TO 0610-EXIT
008148     END-IF.
008149     PERFORM 0615-SCAN-ONE-CLOSE-ROW
008150         THRU 0615-EXIT
008151         UNTIL WS-END-OF-CLOSES OR WS-POST-PERIOD-CLOSED.
008152     CLOSE PERIOD-CLOSE-FILE.
008153 0610-EXIT.
008154     EXIT.
008155******************************************************************
008156* 0615-SCAN-ONE-CLOSE-ROW - ONE CONTROL ROW AT A TIME.
008157******************************************************************
008158 0615-SCAN-ONE-CLOSE-ROW.
008159     READ PERIOD-CLOSE-FILE
008160         AT END
008161             SET WS-END-OF-CLOSES TO TRUE
008162     END-READ.
008163     IF NOT WS-END-OF-CLOSES
008164         IF PC-YEAR-MONTH = WS-POST-PERIOD
008165         AND PC-COMPANY-CODE = SPACES
008166             SET WS-POST-PERIOD-CLOSED TO TRUE
008167         END-IF
008168     END-IF.
008169 0615-EXIT.
008170     EXIT.
008171******************************************************************
008172* 0620-GATHER-ONE-ACCRUAL - READ FORWARD THROUGH THE POSTINGS
008173*                  DATED BEFORE THIS PERIOD, KEEPING THE KEY OF
008174*                  EACH ACTIVE ACCRUAL. AN ACCRUAL WITH NO
008175*                  MOVEMENT ON IT HAS NOTHING TO OFFSET.
008176******************************************************************
008177 0620-GATHER-ONE-ACCRUAL.
008178     READ LEDGER-FILE NEXT RECORD
008179         AT END
008180             SET WS-END-OF-ACCRUAL-SCAN TO TRUE
008181             GO TO 0620-EXIT
008182     END-READ.
008183     IF LR-POST-DATE NOT < WS-PERIOD-START-DATE
008184         SET WS-END-OF-ACCRUAL-SCAN TO TRUE
008185         GO TO 0620-EXIT
008186     END-IF.
008187     IF NOT LR-TYPE-ACCRUAL OR NOT LR-STATUS-ACTIVE
008188         GO TO 0620-EXIT
008189     END-IF.
008190     IF LR-ADJ-NUM1 = ZERO AND LR-ADJ-NUM2 = ZERO
008191         AND LR-ADJ-NUM3 = ZERO AND LR-POST-AMOUNT = ZERO
008192         GO TO 0620-EXIT
008193     END-IF.
008194     IF WS-ACCRUAL-USED-COUNT NOT < 500
008195         ADD 1 TO WS-ACCRUAL-OVERFLOW-COUNT
008196         GO TO 0620-EXIT
008197     END-IF.
008198     ADD 1 TO WS-ACCRUAL-USED-COUNT.
008199     SET AR-IDX TO WS-ACCRUAL-USED-COUNT.
008200     MOVE LR-POST-DATE   TO AR-POST-DATE (AR-IDX).
008201     MOVE LR-SEQUENCE-NO TO AR-SEQUENCE-NO (AR-IDX).
008202 0620-EXIT.
008203     EXIT.
008204******************************************************************
008205* 0630-REVERSE-ONE-ACCRUAL - THE SAME OFFSET POSNEGDECREVERSAL
008206*                  WRITES: THE "V" RECORD, DATED THIS RUN'S POST
008207*                  DATE ON THE NEXT LEDGER SEQUENCE, GOES ON FILE
008208*                  FIRST; ONLY THEN IS THE ORIGINAL MARKED
008209*                  REVERSED AGAINST IT. THE OFFSET KEEPS THE
008210*                  ORIGINAL'S ACCOUNT, DEPARTMENT AND TYPE.
008211******************************************************************
008212 0630-REVERSE-ONE-ACCRUAL.
008213     MOVE AR-POST-DATE (AR-IDX)   TO LR-POST-DATE.
008214     MOVE AR-SEQUENCE-NO (AR-IDX) TO LR-SEQUENCE-NO.
008215     READ LEDGER-FILE
008216         INVALID KEY
008217             GO TO 0630-EXIT
008218     END-READ.
008219     MOVE LR-ADJ-NUM1    TO WS-MOVE-NUM1.
008220     MOVE LR-ADJ-NUM2    TO WS-MOVE-NUM2.
008221     MOVE LR-ADJ-NUM3    TO WS-MOVE-NUM3.
008222     MOVE LR-POST-AMOUNT TO WS-MOVE-POST-AMOUNT.
008223     MOVE LR-POST-DATE   TO WS-ORIG-POST-DATE.
008224     MOVE LR-SEQUENCE-NO TO WS-ORIG-SEQUENCE-NO.
008225     ADD 1 TO WS-LEDGER-SEQ.
008226     MOVE WS-POST-DATE  TO LR-POST-DATE.
008227     MOVE WS-LEDGER-SEQ TO LR-SEQUENCE-NO.
008228     IF WS-MOVE-NUM1 < ZERO
008229         COMPUTE LR-NUM1 = ZERO - WS-MOVE-NUM1
008230     ELSE
008231         MOVE WS-MOVE-NUM1 TO LR-NUM1
008232     END-IF.
008233     MOVE WS-MOVE-NUM2 TO LR-NUM2.
008234     IF WS-MOVE-NUM3 < ZERO
008235         COMPUTE LR-NUM3 = ZERO - WS-MOVE-NUM3
008236     ELSE
008237         MOVE WS-MOVE-NUM3 TO LR-NUM3
008238     END-IF.
008239     COMPUTE LR-ADJ-NUM1 = ZERO - WS-MOVE-NUM1.
008240     COMPUTE LR-ADJ-NUM2 = ZERO - WS-MOVE-NUM2.
008241     COMPUTE LR-ADJ-NUM3 = ZERO - WS-MOVE-NUM3.
008242     COMPUTE LR-POST-AMOUNT = ZERO - WS-MOVE-POST-AMOUNT.
008243     SET LR-UNCONFIRMED TO TRUE.
008244     MOVE ZERO TO LR-CONFIRM-DATE.
008245     SET LR-STATUS-REVERSAL TO TRUE.
008246     MOVE WS-ORIG-POST-DATE   TO LR-REF-POST-DATE.
008247     MOVE WS-ORIG-SEQUENCE-NO TO LR-REF-SEQUENCE-NO.
008248     WRITE LEDGER-RECORD
008249         INVALID KEY
008250             DISPLAY "ACCRUAL REVERSAL KEY COLLISION AT SEQUENCE "
008251                 WS-LEDGER-SEQ " - ACCRUAL LEFT ACTIVE"
008252             ADD 1 TO WS-ACCRUAL-COLLISION-COUNT
008253             SUBTRACT 1 FROM WS-LEDGER-SEQ
008254             GO TO 0630-EXIT
008255     END-WRITE.
008256     MOVE WS-ORIG-POST-DATE   TO LR-POST-DATE.
008257     MOVE WS-ORIG-SEQUENCE-NO TO LR-SEQUENCE-NO.
008258     READ LEDGER-FILE
008259         INVALID KEY
008260             DISPLAY "ACCRUAL " WS-ORIG-SEQUENCE-NO
008261                 " VANISHED BEFORE IT COULD BE MARKED"
008262             GO TO 0630-EXIT
008263     END-READ.
008264     SET LR-STATUS-REVERSED TO TRUE.
008265     MOVE WS-POST-DATE  TO LR-REF-POST-DATE.
008266     MOVE WS-LEDGER-SEQ TO LR-REF-SEQUENCE-NO.
008267     REWRITE LEDGER-RECORD.
008268     ADD 1 TO WS-ACCRUAL-REVERSED-COUNT.
008269 0630-EXIT.
008270     EXIT.
008271******************************************************************
008272* 1000-PROCESS-DAILY-BATCH - READ EACH POSTING RECORD AND APPLY
008273*                            IT TO NUM1/NUM2/NUM3.
008274******************************************************************
008275 1000-PROCESS-DAILY-BATCH.
008276     PERFORM 0500-VERIFY-BATCH-CONTROLS
008277         THRU 0500-EXIT.
008278     IF NOT WS-BATCH-CONTROLS-OK
008279         GO TO 1000-EXIT
008280     END-IF.
008281     PERFORM 0250-RESOLVE-RESTART
008282         THRU 0250-EXIT.
008300     OPEN INPUT DAILY-TRANS-FILE.
008400     IF NOT WS-DAILY-FILE-OK
008500         DISPLAY "PNDAILY OPEN FAILED, STATUS "
008600             WS-DAILY-FILE-STATUS
008700         GO TO 1000-EXIT
008704     END-IF.
008708     OPEN INPUT DEPT-MASTER-FILE.
008712     IF WS-DEPT-FILE-OK
008716         SET WS-DEPT-MASTER-OPEN TO TRUE
008720     ELSE
008724         DISPLAY "DEPTMSTR OPEN FAILED - DEPARTMENT VALIDATION "
008728             "NOT AVAILABLE THIS RUN"
008732     END-IF.
008736     OPEN INPUT GL-ACCOUNT-FILE.
008740     IF WS-ACCT-FILE-OK
008744         SET WS-ACCT-MASTER-OPEN TO TRUE
008748     ELSE
008752         DISPLAY "GLACCTM OPEN FAILED - ACCOUNT VALIDATION "
008756             "NOT AVAILABLE THIS RUN"
008760     END-IF.
008764*    THE POSTING RULES ARE OPTIONAL - WITH NONE ON FILE A BLANK
008768*    ACCOUNT IS LEFT TO THE ACCOUNT CHECK AS IT ALWAYS WAS.
008772     OPEN INPUT POST-RULE-FILE.
008776     IF WS-PRUL-FILE-OK
008780         SET WS-RULE-MASTER-OPEN TO TRUE
008784         OPEN EXTEND RULE-EXCP-FILE
008788         IF NOT WS-RULX-FILE-OK
008792             OPEN OUTPUT RULE-EXCP-FILE
008796         END-IF
008814     END-IF.
008815     OPEN OUTPUT POSTING-EXCP-FILE.
008816     OPEN EXTEND POSTING-EXCP-DETAIL-FILE.
009420     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-POST-DATE.
009425     IF WS-ACCT-MASTER-OPEN
009430         CLOSE GL-ACCOUNT-FILE
009431     END-IF.
009432     IF WS-RULE-MASTER-OPEN
009433         CLOSE POST-RULE-FILE
009434               RULE-EXCP-FILE
009435         MOVE "N" TO WS-RULE-MASTER-SWITCH
009436     END-IF.
009441     IF WS-DEPT-MASTER-OPEN
009442         CLOSE DEPT-MASTER-FILE
009443     END-IF.
009450     IF WS-REJECT-COUNT > ZERO
009460         DISPLAY "POSTINGS REJECTED FOR ACCOUNT CODING: "
009470             WS-REJECT-COUNT " - SEE PNEXCP"
009472     END-IF.
009474     IF WS-RULE-MISMATCH-COUNT > ZERO
009476         DISPLAY "POSTINGS DISAGREEING WITH THEIR POSTING RULE: "
009478             WS-RULE-MISMATCH-COUNT " - SEE PNRULEX"
009480     END-IF.
009500 1000-EXIT.
009600     EXIT.
009660*                  ACTUALLY READ. A SHORT OR DAMAGED TRANSFER IS
009670*                  REFUSED OUTRIGHT RATHER THAN POSTED SHORT AND
009680*                  DISCOVERED WHEN THE GL GOES OUT OF BALANCE.
009681******************************************************************
009682 0500-VERIFY-BATCH-CONTROLS.
009683     MOVE "N" TO WS-BATCH-CONTROL-SWITCH.
009684     MOVE "N" TO WS-TRAILER-SEEN-SWITCH.
009685     MOVE ZERO TO WS-DETAIL-READ-COUNT.
009686     MOVE ZERO TO WS-HASH-ACCUM.
009687     MOVE ZERO TO WS-AMOUNT-ACCUM.
009688     MOVE ZERO TO WS-TRAILER-AMOUNT.
009696     OPEN INPUT DAILY-TRANS-FILE.
009697     IF NOT WS-DAILY-FILE-OK
009698         DISPLAY "PNDAILY OPEN FAILED, STATUS "
009730     END-IF.
009731     IF WS-TRAILER-COUNT NOT = WS-DETAIL-READ-COUNT
009732         OR WS-TRAILER-HASH NOT = WS-HASH-ACCUM
009733         OR WS-TRAILER-AMOUNT NOT = WS-AMOUNT-ACCUM
009734         DISPLAY "PNDAILY TRAILER DOES NOT BALANCE - EXPECTED "
009735             WS-TRAILER-COUNT " RECORDS, READ "
009736             WS-DETAIL-READ-COUNT " - BATCH REFUSED"
009737         PERFORM 5200-WRITE-CONTROL-ERROR-LOG
009738             THRU 5200-EXIT
009739         GO TO 0500-EXIT
009740     END-IF.
009741     SET WS-BATCH-CONTROLS-OK TO TRUE.
009742 0500-EXIT.
009743     EXIT.
009744******************************************************************
009745* 0550-VERIFY-ONE-RECORD - FOLD ONE RECORD INTO THE VERIFY PASS
009746*                  COUNT AND HASH, STOPPING AT THE TRAILER.
009747******************************************************************
009748 0550-VERIFY-ONE-RECORD.
009749     EVALUATE TRUE
009750         WHEN DT-TRAILER-RECORD
009751             SET WS-TRAILER-SEEN TO TRUE
009753             MOVE DT-RECORD-COUNT TO WS-TRAILER-COUNT
009756             MOVE DT-HASH-TOTAL   TO WS-TRAILER-HASH
009757             IF DT-POST-AMOUNT NUMERIC
009758                 MOVE DT-POST-AMOUNT TO WS-TRAILER-AMOUNT
009759             ELSE
009760                 MOVE WS-AMOUNT-ACCUM TO WS-TRAILER-AMOUNT
009761             END-IF
009762         WHEN DT-DETAIL-RECORD
009763             ADD 1 TO WS-DETAIL-READ-COUNT
009765             ADD DT-NUM2-ADJ TO WS-HASH-ACCUM
009766             IF DT-TYPE-REVENUE AND DT-POST-AMOUNT NUMERIC
009767                 ADD DT-POST-AMOUNT TO WS-AMOUNT-ACCUM
009768             END-IF
009769             PERFORM 1050-READ-DAILY-RECORD
009771                 THRU 1050-EXIT
009774         WHEN OTHER
009777             PERFORM 1050-READ-DAILY-RECORD
010200         AT END
010300             SET WS-END-OF-DAILY-FILE TO TRUE
010400     END-READ.
010401 1050-EXIT.
010402     EXIT.
010403******************************************************************
010404* 1070-APPLY-POSTING-RULE - THE GL ACCOUNT THE POSTRULE RULES GIVE
010405*                  THIS DETAIL, FROM ITS TRANSACTION TYPE (BLANK
010406*                  LOOKS UP AS COMBINED), ITS DEPARTMENT AND THE
010407*                  SIGN OF ITS ADJUSTMENT - THE POST AMOUNT FOR
010408*                  REVENUE, THE SIGNED ADJUSTMENT FOR S, B AND Y,
010409*                  AND PLUS FOR THE UNSIGNED C AND A TYPES. THE
010410*                  MOST SPECIFIC ACTIVE RULE WINS: DEPARTMENT AND
010411*                  SIGN, THEN DEPARTMENT WITH ANY SIGN, THEN ANY
010412*                  DEPARTMENT WITH THE SIGN, THEN ANY AT ALL. A
010413*                  BLANK ACCOUNT TAKES THE RULE'S ACCOUNT, OR IS
010414*                  MARKED FOR REJECTION WHEN NO RULE COVERS IT; A
010415*                  SUPPLIED ACCOUNT THAT DISAGREES IS MARKED AS A
010416*                  MISMATCH AND POSTS AS SENT.
010417******************************************************************
010418 1070-APPLY-POSTING-RULE.
010419     MOVE SPACES TO WS-RULE-OUTCOME.
010420     MOVE SPACES TO WS-RULE-GL-ACCOUNT.
010421     MOVE SPACES TO WS-RULE-KEY-USED.
010422     MOVE DT-GL-ACCOUNT TO WS-SUPPLIED-GL-ACCOUNT.
010423     IF NOT WS-RULE-MASTER-OPEN
010424         GO TO 1070-EXIT
010425     END-IF.
010426     MOVE DT-TRANS-TYPE TO WS-RULE-TYPE.
010427     IF WS-RULE-TYPE = SPACE
010428         MOVE "B" TO WS-RULE-TYPE
010429     END-IF.
010430     MOVE "+" TO WS-RULE-SIGN.
010431     EVALUATE TRUE
010432         WHEN DT-TYPE-REVENUE
010433             IF DT-POST-AMOUNT NUMERIC
010434                 IF DT-POST-AMOUNT < ZERO
010435                     MOVE "-" TO WS-RULE-SIGN
010436                 END-IF
010437             END-IF
010438         WHEN DT-TYPE-SIGNED OR DT-TYPE-COMBINED
010439              OR DT-TYPE-ACCRUAL
010440             IF DT-NUM2-ADJ < ZERO
010441                 MOVE "-" TO WS-RULE-SIGN
010442             END-IF
010443     END-EVALUATE.
010444     MOVE "N" TO WS-RULE-FOUND-SWITCH.
010445     MOVE WS-RULE-TYPE TO PR-TRANS-TYPE.
010446     MOVE DT-DEPT-CODE TO PR-DEPT-CODE.
010447     MOVE WS-RULE-SIGN TO PR-ADJ-SIGN.
010448     PERFORM 1072-READ-POSTING-RULE
010449         THRU 1072-EXIT.
010450     IF NOT WS-POSTING-RULE-FOUND
010451         MOVE WS-RULE-TYPE TO PR-TRANS-TYPE
010452         MOVE DT-DEPT-CODE TO PR-DEPT-CODE
010453         MOVE SPACE TO PR-ADJ-SIGN
010454         PERFORM 1072-READ-POSTING-RULE
010455             THRU 1072-EXIT
010456     END-IF.
010457     IF NOT WS-POSTING-RULE-FOUND
010458         MOVE WS-RULE-TYPE TO PR-TRANS-TYPE
010459         MOVE SPACES TO PR-DEPT-CODE
010460         MOVE WS-RULE-SIGN TO PR-ADJ-SIGN
010461         PERFORM 1072-READ-POSTING-RULE
010462             THRU 1072-EXIT
010463     END-IF.
010464     IF NOT WS-POSTING-RULE-FOUND
010465         MOVE WS-RULE-TYPE TO PR-TRANS-TYPE
010466         MOVE SPACES TO PR-DEPT-CODE
010467         MOVE SPACE TO PR-ADJ-SIGN
010468         PERFORM 1072-READ-POSTING-RULE
010469             THRU 1072-EXIT
010470     END-IF.
010471     IF DT-GL-ACCOUNT = SPACES
010472         IF WS-POSTING-RULE-FOUND
010473             MOVE WS-RULE-GL-ACCOUNT TO DT-GL-ACCOUNT
010474             SET WS-RULE-DERIVED TO TRUE
010475         ELSE
010476             SET WS-RULE-NO-RULE TO TRUE
010477         END-IF
010478         GO TO 1070-EXIT
010479     END-IF.
010480     IF WS-POSTING-RULE-FOUND
010481        AND WS-RULE-GL-ACCOUNT NOT = DT-GL-ACCOUNT
010482         SET WS-RULE-MISMATCH TO TRUE
010483     END-IF.
010484 1070-EXIT.
010485     EXIT.
010486******************************************************************
010487* 1072-READ-POSTING-RULE - ONE KEYED READ OF THE RULES. A RULE
010488*                  MARKED INACTIVE IS PASSED OVER AS IF IT WERE
010489*                  NOT ON FILE.
010490******************************************************************
010491 1072-READ-POSTING-RULE.
010492     READ POST-RULE-FILE
010493         INVALID KEY
010494             CONTINUE
010495         NOT INVALID KEY
010496             IF PR-STATUS-ACTIVE
010497                 SET WS-POSTING-RULE-FOUND TO TRUE
010498                 MOVE PR-GL-ACCOUNT TO WS-RULE-GL-ACCOUNT
010499                 MOVE PR-RULE-KEY TO WS-RULE-KEY-USED
010500             END-IF
010501     END-READ.
010502 1072-EXIT.
010503     EXIT.
010504******************************************************************
010505* 1075-WRITE-RULE-EXCEPTION - ONE PNRULEX ROW FOR THE DETAIL THE
010506*                  RULES DERIVED AN ACCOUNT FOR, DISAGREED WITH,
010507*                  OR COULD NOT COVER.
010508******************************************************************
010509 1075-WRITE-RULE-EXCEPTION.
010510     EVALUATE TRUE
010511         WHEN WS-RULE-DERIVED
010512             ADD 1 TO WS-RULE-DERIVED-COUNT
010513         WHEN WS-RULE-MISMATCH
010514             ADD 1 TO WS-RULE-MISMATCH-COUNT
010515         WHEN WS-RULE-NO-RULE
010516             ADD 1 TO WS-RULE-NO-RULE-COUNT
010517     END-EVALUATE.
010518     MOVE WS-POST-DATE           TO RX-POST-DATE.
010519     MOVE WS-RECORD-NO           TO RX-RECORD-NO.
010520     MOVE WS-RULE-OUTCOME        TO RX-OUTCOME.
010521     MOVE WS-RULE-TYPE           TO RX-TRANS-TYPE.
010522     MOVE DT-DEPT-CODE           TO RX-DEPT-CODE.
010523     MOVE WS-RULE-SIGN           TO RX-ADJ-SIGN.
010524     MOVE WS-SUPPLIED-GL-ACCOUNT TO RX-SUPPLIED-GL.
010525     MOVE WS-RULE-GL-ACCOUNT     TO RX-RULE-GL.
010526     MOVE WS-RULE-KEY-USED       TO RX-RULE-KEY.
010527     MOVE WS-OPERATOR-ID         TO RX-OPERATOR-ID.
010528     WRITE RULE-EXCEPTION-RECORD.
010529 1075-EXIT.
010600     EXIT.
010602******************************************************************
010604* 1080-VALIDATE-GL-ACCOUNT - CHECK THE POSTING'S ACCOUNT CODE
010702             ADD 1 TO DPT-SIGNED-CNT (DP-IDX)
010703         WHEN DT-TYPE-AMOUNT
010704             ADD 1 TO DPT-AMOUNT-CNT (DP-IDX)
010706         WHEN DT-TYPE-REVENUE
010708             ADD 1 TO DPT-AMOUNT-CNT (DP-IDX)
010710         WHEN OTHER
010712             ADD 1 TO DPT-COMBINED-CNT (DP-IDX)
010714     END-EVALUATE.
010716     ADD WS-APPLIED-ADJ2 TO DPT-SIGNED-TOTAL (DP-IDX).
010718 1095-EXIT.
010720     EXIT.
010722******************************************************************
010724* 1096-SCAN-ONE-DEPT-BUCKET - ONE TABLE ENTRY AT A TIME.
010726******************************************************************
010728 1096-SCAN-ONE-DEPT-BUCKET.
010730     IF DPT-DEPT-CODE (DP-IDX) = DT-DEPT-CODE
010732         SET WS-DEPT-BUCKET-FOUND TO TRUE
010734     ELSE
010736         SET DP-IDX UP BY 1
010738     END-IF.
010740 1096-EXIT.
010742     EXIT.
010744******************************************************************
010746* 1090-REJECT-POSTING - ONE EXCEPTION-REPORT LINE PER POSTING
010748*                  REFUSED FOR ITS ACCOUNT CODING. THE RUN GOES
010750*                  ON, BUT FINISHES WITH A NONZERO RETURN CODE SO
010752*                  THE BATCH CHAIN KNOWS THE DAY POSTED SHORT.
010754******************************************************************
010756 1090-REJECT-POSTING.
010758     ADD 1 TO WS-REJECT-COUNT.
010760     MOVE WS-RECORD-NO TO XD-RECORD-NO.
010762     MOVE DT-GL-ACCOUNT TO XD-GL-ACCOUNT.
010764     MOVE WS-REJECT-REASON TO XD-REASON.
010766     WRITE POSTING-EXCP-LINE FROM WS-EXCP-DETAIL.
010768     MOVE WS-POST-DATE TO XP-REJECT-DATE.
010770     MOVE WS-REJECT-REASON TO XP-REASON.
010772     MOVE DAILY-TRANS-RECORD TO XP-DETAIL-IMAGE.
010774     WRITE POSTING-EXCP-DETAIL.
010776     MOVE WS-RECORD-NO TO RJ-RECORD-NO.
010778     MOVE WS-REJECT-REASON TO RJ-REASON.
010780     WRITE POSTING-RPT-LINE FROM WS-RPT-REJECT-LINE.
010782     SET WS-POSTING-HAD-ERRORS TO TRUE.
010784 1090-EXIT.
010786     EXIT.
010788******************************************************************
010800* 1100-APPLY-TRANSACTION - POST ONE TRANSACTION AND WRITE THE
010900*                          RESULTING LEDGER RECORD.
011000******************************************************************
011130             THRU 1050-EXIT
011140         GO TO 1100-EXIT
011150     END-IF.
011151     ADD 1 TO WS-RECORD-NO.
011152     IF NOT DT-TYPE-COUNT AND NOT DT-TYPE-SIGNED
011153         AND NOT DT-TYPE-AMOUNT AND NOT DT-TYPE-COMBINED
011154         AND NOT DT-TYPE-REVENUE AND NOT DT-TYPE-ACCRUAL
011155         MOVE "INVALID TRANSACTION TYPE" TO WS-REJECT-REASON
011156         PERFORM 1090-REJECT-POSTING
011157             THRU 1090-EXIT
011158         PERFORM 1050-READ-DAILY-RECORD
011159             THRU 1050-EXIT
011160         GO TO 1100-EXIT
011161     END-IF.
011162     PERFORM 1070-APPLY-POSTING-RULE
011163         THRU 1070-EXIT.
011164     IF WS-RULE-NO-RULE
011165         MOVE "NO GL ACCOUNT, NO POSTING RULE" TO WS-REJECT-REASON
011166         PERFORM 1075-WRITE-RULE-EXCEPTION
011167             THRU 1075-EXIT
011168         PERFORM 1090-REJECT-POSTING
011169             THRU 1090-EXIT
011170         PERFORM 1050-READ-DAILY-RECORD
011203             THRU 1050-EXIT
011204         GO TO 1100-EXIT
011205     END-IF.
011206*    A DERIVATION OR MISMATCH IS LOGGED ONLY ONCE THE RESTART
011207*    SKIP IS PAST, SO A RESTARTED RUN DOES NOT LOG THE SAME
011208*    DETAIL TWICE.
011209     IF WS-RULE-DERIVED OR WS-RULE-MISMATCH
011210         PERFORM 1075-WRITE-RULE-EXCEPTION
011211             THRU 1075-EXIT
011212     END-IF.
011213     MOVE ZERO TO WS-APPLIED-ADJ1.
011214     MOVE ZERO TO WS-APPLIED-ADJ2.
011215     MOVE ZERO TO WS-APPLIED-ADJ3.
011216     MOVE ZERO TO WS-APPLIED-POST-AMOUNT.
011217     IF DT-TYPE-REVENUE AND DT-POST-AMOUNT NUMERIC
011218         MOVE DT-POST-AMOUNT TO WS-APPLIED-POST-AMOUNT
011219         ADD DT-POST-AMOUNT TO WS-REVENUE-AMOUNT-TOTAL
011220     END-IF.
011221*    A SIZE ERROR LEAVES THE BALANCE UNCHANGED, SO THE APPLIED
011222*    ADJUSTMENT IS ZEROED BACK - LR-ADJ ON THE LEDGER RECORD MUST
011223*    ONLY EVER ASSERT A MOVEMENT THE BALANCES ACTUALLY TOOK, OR
011224*    THE TRIAL BALANCE AND A LATER REVERSAL WOULD BOTH ACT ON A
011225*    MOVEMENT THAT NEVER HAPPENED.
011226     IF DT-TYPE-COUNT OR DT-TYPE-COMBINED OR DT-TYPE-ACCRUAL
011227         MOVE DT-NUM1-ADJ TO WS-APPLIED-ADJ1
011228         ADD DT-NUM1-ADJ TO num1
011229             ON SIZE ERROR
011230                 PERFORM 5100-WRITE-ERROR-LOG
011231                     THRU 5100-EXIT
011235                 MOVE ZERO TO WS-APPLIED-ADJ1
011240         END-ADD
011250     END-IF.
011290     IF DT-TYPE-SIGNED OR DT-TYPE-COMBINED OR DT-TYPE-ACCRUAL
011295         MOVE DT-NUM2-ADJ TO WS-APPLIED-ADJ2
011300         ADD DT-NUM2-ADJ TO num2
011310             ON SIZE ERROR
011335                 MOVE ZERO TO WS-APPLIED-ADJ2
011340         END-ADD
011350     END-IF.
011390     IF DT-TYPE-AMOUNT OR DT-TYPE-COMBINED OR DT-TYPE-ACCRUAL
011395         MOVE DT-NUM3-ADJ TO WS-APPLIED-ADJ3
011400         ADD DT-NUM3-ADJ TO num3 ROUNDED
011410             ON SIZE ERROR
011466         WHEN DT-TYPE-SIGNED
011468             ADD 1 TO WS-SIGNED-TYPE-TOTAL
011470         WHEN DT-TYPE-AMOUNT
011471             ADD 1 TO WS-AMOUNT-TYPE-TOTAL
011472         WHEN DT-TYPE-REVENUE
011473             ADD 1 TO WS-REVENUE-TYPE-TOTAL
011474         WHEN DT-TYPE-ACCRUAL
011475             ADD 1 TO WS-ACCRUAL-TYPE-TOTAL
011476         WHEN OTHER
011477             ADD 1 TO WS-COMBINED-TYPE-TOTAL
011478     END-EVALUATE.
011479     PERFORM 1095-FOLD-INTO-DEPARTMENT
011489         THRU 1095-EXIT.
012802     MOVE WS-APPLIED-ADJ1 TO LR-ADJ-NUM1.
012803     MOVE WS-APPLIED-ADJ2 TO LR-ADJ-NUM2.
012804     MOVE WS-APPLIED-ADJ3 TO LR-ADJ-NUM3.
012806     MOVE WS-APPLIED-POST-AMOUNT TO LR-POST-AMOUNT.
012808     MOVE DT-GL-ACCOUNT TO LR-GL-ACCOUNT.
012810     MOVE DT-DEPT-CODE TO LR-DEPT-CODE.
012812     MOVE DT-TRANS-TYPE TO LR-TRANS-TYPE.
012814     PERFORM 2010-GET-POSTING-COMPANY
012816         THRU 2010-EXIT.
012818     SET LR-UNCONFIRMED TO TRUE.
012820     MOVE ZERO TO LR-CONFIRM-DATE.
012825     MOVE "A" TO LR-STATUS.
012830     MOVE ZERO TO LR-REF-POST-DATE.
012930                 THRU 5150-EXIT
012940     END-WRITE.
013000 2000-EXIT.
013002     EXIT.
013004******************************************************************
013006* 2010-GET-POSTING-COMPANY - THE POSTING IS IN THE BOOKS OF ITS GL
013008*                  ACCOUNT'S COMPANY, AND IS INTERCOMPANY WHEN THE
013010*                  ACCOUNT NAMES A COMPANY ON THE OTHER SIDE. THE
013012*                  ACCOUNT IS USUALLY STILL IN THE RECORD AREA
013014*                  FROM 1080; IT IS READ AGAIN ONLY IF NOT.
013016******************************************************************
013018 2010-GET-POSTING-COMPANY.
013020     MOVE CTL-HOME-COMPANY TO LR-COMPANY-CODE.
013022     MOVE SPACES TO LR-INTERCO-COMPANY.
013024     IF NOT WS-ACCT-MASTER-OPEN
013026         GO TO 2010-EXIT
013028     END-IF.
013030     IF GA-ACCOUNT-CODE NOT = DT-GL-ACCOUNT
013032         MOVE DT-GL-ACCOUNT TO GA-ACCOUNT-CODE
013034         READ GL-ACCOUNT-FILE
013036             INVALID KEY
013038                 GO TO 2010-EXIT
013040         END-READ
013042     END-IF.
013044     IF GA-COMPANY-CODE NOT = SPACES
013046         MOVE GA-COMPANY-CODE TO LR-COMPANY-CODE
013048     END-IF.
013050     MOVE GA-INTERCO-COMPANY TO LR-INTERCO-COMPANY.
013052 2010-EXIT.
013100     EXIT.
013101******************************************************************
013102* 2050-WRITE-REPORT-DETAIL - ONE POSTING REPORT LINE PER
013147     MOVE WS-REJECT-COUNT TO CU-EDIT-COUNT-FIELD.
013148     MOVE CU-EDIT-COUNT-FIELD TO TL-VALUE.
013149     WRITE POSTING-RPT-LINE FROM WS-RPT-TOTAL-LINE.
013150     MOVE "ACCRUALS REVERSED:      " TO TL-LABEL.
013151     MOVE WS-ACCRUAL-REVERSED-COUNT TO CU-EDIT-COUNT-FIELD.
013152     MOVE CU-EDIT-COUNT-FIELD TO TL-VALUE.
013153     WRITE POSTING-RPT-LINE FROM WS-RPT-TOTAL-LINE.
013154     IF WS-RULE-MASTER-OPEN
013155         MOVE "ACCOUNTS FROM RULES:    " TO TL-LABEL
013156         MOVE WS-RULE-DERIVED-COUNT TO CU-EDIT-COUNT-FIELD
013157         MOVE CU-EDIT-COUNT-FIELD TO TL-VALUE
013158         WRITE POSTING-RPT-LINE FROM WS-RPT-TOTAL-LINE
013159         MOVE "POSTING RULE MISMATCHES:" TO TL-LABEL
013160         MOVE WS-RULE-MISMATCH-COUNT TO CU-EDIT-COUNT-FIELD
013161         MOVE CU-EDIT-COUNT-FIELD TO TL-VALUE
013162         WRITE POSTING-RPT-LINE FROM WS-RPT-TOTAL-LINE
013163     END-IF.
013164     MOVE "POSTINGS BY DEPARTMENT AND TYPE" TO POSTING-RPT-LINE.
013165     WRITE POSTING-RPT-LINE.
013166     PERFORM 2850-WRITE-ONE-DEPT-LINE
013167         THRU 2850-EXIT
013168         VARYING DP-IDX FROM 1 BY 1
013169         UNTIL DP-IDX > WS-DEPT-USED-COUNT.
013170 2800-EXIT.
013171     EXIT.
013172******************************************************************
013173* 2850-WRITE-ONE-DEPT-LINE - ONE DEPARTMENT'S COUNTS BY TYPE AND
013174*                  ITS SIGNED MOVEMENT. A BLANK CODE SHOWS AS THE
013175*                  HOUSE DEPARTMENT.
013176******************************************************************
013177 2850-WRITE-ONE-DEPT-LINE.
013179     IF DPT-DEPT-CODE (DP-IDX) = SPACES
013181         MOVE "HSE " TO DLN-DEPT-CODE
014510     DISPLAY "POSTINGS BY TYPE - COUNT: " WS-COUNT-TYPE-TOTAL
014520         " SIGNED: " WS-SIGNED-TYPE-TOTAL
014530         " AMOUNT: " WS-AMOUNT-TYPE-TOTAL
014540         " COMBINED: " WS-COMBINED-TYPE-TOTAL
014545         " REVENUE: " WS-REVENUE-TYPE-TOTAL
014550         " ACCRUAL: " WS-ACCRUAL-TYPE-TOTAL.
014555     IF WS-ACCRUAL-REVERSED-COUNT > ZERO
014560         DISPLAY "PRIOR-PERIOD ACCRUALS REVERSED: "
014565             WS-ACCRUAL-REVERSED-COUNT
014570     END-IF.
014575     IF WS-REVENUE-TYPE-TOTAL > ZERO
014580         MOVE WS-REVENUE-AMOUNT-TOTAL TO WS-REVENUE-AMOUNT-EDIT
014585         DISPLAY "REVENUE AMOUNT POSTED: " WS-REVENUE-AMOUNT-EDIT
014590     END-IF.
014600 3000-EXIT.
014700     EXIT.
014750******************************************************************
014760* 5100-WRITE-ERROR-LOG - RECORD A SIZE ERROR TO THE SHARED
014770*                        ERROR LOG SO OPERATORS HAVE ONE PLACE
014780*                        TO CHECK ACROSS ALL FOUR PROGRAMS.
014781******************************************************************
014782 5100-WRITE-ERROR-LOG.
014783     MOVE "POSNEGDC"       TO EL-PROGRAM-ID.
014784     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
014785     ACCEPT WS-CURRENT-TIME FROM TIME.
014786     MOVE WS-TODAYS-DATE   TO EL-ERROR-DATE.
014787     MOVE WS-CURRENT-TIME  TO EL-ERROR-TIME.
014788     MOVE "SIZE"           TO EL-ERROR-TYPE.
014789     SET EL-SEV-SEVERE     TO TRUE.
014790     MOVE "SIZE ERROR POSTING DAILY TRANSACTION"
014791         TO EL-ERROR-TEXT.
014792     MOVE WS-POST-DATE     TO EL-REF-DATE.
014793     MOVE WS-OPERATOR-ID   TO EL-REF-OPERATOR.
014794     MOVE WS-RECORD-NO     TO EL-REF-SEQUENCE.
014795     MOVE DT-NUM1-ADJ      TO EL-NUM1-VALUE.
014796     MOVE DT-NUM2-ADJ      TO EL-NUM2-VALUE.
014797     MOVE "1100-APPLY-TRANSACTION" TO EL-PARAGRAPH.
014798     MOVE "N" TO EL-ACK-STATUS.
014799     MOVE SPACES TO EL-ACK-OPERATOR.
014800     MOVE ZERO TO EL-ACK-DATE.
014801     MOVE SPACES TO EL-ACK-DISPOSITION.
014802     WRITE ERRLOG-RECORD.
014803     PERFORM 5900-RAISE-ERRLOG-ALERT
014804         THRU 5900-EXIT.
014805     SET WS-POSTING-HAD-ERRORS TO TRUE.
014806 5100-EXIT.
014807     EXIT.
014808******************************************************************
014809* 5150-WRITE-DUPLICATE-KEY-LOG - RECORD TO ERRLOG THAT A LEDGER
014810*                  WRITE HIT A DUPLICATE KEY INSTEAD OF LETTING THE
014811*                  WRITE ABEND. THIS SHOULD ONLY HAPPEN IF THE
014812*                  SEQUENCE SEEDED BY 0150-SEED-LEDGER-SEQUENCE WAS
014813*                  SOMEHOW STALE BY THE TIME THIS RUN POSTED.
014814******************************************************************
014815 5150-WRITE-DUPLICATE-KEY-LOG.
014816     MOVE "POSNEGDC"       TO EL-PROGRAM-ID.
014817     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
014818     ACCEPT WS-CURRENT-TIME FROM TIME.
014819     MOVE WS-TODAYS-DATE   TO EL-ERROR-DATE.
014820     MOVE WS-CURRENT-TIME  TO EL-ERROR-TIME.
014821     MOVE "DUPK"           TO EL-ERROR-TYPE.
014822     SET EL-SEV-SEVERE     TO TRUE.
014823     MOVE "DUPLICATE LEDGER KEY ON POST - RECORD NOT WRITTEN"
014824         TO EL-ERROR-TEXT.
014825     MOVE WS-POST-DATE     TO EL-REF-DATE.
014826     MOVE WS-OPERATOR-ID   TO EL-REF-OPERATOR.
014827     MOVE WS-LEDGER-SEQ    TO EL-REF-SEQUENCE.
014828     MOVE DT-NUM1-ADJ      TO EL-NUM1-VALUE.
014829     MOVE DT-NUM2-ADJ      TO EL-NUM2-VALUE.
014830     MOVE "2000-WRITE-LEDGER" TO EL-PARAGRAPH.
014831     MOVE "N" TO EL-ACK-STATUS.
014832     MOVE SPACES TO EL-ACK-OPERATOR.
014833     MOVE ZERO TO EL-ACK-DATE.
014834     MOVE SPACES TO EL-ACK-DISPOSITION.
014835     WRITE ERRLOG-RECORD.
014836     PERFORM 5900-RAISE-ERRLOG-ALERT
014837         THRU 5900-EXIT.
014843     SET WS-POSTING-HAD-ERRORS TO TRUE.
014844 5150-EXIT.
014845     EXIT.
014871     MOVE ZERO TO EL-ACK-DATE.
014872     MOVE SPACES TO EL-ACK-DISPOSITION.
014873     WRITE ERRLOG-RECORD.
014874     PERFORM 5900-RAISE-ERRLOG-ALERT
014876         THRU 5900-EXIT.
014878     SET WS-POSTING-HAD-ERRORS TO TRUE.
014880 5200-EXIT.
014882     EXIT.
014884******************************************************************
014886* 5900-RAISE-ERRLOG-ALERT - PASS THE ENTRY JUST WRITTEN TO ERRLOG
014888*                  TO ALERTWRITER AS AN ERRLOG ALERT. THE RULE'S
014890*                  MINIMUM SEVERITY DECIDES WHETHER ANYONE IS
014892*                  PAGED; THE PROGRAM, ERROR TYPE AND DATE IN THE
014894*                  DEDUPE KEY KEEP A RUN OF THE SAME ERROR TO ONE
014896*                  PAGE.
014898******************************************************************
014900 5900-RAISE-ERRLOG-ALERT.
014902     MOVE "ERRLOG" TO AQ-CONDITION.
014904     MOVE EL-PROGRAM-ID TO AQ-SOURCE.
014906     MOVE EL-SEVERITY TO AQ-SOURCE-SEVERITY.
014908     MOVE ZERO TO AQ-MEASURE.
014910     MOVE SPACES TO AQ-DEDUPE-KEY.
014912     STRING "ERRLOG " DELIMITED BY SIZE
014914         EL-PROGRAM-ID DELIMITED BY SIZE
014916         " " DELIMITED BY SIZE
014918         EL-ERROR-TYPE DELIMITED BY SIZE
014920         " " DELIMITED BY SIZE
014922         EL-ERROR-DATE DELIMITED BY SIZE
014924         INTO AQ-DEDUPE-KEY.
014926     MOVE EL-ERROR-TEXT TO AQ-ALERT-TEXT.
014928     CALL "AlertWriter" USING ALERT-REQUEST, ALERT-RESULT.
014930 5900-EXIT.
014932     EXIT.
014934******************************************************************
014936* 9999-EXIT - COMMON PROGRAM EXIT POINT.
015000******************************************************************
015100 9999-EXIT.
015150     IF WS-POSTING-OK
