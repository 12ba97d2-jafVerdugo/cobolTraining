001963*                  GENERATION'S CREDITS ALONGSIDE ITS CHARGES.
001966*   2026-09-02 DO  THE EXTRACT AND REGISTER AMOUNTS WIDENED IN
001969*                  STEP WITH THE WIDENED CALCULATION PIPELINE.
001970*   2026-10-15 DO  EACH DETAIL NOW CARRIES THE SALES TAX / VAT
001972*                  PRICED AT CALCULATION TIME (NEGATED ON A LATE-
001974*                  VOID CREDIT) AND THE TRAILER THE GENERATION'S
001976*                  TAX TOTAL, SO BILLING NO LONGER ADDS TAX BY
001978*                  HAND.
001980*   2026-10-15 DO  A RUN MAY NOW BILL AT GROUP LEVEL. EACH
001982*                  DETAIL'S ACCOUNT IS THEN THE ULTIMATE PARENT
001984*                  REACHED UP THE AM-PARENT-ACCOUNT CHAIN ON
001986*                  ACCTMSTR, WITH THE ORIGINAL ACCOUNT IN
001988*                  BX-SUBSIDIARY-ID. REGISTERS ARE UNCHANGED.
001990*   2026-10-15 DO  BILLSENT ROWS NOW CARRY THE BILLED ACCOUNT
001992*                  AND THE TAX, FOR THE AR OPEN-ITEM LEDGER.
001994*   2026-10-15 DO  THE EXTRACT HEADER NOW CARRIES THE GENERATION
001996*                  NUMBER (THE REPRINTED ONE IN R)EPRINT MODE)
001998*                  FOR THE REVENUE POSTING RUN.
002000*   2026-10-15 DO  BILLING NOW FOLLOWS EACH BILLED ACCOUNT'S CYCLE
002002*                  ON ACCTMSTR. A CHARGE IS RELEASED ONLY ONCE THE
002004*                  ACCOUNT'S LATEST CYCLE DATE ON OR BEFORE THE
002006*                  BUSINESS DATE HAS REACHED IT, AND UNTIL THEN
002008*                  STAYS UNSTAMPED ON THE LOG. RELEASED ITEMS GO
002010*                  THROUGH THE BILLWORK WORK FILE SO EACH
002012*                  ACCOUNT'S DETAILS COME OUT TOGETHER AS ONE
002014*                  INVOICE GROUP CLOSED BY AN IS SUBTOTAL RECORD,
002016*                  AND THE TRAILER COUNTS THE INVOICES. THE RUN
002018*                  NOW HONORS THE BUSDATE PROCESSING-DATE CONTROL.
002020*                  A REPRINT TAKES ITS CYCLE DATES FROM THE
002022*                  GENERATION'S BILLGRPT DATE.
002024*   2026-10-15 DO  A NEW-GENERATION RUN NOW WARNS WHEN THE LATEST
002026*                  CUSTOMER MASTER FEED GENERATION ON ACCTFREG IS
002028*                  NOT YET LOADED BY BILLING, SO ITS ACCOUNTS MAY
002030*                  STILL BOUNCE AS UNKNOWN.
002032*   2026-10-15 DO  A RUN MAY NOW BE CUT FOR ONE COMPANY (BLANK =
002034*                  EVERY COMPANY); A LOG RECORD WITH NO COMPANY IS
002036*                  THE HOME COMPANY'S. EACH DETAIL CARRIES ITS
002038*                  COMPANY AND THE HEADER THE RUN COMPANY.
002040******************************************************************
002042 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. CalcBillingExtract.
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002891     SELECT RUN-LOCK-FILE ASSIGN TO "CALCLOCK"
002892         ORGANIZATION IS LINE SEQUENTIAL
002894         FILE STATUS IS WS-LOCK-FILE-STATUS.
002895     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
002896         ORGANIZATION IS INDEXED
002897         ACCESS MODE IS RANDOM
002898         RECORD KEY IS AM-ACCOUNT-ID
002899         FILE STATUS IS WS-ACCT-FILE-STATUS.
002900     SELECT BILLING-EXTRACT-FILE ASSIGN TO "CALCBILL"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-EXTRACT-FILE-STATUS.
003105     SELECT BILL-WORK-FILE ASSIGN TO "BILLWORK"
003110         ORGANIZATION IS INDEXED
003115         ACCESS MODE IS DYNAMIC
003120         RECORD KEY IS BW-WORK-KEY
003125         FILE STATUS IS WS-BWORK-FILE-STATUS.
003130     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
003135         ORGANIZATION IS LINE SEQUENTIAL
003140         FILE STATUS IS WS-BDATE-FILE-STATUS.
003145     SELECT FEED-REGISTER-FILE ASSIGN TO "ACCTFREG"
003150         ORGANIZATION IS LINE SEQUENTIAL
003155         FILE STATUS IS WS-FREG-FILE-STATUS.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  CALC-LOG-FILE.
003500     COPY CALCLOG.
003525 FD  ACCOUNT-MASTER-FILE.
003550     COPY ACCTMSTR.
003594 FD  RUN-LOCK-FILE
003596     RECORDING MODE IS F.
003598     COPY LOCKREC.
003880 FD  SENT-REGISTER-FILE
003890     RECORDING MODE IS F.
003892     COPY BILLSENT.
003900 FD  BILL-WORK-FILE.
003910     COPY BILLWORK.
003920 FD  BUS-DATE-FILE
003930     RECORDING MODE IS F.
003940     COPY BUSDATE.
003950 FD  FEED-REGISTER-FILE
003960     RECORDING MODE IS F.
003970     COPY ACCTFREG.
003980 WORKING-STORAGE SECTION.
004000 01  WS-LOG-FILE-STATUS              PIC X(02).
004100     88  WS-LOG-FILE-OK             VALUE "00".
004111 01  WS-LOCK-FILE-STATUS             PIC X(02).
004500     88  WS-END-OF-FILE              VALUE "Y".
004600 01  WS-DETAIL-COUNT                 PIC 9(06) COMP VALUE ZERO.
004700 01  WS-TOTAL-AMOUNT                 PIC S9(13)V99 VALUE ZERO.
004725 01  WS-TOTAL-TAX                    PIC S9(13)V99 VALUE ZERO.
004750 01  WS-TOTAL-TAX-EDIT               PIC -(13)9.99.
004800 01  WS-LIB-FUNCTION                 PIC X(06).
004900 01  WS-LIB-RETURN-CODE              PIC 9(02).
005000 01  WS-LIB-MSG-PREFIX               PIC X(10).
005315 01  WS-GCTL-FILE-STATUS             PIC X(02).
005320     88  WS-GCTL-FILE-OK            VALUE "00".
005330 01  WS-GRPT-FILE-STATUS             PIC X(02).
005331     88  WS-GRPT-FILE-OK            VALUE "00".
005332 01  WS-SENT-FILE-STATUS             PIC X(02).
005333     88  WS-SENT-FILE-OK            VALUE "00".
005334 01  WS-RUN-MODE                     PIC X(01) VALUE "N".
005335     88  WS-NEW-GENERATION          VALUE "N" "n".
005336     88  WS-REPRINT-MODE            VALUE "R" "r".
005337 01  WS-THIS-GEN                     PIC 9(04) VALUE ZERO.
005338 01  WS-CREDIT-AMOUNT                PIC S9(11)V99 VALUE ZERO.
005339 01  WS-CREDIT-TAX                   PIC S9(11)V99 VALUE ZERO.
005340 01  WS-CREDIT-COUNT                 PIC 9(06) COMP VALUE ZERO.
005341 01  WS-REPRINT-GEN                  PIC 9(04) VALUE ZERO.
005342 01  WS-ACCT-FILE-STATUS             PIC X(02).
005343     88  WS-ACCT-FILE-OK            VALUE "00".
005344 01  WS-BILL-LEVEL                   PIC X(01) VALUE "A".
005345     88  WS-ACCOUNT-LEVEL           VALUE "A" "a".
005346     88  WS-GROUP-LEVEL             VALUE "G" "g".
005347 01  WS-BILL-ACCOUNT                 PIC X(08) VALUE SPACES.
005348 01  WS-CHAIN-ACCOUNT                PIC X(08) VALUE SPACES.
005349 01  WS-CHAIN-HOPS                   PIC 9(03) COMP VALUE ZERO.
005350 01  WS-ACCT-OPEN-SWITCH             PIC X(01) VALUE "N".
005351     88  WS-ACCT-OPEN               VALUE "Y".
005352 01  WS-BWORK-FILE-STATUS            PIC X(02).
005353     88  WS-BWORK-FILE-OK           VALUE "00".
005354 01  WS-BDATE-FILE-STATUS            PIC X(02).
005355     88  WS-BDATE-FILE-OK           VALUE "00".
005356 01  WS-SYSTEM-DATE                  PIC 9(08) VALUE ZERO.
005357 01  WS-CYCLE-RUN-DATE               PIC 9(08) VALUE ZERO.
005358 01  WS-CYCLE-ACCOUNT                PIC X(08) VALUE SPACES.
005359 01  WS-CYCLE-KNOWN-SWITCH           PIC X(01) VALUE "N".
005360     88  WS-CYCLE-KNOWN             VALUE "Y".
005361 01  WS-CYCLE-DATE                   PIC 9(08) VALUE ZERO.
005362 01  WS-CYCLE-PARM.
005363     05  CP-BILL-CYCLE               PIC X(01).
005364     05  CP-CYCLE-DAY                PIC 9(02).
005365     05  CP-DIRECTION                PIC X(01).
005366 01  WS-HELD-COUNT                   PIC 9(06) COMP VALUE ZERO.
005367 01  WS-WORK-EOF-SWITCH              PIC X(01) VALUE "N".
005368     88  WS-END-OF-WORK             VALUE "Y".
005369 01  WS-GRPT-EOF-SWITCH              PIC X(01) VALUE "N".
005370     88  WS-END-OF-GEN-REGISTER     VALUE "Y".
005371 01  WS-INVOICE-OPEN-SWITCH          PIC X(01) VALUE "N".
005372     88  WS-INVOICE-OPEN            VALUE "Y".
005373 01  WS-INVOICE-COUNT                PIC 9(06) COMP VALUE ZERO.
005374 01  WS-INV-ACCOUNT                  PIC X(08) VALUE SPACES.
005375 01  WS-INV-BILL-CYCLE               PIC X(01) VALUE SPACE.
005376 01  WS-INV-CYCLE-DATE               PIC 9(08) VALUE ZERO.
005377 01  WS-INV-DETAIL-COUNT             PIC 9(06) COMP VALUE ZERO.
005378 01  WS-INV-AMOUNT                   PIC S9(13)V99 VALUE ZERO.
005379 01  WS-INV-TAX                      PIC S9(13)V99 VALUE ZERO.
005380 01  WS-FREG-FILE-STATUS             PIC X(02).
005381     88  WS-FREG-FILE-OK            VALUE "00".
005382 01  WS-FREG-EOF-SWITCH              PIC X(01) VALUE "N".
005383     88  WS-END-OF-FEED-REGISTER    VALUE "Y".
005384 01  WS-FEED-LATEST-GEN              PIC 9(04) VALUE ZERO.
005385 01  WS-FEED-LATEST-STATUS           PIC X(01) VALUE SPACE.
005386     88  WS-FEED-LATEST-LOADED      VALUE "L".
005391 01  WS-GEN-SUMMARY-LINE.
005392     05  FILLER                      PIC X(12) VALUE
005393         "GENERATION: ".
005399     05  FILLER                      PIC X(08) VALUE "  TOTAL:".
005400     05  GS-TOTAL-AMOUNT             PIC -(13)9.99.
005401     05  FILLER                      PIC X(09) VALUE SPACES.
005404 01  WS-RUN-COMPANY                  PIC X(04) VALUE SPACES.
005408 01  WS-RECORD-COMPANY               PIC X(04) VALUE SPACES.
005412 01  WS-NO-OPERATOR                  PIC X(08) VALUE SPACES.
005416 01  WS-CO-RESULT.
005420     05  WS-CO-KNOWN-SWITCH          PIC X(01).
005424         88  WS-CO-KNOWN             VALUE "Y".
005428     05  WS-CO-PERMITTED-SWITCH      PIC X(01).
005432         88  WS-CO-PERMITTED         VALUE "Y".
005436     05  WS-CO-EFFECTIVE-COMPANY     PIC X(04).
005440     05  WS-CO-COMPANY-NAME          PIC X(30).
005444 COPY CTLPARM.
005450 PROCEDURE DIVISION.
005500******************************************************************
005600* 0000-MAINLINE - WRITE THE HEADER, FILE EVERY LOG RECORD DUE FOR
005700*                 BILLING TO THE WORK FILE, RELEASE THE WORK FILE
005750*                 AS INVOICE GROUPS, THEN WRITE THE TRAILER.
005800******************************************************************
005900 0000-MAINLINE.
006000     PERFORM 1000-OPEN-FILES
006200     PERFORM 2000-PROCESS-RECORD
006300         THRU 2000-EXIT
006400         UNTIL WS-END-OF-FILE.
006425     PERFORM 2500-RELEASE-INVOICES
006450         THRU 2500-EXIT.
006500     PERFORM 3000-CLOSE-AND-REPORT
006600         THRU 3000-EXIT.
006700     GO TO 9999-EXIT.
007300 1000-OPEN-FILES.
007310     PERFORM 1100-GET-EXTRACT-MODE
007320         THRU 1100-EXIT.
007325     PERFORM 1150-GET-BILLING-LEVEL
007330         THRU 1150-EXIT.
007340     IF WS-REPRINT-MODE
007350         DISPLAY "Generation number to reproduce: "
007360         ACCEPT WS-REPRINT-GEN
007390     ELSE
007391         PERFORM 1200-GET-NEXT-GENERATION
007392             THRU 1200-EXIT
007395         PERFORM 1400-CHECK-CUSTOMER-FEED
007400             THRU 1400-EXIT
007402         PERFORM 1300-ACQUIRE-RUN-LOCK
007412             THRU 1300-EXIT
007422         IF WS-LOCK-REFUSED
007840             THRU 1350-EXIT
007900         GO TO 1000-EXIT
008000     END-IF.
008002     OPEN OUTPUT BILL-WORK-FILE.
008004     IF WS-BWORK-FILE-OK
008006         CLOSE BILL-WORK-FILE
008008         OPEN I-O BILL-WORK-FILE
008010     END-IF.
008012     IF NOT WS-BWORK-FILE-OK
008014         DISPLAY "BILLWORK OPEN FAILED, STATUS "
008016             WS-BWORK-FILE-STATUS
008018         CLOSE CALC-LOG-FILE
008020         SET WS-END-OF-FILE TO TRUE
008022         SET WS-CONTROL-MISMATCH TO TRUE
008024         PERFORM 1350-RELEASE-RUN-LOCK
008026             THRU 1350-EXIT
008028         GO TO 1000-EXIT
008030     END-IF.
008032     PERFORM 1160-GET-RUN-COMPANY
008034         THRU 1160-EXIT.
008036     IF NOT WS-CO-KNOWN
008038         CLOSE CALC-LOG-FILE
008040               BILL-WORK-FILE
008042         SET WS-END-OF-FILE TO TRUE
008044         SET WS-CONTROL-MISMATCH TO TRUE
008046         PERFORM 1350-RELEASE-RUN-LOCK
008048             THRU 1350-EXIT
008050         GO TO 1000-EXIT
008052     END-IF.
008100     OPEN OUTPUT BILLING-EXTRACT-FILE.
008200     MOVE "DATSTM" TO WS-LIB-FUNCTION.
008300     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
008400         WS-TODAYS-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
008500         WS-LIB-MSG-TEXT.
008510     PERFORM 1050-CHECK-DATE-OVERRIDE
008520         THRU 1050-EXIT.
008530     MOVE WS-TODAYS-DATE TO WS-CYCLE-RUN-DATE.
008540     IF WS-REPRINT-MODE
008550         PERFORM 1250-FIND-GENERATION-DATE
008560             THRU 1250-EXIT
008570     END-IF.
008600     MOVE "HD" TO BX-RECORD-TYPE.
008700     MOVE WS-TODAYS-DATE TO BX-EXTRACT-DATE.
008725     MOVE WS-THIS-GEN    TO BX-EXTRACT-GEN.
008750     MOVE WS-RUN-COMPANY TO BX-EXTRACT-COMPANY.
008800     WRITE BILLING-EXTRACT-RECORD.
008900     PERFORM 1500-READ-LOG-RECORD
009000         THRU 1500-EXIT.
009100 1000-EXIT.
009101     EXIT.
009102******************************************************************
009103* 1050-CHECK-DATE-OVERRIDE - HONOR THE BUSDATE PROCESSING-DATE
009104*                  CONTROL THE SAME WAY CALCLOGDISTRIBUTE DOES, SO
009105*                  A LATE RUN JUDGES BILLING CYCLES AGAINST THE
009106*                  BUSINESS DATE THE LOG WAS POSTED UNDER, NOT THE
009107*                  CLOCK DATE.
009108******************************************************************
009109 1050-CHECK-DATE-OVERRIDE.
009110     MOVE WS-TODAYS-DATE TO WS-SYSTEM-DATE.
009111     OPEN INPUT BUS-DATE-FILE.
009112     IF NOT WS-BDATE-FILE-OK
009113         GO TO 1050-EXIT
009114     END-IF.
009115     READ BUS-DATE-FILE
009116         AT END
009117             CONTINUE
009118     END-READ.
009119     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
009120         AND BD-BUSINESS-DATE NOT = WS-SYSTEM-DATE
009121         MOVE BD-BUSINESS-DATE TO WS-TODAYS-DATE
009122         DISPLAY "EXTRACT DATE OVERRIDDEN TO "
009123             WS-TODAYS-DATE " (SYSTEM DATE " WS-SYSTEM-DATE
009124             ", SET BY " BD-SET-BY ")"
009125     END-IF.
009126     CLOSE BUS-DATE-FILE.
009127 1050-EXIT.
009128     EXIT.
009129******************************************************************
009130* 1250-FIND-GENERATION-DATE - A REPRINT DATES ITS INVOICE CYCLES
009131*                  FROM THE DAY THE GENERATION WAS FIRST
009132*                  EXTRACTED, AS RECORDED ON THE BILLGRPT
009133*                  REGISTER. WITH NO REGISTER ROW THE RUN DATE
009134*                  STANDS IN.
009135******************************************************************
009136 1250-FIND-GENERATION-DATE.
009137     OPEN INPUT GEN-RPT-FILE.
009138     IF NOT WS-GRPT-FILE-OK
009139         GO TO 1250-EXIT
009140     END-IF.
009141     MOVE "N" TO WS-GRPT-EOF-SWITCH.
009142     PERFORM 1260-CHECK-ONE-GEN-LINE
009143         THRU 1260-EXIT
009144         UNTIL WS-END-OF-GEN-REGISTER.
009145     CLOSE GEN-RPT-FILE.
009146 1250-EXIT.
009147     EXIT.
009148******************************************************************
009149* 1260-CHECK-ONE-GEN-LINE - ONE BILLGRPT LINE; THE REPRINTED
009150*                  GENERATION'S LINE GIVES ITS EXTRACT DATE.
009151******************************************************************
009152 1260-CHECK-ONE-GEN-LINE.
009153     READ GEN-RPT-FILE
009154         AT END
009155             SET WS-END-OF-GEN-REGISTER TO TRUE
009156             GO TO 1260-EXIT
009157     END-READ.
009158     MOVE GEN-RPT-LINE TO WS-GEN-SUMMARY-LINE.
009159     IF GS-GEN-NO = WS-REPRINT-GEN
009160         AND GS-EXTRACT-DATE NUMERIC
009161         MOVE GS-EXTRACT-DATE TO WS-CYCLE-RUN-DATE
009162     END-IF.
009163 1260-EXIT.
009200     EXIT.
009202******************************************************************
009204* 1300-ACQUIRE-RUN-LOCK - TAKE THE CALCLOG RUN LOCK BEFORE A
009304 1350-EXIT.
009306     EXIT.
009308******************************************************************
009309* 1400-CHECK-CUSTOMER-FEED - THE LATEST CUSTOMER MASTER FEED
009310*                  GENERATION ON ACCTFREG SHOULD BE LOADED BY
009311*                  BILLING BEFORE CHARGES FOR ITS ACCOUNTS GO OUT.
009312*                  THE RUN GOES AHEAD EITHER WAY - THE WARNING
009313*                  SAYS WHY REJECTIONS MAY FOLLOW. NO REGISTER
009314*                  MEANS NO FEED HAS BEEN SENT AND THERE IS
009315*                  NOTHING TO CHECK.
009316******************************************************************
009317 1400-CHECK-CUSTOMER-FEED.
009318     OPEN INPUT FEED-REGISTER-FILE.
009319     IF NOT WS-FREG-FILE-OK
009320         GO TO 1400-EXIT
009321     END-IF.
009322     PERFORM 1450-CHECK-ONE-FEED-ROW
009323         THRU 1450-EXIT
009324         UNTIL WS-END-OF-FEED-REGISTER.
009325     CLOSE FEED-REGISTER-FILE.
009326     IF WS-FEED-LATEST-GEN NOT = ZERO
009327         AND NOT WS-FEED-LATEST-LOADED
009328         DISPLAY "WARNING - CUSTOMER FEED GENERATION "
009329             WS-FEED-LATEST-GEN " IS NOT YET LOADED BY BILLING "
009330             "(ACCTFREG STATUS " WS-FEED-LATEST-STATUS ")"
009331     END-IF.
009332 1400-EXIT.
009333     EXIT.
009334******************************************************************
009335* 1450-CHECK-ONE-FEED-ROW - THE HIGHEST GENERATION IS THE LATEST.
009336******************************************************************
009337 1450-CHECK-ONE-FEED-ROW.
009338     READ FEED-REGISTER-FILE
009339         AT END
009340             SET WS-END-OF-FEED-REGISTER TO TRUE
009341             GO TO 1450-EXIT
009342     END-READ.
009343     IF FR-FEED-GEN > WS-FEED-LATEST-GEN
009344         MOVE FR-FEED-GEN TO WS-FEED-LATEST-GEN
009345         MOVE FR-ACK-STATUS TO WS-FEED-LATEST-STATUS
009346     END-IF.
009347 1450-EXIT.
009348     EXIT.
009349******************************************************************
009350* 1100-GET-EXTRACT-MODE - AN INVALID (OR EMPTY) REPLY IS
009351*                  RE-PROMPTED RATHER THAN FALLING INTO THE
009352*                  NEW-GENERATION PATH BY ACCIDENT - A HALF-RUN
009353*                  THERE STAMPS GENERATION NUMBERS WITHOUT EVER
009354*                  ADVANCING THE GENERATION CONTROL.
009355******************************************************************
009356 1100-GET-EXTRACT-MODE.
009357     DISPLAY "Extract mode - N)ew generation or R)eprint a "
009358         "prior generation: "
009359     ACCEPT WS-RUN-MODE.
009360     IF NOT WS-NEW-GENERATION AND NOT WS-REPRINT-MODE
009361         DISPLAY "Select a correct option"
009362         GO TO 1100-GET-EXTRACT-MODE
009363     END-IF.
009364 1100-EXIT.
009365     EXIT.
009366******************************************************************
009367* 1150-GET-BILLING-LEVEL - A)CCOUNT LEVEL BILLS EACH ACCOUNT AS
009368*                  ENTERED; G)ROUP LEVEL BILLS THE WHOLE
009369*                  CORPORATE GROUP TO ITS ULTIMATE PARENT. A
009370*                  REPRINT MUST BE ASKED AT THE SAME LEVEL AS THE
009371*                  ORIGINAL RUN. ACCTMSTR IS OPENED EITHER WAY FOR
009372*                  THE BILLING CYCLES. WITHOUT ACCTMSTR THERE IS
009373*                  NO HIERARCHY AND NO CYCLE - THE RUN STAYS AT
009374*                  ACCOUNT LEVEL AND BILLS EVERY ACCOUNT DAILY.
009375******************************************************************
009376 1150-GET-BILLING-LEVEL.
009377     DISPLAY "Billing level - A)ccount or G)roup: "
009378     ACCEPT WS-BILL-LEVEL.
009379     IF NOT WS-ACCOUNT-LEVEL AND NOT WS-GROUP-LEVEL
009380         DISPLAY "Select a correct option"
009381         GO TO 1150-GET-BILLING-LEVEL
009382     END-IF.
009383     OPEN INPUT ACCOUNT-MASTER-FILE.
009384     IF WS-ACCT-FILE-OK
009385         SET WS-ACCT-OPEN TO TRUE
009386     ELSE
009387         DISPLAY "ACCTMSTR OPEN FAILED, STATUS "
009388             WS-ACCT-FILE-STATUS " - BILLING AT ACCOUNT LEVEL, "
009389             "EVERY ACCOUNT DAILY"
009390         MOVE "A" TO WS-BILL-LEVEL
009391     END-IF.
009392 1150-EXIT.
009393     EXIT.
009394******************************************************************
009395* 1160-GET-RUN-COMPANY - ONE COMPANY'S ITEMS, OR EVERY COMPANY'S
009396*                  WHEN LEFT BLANK. AN UNKNOWN CODE STOPS THE RUN.
009397******************************************************************
009398 1160-GET-RUN-COMPANY.
009399     DISPLAY "Company code (blank = all companies): "
009400     MOVE SPACES TO WS-RUN-COMPANY.
009401     ACCEPT WS-RUN-COMPANY.
009402     MOVE "Y" TO WS-CO-KNOWN-SWITCH.
009403     IF WS-RUN-COMPANY NOT = SPACES
009404         CALL "CompanyCheck" USING WS-NO-OPERATOR, WS-RUN-COMPANY,
009405             WS-CO-RESULT
009406         IF NOT WS-CO-KNOWN
009407             DISPLAY "COMPANY " WS-RUN-COMPANY " NOT KNOWN - RUN "
009408                 "STOPPED"
009409         END-IF
009410     END-IF.
009411 1160-EXIT.
009412     EXIT.
009413******************************************************************
009414* 1200-GET-NEXT-GENERATION - READ THE LAST GENERATION NUMBER
009415*                  FROM THE CONTROL FILE AND TAKE THE NEXT ONE
009416*                  FOR THIS RUN. A MISSING CONTROL FILE MEANS
009417*                  THIS IS GENERATION ONE.
009418******************************************************************
009419 1200-GET-NEXT-GENERATION.
009420     MOVE ZERO TO WS-THIS-GEN.
009421     OPEN INPUT GEN-CTL-FILE.
009422     IF WS-GCTL-FILE-OK
009423         READ GEN-CTL-FILE
009424             AT END
009425                 CONTINUE
009426         END-READ
009427         IF WS-GCTL-FILE-OK
009428             MOVE BG-LAST-GEN TO WS-THIS-GEN
009429         END-IF
009430         CLOSE GEN-CTL-FILE
009431     END-IF.
009432     ADD 1 TO WS-THIS-GEN.
009433 1200-EXIT.
009434     EXIT.
009435******************************************************************
009436* 1500-READ-LOG-RECORD - GET THE NEXT TRANSACTION LOG RECORD.
009500******************************************************************
009600 1500-READ-LOG-RECORD.
009700     READ CALC-LOG-FILE NEXT RECORD
010100 1500-EXIT.
010200     EXIT.
010300******************************************************************
010400* 2000-PROCESS-RECORD - IF THIS RECORD COMPLETED SUCCESSFULLY AND
010500*                       ITS ACCOUNT'S CYCLE HAS COME ROUND,
010600*                       FILE IT TO THE WORK FILE FOR ITS INVOICE
010620*                       GROUP. A LATE-VOID CREDIT GOES IN THE NEXT
010640*                       INVOICE GROUP WHATEVER THE CYCLE, SO THE
010660*                       CUSTOMER IS NEVER KEPT WAITING FOR A
010680*                       CREDIT.
010700******************************************************************
010800 2000-PROCESS-RECORD.
010802     ADD 1 TO WS-VERIFY-COUNT.
010804     ADD CL-RESULT TO WS-VERIFY-HASH.
010805     MOVE CL-COMPANY-CODE TO WS-RECORD-COMPANY.
010806     IF WS-RECORD-COMPANY = SPACES
010807         MOVE CTL-HOME-COMPANY TO WS-RECORD-COMPANY
010808     END-IF.
010809     IF WS-RUN-COMPANY NOT = SPACES
010810         AND WS-RECORD-COMPANY NOT = WS-RUN-COMPANY
010811         GO TO 2000-NEXT-RECORD
010812     END-IF.
010813     IF WS-REPRINT-MODE
010820         IF CL-STATUS-OK AND CL-EXTRACT-GEN = WS-REPRINT-GEN
010830             PERFORM 2050-RESOLVE-BILL-ACCOUNT
010832                 THRU 2050-EXIT
010836             PERFORM 2100-FILE-CHARGE-ITEM
010840                 THRU 2100-EXIT
010850         END-IF
010852         IF CL-STATUS-VOID AND CL-CREDIT-GEN = WS-REPRINT-GEN
010854             PERFORM 2050-RESOLVE-BILL-ACCOUNT
010855                 THRU 2050-EXIT
010856             PERFORM 2200-FILE-CREDIT-ITEM
010857                 THRU 2200-EXIT
010858         END-IF
010860     ELSE
010900         IF CL-STATUS-OK AND CL-EXTRACT-GEN = ZERO
010910             PERFORM 2050-RESOLVE-BILL-ACCOUNT
010920                 THRU 2050-EXIT
010930             IF CL-LOG-DATE > WS-CYCLE-DATE
010940                 ADD 1 TO WS-HELD-COUNT
010941             ELSE
010942                 PERFORM 2100-FILE-CHARGE-ITEM
010943                     THRU 2100-EXIT
010944                 MOVE WS-THIS-GEN TO CL-EXTRACT-GEN
010945                 REWRITE CALC-LOG-RECORD
010946             END-IF
010947         END-IF
010948         IF CL-STATUS-VOID AND CL-EXTRACT-GEN > ZERO
010949             AND CL-CREDIT-GEN = ZERO
010950             PERFORM 2050-RESOLVE-BILL-ACCOUNT
010951                 THRU 2050-EXIT
010952             PERFORM 2200-FILE-CREDIT-ITEM
010955                 THRU 2200-EXIT
010956             MOVE WS-THIS-GEN TO CL-CREDIT-GEN
010957             REWRITE CALC-LOG-RECORD
010961             END-IF
010962         END-IF
010963     END-IF.
011000 2000-NEXT-RECORD.
012000     PERFORM 1500-READ-LOG-RECORD
012100         THRU 1500-EXIT.
012200 2000-EXIT.
012201     EXIT.
012202******************************************************************
012203* 2050-RESOLVE-BILL-ACCOUNT - THE ACCOUNT THE DETAIL IS BILLED
012204*                  TO. AT GROUP LEVEL, WALK AM-PARENT-ACCOUNT UP
012205*                  TO THE TOP OF THE GROUP. THE HOP LIMIT GUARDS
012206*                  AGAINST A DAMAGED MASTER; MAINTENANCE REFUSES
012207*                  CYCLES. THE BILLED ACCOUNT'S CYCLE DATE
012208*                  FOLLOWS.
012209******************************************************************
012210 2050-RESOLVE-BILL-ACCOUNT.
012211     MOVE CL-ACCOUNT-ID TO WS-BILL-ACCOUNT.
012212     IF WS-GROUP-LEVEL AND CL-ACCOUNT-ID NOT = SPACES
012213         MOVE CL-ACCOUNT-ID TO WS-CHAIN-ACCOUNT
012214         MOVE ZERO TO WS-CHAIN-HOPS
012215         PERFORM 2060-CLIMB-ONE-PARENT
012216             THRU 2060-EXIT
012217             UNTIL WS-CHAIN-ACCOUNT = SPACES
012218                 OR WS-CHAIN-HOPS > 20
012219     END-IF.
012220     PERFORM 2070-GET-CYCLE-DATE
012221         THRU 2070-EXIT.
012222 2050-EXIT.
012223     EXIT.
012224******************************************************************
012225* 2060-CLIMB-ONE-PARENT - ONE STEP UP THE PARENT CHAIN.
012226******************************************************************
012227 2060-CLIMB-ONE-PARENT.
012228     ADD 1 TO WS-CHAIN-HOPS.
012229     MOVE WS-CHAIN-ACCOUNT TO AM-ACCOUNT-ID.
012230     READ ACCOUNT-MASTER-FILE
012231         INVALID KEY
012232             MOVE SPACES TO WS-CHAIN-ACCOUNT
012233             GO TO 2060-EXIT
012234     END-READ.
012235     MOVE AM-ACCOUNT-ID TO WS-BILL-ACCOUNT.
012236     MOVE AM-PARENT-ACCOUNT TO WS-CHAIN-ACCOUNT.
012237 2060-EXIT.
012238     EXIT.
012239******************************************************************
012240* 2070-GET-CYCLE-DATE - THE BILLED ACCOUNT'S LATEST CYCLE DATE ON
012241*                  OR BEFORE THE RUN DATE, THROUGH THE LIBRARY'S
012242*                  CYCDAT SERVICE. THE LOG IS IN DATE ORDER, NOT
012243*                  ACCOUNT ORDER, SO ONLY THE LAST ACCOUNT LOOKED
012244*                  UP IS KEPT. AN ACCOUNT OFF THE MASTER, A DAILY
012245*                  ACCOUNT OR A DAMAGED CYCLE BILLS ON THE RUN
012246*                  DATE ITSELF.
012247******************************************************************
012248 2070-GET-CYCLE-DATE.
012249     IF WS-CYCLE-KNOWN AND WS-BILL-ACCOUNT = WS-CYCLE-ACCOUNT
012250         GO TO 2070-EXIT
012251     END-IF.
012252     SET WS-CYCLE-KNOWN TO TRUE.
012253     MOVE WS-BILL-ACCOUNT TO WS-CYCLE-ACCOUNT.
012254     MOVE "D" TO CP-BILL-CYCLE.
012255     MOVE ZERO TO CP-CYCLE-DAY.
012256     MOVE WS-CYCLE-RUN-DATE TO WS-CYCLE-DATE.
012257     IF NOT WS-ACCT-OPEN OR WS-BILL-ACCOUNT = SPACES
012258         GO TO 2070-EXIT
012259     END-IF.
012260     MOVE WS-BILL-ACCOUNT TO AM-ACCOUNT-ID.
012261     READ ACCOUNT-MASTER-FILE
012262         INVALID KEY
012263             GO TO 2070-EXIT
012264     END-READ.
012265     IF AM-CYCLE-DAILY
012266         GO TO 2070-EXIT
012267     END-IF.
012268     MOVE AM-BILL-CYCLE TO CP-BILL-CYCLE.
012269     MOVE AM-CYCLE-DAY TO CP-CYCLE-DAY.
012270     MOVE "L" TO CP-DIRECTION.
012271     MOVE WS-CYCLE-PARM TO WS-LIB-MSG-VALUE.
012272     MOVE "CYCDAT" TO WS-LIB-FUNCTION.
012273     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
012274         WS-CYCLE-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
012275         WS-LIB-MSG-TEXT.
012276     IF WS-LIB-RETURN-CODE NOT = ZERO
012277         DISPLAY "ACCOUNT " WS-BILL-ACCOUNT " BILLING CYCLE "
012278             AM-BILL-CYCLE AM-CYCLE-DAY " IS NOT VALID - "
012279             "BILLED DAILY"
012280         MOVE "D" TO CP-BILL-CYCLE
012281         MOVE ZERO TO CP-CYCLE-DAY
012282         MOVE WS-CYCLE-RUN-DATE TO WS-CYCLE-DATE
012283     END-IF.
012284 2070-EXIT.
012285     EXIT.
012286******************************************************************
012287* 2080-SET-SUBSIDIARY - AT GROUP LEVEL THE DETAIL NAMES THE
012288*                  ACCOUNT THE WORK WAS DONE FOR. EVERY ITEM
012289*                  CARRIES ITS COMPANY.
012290******************************************************************
012291 2080-SET-SUBSIDIARY.
012292     MOVE WS-RECORD-COMPANY TO BW-COMPANY-CODE.
012293     IF WS-GROUP-LEVEL
012294         MOVE CL-ACCOUNT-ID TO BW-SUBSIDIARY-ID
012295     ELSE
012296         MOVE SPACES TO BW-SUBSIDIARY-ID
012297     END-IF.
012298 2080-EXIT.
012299     EXIT.
012300******************************************************************
012301* 2100-FILE-CHARGE-ITEM - ONE CHARGE TO THE WORK FILE UNDER ITS
012302*                  BILLED ACCOUNT, FOR ITS INVOICE GROUP.
012303******************************************************************
012304 2100-FILE-CHARGE-ITEM.
012305     MOVE WS-BILL-ACCOUNT TO BW-BILL-ACCOUNT.
012306     MOVE CL-LOG-DATE    TO BW-LOG-DATE.
012307     MOVE CL-OPERATOR-ID TO BW-OPERATOR-ID.
012308     MOVE CL-SEQUENCE-NO TO BW-SEQUENCE-NO.
012309     SET BW-CHARGE-ITEM  TO TRUE.
012310     MOVE CP-BILL-CYCLE  TO BW-BILL-CYCLE.
012311     MOVE WS-CYCLE-DATE  TO BW-CYCLE-DATE.
012312     MOVE CL-LOG-TIME    TO BW-LOG-TIME.
012313     MOVE CL-RESULT      TO BW-AMOUNT.
012314     MOVE CL-CURRENCY-CODE TO BW-CURRENCY-CODE.
012315     MOVE CL-ORIG-AMOUNT TO BW-ORIG-AMOUNT.
012316     MOVE CL-TAX-AMOUNT  TO BW-TAX-AMOUNT.
012317     PERFORM 2080-SET-SUBSIDIARY
012318         THRU 2080-EXIT.
012319     WRITE BILL-WORK-RECORD
012320         INVALID KEY
012321             DISPLAY "BILLWORK WRITE FAILED, STATUS "
012322                 WS-BWORK-FILE-STATUS
012323     END-WRITE.
012330     IF WS-NEW-GENERATION
012332         PERFORM 2150-REGISTER-SENT-DETAIL
012334             THRU 2150-EXIT
012374     MOVE CL-RESULT      TO BS-AMOUNT.
012376     SET BS-UNACKNOWLEDGED TO TRUE.
012378     MOVE SPACES         TO BS-REASON-CODE.
012379     MOVE WS-BILL-ACCOUNT TO BS-ACCOUNT-ID.
012380     MOVE CL-TAX-AMOUNT  TO BS-TAX-AMOUNT.
012381     WRITE SENT-REGISTER-RECORD.
012382     CLOSE SENT-REGISTER-FILE.
012384 2150-EXIT.
012386     EXIT.
012388******************************************************************
012390* 2200-FILE-CREDIT-ITEM - ONE OFFSETTING NEGATIVE-AMOUNT ITEM FOR
012391*                  A TRANSACTION BILLING ALREADY RECEIVED AND WE
012392*                  LATER VOIDED, SO THEIR MANUAL CREDIT KEYING
012393*                  STOPS. THE CREDIT CARRIES THE SAME DATE/
012394*                  OPERATOR/SEQUENCE REFERENCE AS THE ORIGINAL
012395*                  CHARGE.
012396******************************************************************
012397 2200-FILE-CREDIT-ITEM.
012398     COMPUTE WS-CREDIT-AMOUNT = ZERO - CL-RESULT.
012399     COMPUTE WS-CREDIT-TAX = ZERO - CL-TAX-AMOUNT.
012400     MOVE WS-BILL-ACCOUNT  TO BW-BILL-ACCOUNT.
012401     MOVE CL-LOG-DATE      TO BW-LOG-DATE.
012402     MOVE CL-OPERATOR-ID   TO BW-OPERATOR-ID.
012403     MOVE CL-SEQUENCE-NO   TO BW-SEQUENCE-NO.
012404     SET BW-CREDIT-ITEM    TO TRUE.
012405     MOVE CP-BILL-CYCLE    TO BW-BILL-CYCLE.
012407     MOVE WS-CYCLE-DATE    TO BW-CYCLE-DATE.
012409     MOVE CL-LOG-TIME      TO BW-LOG-TIME.
012411     MOVE WS-CREDIT-AMOUNT TO BW-AMOUNT.
012413     MOVE CL-CURRENCY-CODE TO BW-CURRENCY-CODE.
012415     MOVE CL-ORIG-AMOUNT   TO BW-ORIG-AMOUNT.
012417     MOVE WS-CREDIT-TAX    TO BW-TAX-AMOUNT.
012418     PERFORM 2080-SET-SUBSIDIARY
012419         THRU 2080-EXIT.
012420     WRITE BILL-WORK-RECORD
012421         INVALID KEY
012422             DISPLAY "BILLWORK WRITE FAILED, STATUS "
012423                 WS-BWORK-FILE-STATUS
012424     END-WRITE.
012425 2200-EXIT.
012426     EXIT.
012427******************************************************************
012428* 2250-REGISTER-CREDIT-DETAIL - THE CREDIT GOES ON THE BILLSENT
012429*                  REGISTER UNACKNOWLEDGED, NEGATIVE AMOUNT, SO
012430*                  BILLACKMATCH EXPECTS BILLING'S ANSWER FOR THE
012431*                  CREDIT THE SAME WAY IT DOES FOR A CHARGE.
012433******************************************************************
012435 2250-REGISTER-CREDIT-DETAIL.
012453     MOVE WS-CREDIT-AMOUNT TO BS-AMOUNT.
012455     SET BS-UNACKNOWLEDGED TO TRUE.
012457     MOVE SPACES           TO BS-REASON-CODE.
012458     MOVE WS-BILL-ACCOUNT  TO BS-ACCOUNT-ID.
012459     MOVE WS-CREDIT-TAX    TO BS-TAX-AMOUNT.
012460     WRITE SENT-REGISTER-RECORD.
012461     CLOSE SENT-REGISTER-FILE.
012463 2250-EXIT.
012464     EXIT.
012465******************************************************************
012466* 2500-RELEASE-INVOICES - READ THE WORK FILE BACK IN BILLED-
012467*                  ACCOUNT ORDER, WRITING EACH ACCOUNT'S DETAILS
012468*                  AS ONE INVOICE GROUP CLOSED BY ITS SUBTOTAL.
012469******************************************************************
012470 2500-RELEASE-INVOICES.
012471     MOVE "N" TO WS-WORK-EOF-SWITCH.
012472     MOVE "N" TO WS-INVOICE-OPEN-SWITCH.
012473     MOVE LOW-VALUES TO BW-WORK-KEY.
012474     START BILL-WORK-FILE KEY IS NOT LESS THAN BW-WORK-KEY
012475         INVALID KEY
012476             SET WS-END-OF-WORK TO TRUE
012477     END-START.
012478     PERFORM 2600-RELEASE-ONE-ITEM
012479         THRU 2600-EXIT
012480         UNTIL WS-END-OF-WORK.
012481     IF WS-INVOICE-OPEN
012482         PERFORM 2700-WRITE-INVOICE-SUBTOTAL
012483             THRU 2700-EXIT
012484     END-IF.
012485 2500-EXIT.
012486     EXIT.
012487******************************************************************
012488* 2600-RELEASE-ONE-ITEM - ONE WORK-FILE ITEM AS A DETAIL RECORD,
012489*                  CLOSING THE PRIOR ACCOUNT'S INVOICE GROUP ON AN
012490*                  ACCOUNT BREAK.
012491******************************************************************
012492 2600-RELEASE-ONE-ITEM.
012493     READ BILL-WORK-FILE NEXT RECORD
012494         AT END
012495             SET WS-END-OF-WORK TO TRUE
012496             GO TO 2600-EXIT
012497     END-READ.
012498     IF WS-INVOICE-OPEN AND BW-BILL-ACCOUNT NOT = WS-INV-ACCOUNT
012499         PERFORM 2700-WRITE-INVOICE-SUBTOTAL
012500             THRU 2700-EXIT
012501     END-IF.
012502     IF NOT WS-INVOICE-OPEN
012503         SET WS-INVOICE-OPEN TO TRUE
012504         MOVE BW-BILL-ACCOUNT TO WS-INV-ACCOUNT
012505         MOVE BW-BILL-CYCLE   TO WS-INV-BILL-CYCLE
012506         MOVE BW-CYCLE-DATE   TO WS-INV-CYCLE-DATE
012507         MOVE ZERO TO WS-INV-DETAIL-COUNT
012508         MOVE ZERO TO WS-INV-AMOUNT
012509         MOVE ZERO TO WS-INV-TAX
012510     END-IF.
012511     MOVE "DT"             TO BX-RECORD-TYPE.
012512     MOVE BW-BILL-ACCOUNT  TO BX-ACCOUNT-ID.
012513     MOVE BW-LOG-DATE      TO BX-TRANSACTION-DATE.
012514     MOVE BW-LOG-TIME      TO BX-TRANSACTION-TIME.
012515     MOVE BW-SEQUENCE-NO   TO BX-REFERENCE-NO.
012516     MOVE BW-OPERATOR-ID   TO BX-OPERATOR-ID.
012517     MOVE BW-AMOUNT        TO BX-TRANSACTION-AMOUNT.
012518     MOVE BW-CURRENCY-CODE TO BX-CURRENCY-CODE.
012519     MOVE BW-ORIG-AMOUNT   TO BX-ORIG-AMOUNT.
012520     MOVE BW-TAX-AMOUNT    TO BX-TAX-AMOUNT.
012521     MOVE BW-SUBSIDIARY-ID TO BX-SUBSIDIARY-ID.
012522     MOVE BW-COMPANY-CODE  TO BX-COMPANY-CODE.
012523     WRITE BILLING-EXTRACT-RECORD.
012524     ADD 1 TO WS-DETAIL-COUNT.
012525     ADD BW-AMOUNT TO WS-TOTAL-AMOUNT.
012526     ADD BW-TAX-AMOUNT TO WS-TOTAL-TAX.
012527     ADD 1 TO WS-INV-DETAIL-COUNT.
012528     ADD BW-AMOUNT TO WS-INV-AMOUNT.
012529     ADD BW-TAX-AMOUNT TO WS-INV-TAX.
012530     IF BW-CREDIT-ITEM
012531         ADD 1 TO WS-CREDIT-COUNT
012532     END-IF.
012533 2600-EXIT.
012534     EXIT.
012535******************************************************************
012536* 2700-WRITE-INVOICE-SUBTOTAL - THE IS RECORD CLOSING ONE INVOICE
012537*                  GROUP - THE BILLED ACCOUNT, THE CYCLE AND CYCLE
012538*                  DATE IT WAS RELEASED ON, AND THE GROUP'S DETAIL
012539*                  COUNT, AMOUNT AND TAX.
012540******************************************************************
012541 2700-WRITE-INVOICE-SUBTOTAL.
012542     MOVE SPACES TO BILLING-EXTRACT-RECORD.
012543     MOVE "IS" TO BX-RECORD-TYPE.
012544     MOVE WS-INV-ACCOUNT      TO BX-INV-ACCOUNT-ID.
012545     MOVE WS-INV-BILL-CYCLE   TO BX-INV-BILL-CYCLE.
012546     MOVE WS-INV-CYCLE-DATE   TO BX-INV-CYCLE-DATE.
012547     MOVE WS-INV-DETAIL-COUNT TO BX-INV-DETAIL-COUNT.
012548     MOVE WS-INV-AMOUNT       TO BX-INV-AMOUNT.
012549     MOVE WS-INV-TAX          TO BX-INV-TAX.
012550     WRITE BILLING-EXTRACT-RECORD.
012551     ADD 1 TO WS-INVOICE-COUNT.
012552     MOVE "N" TO WS-INVOICE-OPEN-SWITCH.
012553 2700-EXIT.
012554     EXIT.
012555******************************************************************
012556* 3000-CLOSE-AND-REPORT - WRITE THE TRAILER RECORD AND CLOSE UP.
012600******************************************************************
012700 3000-CLOSE-AND-REPORT.
012800     MOVE "TL" TO BX-RECORD-TYPE.
012900     MOVE WS-DETAIL-COUNT TO BX-RECORD-COUNT.
013000     MOVE WS-TOTAL-AMOUNT TO BX-TOTAL-AMOUNT.
013025     MOVE WS-TOTAL-TAX TO BX-TOTAL-TAX.
013050     MOVE WS-INVOICE-COUNT TO BX-INVOICE-COUNT.
013100     WRITE BILLING-EXTRACT-RECORD.
013200     CLOSE CALC-LOG-FILE
013300           BILLING-EXTRACT-FILE
013301           BILL-WORK-FILE.
013302     PERFORM 1350-RELEASE-RUN-LOCK
013304         THRU 1350-EXIT.
013305     IF WS-ACCT-OPEN
013306         CLOSE ACCOUNT-MASTER-FILE
013307     END-IF.
013310     IF WS-NEW-GENERATION
013320         OPEN OUTPUT GEN-CTL-FILE
013330         MOVE WS-THIS-GEN TO BG-LAST-GEN
013397     END-IF.
013398     DISPLAY "GENERATION " WS-THIS-GEN
013399         " BILLING RECORDS EXTRACTED: " WS-DETAIL-COUNT.
013400     MOVE WS-TOTAL-TAX TO WS-TOTAL-TAX-EDIT.
013410     DISPLAY "GENERATION TAX TOTAL: " WS-TOTAL-TAX-EDIT.
013413     IF WS-CREDIT-COUNT > ZERO
013427         DISPLAY "OFFSETTING CREDITS FOR LATE VOIDS: "
013441             WS-CREDIT-COUNT
013442     END-IF.
013444     DISPLAY "INVOICE GROUPS RELEASED: " WS-INVOICE-COUNT.
013446     IF WS-HELD-COUNT > ZERO
013448         DISPLAY "CHARGES HELD FOR A LATER BILLING CYCLE: "
013450             WS-HELD-COUNT
013455     END-IF.
013469     PERFORM 8500-VERIFY-RUN-CONTROL
013483         THRU 8500-EXIT.
