001867*                  PROMPTS THE ENTRY PANEL INSTEAD OF FALLING
001868*                  THROUGH AND LOGGING THE UNCONVERTED FOREIGN
001869*                  AMOUNT AS A CLEAN RESULT.
001870*   2026-10-15 DO  SALES TAX / VAT IS NOW PRICED AT LOG TIME
001871*                  FROM THE TAXMSTR ROW IN FORCE FOR THE
001872*                  ACCOUNT'S JURISDICTION AND TAX CODE AND
001873*                  CARRIED ON THE LOG BESIDE CL-RESULT. AN EXEMPT
001874*                  OR UNASSIGNED ACCOUNT IS NOT TAXED; A TAX CODE
001875*                  WITH NO ROW IN FORCE FAILS THE RECORD, NOT THE
001876*                  RUN. THE SESSION REPORT SHOWS EACH TAX LINE
001877*                  AND A TAX TOTAL.
001878*   2026-10-15 DO  CREDIT LIMIT CHECK - A SUCCESSFUL CHARGE THAT
001879*                  WOULD TAKE THE ACCOUNT'S EXPOSURE (UNBILLED
001880*                  CALCLOG RESULTS PLUS UNACKNOWLEDGED BILLSENT
001881*                  AMOUNTS) PAST ITS ACCTMSTR CREDIT LIMIT IS
001882*                  HELD ON THE CALCCHLD CREDIT-HOLD QUEUE FOR
001883*                  CREDITHOLDREVIEW INSTEAD OF BEING LOGGED, ON
001884*                  BOTH THE PANEL AND THE BATCH PATH. THE PANEL
001885*                  WARNS AT ACCOUNT ENTRY WHEN THE ACCOUNT IS
001886*                  ALREADY AT ITS LIMIT.
001887*   2026-10-15 DO  VOLUME-TIERED PRICING - A RATE CODE WITH
001888*                  RATETIER BANDS IN FORCE IS PRICED BY THE
001889*                  ACCOUNT'S MONTH-TO-DATE COUNT OF OK
001890*                  TRANSACTIONS ON THAT CODE, TAKEN FROM THE
001891*                  CALCLOGX XREF. AN ACCOUNT OVERRIDE STILL WINS.
001892*                  THE TIER APPLIED GOES TO CL-RATE-TIER WITH
001893*                  RATE SOURCE "T". THE CALCPEND RECORD WIDENED
001894*                  TO X(300) TO HOLD THE GROWN LOG RECORD.
001895*   2026-10-15 DO  THE BATCH HEADER'S SOURCE DEPARTMENT IS NOW
001896*                  STAMPED ON EVERY LOG RECORD OF THE BATCH
001897*                  (CL-SOURCE-DEPT) FOR THE REVENUE ANALYSIS.
001898*   2026-10-15 DO  VALUE-DATED TRANSACTIONS - CALCIN CARRIES AN
001899*                  OPTIONAL VALUE DATE (CT-VALUE-DATE) AND THE
001900*                  ACCOUNT PANEL TAKES ONE. AN ITEM DATED AFTER
001901*                  THE BUSINESS DATE IS HELD ON THE CALCWHSE
001902*                  WAREHOUSE INSTEAD OF BEING PRICED AND LOGGED,
001903*                  FOR WAREHOUSERELEASE TO FEED BACK ON ITS VALUE
001904*                  DATE. RATES ARE NOW RESOLVED ON THE VALUE DATE,
001905*                  WHICH GOES TO CL-VALUE-DATE.
001906*   2026-10-15 DO  PRICE QUOTATIONS - A Q)UOTE RUN MODE PRICES A
001907*                  REQUEST THROUGH THE NORMAL OVERRIDE, TIER, RATE
001908*                  MASTER AND CURRENCY LOOKUPS AND ISSUES A
001909*                  NUMBERED QUOTATION WITH AN EXPIRY DATE TO THE
001910*                  CALCQUOT FILE WITHOUT TOUCHING CALCLOG OR THE
001911*                  RUN CONTROL. A LATER CHARGE NAMES THE QUOTE -
001912*                  THE Q)UOTE SECOND-OPERAND CHOICE ON THE PANEL
001913*                  OR CT-QUOTE-NO ON CALCIN (NOW 54 BYTES) - AND
001914*                  IS CHARGED THE QUOTED RATE WHILE THE QUOTE IS
001915*                  STILL ISSUED, FOR THE SAME ACCOUNT AND NOT
001916*                  EXPIRED, WITH RATE SOURCE "Q"; THE QUOTE IS
001917*                  THEN MARKED CONVERTED. A BATCH RECORD WHOSE
001918*                  QUOTE IS NO LONGER GOOD IS PRICED AT THE
001919*                  PUBLISHED RATE WITH THE REASON ON THE LOG. A
001920*                  WAREHOUSED ITEM CARRIES ITS QUOTE TO RELEASE.
001921*   2026-10-15 DO  DEPARTMENT RETURNS - CALCIN (NOW 61 BYTES)
001922*                  CARRIES THE INTAKE REFERENCE CALCINTAKEMERGE
001923*                  STAMPS ON EACH DEPARTMENT'S RECORD. THE BATCH
001924*                  RUN FILES EACH SUCH RECORD'S OUTCOME - PRICED,
001925*                  FAILED, HELD FOR APPROVAL OR CREDIT, OR
001926*                  WAREHOUSED - WITH ITS LOG SEQUENCE, RESULT AND
001927*                  REASON ON THE CALCRTW RETURN WORK FILE FOR
001928*                  CALCDEPTRETURN.
001929*   2026-10-15 DO  PROMOTIONAL DISCOUNTS - A SUCCESSFUL
001930*                  RATE-PRICED CHARGE TAKES OFF THE FIRST ELIGIBLE
001931*                  PROMMSTR PROMOTION (ACTIVE, IN FORCE ON THE
001932*                  VALUE DATE, FOR ITS RATE CODE AND ACCOUNT)
001933*                  BEFORE THE TAX IS PRICED, CUT DOWN TO THE
001934*                  BUDGET LEFT. THE CODE AND DISCOUNT GO ON THE
001935*                  LOG AND THE DISCOUNT IS ADDED TO THE
001936*                  PROMOTION'S SPEND, SO IT STOPS APPLYING ONCE
001937*                  ITS BUDGET IS GONE. REPLAY TAKES THE LOGGED
001938*                  DISCOUNT OFF BEFORE COMPARING. THE SESSION
001939*                  REPORT SHOWS EACH DISCOUNT AND A TOTAL.
001940*   2026-10-15 DO  TRAINING MODE NOW VALIDATES ACCOUNTS AGAINST
001941*                  THE TACCTMST PRACTICE MASTER TESTDATAMASK
001942*                  BUILDS, SO PRACTICE WORK USES THE MASKED
001943*                  ACCOUNT IDS THE PRACTICE LOG CARRIES.
001944*   2026-10-15 DO  A BATCH RUN NOW LOADS RATEMSTR, ACCTRATE,
001945*                  CURRMSTR AND ACCTMSTR INTO STORAGE TABLES ONCE
001946*                  AT THE START AND PRICES FROM THEM INSTEAD OF A
001947*                  KEYED SCAN PER TRANSACTION. A MASTER TOO BIG
001948*                  FOR ITS TABLE GOES BACK TO THE KEYED READS FOR
001949*                  THE RUN. THE SESSION REPORT SHOWS EACH TABLE'S
001950*                  SIZE, LOOKUPS AND HITS. ACCTMSTR IS NOW OPENED
001951*                  FOR DYNAMIC ACCESS SO IT CAN BE SWEPT.
001952*   2026-10-15 DO  WHEN THE CTLPARM PROFILE-HOLD SWITCH IS SET, A
001953*                  SUCCESSFUL RESULT FURTHER FROM ITS ACCOUNT/CODE
001954*                  ACCTPROF AVERAGE THAN THE CTLPARM NUMBER OF
001955*                  SPREADS IS HELD ON THE CALCPEND APPROVAL QUEUE
001956*                  INSTEAD OF GOING STRAIGHT TO THE LOG. A PROFILE
001957*                  BUILT FROM TOO FEW ITEMS IS NOT TRUSTED.
001958*   2026-10-15 DO  DAILY CUT-OFF - WITH NO BUSDATE CONTROL IN
001959*                  FORCE, A SESSION OR BATCH RUNNING AT OR AFTER
001960*                  THE CTLPARM CUT-OFF TIME LOGS UNDER THE NEXT
001961*                  PROCESSING DATE (THE NEXT EODCAL BUSINESS DAY,
001962*                  OR NEXT WEEKDAY THAT IS NOT AN EODCAL HOLIDAY)
001963*                  AND TELLS THE OPERATOR SO. A SESSION THAT
001964*                  CROSSES THE CUT-OFF ROLLS AT ITS NEXT LOG
001965*                  WRITE. EVERY ROLLED ITEM IS ALSO WRITTEN TO THE
001966*                  CALCCUTR CUT-OFF REGISTER FOR CUTOFFREPORT.
001967*   2026-10-15 DO  EVERY LOG RECORD NOW CARRIES THE COMPANY CODE
001968*                  OF ITS ACCOUNT (THE HOME COMPANY WHEN THE
001969*                  ACCOUNT HAS NONE OR IS NOT ON FILE). A KEYED
001970*                  ACCOUNT BELONGING TO A COMPANY THE OPERATOR IS
001971*                  NOT PERMITTED ON GOTOPIN IS REFUSED AT THE
001972*                  PANEL, AND A RATE PUBLISHED FOR ONE COMPANY
001973*                  ONLY NEVER PRICES ANOTHER COMPANY'S ACCOUNT.
001974*   2026-10-15 DO  EVERY ERRLOG ENTRY WRITTEN IS NOW ALSO PASSED
001975*                  TO ALERTWRITER AS AN ERRLOG ALERT FOR THE
001976*                  ON-CALL ROTA.
001977*   2026-10-15 DO  A PROMOTION'S BUDGET IS NOW SPENT ONLY WHEN THE
001978*                  CHARGE IS WRITTEN TO THE LOG. A CHARGE HELD FOR
001979*                  APPROVAL OR CREDIT IS SPENT BY THE RELEASE.
001980******************************************************************
001981 IDENTIFICATION DIVISION.
001982 PROGRAM-ID. Calculator.
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002595     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
002600         ORGANIZATION IS LINE SEQUENTIAL
002605         FILE STATUS IS WS-BDATE-FILE-STATUS.
002606     SELECT CALENDAR-FILE ASSIGN TO "EODCAL"
002607         ORGANIZATION IS LINE SEQUENTIAL
002608         FILE STATUS IS WS-CAL-FILE-STATUS.
002609     SELECT CUTOFF-REG-FILE ASSIGN TO WS-CALCCUTR-NAME
002610         ORGANIZATION IS LINE SEQUENTIAL
002611         FILE STATUS IS WS-CUTR-FILE-STATUS.
002612     SELECT RUN-CTL-FILE ASSIGN TO WS-CALCRUNC-NAME
002615         ORGANIZATION IS LINE SEQUENTIAL
002620         FILE STATUS IS WS-RCTL-FILE-STATUS.
002625     SELECT RUN-LOCK-FILE ASSIGN TO WS-CALCLOCK-NAME
002665         ACCESS MODE IS DYNAMIC
002670         RECORD KEY IS RM-RATE-KEY
002675         FILE STATUS IS WS-RATE-FILE-STATUS.
002676     SELECT PENDING-APPROVAL-FILE ASSIGN TO WS-CALCPEND-NAME
002677         ORGANIZATION IS LINE SEQUENTIAL
002678         FILE STATUS IS WS-PEND-FILE-STATUS.
002679     SELECT CREDIT-HOLD-FILE ASSIGN TO WS-CALCCHLD-NAME
002680         ORGANIZATION IS LINE SEQUENTIAL
002681         FILE STATUS IS WS-CHLD-FILE-STATUS.
002682     SELECT SENT-REGISTER-FILE ASSIGN TO "BILLSENT"
002683         ORGANIZATION IS LINE SEQUENTIAL
002684         FILE STATUS IS WS-SENT-FILE-STATUS.
002689     SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
002690         ORGANIZATION IS LINE SEQUENTIAL
002691         FILE STATUS IS WS-FEE-FILE-STATUS.
002755         ACCESS MODE IS DYNAMIC
002758         RECORD KEY IS XR-XREF-KEY
002761         FILE STATUS IS WS-XREF-FILE-STATUS.
002764     SELECT ACCOUNT-MASTER-FILE ASSIGN TO WS-ACCTMSTR-NAME
002767         ORGANIZATION IS INDEXED
002770         ACCESS MODE IS DYNAMIC
002773         RECORD KEY IS AM-ACCOUNT-ID
002776         FILE STATUS IS WS-ACCT-FILE-STATUS.
002778     SELECT TAX-MASTER-FILE ASSIGN TO "TAXMSTR"
002780         ORGANIZATION IS INDEXED
002782         ACCESS MODE IS DYNAMIC
002784         RECORD KEY IS TX-TAX-KEY
002786         FILE STATUS IS WS-TAX-FILE-STATUS.
002788     SELECT RATE-TIER-FILE ASSIGN TO "RATETIER"
002790         ORGANIZATION IS INDEXED
002792         ACCESS MODE IS DYNAMIC
002794         RECORD KEY IS RT-TIER-KEY
002796         FILE STATUS IS WS-TIER-FILE-STATUS.
002798     SELECT QUOTE-FILE ASSIGN TO WS-CALCQUOT-NAME
002800         ORGANIZATION IS INDEXED
002802         ACCESS MODE IS DYNAMIC
002804         RECORD KEY IS QT-QUOTE-NO
002806         FILE STATUS IS WS-QUOT-FILE-STATUS.
002808     SELECT WAREHOUSE-FILE ASSIGN TO WS-CALCWHSE-NAME
002810         ORGANIZATION IS INDEXED
002812         ACCESS MODE IS DYNAMIC
002814         RECORD KEY IS WH-WAREHOUSE-KEY
002816         FILE STATUS IS WS-WHSE-FILE-STATUS.
002818     SELECT RETURN-WORK-FILE ASSIGN TO WS-CALCRTW-NAME
002820         ORGANIZATION IS INDEXED
002822         ACCESS MODE IS DYNAMIC
002824         RECORD KEY IS RW-RETURN-KEY
002826         FILE STATUS IS WS-RTW-FILE-STATUS.
002828     SELECT PROMO-MASTER-FILE ASSIGN TO "PROMMSTR"
002830         ORGANIZATION IS INDEXED
002832         ACCESS MODE IS DYNAMIC
002834         RECORD KEY IS PM-PROMO-CODE
002836         FILE STATUS IS WS-PROMO-FILE-STATUS.
002838     SELECT PROFILE-FILE ASSIGN TO "ACCTPROF"
002840         ORGANIZATION IS INDEXED
002842         ACCESS MODE IS DYNAMIC
002844         RECORD KEY IS AP-PROFILE-KEY
002846         FILE STATUS IS WS-PROF-FILE-STATUS.
002848 DATA DIVISION.
002850 FILE SECTION.
002852 FD  CALC-TRANS-FILE
002900     RECORDING MODE IS F.
003000 01  CALC-TRANS-RECORD.
003100     05  CT-NUM1                     PIC S9(9)V99.
003200     05  CT-NUM2                     PIC S9(9)V99.
003210     05  CT-OPTION                   PIC 9(01).
003220     05  CT-ACCOUNT-ID               PIC X(08).
003230     05  CT-RATE-CODE                PIC X(04).
003240     05  CT-CURRENCY-CODE            PIC X(03).
003250     05  CT-VALUE-DATE               PIC 9(08).
003260     05  CT-QUOTE-NO                 PIC 9(08).
003270     05  CT-INTAKE-REF.
003280         10  CT-INTAKE-SOURCE        PIC 9(01).
003290         10  CT-INTAKE-RECORD-NO     PIC 9(06).
003304 01  CALC-TRANS-BATCH-HEADER.
003305     05  CT-HEADER-TYPE              PIC X(02).
003306         88  CT-BATCH-HEADER         VALUE "BH".
003308     05  CT-BATCH-ID                 PIC X(08).
003309     05  CT-SOURCE-DEPT              PIC X(04).
003310     05  FILLER                      PIC X(28).
003320 FD  CALC-LOG-FILE.
003330     COPY CALCLOG.
003340 FD  CALC-PRINT-FILE
003350     RECORDING MODE IS F.
003360 01  PRINT-LINE                     PIC X(80).
003370 FD  ERROR-LOG-FILE
003371     RECORDING MODE IS F.
003372     COPY CUERROR.
003373 FD  RATE-MASTER-FILE.
003374     COPY RATEMSTR.
003375 FD  ACCOUNT-MASTER-FILE.
003376     COPY ACCTMSTR.
003377 FD  TAX-MASTER-FILE.
003378     COPY TAXMSTR.
003379 FD  RATE-TIER-FILE.
003380     COPY RATETIER.
003381 FD  QUOTE-FILE.
003382     COPY CALCQUOT.
003383 FD  WAREHOUSE-FILE.
003384     COPY CALCWHSE.
003385 FD  RETURN-WORK-FILE.
003386     COPY CALCRTW.
003387 FD  PROMO-MASTER-FILE.
003388     COPY PROMMSTR.
003389 FD  PROFILE-FILE.
003390     COPY ACCTPROF.
003391 FD  ACCT-XREF-FILE.
003392     COPY CALCLOGX.
003393 FD  PENDING-APPROVAL-FILE
003394     RECORDING MODE IS F.
003395*    A FLAT IMAGE OF THE WHOLE LOG RECORD - CALCAPPROVALQUEUE
003396*    MOVES IT BACK INTO A CALCLOG RECORD AT RELEASE TIME.
003397 01  PENDING-APPROVAL-RECORD         PIC X(300).
003398 FD  CREDIT-HOLD-FILE
003399     RECORDING MODE IS F.
003400     COPY CRHOLD.
003401 FD  SENT-REGISTER-FILE
003402     RECORDING MODE IS F.
003403     COPY BILLSENT.
003406 FD  FEE-SCHEDULE-FILE
003407     RECORDING MODE IS F.
003408     COPY FEESCHED.
003426 FD  BUS-DATE-FILE
003427     RECORDING MODE IS F.
003428     COPY BUSDATE.
003429 FD  CALENDAR-FILE
003430     RECORDING MODE IS F.
003431 01  CALENDAR-RECORD.
003432     05  CA-DATE                     PIC 9(08).
003433     05  CA-DAY-TYPE                 PIC X(01).
003434         88  CA-BUSINESS-DAY         VALUE "B".
003435         88  CA-HOLIDAY              VALUE "H".
003436     05  CA-PERIOD-END               PIC X(01).
003437         88  CA-IS-PERIOD-END        VALUE "Y".
003438 FD  CUTOFF-REG-FILE
003439     RECORDING MODE IS F.
003440     COPY CUTOFREG.
003441 FD  RUN-CTL-FILE
003442     RECORDING MODE IS F.
003443     COPY RUNCTL.
003444 FD  RUN-LOCK-FILE
003445     RECORDING MODE IS F.
003450     COPY LOCKREC.
003456 FD  BATCH-REG-FILE
003462     RECORDING MODE IS F.
004100     88  WS-BATCH-MODE               VALUE "B".
004200     88  WS-INTERACTIVE-MODE         VALUE "I".
004210     88  WS-REPLAY-MODE              VALUE "R".
004250     88  WS-QUOTE-MODE               VALUE "Q".
004300 01  WS-TRANS-FILE-STATUS            PIC X(02).
004400     88  WS-TRANS-FILE-OK            VALUE "00".
004500     88  WS-TRANS-FILE-EOF           VALUE "10".
004501 01  WS-EOF-SWITCH                   PIC X(01).
004502     88  WS-END-OF-FILE              VALUE "Y".
004503     88  WS-NOT-END-OF-FILE          VALUE "N".
004504 01  WS-CALC-STATUS                  PIC X(01).
004505     88  WS-CALC-OK                  VALUE "O".
004506     88  WS-CALC-FAILED              VALUE "F".
004507 01  WS-CALC-RUN-SWITCH              PIC X(01).
004508     88  WS-CALC-RUN-OK              VALUE "O".
004509     88  WS-CALC-RUN-HAD-ERRORS      VALUE "F".
004510 01  WS-LOG-FILE-STATUS              PIC X(02).
004511     88  WS-LOG-FILE-OK              VALUE "00".
004512 01  WS-OPERATOR-ID                  PIC X(08).
004513 01  WS-TODAYS-DATE                  PIC 9(08).
004514 01  WS-CURRENT-TIME                 PIC 9(08).
004515 01  WS-LOG-SEQ                      PIC 9(06) VALUE 0.
004516 01  WS-LIB-FUNCTION                 PIC X(06).
004517 01  WS-LIB-RETURN-CODE              PIC 9(02).
004518 01  WS-LIB-MSG-PREFIX               PIC X(10).
004519 01  WS-LIB-MSG-VALUE                PIC X(40).
004520 01  WS-LIB-MSG-TEXT                 PIC X(60).
004521 01  WS-PRINT-FILE-STATUS            PIC X(02).
004522     88  WS-PRINT-FILE-OK           VALUE "00".
004523 01  WS-ERRLOG-FILE-STATUS           PIC X(02).
004524     88  WS-ERRLOG-FILE-OK         VALUE "00".
004525 01  WS-GRAND-TOTAL                  PIC S9(13)V99 VALUE 0.
004526 01  WS-RUNNING-TOTAL                PIC S9(11)V99 VALUE 0.
004527 01  WS-CONTINUE-SWITCH              PIC X(01) VALUE "N".
004528     88  WS-CONTINUE-SESSION        VALUE "Y" "y".
004529     88  WS-END-SESSION              VALUE "N" "n".
004530 01  WS-PCT-REMAINDER                PIC S9(9)V99 VALUE 0.
004531 01  WS-PCT-QUOTIENT                 PIC S9(9)V99 VALUE 0.
004532 01  WS-RATE-FILE-STATUS             PIC X(02).
004533     88  WS-RATE-FILE-OK            VALUE "00".
004534     88  WS-RATE-NOT-FOUND          VALUE "23".
004535 01  WS-ACCT-FILE-STATUS             PIC X(02).
004536     88  WS-ACCT-FILE-OK            VALUE "00".
004537 01  WS-ACCT-MASTER-SWITCH           PIC X(01) VALUE "N".
004538     88  WS-ACCT-MASTER-OPEN        VALUE "Y".
004539 01  WS-ACCT-VALID-SWITCH            PIC X(01) VALUE "N".
004540     88  WS-ACCOUNT-VALID           VALUE "Y".
004541 01  WS-XREF-FILE-STATUS             PIC X(02).
004542     88  WS-XREF-FILE-OK            VALUE "00".
004543 01  WS-XREF-OPENED-SWITCH           PIC X(01) VALUE "N".
004544     88  WS-XREF-OPENED             VALUE "Y".
004545 01  WS-TMPL-FILE-STATUS             PIC X(02).
004546     88  WS-TMPL-FILE-OK            VALUE "00".
004547 01  WS-TMPL-OPEN-SWITCH             PIC X(01) VALUE "N".
004548     88  WS-TMPL-OPEN               VALUE "Y".
004549 01  WS-TMPL-RECALL-SWITCH           PIC X(01) VALUE "N".
004550     88  WS-TMPL-RECALLED           VALUE "Y".
004551 01  WS-TMPL-NAME-INPUT              PIC X(08) VALUE SPACES.
004552 01  WS-TMPL-EOF-SWITCH              PIC X(01) VALUE "N".
004553     88  WS-END-OF-TEMPLATES        VALUE "Y".
004554 01  WS-TMPL-CHOICE                  PIC X(01) VALUE SPACE.
004555     88  WS-TMPL-WANT-RECALL        VALUE "R" "r".
004556     88  WS-TMPL-WANT-MANAGE        VALUE "M" "m".
004557 01  WS-TMPL-ACTION                  PIC X(01) VALUE SPACE.
004558     88  WS-TMPL-ACT-LIST           VALUE "L" "l".
004559     88  WS-TMPL-ACT-DELETE         VALUE "D" "d".
004560     88  WS-TMPL-ACT-EXIT           VALUE "X" "x".
004561 01  WS-CALCTMPL-NAME                PIC X(08) VALUE "CALCTMPL".
004562 01  WS-TRNMODE-FILE-STATUS          PIC X(02).
004563     88  WS-TRNMODE-FILE-OK         VALUE "00".
004564 01  WS-TRAINING-SWITCH              PIC X(01) VALUE "N".
004565     88  WS-TRAINING-MODE           VALUE "Y".
004566 01  WS-TRAINING-BANNER              PIC X(24) VALUE SPACES.
004567 01  WS-CALCIN-NAME                  PIC X(08) VALUE "CALCIN".
004568 01  WS-CALCLOG-NAME                 PIC X(08) VALUE "CALCLOG".
004569 01  WS-CALCPRT-NAME                 PIC X(08) VALUE "CALCPRT".
004570 01  WS-ERRLOG-NAME                  PIC X(08) VALUE "ERRLOG".
004571 01  WS-CALCRUNC-NAME                PIC X(08) VALUE "CALCRUNC".
004572 01  WS-CALCLOCK-NAME                PIC X(08) VALUE "CALCLOCK".
004573 01  WS-CALCBREG-NAME                PIC X(08) VALUE "CALCBREG".
004574 01  WS-CALCLOGX-NAME                PIC X(08) VALUE "CALCLOGX".
004575 01  WS-CALCPEND-NAME                PIC X(08) VALUE "CALCPEND".
004576 01  WS-CALCWHSE-NAME                PIC X(08) VALUE "CALCWHSE".
004577 01  WS-CALCQUOT-NAME                PIC X(08) VALUE "CALCQUOT".
004578 01  WS-CALCRTW-NAME                 PIC X(08) VALUE "CALCRTW".
004579 01  WS-ACCTMSTR-NAME                PIC X(08) VALUE "ACCTMSTR".
004580 01  WS-PEND-FILE-STATUS             PIC X(02).
004581     88  WS-PEND-FILE-OK            VALUE "00".
004582 01  WS-HELD-COUNT                   PIC 9(04) VALUE ZERO.
004583 01  WS-CALCCHLD-NAME                PIC X(08) VALUE "CALCCHLD".
004584 01  WS-CHLD-FILE-STATUS             PIC X(02).
004585     88  WS-CHLD-FILE-OK            VALUE "00".
004586 01  WS-SENT-FILE-STATUS             PIC X(02).
004587     88  WS-SENT-FILE-OK            VALUE "00".
004588 01  WS-CREDIT-HELD-COUNT            PIC 9(04) VALUE ZERO.
004589 01  WS-CREDIT-LIMIT                 PIC S9(11)V99 VALUE ZERO.
004590 01  WS-ACCOUNT-EXPOSURE             PIC S9(13)V99 VALUE ZERO.
004591 01  WS-EXPOSURE-ACCOUNT             PIC X(08) VALUE SPACES.
004592 01  WS-CREDIT-HOLD-SWITCH           PIC X(01) VALUE "N".
004593     88  WS-CREDIT-HOLD             VALUE "Y".
004594 01  WS-XREF-EOF-SWITCH              PIC X(01) VALUE "N".
004595     88  WS-END-OF-XREF-SCAN        VALUE "Y".
004596 01  WS-SAVE-LOG-IMAGE               PIC X(300) VALUE SPACES.
004597 01  WS-LOOKUP-LOG-KEY               PIC X(22) VALUE SPACES.
004598 01  WS-SENT-LOADED-SWITCH           PIC X(01) VALUE "N".
004599     88  WS-SENT-LOADED             VALUE "Y".
004600 01  WS-SENT-EOF-SWITCH              PIC X(01) VALUE "N".
004601     88  WS-END-OF-SENT             VALUE "Y".
004602 01  WS-SENT-OVERFLOW-SWITCH         PIC X(01) VALUE "N".
004603     88  WS-SENT-OVERFLOWED         VALUE "Y".
004604 01  WS-SENT-MATCH-SWITCH            PIC X(01) VALUE "N".
004605     88  WS-SENT-MATCHED            VALUE "Y".
004606 01  WS-SENT-TABLE.
004607     05  WS-SENT-ENTRY OCCURS 500 TIMES INDEXED BY ST-IDX.
004608         10  ST-LOG-KEY              PIC X(22).
004609         10  ST-AMOUNT               PIC S9(11)V99.
004610 01  WS-SENT-COUNT                   PIC 9(04) COMP VALUE ZERO.
004611 01  WS-EXPOSURE-TABLE.
004612     05  WS-EXPOSURE-ENTRY OCCURS 100 TIMES INDEXED BY EX-IDX.
004613         10  EX-ACCOUNT-ID           PIC X(08).
004614         10  EX-EXPOSURE             PIC S9(13)V99.
004615 01  WS-EXPOSURE-COUNT               PIC 9(03) COMP VALUE ZERO.
004616 01  WS-EXPOSURE-CACHE-SWITCH        PIC X(01) VALUE "N".
004617     88  WS-EXPOSURE-CACHED         VALUE "Y".
004618     COPY CTLPARM.
004619 01  WS-FEE-FILE-STATUS              PIC X(02).
004620     88  WS-FEE-FILE-OK             VALUE "00".
004621 01  WS-CURR-FILE-STATUS             PIC X(02).
004622     88  WS-CURR-FILE-OK            VALUE "00".
004623 01  WS-CURR-OPEN-SWITCH             PIC X(01) VALUE "N".
004624     88  WS-CURR-OPEN               VALUE "Y".
004625 01  WS-CURRENCY-CODE                PIC X(03) VALUE SPACES.
004626 01  WS-ORIG-AMOUNT                  PIC S9(9)V99 VALUE ZERO.
004627 01  WS-CURR-RATE                    PIC S9(5)V9(6) VALUE ZERO.
004628 01  WS-CURR-FOUND-SWITCH            PIC X(01) VALUE "N".
004629     88  WS-CURRENCY-FOUND          VALUE "Y".
004630 01  WS-CURR-EOF-SWITCH              PIC X(01) VALUE "N".
004631     88  WS-END-OF-CURR-SCAN        VALUE "Y".
004632 01  WS-TAX-FILE-STATUS              PIC X(02).
004633     88  WS-TAX-FILE-OK             VALUE "00".
004634 01  WS-TAX-OPEN-SWITCH              PIC X(01) VALUE "N".
004635     88  WS-TAX-OPEN                VALUE "Y".
004636 01  WS-TAX-FOUND-SWITCH             PIC X(01) VALUE "N".
004637     88  WS-TAX-FOUND               VALUE "Y".
004638 01  WS-TAX-EOF-SWITCH               PIC X(01) VALUE "N".
004639     88  WS-END-OF-TAX-SCAN         VALUE "Y".
004640 01  WS-TAX-RATE                     PIC 9(02)V9(04) VALUE ZERO.
004641 01  WS-TAX-TOTAL                    PIC S9(13)V99 VALUE ZERO.
004642 01  WS-TAX-LINE.
004643     05  FILLER                      PIC X(06) VALUE "  TAX ".
004644     05  TXL-JURISDICTION            PIC X(04).
004645     05  FILLER                      PIC X(01) VALUE "/".
004646     05  TXL-TAX-CODE                PIC X(04).
004647     05  FILLER                      PIC X(01) VALUE SPACE.
004648     05  TXL-TAX-AMOUNT              PIC -(12)9.99.
004649     05  FILLER                      PIC X(48) VALUE SPACES.
004650 01  WS-PROF-FILE-STATUS             PIC X(02).
004651     88  WS-PROF-FILE-OK            VALUE "00".
004652 01  WS-PROF-OPEN-SWITCH             PIC X(01) VALUE "N".
004653     88  WS-PROF-OPEN               VALUE "Y".
004654 01  WS-PROFILE-HOLD-SWITCH          PIC X(01) VALUE "N".
004655     88  WS-OUTSIDE-PROFILE         VALUE "Y".
004656 01  WS-PROFILE-DISTANCE             PIC S9(11)V99 VALUE ZERO.
004657 01  WS-PROFILE-ALLOWED              PIC S9(13)V99 VALUE ZERO.
004658 01  WS-PROMO-FILE-STATUS            PIC X(02).
004659     88  WS-PROMO-FILE-OK           VALUE "00".
004660 01  WS-PROMO-OPEN-SWITCH            PIC X(01) VALUE "N".
004661     88  WS-PROMO-OPEN              VALUE "Y".
004662 01  WS-PROMO-FOUND-SWITCH           PIC X(01) VALUE "N".
004663     88  WS-PROMO-FOUND             VALUE "Y".
004664 01  WS-PROMO-EOF-SWITCH             PIC X(01) VALUE "N".
004665     88  WS-END-OF-PROMO-SCAN       VALUE "Y".
004666 01  WS-PROMO-RATE-MATCH-SWITCH      PIC X(01) VALUE "N".
004667     88  WS-PROMO-RATE-MATCHES      VALUE "Y".
004668 01  WS-PROMO-ACCT-MATCH-SWITCH      PIC X(01) VALUE "N".
004669     88  WS-PROMO-ACCT-MATCHES      VALUE "Y".
004670 01  WS-PROMO-SUB                    PIC 9(02) COMP VALUE ZERO.
004671 01  WS-PROMO-DATE                   PIC 9(08) VALUE ZERO.
004672 01  WS-PROMO-REMAINING              PIC S9(11)V99 VALUE ZERO.
004673 01  WS-PROMO-DISCOUNT               PIC S9(11)V99 VALUE ZERO.
004674 01  WS-PROMO-TOTAL                  PIC S9(13)V99 VALUE ZERO.
004675 01  WS-PROMO-LINE.
004676     05  FILLER                      PIC X(08) VALUE "  PROMO ".
004677     05  PRL-PROMO-CODE              PIC X(04).
004678     05  FILLER                      PIC X(01) VALUE SPACE.
004679     05  PRL-DISCOUNT                PIC -(12)9.99.
004680     05  FILLER                      PIC X(51) VALUE SPACES.
004681 01  WS-ORIG-LINE.
004682     05  FILLER                      PIC X(14) VALUE
004683         "  SUBMITTED AS".
004684     05  FILLER                      PIC X(01) VALUE SPACE.
004685     05  OL-CURRENCY-CODE            PIC X(03).
004686     05  FILLER                      PIC X(01) VALUE SPACE.
004687     05  OL-ORIG-AMOUNT              PIC -(10)9.99.
004688     05  FILLER                      PIC X(47) VALUE SPACES.
004689 01  WS-WHSE-LINE.
004690     05  FILLER                      PIC X(16) VALUE
004691         "  WAREHOUSED TO ".
004692     05  WL-VALUE-DATE               PIC 9(08).
004693     05  FILLER                      PIC X(01) VALUE SPACE.
004694     05  WL-ACCOUNT-ID               PIC X(08).
004695     05  FILLER                      PIC X(01) VALUE SPACE.
004696     05  WL-NUM1                     PIC -(10)9.99.
004697     05  FILLER                      PIC X(32) VALUE SPACES.
004698 01  WS-WHSE-FILE-STATUS             PIC X(02).
004699     88  WS-WHSE-FILE-OK            VALUE "00".
004700 01  WS-WHSE-OPEN-SWITCH             PIC X(01) VALUE "N".
004701     88  WS-WHSE-OPEN               VALUE "Y".
004702 01  WS-VALUE-DATE                   PIC 9(08) VALUE ZERO.
004703 01  WS-VDATE-VALID-SWITCH           PIC X(01) VALUE "N".
004704     88  WS-VALUE-DATE-VALID        VALUE "Y".
004705 01  WS-WAREHOUSED-COUNT             PIC 9(04) VALUE ZERO.
004706 01  WS-WHSE-SEQ                     PIC 9(06) VALUE ZERO.
004707 01  WS-WHSE-DAYS                    PIC S9(07) VALUE ZERO.
004708 01  WS-DAYS-RESULT                  PIC S9(07)
004709                                     SIGN LEADING SEPARATE.
004710 01  WS-LIB-DATE                     PIC 9(08) VALUE ZERO.
004711 01  WS-QUOT-FILE-STATUS             PIC X(02).
004712     88  WS-QUOT-FILE-OK            VALUE "00".
004713 01  WS-QUOT-OPEN-SWITCH             PIC X(01) VALUE "N".
004714     88  WS-QUOT-OPEN               VALUE "Y".
004715 01  WS-QUOT-EOF-SWITCH              PIC X(01) VALUE "N".
004716     88  WS-END-OF-QUOTE-SCAN       VALUE "Y".
004717 01  WS-QUOTE-SEEDED-SWITCH          PIC X(01) VALUE "N".
004718     88  WS-QUOTE-SEEDED            VALUE "Y".
004719 01  WS-QUOTE-FOUND-SWITCH           PIC X(01) VALUE "N".
004720     88  WS-QUOTE-FOUND             VALUE "Y".
004721 01  WS-QUOTE-VALID-SWITCH           PIC X(01) VALUE "N".
004722     88  WS-QUOTE-VALID             VALUE "Y".
004723 01  WS-QUOTE-APPLIED-SWITCH         PIC X(01) VALUE "N".
004724     88  WS-QUOTE-APPLIED           VALUE "Y".
004725 01  WS-QUOTE-NO                     PIC 9(08) VALUE ZERO.
004726 01  WS-LAST-QUOTE-NO                PIC 9(08) VALUE ZERO.
004727 01  WS-QUOTE-NOTE                   PIC X(30) VALUE SPACES.
004728 01  WS-QUOTE-EXPIRY                 PIC 9(08) VALUE ZERO.
004729 01  WS-QUOTES-ISSUED                PIC 9(04) VALUE ZERO.
004730 01  WS-QUOTES-CONVERTED             PIC 9(04) VALUE ZERO.
004731 01  WS-RTW-FILE-STATUS              PIC X(02).
004732     88  WS-RTW-FILE-OK             VALUE "00".
004733 01  WS-RTW-OPEN-SWITCH              PIC X(01) VALUE "N".
004734     88  WS-RTW-OPEN                VALUE "Y".
004735 01  WS-RETURN-DISPOSITION           PIC X(01) VALUE SPACE.
004736     88  WS-RETURN-BY-LOG           VALUE SPACE.
004737 01  WS-RETURNS-FILED                PIC 9(06) VALUE ZERO.
004738 01  WS-QUOTE-DAYS-PARM              PIC S9(07)
004739                                     SIGN LEADING SEPARATE.
004740 01  WS-QUOTE-DAYS-PARM-X REDEFINES WS-QUOTE-DAYS-PARM
004741                                     PIC X(08).
004742 01  WS-QUOTE-LINE.
004743     05  FILLER                      PIC X(08) VALUE "  QUOTE ".
004744     05  QL-QUOTE-NO                 PIC 9(08).
004745     05  FILLER                      PIC X(01) VALUE SPACE.
004746     05  QL-ACCOUNT-ID               PIC X(08).
004747     05  FILLER                      PIC X(01) VALUE SPACE.
004748     05  QL-RATE-CODE                PIC X(04).
004749     05  FILLER                      PIC X(01) VALUE SPACE.
004750     05  QL-QUOTED-RATE              PIC -(5)9.99.
004751     05  FILLER                      PIC X(01) VALUE SPACE.
004752     05  QL-QUOTED-RESULT            PIC -(12)9.99.
004753     05  FILLER                      PIC X(05) VALUE " EXP ".
004754     05  QL-EXPIRY-DATE              PIC 9(08).
004755     05  FILLER                      PIC X(10) VALUE SPACES.
004756 01  WS-ARATE-FILE-STATUS            PIC X(02).
004757     88  WS-ARATE-FILE-OK           VALUE "00".
004758 01  WS-ARATE-OPEN-SWITCH            PIC X(01) VALUE "N".
004759     88  WS-ARATE-OPEN              VALUE "Y".
004760 01  WS-ARATE-EOF-SWITCH             PIC X(01) VALUE "N".
004761     88  WS-END-OF-OVERRIDE-SCAN    VALUE "Y".
004762 01  WS-RATE-SOURCE-USED             PIC X(01) VALUE SPACE.
004763 01  WS-RATE-TIER-USED               PIC 9(02) VALUE ZERO.
004764 01  WS-TIER-FILE-STATUS             PIC X(02).
004765     88  WS-TIER-FILE-OK            VALUE "00".
004766 01  WS-TIER-OPEN-SWITCH             PIC X(01) VALUE "N".
004767     88  WS-TIER-OPEN               VALUE "Y".
004768 01  WS-TIER-EOF-SWITCH              PIC X(01) VALUE "N".
004769     88  WS-END-OF-TIER-SCAN        VALUE "Y".
004770 01  WS-TIER-TABLE.
004771     05  WS-TIER-ENTRY OCCURS 20 TIMES INDEXED BY TR-IDX.
004772         10  TT-TIER-NO              PIC 9(02).
004773         10  TT-FROM-COUNT           PIC 9(07).
004774         10  TT-RATE-VALUE           PIC S9(5)V99.
004775         10  TT-DESCRIPTION          PIC X(20).
004776 01  WS-TIER-COUNT                   PIC 9(02) COMP VALUE ZERO.
004777 01  WS-TIER-BEST-FROM               PIC 9(07) VALUE ZERO.
004778 01  WS-MTD-COUNT                    PIC 9(07) VALUE ZERO.
004779 01  WS-TIER-ORDINAL                 PIC 9(07) VALUE ZERO.
004780 01  WS-TIER-MONTH-START.
004781     05  WS-TMS-YEAR-MONTH           PIC 9(06).
004782     05  WS-TMS-DAY                  PIC 9(02).
004783 01  WS-TIER-MONTH-DATE REDEFINES WS-TIER-MONTH-START
004784                                     PIC 9(08).
004785 01  WS-FEE-EOF-SWITCH               PIC X(01) VALUE "N".
004786     88  WS-END-OF-SCHEDULES        VALUE "Y".
004787 01  WS-SCHEDULE-RUN-SWITCH          PIC X(01) VALUE "N".
004788     88  WS-SCHEDULE-RUN            VALUE "Y".
004789 01  WS-SCHEDULE-CODE                PIC X(04) VALUE SPACES.
004790 01  WS-GROUP-REF                    PIC X(08) VALUE SPACES.
004791 01  WS-STEP-TABLE.
004792     05  WS-STEP-ENTRY OCCURS 20 TIMES INDEXED BY FS-IDX.
004793         10  ST-RATE-CODE            PIC X(04).
004794         10  ST-OPERATION            PIC 9(01).
004795         10  ST-DESCRIPTION          PIC X(30).
004796 01  WS-STEP-COUNT                   PIC 9(02) COMP VALUE ZERO.
004797 01  WS-GROUP-SEQ                    PIC 9(04) VALUE ZERO.
004798 01  WS-SCHEDULE-LINE.
004799     05  FILLER                      PIC X(09) VALUE "SCHEDULE ".
004800     05  SL-SCHEDULE-CODE            PIC X(04).
004801     05  FILLER                      PIC X(18) VALUE
004802         " COMPOSITE TOTAL: ".
004803     05  SL-COMPOSITE-TOTAL          PIC $$,$$$,$$$,$$$,$$9.99-.
004804     05  FILLER                      PIC X(34) VALUE SPACES.
004805 01  WS-OPERAND-SOURCE               PIC X(01) VALUE "D".
004806     88  WS-OPERAND-BY-RATE-CODE    VALUE "R" "r".
004807     88  WS-OPERAND-BY-SCHEDULE     VALUE "S" "s".
004808     88  WS-OPERAND-BY-QUOTE        VALUE "Q" "q".
004809 01  WS-LOOKUP-RATE-CODE             PIC X(04) VALUE SPACES.
004810 01  WS-RATE-LOOKUP-DATE             PIC 9(08) VALUE ZERO.
004811 01  WS-RATE-DATE-INPUT              PIC 9(08) VALUE ZERO.
004812 01  WS-RATE-FOUND-SWITCH            PIC X(01) VALUE "N".
004813     88  WS-RATE-FOUND              VALUE "Y".
004814 01  WS-RATE-EOF-SWITCH              PIC X(01) VALUE "N".
004815     88  WS-END-OF-RATE-SCAN        VALUE "Y".
004816 01  WS-FOUND-RATE-VALUE             PIC S9(5)V99 VALUE ZERO.
004817 01  WS-FOUND-RATE-DESC              PIC X(30) VALUE SPACES.
004818 01  WS-BREG-FILE-STATUS             PIC X(02).
004819     88  WS-BREG-FILE-OK            VALUE "00".
004820 01  WS-BREG-EOF-SWITCH              PIC X(01) VALUE "N".
004821     88  WS-END-OF-REGISTRY         VALUE "Y".
004822 01  WS-BATCH-ID                     PIC X(08) VALUE SPACES.
004823     88  WS-NO-BATCH-ID             VALUE SPACES.
004824 01  WS-SOURCE-DEPT                  PIC X(04) VALUE SPACES.
004825 01  WS-DUP-BATCH-SWITCH             PIC X(01) VALUE "N".
004826     88  WS-DUPLICATE-BATCH         VALUE "Y".
004827 01  WS-LOCK-FILE-STATUS             PIC X(02).
004828     88  WS-LOCK-FILE-OK            VALUE "00".
004829 01  WS-LOCK-REFUSED-SWITCH          PIC X(01) VALUE "N".
004830     88  WS-LOCK-REFUSED            VALUE "Y".
004831 01  WS-LOCK-HELD-SWITCH             PIC X(01) VALUE "N".
004832     88  WS-LOCK-HELD               VALUE "Y".
004833 01  WS-RCTL-FILE-STATUS             PIC X(02).
004834     88  WS-RCTL-FILE-OK            VALUE "00".
004835 01  WS-SEED-EOF-SWITCH              PIC X(01) VALUE "N".
004836     88  WS-END-OF-SEED-SCAN        VALUE "Y".
004837 01  WS-RUN-RECORDS-WRITTEN          PIC 9(06) VALUE ZERO.
004838 01  WS-RUN-RESULT-HASH              PIC S9(15)V99 VALUE ZERO.
004839 01  WS-BDATE-FILE-STATUS            PIC X(02).
004840     88  WS-BDATE-FILE-OK           VALUE "00".
004841 01  WS-SYSTEM-DATE                  PIC 9(08) VALUE ZERO.
004842 01  WS-BUSDATE-SWITCH               PIC X(01) VALUE "N".
004843     88  WS-BUSDATE-IN-FORCE        VALUE "Y".
004844 01  WS-CAL-FILE-STATUS              PIC X(02).
004845     88  WS-CAL-FILE-OK             VALUE "00".
004846 01  WS-CAL-EOF-SWITCH               PIC X(01) VALUE "N".
004847     88  WS-END-OF-CALENDAR         VALUE "Y".
004848 01  WS-CAL-DAY-TYPE                 PIC X(01) VALUE SPACE.
004849     88  WS-CAL-BUSINESS-DAY        VALUE "B".
004850     88  WS-CAL-HOLIDAY             VALUE "H".
004851     88  WS-CAL-NOT-LISTED          VALUE SPACE.
004852 01  WS-DOW-DIGIT                    PIC X(01) VALUE SPACE.
004853     88  WS-DATE-IS-WEEKEND         VALUE "6" "7".
004854 01  WS-CUTR-FILE-STATUS             PIC X(02).
004855     88  WS-CUTR-FILE-OK            VALUE "00".
004856 01  WS-CALCCUTR-NAME                PIC X(08) VALUE "CALCCUTR".
004857 01  WS-CUTOFF-SWITCH                PIC X(01) VALUE "N".
004858     88  WS-CUTOFF-ROLLED           VALUE "Y".
004859 01  WS-CUTOFF-JUST-SWITCH           PIC X(01) VALUE "N".
004860     88  WS-CUTOFF-JUST-ROLLED      VALUE "Y".
004861 01  WS-NEXT-DATE-SWITCH             PIC X(01) VALUE "N".
004862     88  WS-NEXT-DATE-FOUND         VALUE "Y".
004863 01  WS-NEXT-DATE-STEPS              PIC 9(02) COMP VALUE ZERO.
004864 01  WS-LOG-IO-SWITCH                PIC X(01) VALUE "N".
004865     88  WS-LOG-OPEN-IO             VALUE "Y".
004866 01  WS-CUTOFF-CLOCK                 PIC 9(08) VALUE ZERO.
004867 01  WS-CUTOFF-CLOCK-PARTS REDEFINES WS-CUTOFF-CLOCK.
004868     05  WS-CUTOFF-CLOCK-HHMM        PIC 9(04).
004869     05  FILLER                      PIC 9(04).
004870 01  WS-CUTOFF-TIME-EDIT.
004871     05  CE-HOURS                    PIC 9(02).
004872     05  FILLER                      PIC X(01) VALUE ":".
004873     05  CE-MINUTES                  PIC 9(02).
004874 01  WS-CUTOFF-TIME-PARTS.
004875     05  CP-HOURS                    PIC 9(02).
004876     05  CP-MINUTES                  PIC 9(02).
004877 01  WS-ACCOUNT-ID                   PIC X(08) VALUE SPACES.
004878 01  WS-RATE-CODE-USED               PIC X(04) VALUE SPACES.
004879 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
004880 01  WS-FAIL-REASON                  PIC X(30) VALUE SPACES.
004881 01  WS-DATE-LINE.
004882     05  FILLER                      PIC X(17) VALUE
004883         "PROCESSING DATE: ".
004884     05  DL2-PROCESSING-DATE         PIC 9(08).
004885     05  FILLER                      PIC X(55) VALUE SPACES.
004886 01  WS-DETAIL-LINE.
004887     05  DL-NUM1                     PIC -(10)9.99.
004888     05  FILLER                      PIC X(3) VALUE " OP".
004889     05  DL-OPTION                   PIC 9.
004890     05  FILLER                      PIC X(3) VALUE SPACES.
004891     05  DL-NUM2                     PIC -(10)9.99.
004892     05  FILLER                      PIC X(3) VALUE " = ".
004893     05  DL-RESULT                   PIC -(12)9.99.
004894     05  FILLER                      PIC X(31) VALUE SPACES.
004895 01  WS-TOTAL-LINE.
004896     05  FILLER                      PIC X(20)
004897         VALUE "GRAND TOTAL:        ".
004898     05  TL-GRAND-TOTAL              PIC -(13)9.99.
004899     05  FILLER                      PIC X(47) VALUE SPACES.
004900 01  WS-TAX-TOTAL-LINE.
004901     05  FILLER                      PIC X(20)
004902         VALUE "TAX TOTAL:          ".
004903     05  TTL-TAX-TOTAL               PIC -(13)9.99.
004904     05  FILLER                      PIC X(43) VALUE SPACES.
004905 01  WS-PROMO-TOTAL-LINE.
004906     05  FILLER                      PIC X(20)
004907         VALUE "PROMOTION DISCOUNTS:".
004908     05  PTL-PROMO-TOTAL             PIC -(13)9.99.
004909     05  FILLER                      PIC X(43) VALUE SPACES.
004910 COPY CUEDIT.
004911 01  WS-PCT-REMAINDER-EDIT           PIC $$,$$$,$$$,$$$,$$9.99-.
004912*
004913*    BATCH LOOKUP TABLES - THE RATE, OVERRIDE, CURRENCY AND
004914*    ACCOUNT MASTERS, LOADED ONCE AT THE START OF A BATCH RUN IN
004915*    KEY ORDER AND SEARCHED IN STORAGE. EACH SWITCH IS "Y" WHEN
004916*    ITS TABLE IS IN USE AND "F" WHEN THE MASTER WAS TOO BIG FOR
004917*    IT, IN WHICH CASE THE KEYED READS PRICE THE WHOLE RUN AS
004918*    BEFORE.
004919*
004920 01  WS-RATE-TABLE-SWITCH            PIC X(01) VALUE "N".
004921     88  WS-RATE-TABLE-LOADED       VALUE "Y".
004922     88  WS-RATE-TABLE-FULL         VALUE "F".
004923 01  WS-RATE-TABLE.
004924     05  WS-RATE-ENTRY OCCURS 2000 TIMES INDEXED BY RX-IDX.
004925         10  RX-RATE-CODE            PIC X(04).
004926         10  RX-EFFECTIVE-FROM       PIC 9(08).
004927         10  RX-EFFECTIVE-TO         PIC 9(08).
004928         10  RX-RATE-VALUE           PIC S9(5)V99.
004929         10  RX-RATE-DESCRIPTION     PIC X(30).
004930         10  RX-COMPANY-CODE         PIC X(04).
004931 01  WS-RATE-TABLE-COUNT             PIC 9(04) COMP VALUE ZERO.
004932 01  WS-RATE-TABLE-LOOKUPS           PIC 9(07) COMP VALUE ZERO.
004933 01  WS-RATE-TABLE-HITS              PIC 9(07) COMP VALUE ZERO.
004934 01  WS-OVRD-TABLE-SWITCH            PIC X(01) VALUE "N".
004935     88  WS-OVRD-TABLE-LOADED       VALUE "Y".
004936     88  WS-OVRD-TABLE-FULL         VALUE "F".
004937 01  WS-OVRD-TABLE.
004938     05  WS-OVRD-ENTRY OCCURS 2000 TIMES INDEXED BY OV-IDX.
004939         10  OV-ACCOUNT-ID           PIC X(08).
004940         10  OV-RATE-CODE            PIC X(04).
004941         10  OV-EFFECTIVE-FROM       PIC 9(08).
004942         10  OV-EFFECTIVE-TO         PIC 9(08).
004943         10  OV-RATE-VALUE           PIC S9(5)V99.
004944 01  WS-OVRD-TABLE-COUNT             PIC 9(04) COMP VALUE ZERO.
004945 01  WS-OVRD-TABLE-LOOKUPS           PIC 9(07) COMP VALUE ZERO.
004946 01  WS-OVRD-TABLE-HITS              PIC 9(07) COMP VALUE ZERO.
004947 01  WS-CURR-TABLE-SWITCH            PIC X(01) VALUE "N".
004948     88  WS-CURR-TABLE-LOADED       VALUE "Y".
004949     88  WS-CURR-TABLE-FULL         VALUE "F".
004950 01  WS-CURR-TABLE.
004951     05  WS-CURR-ENTRY OCCURS 500 TIMES INDEXED BY CV-IDX.
004952         10  CV-CURRENCY-CODE        PIC X(03).
004953         10  CV-EFFECTIVE-FROM       PIC 9(08).
004954         10  CV-EFFECTIVE-TO         PIC 9(08).
004955         10  CV-RATE-TO-BASE         PIC S9(5)V9(6).
004956 01  WS-CURR-TABLE-COUNT             PIC 9(04) COMP VALUE ZERO.
004957 01  WS-CURR-TABLE-LOOKUPS           PIC 9(07) COMP VALUE ZERO.
004958 01  WS-CURR-TABLE-HITS              PIC 9(07) COMP VALUE ZERO.
004959*    THE ACCOUNT TABLE KEEPS THE WHOLE ACCTMSTR RECORD, SO A HIT
004960*    LEAVES THE RECORD AREA JUST AS A KEYED READ WOULD.
004961 01  WS-ACCT-TABLE-SWITCH            PIC X(01) VALUE "N".
004962     88  WS-ACCT-TABLE-LOADED       VALUE "Y".
004963     88  WS-ACCT-TABLE-FULL         VALUE "F".
004964 01  WS-ACCT-TABLE.
004965     05  WS-ACCT-ENTRY OCCURS 2000 TIMES INDEXED BY AC-IDX.
004966         10  AC-ACCOUNT-ID           PIC X(08).
004967         10  AC-ACCOUNT-IMAGE        PIC X(96).
004968 01  WS-ACCT-TABLE-COUNT             PIC 9(04) COMP VALUE ZERO.
004969 01  WS-ACCT-TABLE-LOOKUPS           PIC 9(07) COMP VALUE ZERO.
004970 01  WS-ACCT-TABLE-HITS              PIC 9(07) COMP VALUE ZERO.
004971 01  WS-ACCT-READ-SWITCH             PIC X(01) VALUE "N".
004972     88  WS-ACCOUNT-ON-MASTER       VALUE "Y".
004973 01  WS-ACCOUNT-COMPANY              PIC X(04) VALUE SPACES.
004974 01  WS-CO-RESULT.
004975     05  WS-CO-KNOWN-SWITCH          PIC X(01).
004976         88  WS-CO-KNOWN             VALUE "Y".
004977     05  WS-CO-PERMITTED-SWITCH      PIC X(01).
004978         88  WS-CO-PERMITTED         VALUE "Y".
004979     05  WS-CO-EFFECTIVE-COMPANY     PIC X(04).
004980     05  WS-CO-COMPANY-NAME          PIC X(30).
004981 01  WS-TABLE-EOF-SWITCH             PIC X(01) VALUE "N".
004982     88  WS-END-OF-TABLE-LOAD       VALUE "Y".
004983 01  WS-TABLE-ROW-SWITCH             PIC X(01) VALUE "N".
004984     88  WS-TABLE-ROW-FOUND         VALUE "Y".
004985 01  WS-TABLE-STATS-LINE.
004986     05  TSL-MASTER-NAME             PIC X(08).
004987     05  FILLER                      PIC X(08) VALUE " TABLE: ".
004988     05  TSL-ROWS                    PIC ZZZ9.
004989     05  FILLER                      PIC X(16) VALUE
004990         " ROWS, LOOKUPS: ".
004991     05  TSL-LOOKUPS                 PIC Z,ZZZ,ZZ9.
004992     05  FILLER                      PIC X(08) VALUE ", HITS: ".
004993     05  TSL-HITS                    PIC Z,ZZZ,ZZ9.
004994     05  TSL-NOTE                    PIC X(18) VALUE SPACES.
004995 01  WS-TABLE-STATS-WORK.
004996     05  TSW-SWITCH                  PIC X(01).
004997         88  TSW-TABLE-FULL          VALUE "F".
004998         88  TSW-TABLE-NOT-LOADED    VALUE "N".
004999     05  TSW-ROWS                    PIC 9(04) COMP.
005000     05  TSW-LOOKUPS                 PIC 9(07) COMP.
005001     05  TSW-HITS                    PIC 9(07) COMP.
005002     COPY ALERTREQ.
005003 SCREEN SECTION.
005004******************************************************************
005005* SCR-ACCOUNT-ENTRY - CUSTOMER/ACCOUNT REFERENCE, FIXED
005006*                     POSITION.
005007******************************************************************
005008 01  SCR-ACCOUNT-ENTRY.
005009     05  BLANK SCREEN.
005010     05  LINE 1 COLUMN 1 VALUE "CALCULATOR - ACCOUNT REFERENCE".
005011     05  LINE 1 COLUMN 40 PIC X(24)
005012         FROM WS-TRAINING-BANNER.
005013     05  LINE 3 COLUMN 1 VALUE "ACCOUNT:".
005014     05  LINE 3 COLUMN 20 PIC X(08) USING WS-ACCOUNT-ID.
005015     05  LINE 4 COLUMN 1 VALUE "CURRENCY (BLANK=BASE):".
005016     05  LINE 4 COLUMN 24 PIC X(03) USING WS-CURRENCY-CODE.
005017     05  LINE 5 COLUMN 1 VALUE "VALUE DATE (0=TODAY):".
005018     05  LINE 5 COLUMN 24 PIC 9(08) USING WS-VALUE-DATE.
005081******************************************************************
005082* SCR-NUM1-ENTRY - FIRST-NUMBER ENTRY, FIXED POSITION.
005083******************************************************************
005810         WHEN WS-REPLAY-MODE
005820             PERFORM 4500-REPLAY-RUN
005830                 THRU 4500-EXIT
005840         WHEN WS-QUOTE-MODE
005860             PERFORM 3900-QUOTE-RUN
005880                 THRU 3900-EXIT
005900         WHEN OTHER
006000             PERFORM 3000-INTERACTIVE-RUN
006100                 THRU 3000-EXIT
006270             CLOSE CURR-MASTER-FILE
006271             MOVE "N" TO WS-CURR-OPEN-SWITCH
006272         END-IF
006273         IF WS-TAX-OPEN
006274             CLOSE TAX-MASTER-FILE
006275             MOVE "N" TO WS-TAX-OPEN-SWITCH
006276         END-IF
006277         IF WS-TIER-OPEN
006278             CLOSE RATE-TIER-FILE
006279             MOVE "N" TO WS-TIER-OPEN-SWITCH
006280         END-IF
006281         IF WS-PROMO-OPEN
006282             CLOSE PROMO-MASTER-FILE
006283             MOVE "N" TO WS-PROMO-OPEN-SWITCH
006284         END-IF
006285         IF WS-PROF-OPEN
006286             CLOSE PROFILE-FILE
006287             MOVE "N" TO WS-PROF-OPEN-SWITCH
006288         END-IF
006289         IF WS-TMPL-OPEN
006290             CLOSE TEMPLATE-FILE
006291             MOVE "N" TO WS-TMPL-OPEN-SWITCH
006292         END-IF
006293         IF WS-WHSE-OPEN
006294             CLOSE WAREHOUSE-FILE
006295             MOVE "N" TO WS-WHSE-OPEN-SWITCH
006296         END-IF
006297         IF WS-QUOT-OPEN
006298             CLOSE QUOTE-FILE
006299             MOVE "N" TO WS-QUOT-OPEN-SWITCH
006300         END-IF
006301*        A QUOTATION SESSION LOGS NOTHING, SO IT LEAVES THE RUN
006302*        CONTROL AND THE KEPT CALCPRT GENERATION ALONE.
006303         IF NOT WS-DUPLICATE-BATCH AND NOT WS-QUOTE-MODE
006304             PERFORM 7500-UPDATE-RUN-CONTROL
006305                 THRU 7500-EXIT
006306             MOVE "CALCPRT " TO WS-RPT-KEEP-NAME
006307             CALL "ReportKeep" USING WS-RPT-KEEP-NAME,
006308                 WS-TODAYS-DATE
006309         END-IF
006310         PERFORM 1250-RELEASE-RUN-LOCK
006311             THRU 1250-EXIT
006312     END-IF.
006313     CLOSE ERROR-LOG-FILE.
006314     GO TO 9999-EXIT.
006315******************************************************************
006320* 0100-INITIALIZE-WORKING-STORAGE - CLEAR THE OPERAND, RESULT AND
006330*                  RUNNING-TOTAL FIELDS TO SPACE/ZERO BEFORE EVERY
006340*                  RUN, THE SAME WAY EMPTYVARIABLE.CBL CLEARS ITS
006390*                  RUN BEFORE IT.
006400******************************************************************
006410 0100-INITIALIZE-WORKING-STORAGE.
006411     INITIALIZE num1 num2 option result WS-CALC-STATUS
006412         WS-PCT-REMAINDER WS-PCT-QUOTIENT WS-GRAND-TOTAL
006413         WS-RUNNING-TOTAL.
006414     SET WS-END-SESSION TO TRUE.
006415     SET NUM1-NOT-ENTERED TO TRUE.
006416     SET NUM2-NOT-ENTERED TO TRUE.
006417     SET WS-CALC-RUN-OK TO TRUE.
006418     MOVE "D" TO WS-OPERAND-SOURCE.
006419     MOVE SPACES TO WS-RATE-CODE-USED.
006420     MOVE SPACE TO WS-RATE-SOURCE-USED.
006421     MOVE SPACES TO WS-BATCH-ID.
006422     MOVE SPACES TO WS-SOURCE-DEPT.
006423     MOVE "N" TO WS-DUP-BATCH-SWITCH.
006424     MOVE "N" TO WS-LOCK-REFUSED-SWITCH.
006425     MOVE "N" TO WS-LOCK-HELD-SWITCH.
006426     MOVE ZERO TO WS-RUN-RECORDS-WRITTEN.
006427     MOVE ZERO TO WS-RUN-RESULT-HASH.
006428     MOVE "N" TO WS-SCHEDULE-RUN-SWITCH.
006429     MOVE SPACES TO WS-GROUP-REF.
006430     MOVE SPACES TO WS-CURRENCY-CODE.
006431     MOVE ZERO TO WS-ORIG-AMOUNT.
006432     MOVE ZERO TO WS-TAX-TOTAL.
006433     MOVE ZERO TO WS-PROMO-TOTAL.
006434     MOVE ZERO TO WS-CREDIT-HELD-COUNT.
006435     MOVE ZERO TO WS-EXPOSURE-COUNT.
006436     MOVE ZERO TO WS-SENT-COUNT.
006437     MOVE "N" TO WS-SENT-LOADED-SWITCH.
006438     MOVE "N" TO WS-SENT-OVERFLOW-SWITCH.
006439     MOVE ZERO TO WS-VALUE-DATE.
006440     MOVE ZERO TO WS-WAREHOUSED-COUNT.
006441     MOVE ZERO TO WS-WHSE-SEQ.
006442     MOVE "N" TO WS-RATE-TABLE-SWITCH.
006443     MOVE "N" TO WS-OVRD-TABLE-SWITCH.
006444     MOVE "N" TO WS-CURR-TABLE-SWITCH.
006445     MOVE "N" TO WS-ACCT-TABLE-SWITCH.
006446     MOVE ZERO TO WS-RATE-TABLE-LOOKUPS WS-RATE-TABLE-HITS.
006447     MOVE ZERO TO WS-OVRD-TABLE-LOOKUPS WS-OVRD-TABLE-HITS.
006448     MOVE ZERO TO WS-CURR-TABLE-LOOKUPS WS-CURR-TABLE-HITS.
006449     MOVE ZERO TO WS-ACCT-TABLE-LOOKUPS WS-ACCT-TABLE-HITS.
006450     MOVE ZERO TO WS-RATE-TABLE-COUNT WS-OVRD-TABLE-COUNT.
006451     MOVE ZERO TO WS-CURR-TABLE-COUNT WS-ACCT-TABLE-COUNT.
006453 0100-EXIT.
006454     EXIT.
006455******************************************************************
006482         MOVE "TCALCBRG" TO WS-CALCBREG-NAME
006483         MOVE "TCALCLGX" TO WS-CALCLOGX-NAME
006484         MOVE "TCALCPND" TO WS-CALCPEND-NAME
006485         MOVE "TCALCWHS" TO WS-CALCWHSE-NAME
006486         MOVE "TCALCQUO" TO WS-CALCQUOT-NAME
006487         MOVE "TCALCRTW" TO WS-CALCRTW-NAME
006488         MOVE "TCALCCHD" TO WS-CALCCHLD-NAME
006489         MOVE "TCALCCUT" TO WS-CALCCUTR-NAME
006490         MOVE "TCALCTMP" TO WS-CALCTMPL-NAME
006491         MOVE "TACCTMST" TO WS-ACCTMSTR-NAME
006492         DISPLAY "*** TRAINING MODE - PRACTICE FILES ONLY - "
006493             "NOTHING HERE TOUCHES PRODUCTION ***"
006494     END-IF.
006495     CLOSE TRAINING-MODE-FILE.
006496 0050-EXIT.
006497     EXIT.
006498******************************************************************
006500* 1000-GET-RUN-MODE - CHECK WHETHER CALCIN IS STAGED FOR AN
006510*                     UNATTENDED BATCH RUN, THE SAME WAY
006520*                     PERFORMUNTIL.CBL'S 0500-GET-PARAMETERS TRIES
006728         END-READ
006729         IF WS-TRANS-FILE-OK AND CT-BATCH-HEADER
006731             MOVE CT-BATCH-ID TO WS-BATCH-ID
006732             MOVE CT-SOURCE-DEPT TO WS-SOURCE-DEPT
006733             PERFORM 1100-CHECK-BATCH-REGISTRY
006735                 THRU 1100-EXIT
006737         END-IF
006738         CLOSE CALC-TRANS-FILE
006740         SET WS-BATCH-MODE TO TRUE
006750     ELSE
006760         DISPLAY "Run mode - I)nteractive, B)atch, R)eplay or "
006764             "Q)uote: "
006765         ACCEPT WS-RUN-MODE
006770     END-IF.
006910     DISPLAY "Operator ID: "
006931     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
006932         WS-TODAYS-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
006933         WS-LIB-MSG-TEXT.
006934     OPEN EXTEND ERROR-LOG-FILE.
006935     IF NOT WS-ERRLOG-FILE-OK
006936         OPEN OUTPUT ERROR-LOG-FILE
006937     END-IF.
006938     PERFORM 1300-CHECK-DATE-OVERRIDE
006939         THRU 1300-EXIT.
006940     IF NOT WS-REPLAY-MODE
006941         PERFORM 1200-ACQUIRE-RUN-LOCK
006942             THRU 1200-EXIT
006943     END-IF.
006944     IF WS-LOCK-REFUSED
006945         GO TO 1000-EXIT
006946     END-IF.
006947     PERFORM 6010-CHECK-CUTOFF-TIME
006948         THRU 6010-EXIT.
006949     IF NOT WS-REPLAY-MODE
006950         OPEN I-O CALC-LOG-FILE
006951         IF WS-LOG-FILE-OK
006952             SET WS-LOG-OPEN-IO TO TRUE
006953             PERFORM 1400-SEED-LOG-SEQUENCE
006954                 THRU 1400-EXIT
006955         ELSE
006956             OPEN OUTPUT CALC-LOG-FILE
006957             MOVE ZERO TO WS-LOG-SEQ
006958         END-IF
006959         OPEN I-O ACCT-XREF-FILE
006960         IF WS-XREF-FILE-OK
006961             SET WS-XREF-OPENED TO TRUE
006962         ELSE
006963             OPEN OUTPUT ACCT-XREF-FILE
006964             IF WS-XREF-FILE-OK
006965                 SET WS-XREF-OPENED TO TRUE
006966             ELSE
006967                 DISPLAY "CALCLOGX OPEN FAILED - ACCOUNT XREF "
006968                     "NOT MAINTAINED THIS RUN, REBUILD THROUGH "
006969                     "CALCACCTINDEX"
006970             END-IF
006971         END-IF
006972         OPEN OUTPUT CALC-PRINT-FILE
006973         MOVE "CALCULATOR SESSION REPORT" TO PRINT-LINE
006974         WRITE PRINT-LINE
006975         IF WS-TRAINING-MODE
006976             MOVE "*** TRAINING MODE - PRACTICE FILES ***"
006977                 TO PRINT-LINE
006978             WRITE PRINT-LINE
006979         END-IF
006980         MOVE WS-TODAYS-DATE TO DL2-PROCESSING-DATE
006981         WRITE PRINT-LINE FROM WS-DATE-LINE
006982         MOVE "NUM1        OP OPTION   NUM2        = RESULT"
006983             TO PRINT-LINE
006984         WRITE PRINT-LINE
006985         MOVE ALL "-" TO PRINT-LINE
006986         WRITE PRINT-LINE
006987         OPEN INPUT RATE-MASTER-FILE
006988         IF NOT WS-RATE-FILE-OK
006989             DISPLAY "RATEMSTR OPEN FAILED - RATE LOOKUP WILL "
006990                 "NOT BE AVAILABLE THIS SESSION"
006991         END-IF
006992         OPEN INPUT ACCOUNT-MASTER-FILE
006993         IF WS-ACCT-FILE-OK
006994             SET WS-ACCT-MASTER-OPEN TO TRUE
006995         ELSE
006996             DISPLAY "ACCTMSTR OPEN FAILED - ACCOUNT VALIDATION "
006997                 "NOT AVAILABLE THIS SESSION"
006998         END-IF
006999         OPEN INPUT ACCT-RATE-FILE
007000         IF WS-ARATE-FILE-OK
007001             SET WS-ARATE-OPEN TO TRUE
007002         END-IF
007003         OPEN INPUT CURR-MASTER-FILE
007004         IF WS-CURR-FILE-OK
007005             SET WS-CURR-OPEN TO TRUE
007006         END-IF
007007         OPEN INPUT TAX-MASTER-FILE
007008         IF WS-TAX-FILE-OK
007009             SET WS-TAX-OPEN TO TRUE
007010         END-IF
007011         OPEN INPUT RATE-TIER-FILE
007012         IF WS-TIER-FILE-OK
007013             SET WS-TIER-OPEN TO TRUE
007014         END-IF
007015         OPEN I-O PROMO-MASTER-FILE
007016         IF WS-PROMO-FILE-OK
007017             SET WS-PROMO-OPEN TO TRUE
007018         END-IF
007019         IF CTL-PROFILE-HOLD
007020             OPEN INPUT PROFILE-FILE
007021             IF WS-PROF-FILE-OK
007022                 SET WS-PROF-OPEN TO TRUE
007023             END-IF
007024         END-IF
007025         OPEN I-O TEMPLATE-FILE
007026         IF WS-TMPL-FILE-OK
007027             SET WS-TMPL-OPEN TO TRUE
007028         ELSE
007029             OPEN OUTPUT TEMPLATE-FILE
007030             IF WS-TMPL-FILE-OK
007031                 CLOSE TEMPLATE-FILE
007032                 OPEN I-O TEMPLATE-FILE
007033                 IF WS-TMPL-FILE-OK
007034                     SET WS-TMPL-OPEN TO TRUE
007035                 END-IF
007036             END-IF
007037         END-IF
007038     END-IF.
007039 1000-EXIT.
007040     EXIT.
007041******************************************************************
007042* 1100-CHECK-BATCH-REGISTRY - LOOK THE STAGED FILE'S BATCH ID UP
007043*                  IN THE PROCESSED-BATCH REGISTRY. A BATCH THAT
007044*                  HAS ALREADY BEEN RUN IS REFUSED OUTRIGHT -
007045*                  CALCLOGVALIDATE CAN CATCH A DOUBLED RUN AFTER
007046*                  THE DAMAGE IS IN THE LOG, BUT THIS CHECK IS
007047*                  WHAT STOPS THE DOUBLE-PROCESSING ITSELF.
007048******************************************************************
007049 1100-CHECK-BATCH-REGISTRY.
007050     MOVE "N" TO WS-DUP-BATCH-SWITCH.
007051     MOVE "N" TO WS-BREG-EOF-SWITCH.
007052     OPEN INPUT BATCH-REG-FILE.
007053     IF NOT WS-BREG-FILE-OK
007054         GO TO 1100-EXIT
007055     END-IF.
007056     PERFORM 1150-SCAN-ONE-REGISTRY-ROW
007057         THRU 1150-EXIT
007058         UNTIL WS-END-OF-REGISTRY OR WS-DUPLICATE-BATCH.
007059     CLOSE BATCH-REG-FILE.
007060     IF WS-DUPLICATE-BATCH
007061         DISPLAY "BATCH " WS-BATCH-ID " WAS ALREADY PROCESSED "
007062             "ON " BR-RUN-DATE " - RUN REFUSED"
007063         SET WS-CALC-RUN-HAD-ERRORS TO TRUE
007064     END-IF.
007065 1100-EXIT.
007066     EXIT.
007067******************************************************************
007068* 1150-SCAN-ONE-REGISTRY-ROW - READ THE NEXT REGISTRY ROW AND
007069*                  FLAG A MATCH ON THE STAGED BATCH ID.
007070******************************************************************
007071 1150-SCAN-ONE-REGISTRY-ROW.
007072     READ BATCH-REG-FILE
007073         AT END
007074             SET WS-END-OF-REGISTRY TO TRUE
007075     END-READ.
007076     IF NOT WS-END-OF-REGISTRY
007077         IF BR-BATCH-ID = WS-BATCH-ID
007078             SET WS-DUPLICATE-BATCH TO TRUE
007079         END-IF
007080     END-IF.
007081 1150-EXIT.
007082     EXIT.
007083******************************************************************
007084* 1300-CHECK-DATE-OVERRIDE - HONOR THE BUSDATE PROCESSING-DATE
007085*                  CONTROL. WHEN A BUSINESS DATE IS ON FILE THAT
007086*                  DIFFERS FROM THE SYSTEM DATE - A LATE RUN OF
007087*                  LAST NIGHT'S WORK, OR AN OPERATIONS OVERRIDE -
007088*                  EVERY RECORD THIS RUN LOGS IS STAMPED WITH THE
007089*                  BUSINESS DATE, THE OVERRIDE IS SHOWN ON THE
007090*                  REPORT HEADER, AND IT IS WRITTEN TO ERRLOG SO
007091*                  IT CAN NEVER HAPPEN SILENTLY.
007092******************************************************************
007093 1300-CHECK-DATE-OVERRIDE.
007094     MOVE WS-TODAYS-DATE TO WS-SYSTEM-DATE.
007095     OPEN INPUT BUS-DATE-FILE.
007096     IF NOT WS-BDATE-FILE-OK
007097         GO TO 1300-EXIT
007098     END-IF.
007099     READ BUS-DATE-FILE
007100         AT END
007101             CONTINUE
007102     END-READ.
007103     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
007104         SET WS-BUSDATE-IN-FORCE TO TRUE
007105     END-IF.
007106     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
007107         AND BD-BUSINESS-DATE NOT = WS-SYSTEM-DATE
007108         MOVE BD-BUSINESS-DATE TO WS-TODAYS-DATE
007109         DISPLAY "PROCESSING DATE OVERRIDDEN TO "
007110             WS-TODAYS-DATE " (SYSTEM DATE " WS-SYSTEM-DATE
007111             ", SET BY " BD-SET-BY ")"
007112         MOVE "CALC"           TO EL-PROGRAM-ID
007113         MOVE WS-TODAYS-DATE   TO EL-ERROR-DATE
007114         ACCEPT WS-CURRENT-TIME FROM TIME
007115         MOVE WS-CURRENT-TIME  TO EL-ERROR-TIME
007116         MOVE "DATE"           TO EL-ERROR-TYPE
007117         SET EL-SEV-INFO       TO TRUE
007118         MOVE "PROCESSING DATE OVERRIDDEN BY BUSDATE CONTROL"
007119             TO EL-ERROR-TEXT
007120         MOVE ZERO TO EL-REF-DATE
007121         MOVE WS-OPERATOR-ID TO EL-REF-OPERATOR
007122         MOVE ZERO TO EL-REF-SEQUENCE
007123         MOVE ZERO TO EL-NUM1-VALUE
007124         MOVE ZERO TO EL-NUM2-VALUE
007125         MOVE "1300-CHECK-DATE-OVERRIDE" TO EL-PARAGRAPH
007126         MOVE "N" TO EL-ACK-STATUS
007127         MOVE SPACES TO EL-ACK-OPERATOR
007128         MOVE ZERO TO EL-ACK-DATE
007129         MOVE SPACES TO EL-ACK-DISPOSITION
007130         WRITE ERRLOG-RECORD
007131         PERFORM 5900-RAISE-ERRLOG-ALERT
007132             THRU 5900-EXIT
007133     END-IF.
007134     CLOSE BUS-DATE-FILE.
007135 1300-EXIT.
007136     EXIT.
007137******************************************************************
007138* 1400-SEED-LOG-SEQUENCE - POSITION TO TODAY'S FIRST POSSIBLE
007139*                  LOG KEY FOR THIS OPERATOR AND SCAN FORWARD TO
007140*                  THE HIGHEST SEQUENCE ALREADY LOGGED, SO A
007141*                  SECOND RUN THE SAME DAY BY THE SAME OPERATOR
007142*                  CONTINUES THE SEQUENCE INSTEAD OF COLLIDING
007143*                  WITH KEYS THE FIRST RUN ALREADY WROTE - THE
007144*                  SAME DISCIPLINE POSNEGDEC'S LEDGER SEED SCAN
007145*                  HAS HAD ALL ALONG.
007146******************************************************************
007147 1400-SEED-LOG-SEQUENCE.
007148     MOVE ZERO TO WS-LOG-SEQ.
007149     MOVE "N" TO WS-SEED-EOF-SWITCH.
007150     MOVE WS-TODAYS-DATE TO CL-LOG-DATE.
007151     MOVE WS-OPERATOR-ID TO CL-OPERATOR-ID.
007152     MOVE ZERO TO CL-SEQUENCE-NO.
007153     START CALC-LOG-FILE KEY IS NOT LESS THAN CL-LOG-KEY
007154         INVALID KEY
007155             SET WS-END-OF-SEED-SCAN TO TRUE
007156     END-START.
007157     PERFORM 1450-SCAN-ONE-TODAYS-RECORD
007158         THRU 1450-EXIT
007159         UNTIL WS-END-OF-SEED-SCAN.
007160 1400-EXIT.
007161     EXIT.
007162******************************************************************
007163* 1450-SCAN-ONE-TODAYS-RECORD - KEEP THE HIGHEST OF THIS
007164*                  OPERATOR'S SEQUENCE NUMBERS FOR TODAY.
007165******************************************************************
007166 1450-SCAN-ONE-TODAYS-RECORD.
007167     READ CALC-LOG-FILE NEXT RECORD
007168         AT END
007169             SET WS-END-OF-SEED-SCAN TO TRUE
007170     END-READ.
007171     IF NOT WS-END-OF-SEED-SCAN
007172         IF CL-LOG-DATE = WS-TODAYS-DATE
007173             AND CL-OPERATOR-ID = WS-OPERATOR-ID
007174             MOVE CL-SEQUENCE-NO TO WS-LOG-SEQ
007175         ELSE
007176             SET WS-END-OF-SEED-SCAN TO TRUE
007177         END-IF
007178     END-IF.
007179 1450-EXIT.
007180     EXIT.
007181******************************************************************
007182* 1200-ACQUIRE-RUN-LOCK - TAKE THE CALCLOG RUN LOCK BEFORE
007183*                  OPENING THE LOG FOR UPDATE. A LIVE LOCK MEANS
007184*                  ANOTHER SESSION (OR THE OVERNIGHT BATCH) HAS
007185*                  THE LOG OPEN - THE RUN IS REFUSED AND THE
007186*                  HOLDER REPORTED SO THE OPERATOR KNOWS WHO TO
007187*                  WAIT FOR. A STALE LOCK FROM A CRASHED RUN IS
007188*                  CLEARED THROUGH SECURITYADMIN.
007189******************************************************************
007190 1200-ACQUIRE-RUN-LOCK.
007191     MOVE "N" TO WS-LOCK-REFUSED-SWITCH.
007192     OPEN INPUT RUN-LOCK-FILE.
007193     IF WS-LOCK-FILE-OK
007194         READ RUN-LOCK-FILE
007195             AT END
007196                 CONTINUE
007197         END-READ
007198         IF WS-LOCK-FILE-OK
007199             DISPLAY "CALCLOG IS LOCKED BY " RL-PROGRAM-ID
007200                 " OPERATOR " RL-OPERATOR-ID " SINCE "
007201                 RL-START-DATE " " RL-START-TIME
007202                 " - RUN REFUSED"
007203             SET WS-LOCK-REFUSED TO TRUE
007204             SET WS-CALC-RUN-HAD-ERRORS TO TRUE
007205         END-IF
007206         CLOSE RUN-LOCK-FILE
007207     END-IF.
007208     IF NOT WS-LOCK-REFUSED
007209         OPEN OUTPUT RUN-LOCK-FILE
007210         MOVE "CALCULATOR  " TO RL-PROGRAM-ID
007211         MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
007212         MOVE WS-TODAYS-DATE TO RL-START-DATE
007213         ACCEPT WS-CURRENT-TIME FROM TIME
007214         MOVE WS-CURRENT-TIME TO RL-START-TIME
007215         WRITE RUN-LOCK-RECORD
007216         CLOSE RUN-LOCK-FILE
007217         SET WS-LOCK-HELD TO TRUE
007218     END-IF.
007219 1200-EXIT.
007220     EXIT.
007221******************************************************************
007222* 1250-RELEASE-RUN-LOCK - EMPTY THE LOCK FILE AT CLEAN CLOSE SO
007223*                  THE NEXT RUN FINDS NO LIVE LOCK.
007224******************************************************************
007225 1250-RELEASE-RUN-LOCK.
007226     IF WS-LOCK-HELD
007227         OPEN OUTPUT RUN-LOCK-FILE
007228         CLOSE RUN-LOCK-FILE
007229         MOVE "N" TO WS-LOCK-HELD-SWITCH
007230     END-IF.
007231 1250-EXIT.
007232     EXIT.
007233******************************************************************
007234* 3000-INTERACTIVE-RUN - ORIGINAL OPERATOR ACCEPT/DISPLAY PATH.
007235******************************************************************
007236 3000-INTERACTIVE-RUN.
007237     PERFORM 3700-TEMPLATE-PROMPT
007238         THRU 3700-EXIT.
007239     PERFORM 3040-GET-ACCOUNT-REFERENCE
007240         THRU 3040-EXIT.
007241     MOVE LOW-VALUES TO NUM1-RAW.
007242     ACCEPT SCR-NUM1-ENTRY.
007243     IF NUM1-RAW = LOW-VALUES
007244         SET NUM1-NOT-ENTERED TO TRUE
007245         MOVE ZERO TO num1
007246         DISPLAY "Warning - first number left at zero"
007247     ELSE
007248         SET NUM1-WAS-ENTERED TO TRUE
007249     END-IF.
007250*    A WAREHOUSED ENTRY KEEPS ITS FOREIGN AMOUNT - THE RELEASE RUN
007251*    CONVERTS IT.
007252     IF WS-VALUE-DATE NOT > WS-TODAYS-DATE
007253         PERFORM 3095-CONVERT-TO-BASE
007254             THRU 3095-EXIT
007255     END-IF.
007256     IF WS-CALC-FAILED
007257         DISPLAY "CURRENCY CONVERSION FAILED - " WS-FAIL-REASON
007258         DISPLAY "Nothing was logged - re-enter the entry"
007259         GO TO 3000-INTERACTIVE-RUN
007260     END-IF.
007261     PERFORM 3050-GET-SECOND-OPERAND
007262         THRU 3050-EXIT.
007263     IF WS-VALUE-DATE > WS-TODAYS-DATE
007264         IF WS-SCHEDULE-RUN
007265             DISPLAY "A FEE SCHEDULE RUNS FOR TODAY ONLY AND "
007266                 "CANNOT BE WAREHOUSED"
007267             DISPLAY "Nothing was logged - re-enter the entry"
007268             GO TO 3000-INTERACTIVE-RUN
007269         END-IF
007270         PERFORM 3100-SHOW-MENU-AND-GET-OPTION
007271             THRU 3100-EXIT
007272         PERFORM 3800-WAREHOUSE-ENTRY
007273             THRU 3800-EXIT
007274         GO TO 3000-EXIT
007275     END-IF.
007276     IF WS-SCHEDULE-RUN
007277         PERFORM 3600-RUN-FEE-SCHEDULE
007278             THRU 3600-EXIT
007279     ELSE
007280         PERFORM 3100-SHOW-MENU-AND-GET-OPTION
007281             THRU 3100-EXIT
007282         PERFORM 5000-CALCULATE
007283             THRU 5000-EXIT
007284         PERFORM 3200-SHOW-RESULT
007285             THRU 3200-EXIT
007286         PERFORM 6000-WRITE-LOG-RECORD
007287             THRU 6000-EXIT
007288         PERFORM 3960-MARK-QUOTE-CONVERTED
007289             THRU 3960-EXIT
007290         PERFORM 3760-OFFER-SAVE-TEMPLATE
007291             THRU 3760-EXIT
007292     END-IF.
007293     MOVE result TO WS-RUNNING-TOTAL.
007294     SET WS-CONTINUE-SESSION TO TRUE.
007295     PERFORM 3300-SESSION-STEP
007296         THRU 3300-EXIT
007297         UNTIL WS-END-SESSION.
007298 3000-EXIT.
007299     EXIT.
007300******************************************************************
007301* 3040-GET-ACCOUNT-REFERENCE - CAPTURE WHO THE CALCULATION IS
007302*                  FOR. BILLABLE WORK CANNOT GO TO BILLING
007303*                  WITHOUT AN ACCOUNT, SO A BLANK ENTRY IS
007304*                  RE-PROMPTED UNTIL SOMETHING IS KEYED. THE VALUE
007305*                  DATE IS TAKEN ON THE SAME PANEL.
007306******************************************************************
007307 3040-GET-ACCOUNT-REFERENCE.
007308     IF NOT WS-TMPL-RECALLED
007309         MOVE SPACES TO WS-ACCOUNT-ID
007310     END-IF.
007311     MOVE SPACES TO WS-CURRENCY-CODE.
007312     MOVE ZERO TO WS-VALUE-DATE.
007313     ACCEPT SCR-ACCOUNT-ENTRY.
007314     IF WS-ACCOUNT-ID = SPACES
007315         DISPLAY "Account reference is required for billable "
007316             "work"
007317         GO TO 3040-GET-ACCOUNT-REFERENCE
007318     END-IF.
007319     PERFORM 3045-VALIDATE-ACCOUNT
007320         THRU 3045-EXIT.
007321     IF NOT WS-ACCOUNT-VALID
007322         GO TO 3040-GET-ACCOUNT-REFERENCE
007323     END-IF.
007324     IF WS-CURRENCY-CODE NOT = SPACES AND WS-CURR-OPEN
007325         PERFORM 3096-FIND-CURRENCY-IN-FORCE
007326             THRU 3096-EXIT
007327         IF NOT WS-CURRENCY-FOUND
007328             DISPLAY "CURRENCY " WS-CURRENCY-CODE " HAS NO "
007329                 "RATE IN FORCE - RE-ENTER"
007330             GO TO 3040-GET-ACCOUNT-REFERENCE
007331         END-IF
007332     END-IF.
007333     PERFORM 3048-EDIT-VALUE-DATE
007334         THRU 3048-EXIT.
007335     IF NOT WS-VALUE-DATE-VALID
007336         GO TO 3040-GET-ACCOUNT-REFERENCE
007337     END-IF.
007338 3040-EXIT.
007339     EXIT.
007340******************************************************************
007341* 3045-VALIDATE-ACCOUNT - LOOK THE KEYED REFERENCE UP ON THE
007342*                  CUSTOMER/ACCOUNT MASTER. AN ID NOT ON THE
007343*                  MASTER, OR NOT ACTIVE, IS REFUSED - BILLING
007344*                  BOUNCES FREE-FORM SPELLINGS BACK, SO THEY ARE
007345*                  STOPPED AT THE PANEL INSTEAD. WITH NO MASTER ON
007346*                  HAND THE CHECK IS WAIVED SO THE SESSION BEHAVES
007347*                  AS IT ALWAYS DID.
007348******************************************************************
007349 3045-VALIDATE-ACCOUNT.
007350     MOVE "N" TO WS-ACCT-VALID-SWITCH.
007351     MOVE SPACES TO WS-LIB-MSG-VALUE.
007352     MOVE WS-ACCOUNT-ID TO WS-LIB-MSG-VALUE (1:8).
007353     MOVE "ACCTCK" TO WS-LIB-FUNCTION.
007354     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
007355         WS-TODAYS-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
007356         WS-LIB-MSG-TEXT.
007357     IF WS-LIB-RETURN-CODE NOT = ZERO
007358         DISPLAY "ACCOUNT " WS-ACCOUNT-ID " FAILS ITS CHECK "
007359             "DIGIT - RE-ENTER"
007360         GO TO 3045-EXIT
007361     END-IF.
007362     IF NOT WS-ACCT-MASTER-OPEN
007363         SET WS-ACCOUNT-VALID TO TRUE
007364         GO TO 3045-EXIT
007365     END-IF.
007366     MOVE WS-ACCOUNT-ID TO AM-ACCOUNT-ID.
007367     READ ACCOUNT-MASTER-FILE
007368         INVALID KEY
007369             DISPLAY "ACCOUNT " WS-ACCOUNT-ID " IS NOT ON THE "
007370                 "ACCOUNT MASTER - RE-ENTER"
007371             GO TO 3045-EXIT
007372     END-READ.
007373     IF NOT AM-STATUS-ACTIVE
007374         DISPLAY "ACCOUNT " WS-ACCOUNT-ID " IS NOT ACTIVE - "
007375             "RE-ENTER"
007376         GO TO 3045-EXIT
007377     END-IF.
007378     CALL "CompanyCheck" USING WS-OPERATOR-ID, AM-COMPANY-CODE,
007379         WS-CO-RESULT.
007380     IF NOT WS-CO-PERMITTED
007381         DISPLAY "ACCOUNT " WS-ACCOUNT-ID " BELONGS TO COMPANY "
007382             WS-CO-EFFECTIVE-COMPANY " - NOT PERMITTED FOR "
007383             "OPERATOR " WS-OPERATOR-ID " - RE-ENTER"
007384         GO TO 3045-EXIT
007385     END-IF.
007386     SET WS-ACCOUNT-VALID TO TRUE.
007387     IF AM-NO-CREDIT-LIMIT OR NOT WS-XREF-OPENED
007388         GO TO 3045-EXIT
007389     END-IF.
007390     MOVE AM-CREDIT-LIMIT TO WS-CREDIT-LIMIT.
007391     MOVE WS-ACCOUNT-ID TO WS-EXPOSURE-ACCOUNT.
007392     PERFORM 6400-GET-ACCOUNT-EXPOSURE
007393         THRU 6400-EXIT.
007394     IF WS-ACCOUNT-EXPOSURE NOT < WS-CREDIT-LIMIT
007395         MOVE WS-ACCOUNT-EXPOSURE TO CU-EDIT-MONEY-FIELD
007396         DISPLAY "ACCOUNT " WS-ACCOUNT-ID " IS AT OR OVER ITS "
007397             "CREDIT LIMIT - EXPOSURE " CU-EDIT-MONEY-FIELD
007398         DISPLAY "NEW CHARGES WILL BE HELD FOR CREDIT CONTROL"
007399     END-IF.
007400 3045-EXIT.
007401     EXIT.
007402******************************************************************
007403* 3048-EDIT-VALUE-DATE - ZERO MEANS TODAY. OTHERWISE THE DATE MUST
007404*                  BE A REAL CALENDAR DATE THROUGH THE LIBRARY'S
007405*                  DATVAL SERVICE, NOT BEFORE THE BUSINESS DATE
007406*                  AND NO FURTHER AHEAD THAN THE CTLPARM WAREHOUSE
007407*                  HORIZON. A LATER DATE IS ACCEPTED FOR THE
007408*                  WAREHOUSE AND THE OPERATOR IS TOLD SO.
007409******************************************************************
007410 3048-EDIT-VALUE-DATE.
007411     MOVE "N" TO WS-VDATE-VALID-SWITCH.
007412     IF WS-VALUE-DATE = ZERO
007413         MOVE WS-TODAYS-DATE TO WS-VALUE-DATE
007414     END-IF.
007415     MOVE "DATVAL" TO WS-LIB-FUNCTION.
007416     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
007417         WS-VALUE-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
007418         WS-LIB-MSG-TEXT.
007419     IF WS-LIB-RETURN-CODE NOT = ZERO
007420         DISPLAY "VALUE DATE " WS-VALUE-DATE " IS NOT A REAL "
007421             "CALENDAR DATE - RE-ENTER"
007422         GO TO 3048-EXIT
007423     END-IF.
007424     IF WS-VALUE-DATE < WS-TODAYS-DATE
007425         DISPLAY "A VALUE DATE CANNOT BE BEFORE THE BUSINESS "
007426             "DATE " WS-TODAYS-DATE " - RE-ENTER"
007427         GO TO 3048-EXIT
007428     END-IF.
007429     IF WS-VALUE-DATE = WS-TODAYS-DATE
007430         SET WS-VALUE-DATE-VALID TO TRUE
007431         GO TO 3048-EXIT
007432     END-IF.
007433     MOVE WS-VALUE-DATE TO WS-LIB-DATE.
007434     MOVE SPACES TO WS-LIB-MSG-VALUE.
007435     MOVE WS-TODAYS-DATE TO WS-LIB-MSG-VALUE (1:8).
007436     MOVE "DATDIF" TO WS-LIB-FUNCTION.
007437     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
007438         WS-LIB-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
007439         WS-LIB-MSG-TEXT.
007440     MOVE WS-LIB-MSG-VALUE (9:8) TO WS-DAYS-RESULT.
007441     MOVE WS-DAYS-RESULT TO WS-WHSE-DAYS.
007442     IF WS-WHSE-DAYS > CTL-WAREHOUSE-MAX-DAYS
007443         DISPLAY "VALUE DATE IS " WS-WHSE-DAYS " DAYS AHEAD - "
007444             "THE LIMIT IS " CTL-WAREHOUSE-MAX-DAYS " - RE-ENTER"
007445         GO TO 3048-EXIT
007446     END-IF.
007447     DISPLAY "VALUE DATE " WS-VALUE-DATE " IS IN THE FUTURE - "
007448         "THE ENTRY WILL BE WAREHOUSED"
007449     SET WS-VALUE-DATE-VALID TO TRUE.
007450 3048-EXIT.
007451     EXIT.
007452******************************************************************
007453* 3050-GET-SECOND-OPERAND - ASK WHETHER THE SECOND OPERAND IS TO
007454*                  BE KEYED IN DIRECTLY OR LOOKED UP FROM THE RATE
007455*                  MASTER FILE BY CODE, SO A PUBLISHED FEE RATE
007456*                  CAN'T BE FAT-FINGERED DURING ENTRY. A Q)UOTE
007457*                  CHARGES THE RATE OF A STILL-VALID QUOTATION.
007458******************************************************************
007459 3050-GET-SECOND-OPERAND.
007460     MOVE "N" TO WS-SCHEDULE-RUN-SWITCH.
007461     MOVE "N" TO WS-QUOTE-APPLIED-SWITCH.
007462     MOVE SPACES TO WS-QUOTE-NOTE.
007463     IF WS-TMPL-RECALLED AND TP-RATE-CODE NOT = SPACES
007464         MOVE TP-RATE-CODE TO WS-LOOKUP-RATE-CODE
007465         MOVE WS-VALUE-DATE TO WS-RATE-LOOKUP-DATE
007466         DISPLAY "RATE CODE " WS-LOOKUP-RATE-CODE
007467             " FROM TEMPLATE"
007468         PERFORM 3068-RESOLVE-RATE
007469             THRU 3068-EXIT
007470         IF WS-RATE-FOUND
007471             MOVE WS-LOOKUP-RATE-CODE TO WS-RATE-CODE-USED
007472             MOVE WS-FOUND-RATE-VALUE TO num2
007473             SET NUM2-WAS-ENTERED TO TRUE
007474             GO TO 3050-EXIT
007475         END-IF
007476         DISPLAY "NO RATE IN FORCE FOR THE TEMPLATE CODE - "
007477             "ENTER THE OPERAND DIRECTLY"
007478     END-IF.
007479     DISPLAY "Second number - D)irect entry, R)ate lookup, "
007480         "S)chedule or Q)uote: "
007481     ACCEPT WS-OPERAND-SOURCE.
007482     IF WS-OPERAND-BY-SCHEDULE
007483         SET WS-SCHEDULE-RUN TO TRUE
007484         GO TO 3050-EXIT
007485     END-IF.
007486     IF WS-OPERAND-BY-QUOTE
007487         PERFORM 3970-APPLY-PANEL-QUOTE
007488             THRU 3970-EXIT
007489         IF NOT WS-QUOTE-APPLIED
007490             GO TO 3050-GET-SECOND-OPERAND
007491         END-IF
007492         GO TO 3050-EXIT
007493     END-IF.
007494     IF WS-OPERAND-BY-RATE-CODE
007495         PERFORM 3060-LOOKUP-RATE
007496             THRU 3060-EXIT
007497     ELSE
007498         MOVE SPACES TO WS-RATE-CODE-USED
007499         MOVE SPACE TO WS-RATE-SOURCE-USED
007500         MOVE ZERO TO WS-RATE-TIER-USED
007501         MOVE LOW-VALUES TO NUM2-RAW
007502         ACCEPT SCR-NUM2-ENTRY
007503         IF NUM2-RAW = LOW-VALUES
007504             SET NUM2-NOT-ENTERED TO TRUE
007505             MOVE ZERO TO num2
007506             DISPLAY "Warning - second number left at zero"
007507         ELSE
007508             SET NUM2-WAS-ENTERED TO TRUE
007509         END-IF
007510     END-IF.
007511 3050-EXIT.
007512     EXIT.
007513******************************************************************
007514* 3060-LOOKUP-RATE - LOOK UP AN OPERATOR-ENTERED RATE CODE IN THE
007515*                  RATE MASTER AND MOVE THE RATE IN FORCE FOR THE
007516*                  PROCESSING DATE INTO NUM2. THE MASTER NOW HOLDS
007517*                  MULTIPLE EFFECTIVE-DATED ROWS PER CODE, SO A
007518*                  DISPUTE ABOUT LAST QUARTER'S CALCULATION CAN BE
007519*                  REPRODUCED UNDER LAST QUARTER'S PUBLISHED RATE
007520*                  BY KEYING THAT DATE INSTEAD OF TODAY'S.
007521******************************************************************
007522 3060-LOOKUP-RATE.
007523     IF NOT WS-RATE-FILE-OK
007524         DISPLAY "RATEMSTR NOT AVAILABLE - USING ZERO"
007525         MOVE ZERO TO num2
007526         GO TO 3060-EXIT
007527     END-IF.
007528     DISPLAY "Enter rate code: "
007529     ACCEPT WS-LOOKUP-RATE-CODE.
007530     MOVE WS-VALUE-DATE TO WS-RATE-LOOKUP-DATE.
007531     DISPLAY "Rate effective date YYYYMMDD (Enter for the "
007532         "value date, " WS-RATE-LOOKUP-DATE "): "
007533     MOVE ZERO TO WS-RATE-DATE-INPUT.
007534     ACCEPT WS-RATE-DATE-INPUT.
007535     IF WS-RATE-DATE-INPUT NOT = ZERO
007536         MOVE WS-RATE-DATE-INPUT TO WS-RATE-LOOKUP-DATE
007537     END-IF.
007538     PERFORM 3068-RESOLVE-RATE
007539         THRU 3068-EXIT.
007540     IF WS-RATE-FOUND
007541         MOVE WS-LOOKUP-RATE-CODE TO WS-RATE-CODE-USED
007542         MOVE WS-FOUND-RATE-VALUE TO num2
007543         DISPLAY "RATE " WS-LOOKUP-RATE-CODE " IS " num2
007544             " - " WS-FOUND-RATE-DESC
007545     ELSE
007546         DISPLAY "NO RATE IN FORCE FOR " WS-LOOKUP-RATE-CODE
007547             " ON " WS-RATE-LOOKUP-DATE " - USING ZERO"
007548         MOVE ZERO TO num2
007549     END-IF.
007550 3060-EXIT.
007551     EXIT.
007552******************************************************************
007553* 3070-FIND-RATE-IN-FORCE - POSITION TO THE FIRST ROW FOR THE
007554*                  REQUESTED CODE AND SCAN ITS EFFECTIVE-DATED
007555*                  ROWS, KEEPING THE LATEST ONE WHOSE FROM/TO
007556*                  RANGE COVERS THE LOOKUP DATE - THE SAME FORWARD
007557*                  KEYED-SCAN PATTERN POSNEGDEC USES TO SEED ITS
007558*                  LEDGER SEQUENCE.
007559******************************************************************
007560 3070-FIND-RATE-IN-FORCE.
007561     IF WS-RATE-TABLE-LOADED
007562         PERFORM 3075-FIND-RATE-IN-TABLE
007563             THRU 3075-EXIT
007564         GO TO 3070-EXIT
007565     END-IF.
007566     MOVE "N" TO WS-RATE-FOUND-SWITCH.
007567     MOVE "N" TO WS-RATE-EOF-SWITCH.
007568     MOVE WS-LOOKUP-RATE-CODE TO RM-RATE-CODE.
007569     MOVE ZERO TO RM-EFFECTIVE-FROM.
007570     START RATE-MASTER-FILE KEY IS NOT LESS THAN RM-RATE-KEY
007571         INVALID KEY
007572             SET WS-END-OF-RATE-SCAN TO TRUE
007573     END-START.
007574     PERFORM 3080-SCAN-ONE-RATE-ROW
007575         THRU 3080-EXIT
007576         UNTIL WS-END-OF-RATE-SCAN.
007577 3070-EXIT.
007578     EXIT.
007579******************************************************************
007580* 3080-SCAN-ONE-RATE-ROW - READ THE NEXT RATE ROW AND, AS LONG AS
007581*                  IT STILL BELONGS TO THE REQUESTED CODE, KEEP IT
007582*                  IF ITS EFFECTIVE RANGE COVERS THE LOOKUP DATE.
007583******************************************************************
007584 3080-SCAN-ONE-RATE-ROW.
007585     READ RATE-MASTER-FILE NEXT RECORD
007586         AT END
007587             SET WS-END-OF-RATE-SCAN TO TRUE
007588     END-READ.
007589     IF NOT WS-END-OF-RATE-SCAN
007590         IF RM-RATE-CODE = WS-LOOKUP-RATE-CODE
007591             IF RM-EFFECTIVE-FROM NOT > WS-RATE-LOOKUP-DATE
007592                 AND RM-EFFECTIVE-TO NOT < WS-RATE-LOOKUP-DATE
007593                 AND (RM-SHARED-RATE
007594                   OR RM-COMPANY-CODE = WS-ACCOUNT-COMPANY)
007595                 SET WS-RATE-FOUND TO TRUE
007596                 MOVE RM-RATE-VALUE TO WS-FOUND-RATE-VALUE
007597                 MOVE RM-RATE-DESCRIPTION TO WS-FOUND-RATE-DESC
007598             END-IF
007599         ELSE
007600             SET WS-END-OF-RATE-SCAN TO TRUE
007601         END-IF
007602     END-IF.
007603 3080-EXIT.
007604     EXIT.
007605******************************************************************
007606* 3075-FIND-RATE-IN-TABLE - THE BATCH FORM OF 3070: FIND THE
007607*                  CODE'S FIRST ROW IN THE RATE TABLE AND WALK ITS
007608*                  ROWS IN KEY ORDER, KEEPING THE LATEST ONE
007609*                  COVERING THE LOOKUP DATE - THE SAME ROW THE
007610*                  KEYED SCAN KEEPS.
007611******************************************************************
007612 3075-FIND-RATE-IN-TABLE.
007613     ADD 1 TO WS-RATE-TABLE-LOOKUPS.
007614     MOVE "N" TO WS-RATE-FOUND-SWITCH.
007615     MOVE "N" TO WS-RATE-EOF-SWITCH.
007616     MOVE "N" TO WS-TABLE-ROW-SWITCH.
007617     SET RX-IDX TO 1.
007618     SEARCH WS-RATE-ENTRY
007619         AT END
007620             CONTINUE
007621         WHEN RX-IDX > WS-RATE-TABLE-COUNT
007622             CONTINUE
007623         WHEN RX-RATE-CODE (RX-IDX) = WS-LOOKUP-RATE-CODE
007624             SET WS-TABLE-ROW-FOUND TO TRUE
007625     END-SEARCH.
007626     IF WS-TABLE-ROW-FOUND
007627         PERFORM 3076-SCAN-ONE-RATE-ENTRY
007628             THRU 3076-EXIT
007629             UNTIL WS-END-OF-RATE-SCAN
007630     END-IF.
007631     IF WS-RATE-FOUND
007632         ADD 1 TO WS-RATE-TABLE-HITS
007633     END-IF.
007634 3075-EXIT.
007635     EXIT.
007636******************************************************************
007637* 3076-SCAN-ONE-RATE-ENTRY - AS LONG AS THE ENTRY STILL BELONGS TO
007638*                  THE REQUESTED CODE, KEEP IT IF ITS EFFECTIVE
007639*                  RANGE COVERS THE LOOKUP DATE, THEN STEP ON.
007640******************************************************************
007641 3076-SCAN-ONE-RATE-ENTRY.
007642     IF RX-IDX > WS-RATE-TABLE-COUNT
007643         SET WS-END-OF-RATE-SCAN TO TRUE
007644         GO TO 3076-EXIT
007645     END-IF.
007646     IF RX-RATE-CODE (RX-IDX) NOT = WS-LOOKUP-RATE-CODE
007647         SET WS-END-OF-RATE-SCAN TO TRUE
007648         GO TO 3076-EXIT
007649     END-IF.
007650     IF RX-EFFECTIVE-FROM (RX-IDX) NOT > WS-RATE-LOOKUP-DATE
007651         AND RX-EFFECTIVE-TO (RX-IDX) NOT < WS-RATE-LOOKUP-DATE
007652         AND (RX-COMPANY-CODE (RX-IDX) = SPACES
007653           OR RX-COMPANY-CODE (RX-IDX) = WS-ACCOUNT-COMPANY)
007654         SET WS-RATE-FOUND TO TRUE
007655         MOVE RX-RATE-VALUE (RX-IDX) TO WS-FOUND-RATE-VALUE
007656         MOVE RX-RATE-DESCRIPTION (RX-IDX) TO WS-FOUND-RATE-DESC
007657     END-IF.
007658     SET RX-IDX UP BY 1.
007659 3076-EXIT.
007660     EXIT.
007661******************************************************************
007662* 3068-RESOLVE-RATE - PRICE THE LOOKUP CODE FOR THE TRANSACTION
007663*                  IN HAND. THE ACCTRATE ACCOUNT OVERRIDE FILE IS
007664*                  CHECKED FIRST FOR THE TRANSACTION'S ACCOUNT;
007665*                  THEN THE RATETIER VOLUME BANDS, WHEN THE CODE
007666*                  HAS ANY IN FORCE AND THE ACCOUNT IS KNOWN;
007667*                  ONLY WHEN NEITHER APPLIES DOES THE
007668*                  PUBLISHED RATE MASTER PRICE THE OPERAND. THE
007669*                  SOURCE THAT WON, AND ANY TIER, IS KEPT FOR THE
007670*                  LOG. A MASTER RATE PUBLISHED FOR ONE COMPANY
007671*                  ONLY PRICES THAT COMPANY'S ACCOUNTS.
007672******************************************************************
007673 3068-RESOLVE-RATE.
007674     PERFORM 6495-GET-ACCOUNT-COMPANY
007675         THRU 6495-EXIT.
007676     MOVE SPACE TO WS-RATE-SOURCE-USED.
007677     MOVE ZERO TO WS-RATE-TIER-USED.
007678     MOVE "N" TO WS-RATE-FOUND-SWITCH.
007679     IF WS-ARATE-OPEN
007680         PERFORM 3065-FIND-OVERRIDE-IN-FORCE
007681             THRU 3065-EXIT
007682     END-IF.
007683     IF WS-RATE-FOUND
007684         MOVE "O" TO WS-RATE-SOURCE-USED
007685         GO TO 3068-EXIT
007686     END-IF.
007687     IF WS-TIER-OPEN AND WS-XREF-OPENED
007688         AND WS-ACCOUNT-ID NOT = SPACES
007689         PERFORM 3085-PRICE-FROM-TIERS
007690             THRU 3085-EXIT
007691     END-IF.
007692     IF WS-RATE-FOUND
007693         MOVE "T" TO WS-RATE-SOURCE-USED
007694         GO TO 3068-EXIT
007695     END-IF.
007696     PERFORM 3070-FIND-RATE-IN-FORCE
007697         THRU 3070-EXIT.
007698     IF WS-RATE-FOUND
007699         MOVE "M" TO WS-RATE-SOURCE-USED
007700     END-IF.
007701 3068-EXIT.
007702     EXIT.
007703******************************************************************
007704* 3065-FIND-OVERRIDE-IN-FORCE - POSITION TO THE FIRST OVERRIDE
007705*                  ROW FOR THE TRANSACTION'S ACCOUNT AND LOOKUP
007706*                  CODE AND SCAN ITS EFFECTIVE-DATED ROWS,
007707*                  KEEPING THE LATEST ONE COVERING THE LOOKUP
007708*                  DATE - THE SAME FORWARD KEYED SCAN THE
007709*                  PUBLISHED-MASTER LOOKUP MAKES.
007710******************************************************************
007711 3065-FIND-OVERRIDE-IN-FORCE.
007712     IF WS-OVRD-TABLE-LOADED
007713         PERFORM 3067-FIND-OVERRIDE-IN-TABLE
007714             THRU 3067-EXIT
007715         GO TO 3065-EXIT
007716     END-IF.
007717     MOVE "N" TO WS-ARATE-EOF-SWITCH.
007718     MOVE WS-ACCOUNT-ID       TO AR-ACCOUNT-ID.
007719     MOVE WS-LOOKUP-RATE-CODE TO AR-RATE-CODE.
007720     MOVE ZERO                TO AR-EFFECTIVE-FROM.
007721     START ACCT-RATE-FILE KEY IS NOT LESS THAN AR-OVERRIDE-KEY
007722         INVALID KEY
007723             SET WS-END-OF-OVERRIDE-SCAN TO TRUE
007724     END-START.
007725     PERFORM 3066-SCAN-ONE-OVERRIDE-ROW
007726         THRU 3066-EXIT
007727         UNTIL WS-END-OF-OVERRIDE-SCAN.
007728 3065-EXIT.
007729     EXIT.
007730******************************************************************
007731* 3066-SCAN-ONE-OVERRIDE-ROW - READ THE NEXT OVERRIDE ROW AND,
007732*                  AS LONG AS IT STILL BELONGS TO THE ACCOUNT AND
007733*                  CODE, KEEP IT IF ITS RANGE COVERS THE LOOKUP
007734*                  DATE.
007735******************************************************************
007736 3066-SCAN-ONE-OVERRIDE-ROW.
007737     READ ACCT-RATE-FILE NEXT RECORD
007738         AT END
007739             SET WS-END-OF-OVERRIDE-SCAN TO TRUE
007740     END-READ.
007741     IF NOT WS-END-OF-OVERRIDE-SCAN
007742         IF AR-ACCOUNT-ID = WS-ACCOUNT-ID
007743             AND AR-RATE-CODE = WS-LOOKUP-RATE-CODE
007744             IF AR-EFFECTIVE-FROM NOT > WS-RATE-LOOKUP-DATE
007745                 AND AR-EFFECTIVE-TO NOT < WS-RATE-LOOKUP-DATE
007746                 SET WS-RATE-FOUND TO TRUE
007747                 MOVE AR-RATE-VALUE TO WS-FOUND-RATE-VALUE
007748                 MOVE "NEGOTIATED ACCOUNT RATE"
007749                     TO WS-FOUND-RATE-DESC
007750             END-IF
007751         ELSE
007752             SET WS-END-OF-OVERRIDE-SCAN TO TRUE
007753         END-IF
007754     END-IF.
007755 3066-EXIT.
007756     EXIT.
007757******************************************************************
007758* 3067-FIND-OVERRIDE-IN-TABLE - THE BATCH FORM OF 3065: FIND THE
007759*                  FIRST OVERRIDE ENTRY FOR THE ACCOUNT AND CODE
007760*                  AND WALK ITS ROWS, KEEPING THE LATEST ONE
007761*                  COVERING THE LOOKUP DATE.
007762******************************************************************
007763 3067-FIND-OVERRIDE-IN-TABLE.
007764     ADD 1 TO WS-OVRD-TABLE-LOOKUPS.
007765     MOVE "N" TO WS-ARATE-EOF-SWITCH.
007766     MOVE "N" TO WS-TABLE-ROW-SWITCH.
007767     SET OV-IDX TO 1.
007768     SEARCH WS-OVRD-ENTRY
007769         AT END
007770             CONTINUE
007771         WHEN OV-IDX > WS-OVRD-TABLE-COUNT
007772             CONTINUE
007773         WHEN OV-ACCOUNT-ID (OV-IDX) = WS-ACCOUNT-ID
007774             AND OV-RATE-CODE (OV-IDX) = WS-LOOKUP-RATE-CODE
007775             SET WS-TABLE-ROW-FOUND TO TRUE
007776     END-SEARCH.
007777     IF WS-TABLE-ROW-FOUND
007778         PERFORM 3069-SCAN-ONE-OVERRIDE-ENTRY
007779             THRU 3069-EXIT
007780             UNTIL WS-END-OF-OVERRIDE-SCAN
007781     END-IF.
007782     IF WS-RATE-FOUND
007783         ADD 1 TO WS-OVRD-TABLE-HITS
007784     END-IF.
007785 3067-EXIT.
007786     EXIT.
007787******************************************************************
007788* 3069-SCAN-ONE-OVERRIDE-ENTRY - AS LONG AS THE ENTRY STILL
007789*                  BELONGS TO THE ACCOUNT AND CODE, KEEP IT IF ITS
007790*                  RANGE COVERS THE LOOKUP DATE, THEN STEP ON.
007791******************************************************************
007792 3069-SCAN-ONE-OVERRIDE-ENTRY.
007793     IF OV-IDX > WS-OVRD-TABLE-COUNT
007794         SET WS-END-OF-OVERRIDE-SCAN TO TRUE
007795         GO TO 3069-EXIT
007796     END-IF.
007797     IF OV-ACCOUNT-ID (OV-IDX) NOT = WS-ACCOUNT-ID
007798         OR OV-RATE-CODE (OV-IDX) NOT = WS-LOOKUP-RATE-CODE
007799         SET WS-END-OF-OVERRIDE-SCAN TO TRUE
007800         GO TO 3069-EXIT
007801     END-IF.
007802     IF OV-EFFECTIVE-FROM (OV-IDX) NOT > WS-RATE-LOOKUP-DATE
007803         AND OV-EFFECTIVE-TO (OV-IDX) NOT < WS-RATE-LOOKUP-DATE
007804         SET WS-RATE-FOUND TO TRUE
007805         MOVE OV-RATE-VALUE (OV-IDX) TO WS-FOUND-RATE-VALUE
007806         MOVE "NEGOTIATED ACCOUNT RATE"
007807             TO WS-FOUND-RATE-DESC
007808     END-IF.
007809     SET OV-IDX UP BY 1.
007810 3069-EXIT.
007811     EXIT.
007812******************************************************************
007813* 3085-PRICE-FROM-TIERS - GATHER THE CODE'S TIER ROWS IN FORCE
007814*                  FOR THE LOOKUP DATE. IF THERE ARE ANY, THIS
007815*                  TRANSACTION IS THE ACCOUNT'S MONTH-TO-DATE
007816*                  COUNT PLUS ONE, AND THE TIER WITH THE HIGHEST
007817*                  STARTING COUNT NOT ABOVE THAT PRICES IT.
007818******************************************************************
007819 3085-PRICE-FROM-TIERS.
007820     MOVE ZERO TO WS-TIER-COUNT.
007821     MOVE "N" TO WS-TIER-EOF-SWITCH.
007822     MOVE WS-LOOKUP-RATE-CODE TO RT-RATE-CODE.
007823     MOVE ZERO TO RT-EFFECTIVE-FROM.
007824     MOVE ZERO TO RT-TIER-NO.
007825     START RATE-TIER-FILE KEY IS NOT LESS THAN RT-TIER-KEY
007826         INVALID KEY
007827             SET WS-END-OF-TIER-SCAN TO TRUE
007828     END-START.
007829     PERFORM 3086-GATHER-ONE-TIER-ROW
007830         THRU 3086-EXIT
007831         UNTIL WS-END-OF-TIER-SCAN.
007832     IF WS-TIER-COUNT = ZERO
007833         GO TO 3085-EXIT
007834     END-IF.
007835     PERFORM 3087-COUNT-MONTH-TO-DATE
007836         THRU 3087-EXIT.
007837     COMPUTE WS-TIER-ORDINAL = WS-MTD-COUNT + 1.
007838     MOVE ZERO TO WS-TIER-BEST-FROM.
007839     PERFORM 3089-CHOOSE-ONE-TIER
007840         THRU 3089-EXIT
007841         VARYING TR-IDX FROM 1 BY 1
007842         UNTIL TR-IDX > WS-TIER-COUNT.
007843 3085-EXIT.
007844     EXIT.
007845******************************************************************
007846* 3086-GATHER-ONE-TIER-ROW - READ THE NEXT TIER ROW AND, WHILE IT
007847*                  STILL BELONGS TO THE CODE, TABLE IT IF ITS
007848*                  RANGE COVERS THE LOOKUP DATE.
007849******************************************************************
007850 3086-GATHER-ONE-TIER-ROW.
007851     READ RATE-TIER-FILE NEXT RECORD
007852         AT END
007853             SET WS-END-OF-TIER-SCAN TO TRUE
007854     END-READ.
007855     IF WS-END-OF-TIER-SCAN
007856         GO TO 3086-EXIT
007857     END-IF.
007858     IF RT-RATE-CODE NOT = WS-LOOKUP-RATE-CODE
007859         SET WS-END-OF-TIER-SCAN TO TRUE
007860         GO TO 3086-EXIT
007861     END-IF.
007862     IF RT-EFFECTIVE-FROM > WS-RATE-LOOKUP-DATE
007863         OR RT-EFFECTIVE-TO < WS-RATE-LOOKUP-DATE
007864         OR WS-TIER-COUNT NOT < 20
007865         GO TO 3086-EXIT
007866     END-IF.
007867     ADD 1 TO WS-TIER-COUNT.
007868     SET TR-IDX TO WS-TIER-COUNT.
007869     MOVE RT-TIER-NO      TO TT-TIER-NO (TR-IDX).
007870     MOVE RT-FROM-COUNT   TO TT-FROM-COUNT (TR-IDX).
007871     MOVE RT-RATE-VALUE   TO TT-RATE-VALUE (TR-IDX).
007872     MOVE RT-DESCRIPTION  TO TT-DESCRIPTION (TR-IDX).
007873 3086-EXIT.
007874     EXIT.
007875******************************************************************
007876* 3087-COUNT-MONTH-TO-DATE - THE ACCOUNT'S OK LOG RECORDS ON THE
007877*                  LOOKUP CODE DATED IN THE LOOKUP DATE'S MONTH,
007878*                  REACHED THROUGH THE CALCLOGX XREF FROM THE
007879*                  FIRST OF THE MONTH. THE LOG RECORD IN HAND IS
007880*                  SAVED AROUND THE SCAN.
007881******************************************************************
007882 3087-COUNT-MONTH-TO-DATE.
007883     MOVE ZERO TO WS-MTD-COUNT.
007884     MOVE WS-RATE-LOOKUP-DATE TO WS-TIER-MONTH-DATE.
007885     MOVE 01 TO WS-TMS-DAY.
007886     MOVE CALC-LOG-RECORD TO WS-SAVE-LOG-IMAGE.
007887     MOVE "N" TO WS-XREF-EOF-SWITCH.
007888     MOVE WS-ACCOUNT-ID TO XR-ACCOUNT-ID.
007889     MOVE WS-TIER-MONTH-DATE TO XR-LOG-DATE.
007890     MOVE LOW-VALUES TO XR-OPERATOR-ID.
007891     MOVE ZERO TO XR-SEQUENCE-NO.
007892     START ACCT-XREF-FILE KEY IS NOT LESS THAN XR-XREF-KEY
007893         INVALID KEY
007894             SET WS-END-OF-XREF-SCAN TO TRUE
007895     END-START.
007896     PERFORM 3088-COUNT-ONE-XREF-ITEM
007897         THRU 3088-EXIT
007898         UNTIL WS-END-OF-XREF-SCAN.
007899     MOVE WS-SAVE-LOG-IMAGE TO CALC-LOG-RECORD.
007900 3087-EXIT.
007901     EXIT.
007902******************************************************************
007903* 3088-COUNT-ONE-XREF-ITEM - NEXT XREF ROW FOR THE ACCOUNT IN THE
007904*                  MONTH. A ROW WHOSE RECORD IS NO LONGER ON THE
007905*                  LOG IS NOT COUNTED.
007906******************************************************************
007907 3088-COUNT-ONE-XREF-ITEM.
007908     READ ACCT-XREF-FILE NEXT RECORD
007909         AT END
007910             SET WS-END-OF-XREF-SCAN TO TRUE
007911     END-READ.
007912     IF WS-END-OF-XREF-SCAN
007913         GO TO 3088-EXIT
007914     END-IF.
007915     IF XR-ACCOUNT-ID NOT = WS-ACCOUNT-ID
007916         OR XR-LOG-DATE (1:6) NOT = WS-TMS-YEAR-MONTH
007917         SET WS-END-OF-XREF-SCAN TO TRUE
007918         GO TO 3088-EXIT
007919     END-IF.
007920     MOVE XR-LOG-DATE    TO CL-LOG-DATE.
007921     MOVE XR-OPERATOR-ID TO CL-OPERATOR-ID.
007922     MOVE XR-SEQUENCE-NO TO CL-SEQUENCE-NO.
007923     READ CALC-LOG-FILE
007924         INVALID KEY
007925             GO TO 3088-EXIT
007926     END-READ.
007927     IF CL-STATUS-OK AND CL-RATE-CODE = WS-LOOKUP-RATE-CODE
007928         ADD 1 TO WS-MTD-COUNT
007929     END-IF.
007930 3088-EXIT.
007931     EXIT.
007932******************************************************************
007933* 3089-CHOOSE-ONE-TIER - KEEP THE TABLED TIER IF IT STARTS AT OR
007934*                  BELOW THIS TRANSACTION AND ABOVE THE BEST SO
007935*                  FAR.
007936******************************************************************
007937 3089-CHOOSE-ONE-TIER.
007938     IF TT-FROM-COUNT (TR-IDX) > WS-TIER-ORDINAL
007939         GO TO 3089-EXIT
007940     END-IF.
007941     IF WS-RATE-FOUND
007942         AND TT-FROM-COUNT (TR-IDX) NOT > WS-TIER-BEST-FROM
007943         GO TO 3089-EXIT
007944     END-IF.
007945     SET WS-RATE-FOUND TO TRUE.
007946     MOVE TT-FROM-COUNT (TR-IDX)  TO WS-TIER-BEST-FROM.
007947     MOVE TT-TIER-NO (TR-IDX)     TO WS-RATE-TIER-USED.
007948     MOVE TT-RATE-VALUE (TR-IDX)  TO WS-FOUND-RATE-VALUE.
007949     MOVE TT-DESCRIPTION (TR-IDX) TO WS-FOUND-RATE-DESC.
007950 3089-EXIT.
007951     EXIT.
007952******************************************************************
007953* 3095-CONVERT-TO-BASE - A CALCULATION SUBMITTED IN A FOREIGN
007954*                  CURRENCY HAS ITS FIRST OPERAND CONVERTED TO
007955*                  BASE THROUGH THE CURRMSTR RATE IN FORCE FOR
007956*                  THE PROCESSING DATE, WITH THE ORIGINAL AMOUNT
007957*                  KEPT FOR THE LOG. AN UNKNOWN CURRENCY FAILS
007958*                  THE RECORD, NOT THE RUN - NOBODY CONVERTS ON A
007959*                  DESK CALCULATOR ANY MORE.
007960******************************************************************
007961 3095-CONVERT-TO-BASE.
007962     MOVE ZERO TO WS-ORIG-AMOUNT.
007963     IF WS-CURRENCY-CODE = SPACES
007964         GO TO 3095-EXIT
007965     END-IF.
007966     SET WS-CALC-OK TO TRUE.
007967     IF NOT WS-CURR-OPEN
007968         SET WS-CALC-FAILED TO TRUE
007969         SET WS-CALC-RUN-HAD-ERRORS TO TRUE
007970         MOVE "CURRENCY TABLE NOT AVAILABLE" TO WS-FAIL-REASON
007971         GO TO 3095-EXIT
007972     END-IF.
007973     PERFORM 3096-FIND-CURRENCY-IN-FORCE
007974         THRU 3096-EXIT.
007975     IF NOT WS-CURRENCY-FOUND
007976         SET WS-CALC-FAILED TO TRUE
007977         SET WS-CALC-RUN-HAD-ERRORS TO TRUE
007978         MOVE "CURRENCY NOT ON MASTER" TO WS-FAIL-REASON
007979         GO TO 3095-EXIT
007980     END-IF.
007981     MOVE num1 TO WS-ORIG-AMOUNT.
007982     COMPUTE num1 ROUNDED = num1 * WS-CURR-RATE
007983         ON SIZE ERROR
007984             SET WS-CALC-FAILED TO TRUE
007985             SET WS-CALC-RUN-HAD-ERRORS TO TRUE
007986             MOVE "SIZE ERROR CONVERTING CURRENCY"
007987                 TO WS-FAIL-REASON
007988     END-COMPUTE.
007989 3095-EXIT.
007990     EXIT.
007991******************************************************************
007992* 3096-FIND-CURRENCY-IN-FORCE - POSITION TO THE CODE'S FIRST ROW
007993*                  AND SCAN ITS EFFECTIVE-DATED ROWS, KEEPING THE
007994*                  LATEST ONE COVERING THE PROCESSING DATE - THE
007995*                  SAME FORWARD KEYED SCAN THE RATE LOOKUP MAKES.
007996******************************************************************
007997 3096-FIND-CURRENCY-IN-FORCE.
007998     IF WS-CURR-TABLE-LOADED
007999         PERFORM 3098-FIND-CURRENCY-IN-TABLE
008000             THRU 3098-EXIT
008001         GO TO 3096-EXIT
008002     END-IF.
008003     MOVE "N" TO WS-CURR-FOUND-SWITCH.
008004     MOVE "N" TO WS-CURR-EOF-SWITCH.
008005     MOVE WS-CURRENCY-CODE TO CX-CURRENCY-CODE.
008006     MOVE ZERO TO CX-EFFECTIVE-FROM.
008007     START CURR-MASTER-FILE KEY IS NOT LESS THAN CX-CURRENCY-KEY
008008         INVALID KEY
008009             SET WS-END-OF-CURR-SCAN TO TRUE
008010     END-START.
008011     PERFORM 3097-SCAN-ONE-CURRENCY-ROW
008012         THRU 3097-EXIT
008013         UNTIL WS-END-OF-CURR-SCAN.
008014 3096-EXIT.
008015     EXIT.
008016******************************************************************
008017* 3097-SCAN-ONE-CURRENCY-ROW - READ THE NEXT ROW AND, AS LONG AS
008018*                  IT STILL BELONGS TO THE CODE, KEEP IT IF ITS
008019*                  RANGE COVERS THE PROCESSING DATE.
008020******************************************************************
008021 3097-SCAN-ONE-CURRENCY-ROW.
008022     READ CURR-MASTER-FILE NEXT RECORD
008023         AT END
008024             SET WS-END-OF-CURR-SCAN TO TRUE
008025     END-READ.
008026     IF NOT WS-END-OF-CURR-SCAN
008027         IF CX-CURRENCY-CODE = WS-CURRENCY-CODE
008028             IF CX-EFFECTIVE-FROM NOT > WS-TODAYS-DATE
008029                 AND CX-EFFECTIVE-TO NOT < WS-TODAYS-DATE
008030                 SET WS-CURRENCY-FOUND TO TRUE
008031                 MOVE CX-RATE-TO-BASE TO WS-CURR-RATE
008032             END-IF
008033         ELSE
008034             SET WS-END-OF-CURR-SCAN TO TRUE
008035         END-IF
008036     END-IF.
008037 3097-EXIT.
008038     EXIT.
008039******************************************************************
008040* 3098-FIND-CURRENCY-IN-TABLE - THE BATCH FORM OF 3096: FIND THE
008041*                  CODE'S FIRST ENTRY IN THE CURRENCY TABLE AND
008042*                  WALK ITS ROWS, KEEPING THE LATEST ONE COVERING
008043*                  THE PROCESSING DATE.
008044******************************************************************
008045 3098-FIND-CURRENCY-IN-TABLE.
008046     ADD 1 TO WS-CURR-TABLE-LOOKUPS.
008047     MOVE "N" TO WS-CURR-FOUND-SWITCH.
008048     MOVE "N" TO WS-CURR-EOF-SWITCH.
008049     MOVE "N" TO WS-TABLE-ROW-SWITCH.
008050     SET CV-IDX TO 1.
008051     SEARCH WS-CURR-ENTRY
008052         AT END
008053             CONTINUE
008054         WHEN CV-IDX > WS-CURR-TABLE-COUNT
008055             CONTINUE
008056         WHEN CV-CURRENCY-CODE (CV-IDX) = WS-CURRENCY-CODE
008057             SET WS-TABLE-ROW-FOUND TO TRUE
008058     END-SEARCH.
008059     IF WS-TABLE-ROW-FOUND
008060         PERFORM 3099-SCAN-ONE-CURRENCY-ENTRY
008061             THRU 3099-EXIT
008062             UNTIL WS-END-OF-CURR-SCAN
008063     END-IF.
008064     IF WS-CURRENCY-FOUND
008065         ADD 1 TO WS-CURR-TABLE-HITS
008066     END-IF.
008067 3098-EXIT.
008068     EXIT.
008069******************************************************************
008070* 3099-SCAN-ONE-CURRENCY-ENTRY - AS LONG AS THE ENTRY STILL
008071*                  BELONGS TO THE CODE, KEEP IT IF ITS RANGE
008072*                  COVERS THE PROCESSING DATE, THEN STEP ON.
008073******************************************************************
008074 3099-SCAN-ONE-CURRENCY-ENTRY.
008075     IF CV-IDX > WS-CURR-TABLE-COUNT
008076         SET WS-END-OF-CURR-SCAN TO TRUE
008077         GO TO 3099-EXIT
008078     END-IF.
008079     IF CV-CURRENCY-CODE (CV-IDX) NOT = WS-CURRENCY-CODE
008080         SET WS-END-OF-CURR-SCAN TO TRUE
008081         GO TO 3099-EXIT
008082     END-IF.
008083     IF CV-EFFECTIVE-FROM (CV-IDX) NOT > WS-TODAYS-DATE
008084         AND CV-EFFECTIVE-TO (CV-IDX) NOT < WS-TODAYS-DATE
008085         SET WS-CURRENCY-FOUND TO TRUE
008086         MOVE CV-RATE-TO-BASE (CV-IDX) TO WS-CURR-RATE
008087     END-IF.
008088     SET CV-IDX UP BY 1.
008089 3099-EXIT.
008115     EXIT.
008116******************************************************************
008117* 3700-TEMPLATE-PROMPT - OFFER THE OPERATOR'S MEMORIZED
008431                 "- CURRENCY IGNORED FOR THIS STEP"
008432             MOVE SPACES TO WS-CURRENCY-CODE
008433         END-IF
008434         IF WS-VALUE-DATE > WS-TODAYS-DATE
008435             DISPLAY "A RUNNING-TOTAL STEP POSTS TODAY - VALUE "
008436                 "DATE IGNORED FOR THIS STEP"
008437             MOVE WS-TODAYS-DATE TO WS-VALUE-DATE
008438         END-IF
008439         MOVE WS-RUNNING-TOTAL TO num1
008440         PERFORM 3050-GET-SECOND-OPERAND
008441             THRU 3050-EXIT
008442         IF WS-SCHEDULE-RUN
008443             PERFORM 3600-RUN-FEE-SCHEDULE
008444                 THRU 3600-EXIT
008445         ELSE
008446             PERFORM 3100-SHOW-MENU-AND-GET-OPTION
008447                 THRU 3100-EXIT
008448             PERFORM 5000-CALCULATE
008449                 THRU 5000-EXIT
008450             PERFORM 3200-SHOW-RESULT
008451                 THRU 3200-EXIT
008452             PERFORM 6000-WRITE-LOG-RECORD
008453                 THRU 6000-EXIT
008454             PERFORM 3960-MARK-QUOTE-CONVERTED
008455                 THRU 3960-EXIT
008456         END-IF
008457         MOVE result TO WS-RUNNING-TOTAL
008458     END-IF.
008459 3300-EXIT.
008460     EXIT.
008461******************************************************************
008462* 3800-WAREHOUSE-ENTRY - A PANEL ENTRY DATED AFTER THE BUSINESS
008463*                  DATE IS NOT PRICED OR LOGGED. IT GOES TO THE
008464*                  WAREHOUSE AS KEYED - A RATE CODE RATHER THAN
008465*                  THE RATE, SO THE RELEASE RUN PRICES IT ON THE
008466*                  VALUE DATE, EVEN WHEN NO RATE IS PUBLISHED FOR
008467*                  THAT DATE YET.
008468******************************************************************
008469 3800-WAREHOUSE-ENTRY.
008470     INITIALIZE WAREHOUSE-RECORD.
008471     MOVE num1 TO WH-NUM1.
008472     MOVE num2 TO WH-NUM2.
008473     EVALUATE TRUE
008474         WHEN WS-QUOTE-APPLIED
008475             MOVE WS-RATE-CODE-USED TO WH-RATE-CODE
008476             MOVE ZERO TO WH-NUM2
008477             MOVE WS-QUOTE-NO TO WH-QUOTE-NO
008478             DISPLAY "QUOTATION " WS-QUOTE-NO " WILL BE CHARGED "
008479                 "AT RELEASE IF IT IS STILL VALID"
008480         WHEN WS-RATE-CODE-USED NOT = SPACES
008481             MOVE WS-RATE-CODE-USED TO WH-RATE-CODE
008482             MOVE ZERO TO WH-NUM2
008483         WHEN WS-OPERAND-BY-RATE-CODE
008484             MOVE WS-LOOKUP-RATE-CODE TO WH-RATE-CODE
008485             MOVE ZERO TO WH-NUM2
008486             DISPLAY "RATE " WS-LOOKUP-RATE-CODE " WILL BE "
008487                 "PRICED ON THE VALUE DATE AT RELEASE"
008488     END-EVALUATE.
008489     MOVE option TO WH-OPTION.
008490     MOVE WS-ACCOUNT-ID TO WH-ACCOUNT-ID.
008491     MOVE WS-CURRENCY-CODE TO WH-CURRENCY-CODE.
008492     MOVE "P" TO WH-ORIGIN.
008493     PERFORM 3850-WRITE-WAREHOUSE-ROW
008494         THRU 3850-EXIT.
008495     IF WS-CALC-FAILED
008496         DISPLAY "WAREHOUSE NOT AVAILABLE - " WS-FAIL-REASON
008497         DISPLAY "Nothing was warehoused - re-enter the entry "
008498             "later"
008499         GO TO 3800-EXIT
008500     END-IF.
008501     DISPLAY "ENTRY WAREHOUSED FOR VALUE DATE " WS-VALUE-DATE
008502         " - REFERENCE " WH-ENTRY-DATE "/" WH-ENTRY-TIME "/"
008503         WH-ENTRY-SEQ.
008504 3800-EXIT.
008505     EXIT.
008506******************************************************************
008507* 3850-WRITE-WAREHOUSE-ROW - STAMP THE KEY AND WRITE THE ROW THE
008508*                  CALLER BUILT. THE WAREHOUSE IS OPENED ON FIRST
008509*                  USE AND CREATED IF IT IS NOT ON HAND. A FAILURE
008510*                  COMES BACK AS A FAILED CALCULATION STATUS WITH
008511*                  ITS REASON.
008512******************************************************************
008513 3850-WRITE-WAREHOUSE-ROW.
008514     SET WS-CALC-OK TO TRUE.
008515     IF NOT WS-WHSE-OPEN
008516         OPEN I-O WAREHOUSE-FILE
008517         IF NOT WS-WHSE-FILE-OK
008518             OPEN OUTPUT WAREHOUSE-FILE
008519             IF WS-WHSE-FILE-OK
008520                 CLOSE WAREHOUSE-FILE
008521                 OPEN I-O WAREHOUSE-FILE
008522             END-IF
008523         END-IF
008524         IF NOT WS-WHSE-FILE-OK
008525             SET WS-CALC-FAILED TO TRUE
008526             MOVE "WAREHOUSE FILE NOT AVAILABLE" TO WS-FAIL-REASON
008527             GO TO 3850-EXIT
008528         END-IF
008529         SET WS-WHSE-OPEN TO TRUE
008530     END-IF.
008531     ACCEPT WS-CURRENT-TIME FROM TIME.
008532     ADD 1 TO WS-WHSE-SEQ.
008533     MOVE WS-VALUE-DATE TO WH-VALUE-DATE.
008534     MOVE WS-TODAYS-DATE TO WH-ENTRY-DATE.
008535     MOVE WS-CURRENT-TIME TO WH-ENTRY-TIME.
008536     MOVE WS-OPERATOR-ID TO WH-ENTERED-BY.
008537     MOVE WS-WHSE-SEQ TO WH-ENTRY-SEQ.
008538     MOVE "W" TO WH-STATUS.
008539     WRITE WAREHOUSE-RECORD
008540         INVALID KEY
008541             SET WS-CALC-FAILED TO TRUE
008542             MOVE "WAREHOUSE WRITE FAILED" TO WS-FAIL-REASON
008543             GO TO 3850-EXIT
008544     END-WRITE.
008545     ADD 1 TO WS-WAREHOUSED-COUNT.
008546     MOVE WS-VALUE-DATE TO WL-VALUE-DATE.
008547     MOVE WS-ACCOUNT-ID TO WL-ACCOUNT-ID.
008548     MOVE WH-NUM1 TO WL-NUM1.
008549     WRITE PRINT-LINE FROM WS-WHSE-LINE.
008550 3850-EXIT.
008551     EXIT.
008552******************************************************************
008553* 3900-QUOTE-RUN - PRICE QUOTATIONS UNTIL THE OPERATOR STOPS. A
008554*                  QUOTE IS NOT A CHARGE - NOTHING IS LOGGED, HELD
008555*                  OR ADDED TO THE SESSION TOTALS.
008556******************************************************************
008557 3900-QUOTE-RUN.
008558     SET WS-CONTINUE-SESSION TO TRUE.
008559     PERFORM 3910-QUOTE-STEP
008560         THRU 3910-EXIT
008561         UNTIL WS-END-SESSION.
008562 3900-EXIT.
008563     EXIT.
008564******************************************************************
008565* 3910-QUOTE-STEP - ONE QUOTATION, THEN OFFER ANOTHER.
008566******************************************************************
008567 3910-QUOTE-STEP.
008568     PERFORM 3920-PRICE-ONE-QUOTE
008569         THRU 3920-EXIT.
008570     DISPLAY "Price another quotation? (Y/N): "
008571     ACCEPT WS-CONTINUE-SWITCH.
008572 3910-EXIT.
008573     EXIT.
008574******************************************************************
008575* 3920-PRICE-ONE-QUOTE - TAKE THE ACCOUNT, AMOUNT, RATE CODE AND
008576*                  OPERATION AND PRICE THEM EXACTLY AS A CHARGE
008577*                  WOULD BE PRICED TODAY - ACCOUNT OVERRIDE,
008578*                  VOLUME TIER OR RATE MASTER, AND THE CURRENCY
008579*                  TABLE - SO THE QUOTED FIGURE IS THE FIGURE THE
008580*                  CUSTOMER WOULD HAVE BEEN CHARGED. A QUOTE NEEDS
008581*                  A RATE CODE; A KEYED OPERAND IS NOT A PRICE.
008582******************************************************************
008583 3920-PRICE-ONE-QUOTE.
008584     PERFORM 3040-GET-ACCOUNT-REFERENCE
008585         THRU 3040-EXIT.
008586     IF WS-VALUE-DATE NOT = WS-TODAYS-DATE
008587         DISPLAY "A QUOTATION IS PRICED FOR THE BUSINESS DATE - "
008588             "THE VALUE DATE IS NOT USED"
008589         MOVE WS-TODAYS-DATE TO WS-VALUE-DATE
008590     END-IF.
008591     MOVE LOW-VALUES TO NUM1-RAW.
008592     ACCEPT SCR-NUM1-ENTRY.
008593     IF NUM1-RAW = LOW-VALUES
008594         DISPLAY "AN AMOUNT IS REQUIRED FOR A QUOTATION - "
008595             "NOTHING WAS QUOTED"
008596         GO TO 3920-EXIT
008597     END-IF.
008598     SET NUM1-WAS-ENTERED TO TRUE.
008599     PERFORM 3095-CONVERT-TO-BASE
008600         THRU 3095-EXIT.
008601     IF WS-CALC-FAILED
008602         DISPLAY "CURRENCY CONVERSION FAILED - " WS-FAIL-REASON
008603         DISPLAY "Nothing was quoted"
008604         GO TO 3920-EXIT
008605     END-IF.
008606     IF NOT WS-RATE-FILE-OK
008607         DISPLAY "RATEMSTR NOT AVAILABLE - NOTHING CAN BE QUOTED"
008608         GO TO 3920-EXIT
008609     END-IF.
008610     DISPLAY "Rate code to quote: "
008611     MOVE SPACES TO WS-LOOKUP-RATE-CODE.
008612     ACCEPT WS-LOOKUP-RATE-CODE.
008613     MOVE WS-TODAYS-DATE TO WS-RATE-LOOKUP-DATE.
008614     PERFORM 3068-RESOLVE-RATE
008615         THRU 3068-EXIT.
008616     IF NOT WS-RATE-FOUND
008617         DISPLAY "NO RATE IN FORCE FOR " WS-LOOKUP-RATE-CODE
008618             " - NOTHING WAS QUOTED"
008619         GO TO 3920-EXIT
008620     END-IF.
008621     MOVE WS-LOOKUP-RATE-CODE TO WS-RATE-CODE-USED.
008622     MOVE WS-FOUND-RATE-VALUE TO num2.
008623     SET NUM2-WAS-ENTERED TO TRUE.
008624     PERFORM 3100-SHOW-MENU-AND-GET-OPTION
008625         THRU 3100-EXIT.
008626     PERFORM 5000-CALCULATE
008627         THRU 5000-EXIT.
008628     IF WS-CALC-FAILED
008629         DISPLAY "QUOTATION CANNOT BE PRICED - " WS-FAIL-REASON
008630         GO TO 3920-EXIT
008631     END-IF.
008632     PERFORM 3200-SHOW-RESULT
008633         THRU 3200-EXIT.
008634     PERFORM 3940-WRITE-QUOTE
008635         THRU 3940-EXIT.
008636 3920-EXIT.
008637     EXIT.
008638******************************************************************
008639* 3930-OPEN-QUOTE-FILE - OPEN THE QUOTE FILE ON FIRST USE,
008640*                  CREATING IT IF IT IS NOT ON HAND.
008641******************************************************************
008642 3930-OPEN-QUOTE-FILE.
008643     IF WS-QUOT-OPEN
008644         GO TO 3930-EXIT
008645     END-IF.
008646     OPEN I-O QUOTE-FILE.
008647     IF NOT WS-QUOT-FILE-OK
008648         OPEN OUTPUT QUOTE-FILE
008649         IF WS-QUOT-FILE-OK
008650             CLOSE QUOTE-FILE
008651             OPEN I-O QUOTE-FILE
008652         END-IF
008653     END-IF.
008654     IF WS-QUOT-FILE-OK
008655         SET WS-QUOT-OPEN TO TRUE
008656     END-IF.
008657 3930-EXIT.
008658     EXIT.
008659******************************************************************
008660* 3935-SEED-QUOTE-NUMBER - QUOTE NUMBERS RUN ON FROM THE HIGHEST
008661*                  ON FILE, FOUND BY THE SAME FORWARD KEYED SCAN
008662*                  THE LOG SEQUENCE SEED USES. THE RUN LOCK KEEPS
008663*                  TWO SESSIONS FROM ISSUING THE SAME NUMBER.
008664******************************************************************
008665 3935-SEED-QUOTE-NUMBER.
008666     MOVE ZERO TO WS-LAST-QUOTE-NO.
008667     MOVE "N" TO WS-QUOT-EOF-SWITCH.
008668     MOVE ZERO TO QT-QUOTE-NO.
008669     START QUOTE-FILE KEY IS NOT LESS THAN QT-QUOTE-NO
008670         INVALID KEY
008671             SET WS-END-OF-QUOTE-SCAN TO TRUE
008672     END-START.
008673     PERFORM 3936-SCAN-ONE-QUOTE
008674         THRU 3936-EXIT
008675         UNTIL WS-END-OF-QUOTE-SCAN.
008676     SET WS-QUOTE-SEEDED TO TRUE.
008677 3935-EXIT.
008678     EXIT.
008679******************************************************************
008680* 3936-SCAN-ONE-QUOTE - KEEP THE KEY OF EACH ROW READ.
008681******************************************************************
008682 3936-SCAN-ONE-QUOTE.
008683     READ QUOTE-FILE NEXT RECORD
008684         AT END
008685             SET WS-END-OF-QUOTE-SCAN TO TRUE
008686             GO TO 3936-EXIT
008687     END-READ.
008688     MOVE QT-QUOTE-NO TO WS-LAST-QUOTE-NO.
008689 3936-EXIT.
008690     EXIT.
008691******************************************************************
008692* 3940-WRITE-QUOTE - NUMBER THE QUOTATION, DATE ITS EXPIRY THE
008693*                  CTLPARM VALIDITY PERIOD AFTER TODAY THROUGH THE
008694*                  LIBRARY'S DATADD SERVICE, AND FILE IT. THE
008695*                  SESSION REPORT CARRIES A LINE FOR IT SO THE
008696*                  DESK HAS A PAPER COPY.
008697******************************************************************
008698 3940-WRITE-QUOTE.
008699     PERFORM 3930-OPEN-QUOTE-FILE
008700         THRU 3930-EXIT.
008701     IF NOT WS-QUOT-OPEN
008702         DISPLAY "CALCQUOT NOT AVAILABLE - NOTHING WAS QUOTED"
008703         GO TO 3940-EXIT
008704     END-IF.
008705     IF NOT WS-QUOTE-SEEDED
008706         PERFORM 3935-SEED-QUOTE-NUMBER
008707             THRU 3935-EXIT
008708     END-IF.
008709     MOVE WS-TODAYS-DATE TO WS-QUOTE-EXPIRY.
008710     MOVE CTL-QUOTE-VALID-DAYS TO WS-QUOTE-DAYS-PARM.
008711     MOVE SPACES TO WS-LIB-MSG-VALUE.
008712     MOVE WS-QUOTE-DAYS-PARM-X TO WS-LIB-MSG-VALUE (1:8).
008713     MOVE "DATADD" TO WS-LIB-FUNCTION.
008714     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
008715         WS-QUOTE-EXPIRY, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
008716         WS-LIB-MSG-TEXT.
008717     ACCEPT WS-CURRENT-TIME FROM TIME.
008718     ADD 1 TO WS-LAST-QUOTE-NO.
008719     INITIALIZE QUOTE-RECORD.
008720     MOVE WS-LAST-QUOTE-NO TO QT-QUOTE-NO.
008721     SET QT-STATUS-ISSUED TO TRUE.
008722     MOVE WS-TODAYS-DATE TO QT-ISSUE-DATE.
008723     MOVE WS-CURRENT-TIME TO QT-ISSUE-TIME.
008724     MOVE WS-OPERATOR-ID TO QT-ISSUED-BY.
008725     MOVE WS-QUOTE-EXPIRY TO QT-EXPIRY-DATE.
008726     MOVE WS-ACCOUNT-ID TO QT-ACCOUNT-ID.
008727     MOVE WS-RATE-CODE-USED TO QT-RATE-CODE.
008728     MOVE WS-RATE-SOURCE-USED TO QT-RATE-SOURCE.
008729     MOVE WS-RATE-TIER-USED TO QT-RATE-TIER.
008730     MOVE num2 TO QT-QUOTED-RATE.
008731     MOVE option TO QT-OPTION.
008732     MOVE num1 TO QT-NUM1.
008733     MOVE WS-CURRENCY-CODE TO QT-CURRENCY-CODE.
008734     MOVE WS-ORIG-AMOUNT TO QT-ORIG-AMOUNT.
008735     MOVE result TO QT-QUOTED-RESULT.
008736     WRITE QUOTE-RECORD
008737         INVALID KEY
008738             DISPLAY "QUOTATION " QT-QUOTE-NO " COULD NOT BE "
008739                 "FILED - STATUS " WS-QUOT-FILE-STATUS
008740             GO TO 3940-EXIT
008741     END-WRITE.
008742     ADD 1 TO WS-QUOTES-ISSUED.
008743     MOVE result TO CU-EDIT-MONEY-FIELD.
008744     DISPLAY "QUOTATION " QT-QUOTE-NO " ISSUED FOR "
008745         QT-ACCOUNT-ID " - " CU-EDIT-MONEY-FIELD.
008746     DISPLAY "RATE " QT-RATE-CODE " AT " num2 " - VALID TO "
008747         QT-EXPIRY-DATE.
008748     MOVE QT-QUOTE-NO TO QL-QUOTE-NO.
008749     MOVE QT-ACCOUNT-ID TO QL-ACCOUNT-ID.
008750     MOVE QT-RATE-CODE TO QL-RATE-CODE.
008751     MOVE QT-QUOTED-RATE TO QL-QUOTED-RATE.
008752     MOVE QT-QUOTED-RESULT TO QL-QUOTED-RESULT.
008753     MOVE QT-EXPIRY-DATE TO QL-EXPIRY-DATE.
008754     WRITE PRINT-LINE FROM WS-QUOTE-LINE.
008755 3940-EXIT.
008756     EXIT.
008757******************************************************************
008758* 3950-CHECK-QUOTE - IS QUOTE WS-QUOTE-NO GOOD FOR A CHARGE TO
008759*                  WS-ACCOUNT-ID VALUE-DATED WS-VALUE-DATE? IT
008760*                  MUST BE ON FILE, STILL ISSUED (A QUOTE IS
008761*                  CHARGED ONCE), FOR THE SAME ACCOUNT AND NOT
008762*                  EXPIRED BY THE VALUE DATE. WHEN IT IS NOT,
008763*                  WS-QUOTE-NOTE SAYS WHY.
008764******************************************************************
008765 3950-CHECK-QUOTE.
008766     MOVE "N" TO WS-QUOTE-VALID-SWITCH.
008767     MOVE "N" TO WS-QUOTE-FOUND-SWITCH.
008768     MOVE SPACES TO WS-QUOTE-NOTE.
008769     PERFORM 3930-OPEN-QUOTE-FILE
008770         THRU 3930-EXIT.
008771     IF NOT WS-QUOT-OPEN
008772         MOVE "QUOTE FILE NOT AVAILABLE" TO WS-QUOTE-NOTE
008773         GO TO 3950-EXIT
008774     END-IF.
008775     MOVE WS-QUOTE-NO TO QT-QUOTE-NO.
008776     READ QUOTE-FILE
008777         INVALID KEY
008778             MOVE "QUOTE NOT ON FILE" TO WS-QUOTE-NOTE
008779             GO TO 3950-EXIT
008780     END-READ.
008781     SET WS-QUOTE-FOUND TO TRUE.
008782     EVALUATE TRUE
008783         WHEN NOT QT-STATUS-ISSUED
008784             MOVE "QUOTE ALREADY CONVERTED" TO WS-QUOTE-NOTE
008785         WHEN QT-ACCOUNT-ID NOT = WS-ACCOUNT-ID
008786             MOVE "QUOTE IS FOR ANOTHER ACCOUNT" TO WS-QUOTE-NOTE
008787         WHEN QT-EXPIRY-DATE < WS-VALUE-DATE
008788             MOVE "QUOTE EXPIRED" TO WS-QUOTE-NOTE
008789         WHEN OTHER
008790             SET WS-QUOTE-VALID TO TRUE
008791     END-EVALUATE.
008792 3950-EXIT.
008793     EXIT.
008794******************************************************************
008795* 3960-MARK-QUOTE-CONVERTED - AFTER A QUOTED CHARGE IS LOGGED (OR
008796*                  HELD FOR APPROVAL OR CREDIT), MARK ITS QUOTE
008797*                  CONVERTED WITH THE LOG KEY SO IT CANNOT BE
008798*                  CHARGED TWICE. NOTHING HAPPENS FOR AN UNQUOTED
008799*                  OR FAILED CHARGE.
008800******************************************************************
008801 3960-MARK-QUOTE-CONVERTED.
008802     IF NOT WS-QUOTE-APPLIED OR NOT CL-STATUS-OK
008803         GO TO 3960-EXIT
008804     END-IF.
008805     MOVE WS-QUOTE-NO TO QT-QUOTE-NO.
008806     READ QUOTE-FILE
008807         INVALID KEY
008808             GO TO 3960-EXIT
008809     END-READ.
008810     SET QT-STATUS-CONVERTED TO TRUE.
008811     MOVE WS-TODAYS-DATE TO QT-CONVERTED-DATE.
008812     MOVE WS-OPERATOR-ID TO QT-CONVERTED-BY.
008813     MOVE CL-LOG-KEY TO QT-CONVERTED-LOG-KEY.
008814     REWRITE QUOTE-RECORD
008815         INVALID KEY
008816             DISPLAY "QUOTATION " WS-QUOTE-NO " COULD NOT BE "
008817                 "MARKED CONVERTED - STATUS " WS-QUOT-FILE-STATUS
008818             GO TO 3960-EXIT
008819     END-REWRITE.
008820     ADD 1 TO WS-QUOTES-CONVERTED.
008821     MOVE "N" TO WS-QUOTE-APPLIED-SWITCH.
008822 3960-EXIT.
008823     EXIT.
008824******************************************************************
008825* 3970-APPLY-PANEL-QUOTE - TAKE A QUOTATION NUMBER AT THE SECOND-
008826*                  OPERAND PROMPT AND, WHEN IT IS STILL GOOD, USE
008827*                  ITS QUOTED RATE. A QUOTE THAT IS NOT GOOD IS
008828*                  REFUSED WITH ITS REASON AND THE OPERATOR PICKS
008829*                  ANOTHER WAY TO PRICE THE CHARGE.
008830******************************************************************
008831 3970-APPLY-PANEL-QUOTE.
008832     DISPLAY "Quotation number: "
008833     MOVE ZERO TO WS-QUOTE-NO.
008834     ACCEPT WS-QUOTE-NO.
008835     PERFORM 3950-CHECK-QUOTE
008836         THRU 3950-EXIT.
008837     IF NOT WS-QUOTE-VALID
008838         DISPLAY "QUOTATION " WS-QUOTE-NO " REFUSED - "
008839             WS-QUOTE-NOTE
008840         MOVE SPACES TO WS-QUOTE-NOTE
008841         GO TO 3970-EXIT
008842     END-IF.
008843     MOVE QT-QUOTED-RATE TO num2.
008844     MOVE QT-RATE-CODE TO WS-RATE-CODE-USED.
008845     MOVE "Q" TO WS-RATE-SOURCE-USED.
008846     MOVE ZERO TO WS-RATE-TIER-USED.
008847     SET NUM2-WAS-ENTERED TO TRUE.
008848     SET WS-QUOTE-APPLIED TO TRUE.
008849     DISPLAY "QUOTATION " WS-QUOTE-NO " - RATE " QT-RATE-CODE
008850         " AT " num2 " - VALID TO " QT-EXPIRY-DATE.
008851 3970-EXIT.
008852     EXIT.
009100******************************************************************
009200* 4000-BATCH-RUN - READ NUM1/NUM2/OPTION TRIPLES FROM CALCIN AND
009300*                  RUN EACH ONE UNATTENDED.
009900         GO TO 4000-EXIT
010000     END-IF.
010100     SET WS-NOT-END-OF-FILE TO TRUE.
010110     OPEN I-O RETURN-WORK-FILE.
010120     IF WS-RTW-FILE-OK
010130         SET WS-RTW-OPEN TO TRUE
010140     END-IF.
010150     PERFORM 4050-LOAD-LOOKUP-TABLES
010160         THRU 4050-EXIT.
010200     PERFORM 4100-READ-TRANS-RECORD
010300         THRU 4100-EXIT.
010310     IF NOT WS-END-OF-FILE AND CT-BATCH-HEADER
010500         THRU 4200-EXIT
010600         UNTIL WS-END-OF-FILE.
010700     CLOSE CALC-TRANS-FILE.
010701     IF WS-RTW-OPEN
010702         CLOSE RETURN-WORK-FILE
010703         MOVE "N" TO WS-RTW-OPEN-SWITCH
010704         DISPLAY "DEPARTMENT RETURNS FILED: " WS-RETURNS-FILED
010705     END-IF.
010710     IF NOT WS-NO-BATCH-ID
010720         PERFORM 4900-REGISTER-BATCH
010730             THRU 4900-EXIT
010932 4900-EXIT.
010934     EXIT.
011000******************************************************************
011001* 4050-LOAD-LOOKUP-TABLES - LOAD EACH OPEN PRICING MASTER INTO ITS
011002*                  STORAGE TABLE ONCE, BEFORE THE FIRST
011003*                  TRANSACTION, SO THE RUN PRICES WITHOUT A KEYED
011004*                  SCAN PER RECORD.
011005******************************************************************
011006 4050-LOAD-LOOKUP-TABLES.
011007     IF WS-RATE-FILE-OK
011008         PERFORM 4055-LOAD-RATE-TABLE
011009             THRU 4055-EXIT
011010     END-IF.
011011     IF WS-ARATE-OPEN
011012         PERFORM 4060-LOAD-OVERRIDE-TABLE
011013             THRU 4060-EXIT
011014     END-IF.
011015     IF WS-CURR-OPEN
011016         PERFORM 4065-LOAD-CURRENCY-TABLE
011017             THRU 4065-EXIT
011018     END-IF.
011019     IF WS-ACCT-MASTER-OPEN
011020         PERFORM 4070-LOAD-ACCOUNT-TABLE
011021             THRU 4070-EXIT
011022     END-IF.
011023 4050-EXIT.
011024     EXIT.
011025******************************************************************
011026* 4055-LOAD-RATE-TABLE - SWEEP RATEMSTR IN KEY ORDER INTO THE RATE
011027*                  TABLE. THE SWEEP ENDS AT END OF FILE, SO THE
011028*                  FILE STATUS IS PUT BACK TO "00" AFTERWARDS -
011029*                  THE RATE MASTER IS STILL OPEN AND AVAILABLE TO
011030*                  THE RUN.
011031******************************************************************
011032 4055-LOAD-RATE-TABLE.
011033     MOVE ZERO TO WS-RATE-TABLE-COUNT.
011034     MOVE "N" TO WS-TABLE-EOF-SWITCH.
011035     MOVE LOW-VALUES TO RM-RATE-KEY.
011036     START RATE-MASTER-FILE KEY IS NOT LESS THAN RM-RATE-KEY
011037         INVALID KEY
011038             SET WS-END-OF-TABLE-LOAD TO TRUE
011039     END-START.
011040     PERFORM 4056-LOAD-ONE-RATE-ROW
011041         THRU 4056-EXIT
011042         UNTIL WS-END-OF-TABLE-LOAD.
011043     MOVE "00" TO WS-RATE-FILE-STATUS.
011044     IF WS-RATE-TABLE-FULL
011045         DISPLAY "RATEMSTR TOO LARGE FOR ITS TABLE - "
011046              "KEYED READS USED"
011047     ELSE
011048         SET WS-RATE-TABLE-LOADED TO TRUE
011049     END-IF.
011050 4055-EXIT.
011051     EXIT.
011052******************************************************************
011053* 4056-LOAD-ONE-RATE-ROW - READ THE NEXT RATE ROW INTO THE TABLE.
011054*                  A ROW BEYOND THE LAST ENTRY MARKS THE TABLE
011055*                  FULL.
011056******************************************************************
011057 4056-LOAD-ONE-RATE-ROW.
011058     READ RATE-MASTER-FILE NEXT RECORD
011059         AT END
011060             SET WS-END-OF-TABLE-LOAD TO TRUE
011061     END-READ.
011062     IF WS-END-OF-TABLE-LOAD
011063         GO TO 4056-EXIT
011064     END-IF.
011065     IF WS-RATE-TABLE-COUNT = 2000
011066         SET WS-RATE-TABLE-FULL TO TRUE
011067         SET WS-END-OF-TABLE-LOAD TO TRUE
011068         GO TO 4056-EXIT
011069     END-IF.
011070     ADD 1 TO WS-RATE-TABLE-COUNT.
011071     SET RX-IDX TO WS-RATE-TABLE-COUNT.
011072     MOVE RM-RATE-CODE        TO RX-RATE-CODE (RX-IDX).
011073     MOVE RM-EFFECTIVE-FROM   TO RX-EFFECTIVE-FROM (RX-IDX).
011074     MOVE RM-EFFECTIVE-TO     TO RX-EFFECTIVE-TO (RX-IDX).
011075     MOVE RM-RATE-VALUE       TO RX-RATE-VALUE (RX-IDX).
011076     MOVE RM-RATE-DESCRIPTION TO RX-RATE-DESCRIPTION (RX-IDX).
011077     MOVE RM-COMPANY-CODE     TO RX-COMPANY-CODE (RX-IDX).
011078 4056-EXIT.
011079     EXIT.
011080******************************************************************
011081* 4060-LOAD-OVERRIDE-TABLE - SWEEP ACCTRATE IN KEY ORDER INTO THE
011082*                  ACCOUNT OVERRIDE TABLE.
011083******************************************************************
011084 4060-LOAD-OVERRIDE-TABLE.
011085     MOVE ZERO TO WS-OVRD-TABLE-COUNT.
011086     MOVE "N" TO WS-TABLE-EOF-SWITCH.
011087     MOVE LOW-VALUES TO AR-OVERRIDE-KEY.
011088     START ACCT-RATE-FILE KEY IS NOT LESS THAN AR-OVERRIDE-KEY
011089         INVALID KEY
011090             SET WS-END-OF-TABLE-LOAD TO TRUE
011091     END-START.
011092     PERFORM 4061-LOAD-ONE-OVERRIDE-ROW
011093         THRU 4061-EXIT
011094         UNTIL WS-END-OF-TABLE-LOAD.
011095     IF WS-OVRD-TABLE-FULL
011096         DISPLAY "ACCTRATE TOO LARGE FOR ITS TABLE - "
011097              "KEYED READS USED"
011098     ELSE
011099         SET WS-OVRD-TABLE-LOADED TO TRUE
011100     END-IF.
011101 4060-EXIT.
011102     EXIT.
011103******************************************************************
011104* 4061-LOAD-ONE-OVERRIDE-ROW - READ THE NEXT OVERRIDE ROW INTO THE
011105*                  TABLE.
011106******************************************************************
011107 4061-LOAD-ONE-OVERRIDE-ROW.
011108     READ ACCT-RATE-FILE NEXT RECORD
011109         AT END
011110             SET WS-END-OF-TABLE-LOAD TO TRUE
011111     END-READ.
011112     IF WS-END-OF-TABLE-LOAD
011113         GO TO 4061-EXIT
011114     END-IF.
011115     IF WS-OVRD-TABLE-COUNT = 2000
011116         SET WS-OVRD-TABLE-FULL TO TRUE
011117         SET WS-END-OF-TABLE-LOAD TO TRUE
011118         GO TO 4061-EXIT
011119     END-IF.
011120     ADD 1 TO WS-OVRD-TABLE-COUNT.
011121     SET OV-IDX TO WS-OVRD-TABLE-COUNT.
011122     MOVE AR-ACCOUNT-ID       TO OV-ACCOUNT-ID (OV-IDX).
011123     MOVE AR-RATE-CODE        TO OV-RATE-CODE (OV-IDX).
011124     MOVE AR-EFFECTIVE-FROM   TO OV-EFFECTIVE-FROM (OV-IDX).
011125     MOVE AR-EFFECTIVE-TO     TO OV-EFFECTIVE-TO (OV-IDX).
011126     MOVE AR-RATE-VALUE       TO OV-RATE-VALUE (OV-IDX).
011127 4061-EXIT.
011128     EXIT.
011129******************************************************************
011130* 4065-LOAD-CURRENCY-TABLE - SWEEP CURRMSTR IN KEY ORDER INTO THE
011131*                  CURRENCY TABLE.
011132******************************************************************
011133 4065-LOAD-CURRENCY-TABLE.
011134     MOVE ZERO TO WS-CURR-TABLE-COUNT.
011135     MOVE "N" TO WS-TABLE-EOF-SWITCH.
011136     MOVE LOW-VALUES TO CX-CURRENCY-KEY.
011137     START CURR-MASTER-FILE KEY IS NOT LESS THAN CX-CURRENCY-KEY
011138         INVALID KEY
011139             SET WS-END-OF-TABLE-LOAD TO TRUE
011140     END-START.
011141     PERFORM 4066-LOAD-ONE-CURRENCY-ROW
011142         THRU 4066-EXIT
011143         UNTIL WS-END-OF-TABLE-LOAD.
011144     IF WS-CURR-TABLE-FULL
011145         DISPLAY "CURRMSTR TOO LARGE FOR ITS TABLE - "
011146              "KEYED READS USED"
011147     ELSE
011148         SET WS-CURR-TABLE-LOADED TO TRUE
011149     END-IF.
011150 4065-EXIT.
011151     EXIT.
011152******************************************************************
011153* 4066-LOAD-ONE-CURRENCY-ROW - READ THE NEXT CURRENCY ROW INTO THE
011154*                  TABLE.
011155******************************************************************
011156 4066-LOAD-ONE-CURRENCY-ROW.
011157     READ CURR-MASTER-FILE NEXT RECORD
011158         AT END
011159             SET WS-END-OF-TABLE-LOAD TO TRUE
011160     END-READ.
011161     IF WS-END-OF-TABLE-LOAD
011162         GO TO 4066-EXIT
011163     END-IF.
011164     IF WS-CURR-TABLE-COUNT = 500
011165         SET WS-CURR-TABLE-FULL TO TRUE
011166         SET WS-END-OF-TABLE-LOAD TO TRUE
011167         GO TO 4066-EXIT
011168     END-IF.
011169     ADD 1 TO WS-CURR-TABLE-COUNT.
011170     SET CV-IDX TO WS-CURR-TABLE-COUNT.
011171     MOVE CX-CURRENCY-CODE    TO CV-CURRENCY-CODE (CV-IDX).
011172     MOVE CX-EFFECTIVE-FROM   TO CV-EFFECTIVE-FROM (CV-IDX).
011173     MOVE CX-EFFECTIVE-TO     TO CV-EFFECTIVE-TO (CV-IDX).
011174     MOVE CX-RATE-TO-BASE     TO CV-RATE-TO-BASE (CV-IDX).
011175 4066-EXIT.
011176     EXIT.
011177******************************************************************
011178* 4070-LOAD-ACCOUNT-TABLE - SWEEP ACCTMSTR IN KEY ORDER INTO THE
011179*                  ACCOUNT TABLE, KEEPING EACH WHOLE RECORD.
011180******************************************************************
011181 4070-LOAD-ACCOUNT-TABLE.
011182     MOVE ZERO TO WS-ACCT-TABLE-COUNT.
011183     MOVE "N" TO WS-TABLE-EOF-SWITCH.
011184     MOVE LOW-VALUES TO AM-ACCOUNT-ID.
011185     START ACCOUNT-MASTER-FILE KEY IS NOT LESS THAN AM-ACCOUNT-ID
011186         INVALID KEY
011187             SET WS-END-OF-TABLE-LOAD TO TRUE
011188     END-START.
011189     PERFORM 4071-LOAD-ONE-ACCOUNT-ROW
011190         THRU 4071-EXIT
011191         UNTIL WS-END-OF-TABLE-LOAD.
011192     IF WS-ACCT-TABLE-FULL
011193         DISPLAY "ACCTMSTR TOO LARGE FOR ITS TABLE - "
011194              "KEYED READS USED"
011195     ELSE
011196         SET WS-ACCT-TABLE-LOADED TO TRUE
011197     END-IF.
011198 4070-EXIT.
011199     EXIT.
011200******************************************************************
011201* 4071-LOAD-ONE-ACCOUNT-ROW - READ THE NEXT ACCOUNT INTO THE
011202*                  TABLE.
011203******************************************************************
011204 4071-LOAD-ONE-ACCOUNT-ROW.
011205     READ ACCOUNT-MASTER-FILE NEXT RECORD
011206         AT END
011207             SET WS-END-OF-TABLE-LOAD TO TRUE
011208     END-READ.
011209     IF WS-END-OF-TABLE-LOAD
011210         GO TO 4071-EXIT
011211     END-IF.
011212     IF WS-ACCT-TABLE-COUNT = 2000
011213         SET WS-ACCT-TABLE-FULL TO TRUE
011214         SET WS-END-OF-TABLE-LOAD TO TRUE
011215         GO TO 4071-EXIT
011216     END-IF.
011217     ADD 1 TO WS-ACCT-TABLE-COUNT.
011218     SET AC-IDX TO WS-ACCT-TABLE-COUNT.
011219     MOVE AM-ACCOUNT-ID         TO AC-ACCOUNT-ID (AC-IDX).
011220     MOVE ACCOUNT-MASTER-RECORD TO AC-ACCOUNT-IMAGE (AC-IDX).
011221 4071-EXIT.
011222     EXIT.
011223******************************************************************
011224* 4100-READ-TRANS-RECORD - GET THE NEXT INPUT TRIPLE.
011225******************************************************************
011300 4100-READ-TRANS-RECORD.
011400     READ CALC-TRANS-FILE
011500         AT END
012200*                             READ THE NEXT ONE.
012300******************************************************************
012400 4200-PROCESS-TRANS-RECORD.
012402     MOVE "N" TO WS-QUOTE-APPLIED-SWITCH.
012404     MOVE SPACES TO WS-QUOTE-NOTE.
012406     MOVE SPACE TO WS-RETURN-DISPOSITION.
012408     IF CT-VALUE-DATE NUMERIC AND CT-VALUE-DATE > ZERO
012410         MOVE CT-VALUE-DATE TO WS-VALUE-DATE
012412         MOVE "DATVAL" TO WS-LIB-FUNCTION
012414         CALL "Routines1" USING WS-LIB-FUNCTION,
012416             WS-LIB-RETURN-CODE, WS-VALUE-DATE, WS-LIB-MSG-PREFIX,
012418             WS-LIB-MSG-VALUE, WS-LIB-MSG-TEXT
012420     ELSE
012422         MOVE WS-TODAYS-DATE TO WS-VALUE-DATE
012424         MOVE ZERO TO WS-LIB-RETURN-CODE
012426     END-IF.
012428     IF WS-LIB-RETURN-CODE NOT = ZERO
012430         MOVE WS-TODAYS-DATE TO WS-VALUE-DATE
012432         SET WS-CALC-FAILED TO TRUE
012434         MOVE "VALUE DATE NOT A CALENDAR DATE" TO WS-FAIL-REASON
012436         PERFORM 4350-LOG-UNPROCESSED-RECORD
012438             THRU 4350-EXIT
012440         PERFORM 4400-FILE-DEPARTMENT-RETURN
012442             THRU 4400-EXIT
012444         PERFORM 4100-READ-TRANS-RECORD
012446             THRU 4100-EXIT
012448         GO TO 4200-EXIT
012450     END-IF.
012452     IF WS-VALUE-DATE > WS-TODAYS-DATE
012454         PERFORM 4300-WAREHOUSE-TRANS-RECORD
012456             THRU 4300-EXIT
012458         PERFORM 4400-FILE-DEPARTMENT-RETURN
012460             THRU 4400-EXIT
012462         PERFORM 4100-READ-TRANS-RECORD
012464             THRU 4100-EXIT
012466         GO TO 4200-EXIT
012468     END-IF.
012500     MOVE CT-NUM1   TO num1.
012600     MOVE CT-NUM2   TO num2.
012650     SET NUM1-WAS-ENTERED TO TRUE.
012711     MOVE CT-CURRENCY-CODE TO WS-CURRENCY-CODE.
012712     MOVE SPACES TO WS-RATE-CODE-USED.
012713     MOVE SPACE TO WS-RATE-SOURCE-USED.
012714     MOVE ZERO TO WS-RATE-TIER-USED.
012715     PERFORM 3095-CONVERT-TO-BASE
012716         THRU 3095-EXIT.
012719     IF WS-CALC-FAILED
012722         MOVE ZERO TO result
012725         PERFORM 6000-WRITE-LOG-RECORD
012728             THRU 6000-EXIT
012729         PERFORM 4400-FILE-DEPARTMENT-RETURN
012730             THRU 4400-EXIT
012731         PERFORM 4100-READ-TRANS-RECORD
012734             THRU 4100-EXIT
012737         GO TO 4200-EXIT
012740     END-IF.
012741     IF CT-QUOTE-NO NUMERIC AND CT-QUOTE-NO > ZERO
012742         PERFORM 4260-APPLY-BATCH-QUOTE
012743             THRU 4260-EXIT
012744         IF WS-CALC-FAILED
012745             MOVE ZERO TO result
012746             PERFORM 6000-WRITE-LOG-RECORD
012747                 THRU 6000-EXIT
012748             PERFORM 4400-FILE-DEPARTMENT-RETURN
012749                 THRU 4400-EXIT
012750             PERFORM 4100-READ-TRANS-RECORD
012751                 THRU 4100-EXIT
012752             GO TO 4200-EXIT
012753         END-IF
012754     END-IF.
012755     IF CT-RATE-CODE NOT = SPACES AND NOT WS-QUOTE-APPLIED
012756         PERFORM 4250-RESOLVE-BATCH-RATE
012757             THRU 4250-EXIT
012758         IF WS-CALC-FAILED
012759             MOVE ZERO TO result
012760             PERFORM 6000-WRITE-LOG-RECORD
012761                 THRU 6000-EXIT
012762             PERFORM 4400-FILE-DEPARTMENT-RETURN
012763                 THRU 4400-EXIT
012764             PERFORM 4100-READ-TRANS-RECORD
012767                 THRU 4100-EXIT
012770             GO TO 4200-EXIT
012970     END-IF.
013050     PERFORM 6000-WRITE-LOG-RECORD
013060         THRU 6000-EXIT.
013065     PERFORM 3960-MARK-QUOTE-CONVERTED
013070         THRU 3960-EXIT.
013075     PERFORM 4400-FILE-DEPARTMENT-RETURN
013080         THRU 4400-EXIT.
013100     PERFORM 4100-READ-TRANS-RECORD
013200         THRU 4100-EXIT.
013201 4200-EXIT.
013202     EXIT.
013203******************************************************************
013204* 4250-RESOLVE-BATCH-RATE - A BATCH RECORD MAY CARRY A RATE CODE
013205*                  INSTEAD OF A LITERAL SECOND OPERAND, SO THE
013206*                  FAT-FINGER PROTECTION THE INTERACTIVE LOOKUP
013207*                  WAS BUILT FOR FOLLOWS THE DATA INTO THE
013208*                  OVERNIGHT RUN. AN UNKNOWN CODE FAILS JUST THIS
013209*                  RECORD, WITH ITS OWN LOG REASON - THE RUN
013210*                  CARRIES ON.
013211******************************************************************
013212 4250-RESOLVE-BATCH-RATE.
013213     SET WS-CALC-OK TO TRUE.
013214     IF NOT WS-RATE-FILE-OK
013215         SET WS-CALC-FAILED TO TRUE
013216         SET WS-CALC-RUN-HAD-ERRORS TO TRUE
013217         MOVE "RATE MASTER NOT AVAILABLE" TO WS-FAIL-REASON
013218         GO TO 4250-EXIT
013219     END-IF.
013220     MOVE CT-RATE-CODE TO WS-LOOKUP-RATE-CODE.
013221     MOVE WS-VALUE-DATE TO WS-RATE-LOOKUP-DATE.
013222     PERFORM 3068-RESOLVE-RATE
013223         THRU 3068-EXIT.
013224     IF WS-RATE-FOUND
013225         MOVE WS-FOUND-RATE-VALUE TO num2
013226         MOVE CT-RATE-CODE TO WS-RATE-CODE-USED
013227     ELSE
013228         SET WS-CALC-FAILED TO TRUE
013229         SET WS-CALC-RUN-HAD-ERRORS TO TRUE
013230         MOVE "RATE CODE NOT FOUND ON MASTER" TO WS-FAIL-REASON
013231     END-IF.
013232 4250-EXIT.
013233     EXIT.
013234******************************************************************
013235* 4260-APPLY-BATCH-QUOTE - A BATCH RECORD QUOTING A STILL-GOOD
013236*                  QUOTATION IS CHARGED THE QUOTED RATE. ONE WHOSE
013237*                  QUOTE IS NO LONGER GOOD IS PRICED AT THE
013238*                  PUBLISHED RATE FOR ITS OWN RATE CODE, OR THE
013239*                  QUOTE'S WHEN IT CARRIES NONE, AND THE LOG
013240*                  CARRIES THE REASON. WITH NO RATE CODE TO FALL
013241*                  BACK ON THE RECORD FAILS.
013242******************************************************************
013243 4260-APPLY-BATCH-QUOTE.
013244     SET WS-CALC-OK TO TRUE.
013245     MOVE CT-QUOTE-NO TO WS-QUOTE-NO.
013246     PERFORM 3950-CHECK-QUOTE
013247         THRU 3950-EXIT.
013248     IF WS-QUOTE-VALID
013249         MOVE QT-QUOTED-RATE TO num2
013250         MOVE QT-RATE-CODE TO WS-RATE-CODE-USED
013251         MOVE "Q" TO WS-RATE-SOURCE-USED
013252         MOVE ZERO TO WS-RATE-TIER-USED
013253         SET WS-QUOTE-APPLIED TO TRUE
013254         GO TO 4260-EXIT
013255     END-IF.
013256     IF CT-RATE-CODE = SPACES AND WS-QUOTE-FOUND
013257         MOVE QT-RATE-CODE TO CT-RATE-CODE
013258     END-IF.
013259     IF CT-RATE-CODE = SPACES
013260         SET WS-CALC-FAILED TO TRUE
013261         SET WS-CALC-RUN-HAD-ERRORS TO TRUE
013262         MOVE WS-QUOTE-NOTE TO WS-FAIL-REASON
013263     END-IF.
013264 4260-EXIT.
013265     EXIT.
013266******************************************************************
013267* 4300-WAREHOUSE-TRANS-RECORD - A BATCH RECORD VALUE-DATED AFTER
013268*                  THE BUSINESS DATE IS HELD ON THE WAREHOUSE AS
013269*                  IT ARRIVED, WITH ITS BATCH AND DEPARTMENT. A
013270*                  RECORD THAT CANNOT BE WAREHOUSED IS LOGGED AS
013271*                  FAILED SO THE EXCEPTION REPORT SHOWS IT - IT IS
013272*                  NEVER PRICED EARLY.
013273******************************************************************
013274 4300-WAREHOUSE-TRANS-RECORD.
013275     INITIALIZE WAREHOUSE-RECORD.
013276     MOVE CT-NUM1 TO WH-NUM1.
013277     MOVE CT-NUM2 TO WH-NUM2.
013278     MOVE CT-OPTION TO WH-OPTION.
013279     MOVE CT-ACCOUNT-ID TO WH-ACCOUNT-ID.
013280     MOVE CT-RATE-CODE TO WH-RATE-CODE.
013281     MOVE CT-CURRENCY-CODE TO WH-CURRENCY-CODE.
013282     MOVE WS-BATCH-ID TO WH-BATCH-ID.
013283     MOVE WS-SOURCE-DEPT TO WH-SOURCE-DEPT.
013284     IF CT-QUOTE-NO NUMERIC
013285         MOVE CT-QUOTE-NO TO WH-QUOTE-NO
013286     END-IF.
013287     MOVE "B" TO WH-ORIGIN.
013288     MOVE CT-ACCOUNT-ID TO WS-ACCOUNT-ID.
013289     PERFORM 3850-WRITE-WAREHOUSE-ROW
013290         THRU 3850-EXIT.
013291     IF WS-CALC-FAILED
013292         PERFORM 4350-LOG-UNPROCESSED-RECORD
013293             THRU 4350-EXIT
013294     ELSE
013295         MOVE "W" TO WS-RETURN-DISPOSITION
013296     END-IF.
013297 4300-EXIT.
013298     EXIT.
013299******************************************************************
013300* 4350-LOG-UNPROCESSED-RECORD - LOG THE CURRENT BATCH RECORD AS
013301*                  FAILED, AS IT ARRIVED, UNDER THE REASON THE
013302*                  CALLER SET - NOTHING IS PRICED.
013303******************************************************************
013304 4350-LOG-UNPROCESSED-RECORD.
013305     SET WS-CALC-RUN-HAD-ERRORS TO TRUE.
013306     MOVE CT-NUM1 TO num1.
013307     MOVE CT-NUM2 TO num2.
013308     MOVE CT-OPTION TO option.
013309     MOVE CT-ACCOUNT-ID TO WS-ACCOUNT-ID.
013310     MOVE CT-CURRENCY-CODE TO WS-CURRENCY-CODE.
013311     MOVE ZERO TO WS-ORIG-AMOUNT.
013312     MOVE CT-RATE-CODE TO WS-RATE-CODE-USED.
013313     MOVE SPACE TO WS-RATE-SOURCE-USED.
013314     MOVE ZERO TO WS-RATE-TIER-USED.
013315     MOVE ZERO TO result.
013316     PERFORM 6000-WRITE-LOG-RECORD
013317         THRU 6000-EXIT.
013318 4350-EXIT.
013319     EXIT.
013320******************************************************************
013321* 4400-FILE-DEPARTMENT-RETURN - A RECORD THAT CAME IN THROUGH
013322*                  CALCINTAKEMERGE CARRIES ITS INTAKE REFERENCE;
013323*                  ITS ROW ON THE RETURN WORK FILE IS REWRITTEN
013324*                  WITH WHAT THE RUN DID WITH IT. A WAREHOUSED
013325*                  RECORD WAS NOT LOGGED; ANY OTHER OUTCOME IS THE
013326*                  LOG RECORD JUST WRITTEN OR HELD.
013327******************************************************************
013328 4400-FILE-DEPARTMENT-RETURN.
013329     IF NOT WS-RTW-OPEN
013330         GO TO 4400-EXIT
013331     END-IF.
013332     IF CT-INTAKE-SOURCE NOT NUMERIC OR CT-INTAKE-SOURCE = ZERO
013333         OR CT-INTAKE-RECORD-NO NOT NUMERIC
013334         GO TO 4400-EXIT
013335     END-IF.
013336     MOVE CT-INTAKE-SOURCE TO RW-SOURCE-NO.
013337     MOVE CT-INTAKE-RECORD-NO TO RW-RECORD-NO.
013338     READ RETURN-WORK-FILE
013339         INVALID KEY
013340             GO TO 4400-EXIT
013341     END-READ.
013342     MOVE SPACES TO RW-REASON-CODE.
013343     IF WS-RETURN-BY-LOG
013344         IF CL-STATUS-OK
013345             SET RW-PRICED TO TRUE
013346         ELSE
013347             SET RW-FAILED TO TRUE
013348         END-IF
013349     ELSE
013350         MOVE WS-RETURN-DISPOSITION TO RW-DISPOSITION
013351     END-IF.
013352     IF RW-WAREHOUSED
013353         MOVE ZERO TO RW-LOG-DATE
013354         MOVE ZERO TO RW-LOG-SEQUENCE
013355         MOVE ZERO TO RW-RESULT
013356         MOVE SPACE TO RW-LOG-STATUS
013357         MOVE SPACES TO RW-ERROR-REASON
013358         STRING "WAREHOUSED TO VALUE DATE " DELIMITED BY SIZE
013359             WS-VALUE-DATE DELIMITED BY SIZE
013360             INTO RW-ERROR-REASON
013361     ELSE
013362         MOVE CL-LOG-DATE TO RW-LOG-DATE
013363         MOVE CL-SEQUENCE-NO TO RW-LOG-SEQUENCE
013364         MOVE CL-RESULT TO RW-RESULT
013365         MOVE CL-STATUS TO RW-LOG-STATUS
013366         MOVE CL-ERROR-REASON TO RW-ERROR-REASON
013367     END-IF.
013368     REWRITE RETURN-WORK-RECORD
013369         INVALID KEY
013370             GO TO 4400-EXIT
013371     END-REWRITE.
013372     ADD 1 TO WS-RETURNS-FILED.
013373 4400-EXIT.
013462     EXIT.
013463******************************************************************
013464* 4500-REPLAY-RUN - READ THE TRANSACTION LOG BACK IN AND
013525     MOVE CL-OPTION TO option.
013527     PERFORM 5000-CALCULATE
013529         THRU 5000-EXIT.
013530*    A PROMOTION WAS TAKEN OFF AFTER THE ARITHMETIC - TAKE THE
013531*    SAME DISCOUNT OFF THE RECOMPUTED RESULT BEFORE COMPARING.
013532     IF WS-CALC-OK
013533         SUBTRACT CL-PROMO-DISCOUNT FROM result
013534     END-IF.
013535     PERFORM 4800-COMPARE-REPLAY
013536         THRU 4800-EXIT.
013537     PERFORM 4600-READ-LOG-RECORD
013538         THRU 4600-EXIT.
013539 4700-EXIT.
013541     EXIT.
013543******************************************************************
016300                 ON SIZE ERROR
016400                     SET WS-CALC-FAILED TO TRUE
016500             END-DIVIDE
016501         WHEN 5
016502             COMPUTE result ROUNDED = (num1 * num2) / 100
016503                 ON SIZE ERROR
016504                     SET WS-CALC-FAILED TO TRUE
016505             END-COMPUTE
016506             IF WS-CALC-OK
016507                 DIVIDE num1 BY num2 GIVING WS-PCT-QUOTIENT
016508                     ROUNDED REMAINDER WS-PCT-REMAINDER
016509                     ON SIZE ERROR
016510                         SET WS-CALC-FAILED TO TRUE
016511                 END-DIVIDE
016512             END-IF
016513         WHEN OTHER
016514             SET WS-CALC-FAILED TO TRUE
016515     END-EVALUATE.
016516     IF WS-CALC-FAILED
016517         DISPLAY "Cannot compute - check operands and try again."
016518         SET WS-CALC-RUN-HAD-ERRORS TO TRUE
016519         PERFORM 5100-WRITE-ERROR-LOG
016520             THRU 5100-EXIT
016521     END-IF.
016522 5000-EXIT.
016523     EXIT.
016524******************************************************************
016525* 5100-WRITE-ERROR-LOG - RECORD A SIZE ERROR TO THE SHARED
016526*                        ERROR LOG SO OPERATORS HAVE ONE PLACE
016527*                        TO CHECK ACROSS ALL FOUR PROGRAMS.
016528******************************************************************
016529 5100-WRITE-ERROR-LOG.
016530     MOVE "CALC"           TO EL-PROGRAM-ID.
016531     MOVE WS-TODAYS-DATE   TO EL-ERROR-DATE.
016532     ACCEPT WS-CURRENT-TIME FROM TIME.
016533     MOVE WS-CURRENT-TIME  TO EL-ERROR-TIME.
016534     MOVE "SIZE"           TO EL-ERROR-TYPE.
016535     SET EL-SEV-SEVERE     TO TRUE.
016536     MOVE "SIZE ERROR OR DIVIDE BY ZERO IN CALCULATION"
016537         TO EL-ERROR-TEXT.
016538     MOVE WS-TODAYS-DATE   TO EL-REF-DATE.
016539     MOVE WS-OPERATOR-ID   TO EL-REF-OPERATOR.
016540     COMPUTE EL-REF-SEQUENCE = WS-LOG-SEQ + 1.
016541     MOVE num1             TO EL-NUM1-VALUE.
016542     MOVE num2             TO EL-NUM2-VALUE.
016543     MOVE "5000-CALCULATE" TO EL-PARAGRAPH.
016544     MOVE "N" TO EL-ACK-STATUS.
016545     MOVE SPACES TO EL-ACK-OPERATOR.
016546     MOVE ZERO TO EL-ACK-DATE.
016547     MOVE SPACES TO EL-ACK-DISPOSITION.
016548     WRITE ERRLOG-RECORD.
016549     PERFORM 5900-RAISE-ERRLOG-ALERT
016550         THRU 5900-EXIT.
016551 5100-EXIT.
016552     EXIT.
016553******************************************************************
016554* 5900-RAISE-ERRLOG-ALERT - PASS THE ENTRY JUST WRITTEN TO ERRLOG
016555*                  TO ALERTWRITER AS AN ERRLOG ALERT. THE RULE'S
016556*                  MINIMUM SEVERITY DECIDES WHETHER ANYONE IS
016557*                  PAGED; THE PROGRAM, ERROR TYPE AND DATE IN THE
016558*                  DEDUPE KEY KEEP A RUN OF THE SAME ERROR TO ONE
016559*                  PAGE.
016560******************************************************************
016561 5900-RAISE-ERRLOG-ALERT.
016562     MOVE "ERRLOG" TO AQ-CONDITION.
016563     MOVE EL-PROGRAM-ID TO AQ-SOURCE.
016564     MOVE EL-SEVERITY TO AQ-SOURCE-SEVERITY.
016565     MOVE ZERO TO AQ-MEASURE.
016566     MOVE SPACES TO AQ-DEDUPE-KEY.
016567     STRING "ERRLOG " DELIMITED BY SIZE
016568         EL-PROGRAM-ID DELIMITED BY SIZE
016569         " " DELIMITED BY SIZE
016570         EL-ERROR-TYPE DELIMITED BY SIZE
016571         " " DELIMITED BY SIZE
016572         EL-ERROR-DATE DELIMITED BY SIZE
016573         INTO AQ-DEDUPE-KEY.
016574     MOVE EL-ERROR-TEXT TO AQ-ALERT-TEXT.
016575     CALL "AlertWriter" USING ALERT-REQUEST, ALERT-RESULT.
016576 5900-EXIT.
016577     EXIT.
016578******************************************************************
016579* 6000-WRITE-LOG-RECORD - APPEND ONE ROW TO THE TRANSACTION LOG
016580*                         SO THERE IS A PAPER TRAIL FOR EVERY
016581*                         CALCULATION PERFORMED. AN OPERAND LEFT
016582*                         BLANK AT ACCEPT TIME AND DEFAULTED TO
016583*                         ZERO IS NOTED HERE EVEN ON A SUCCESSFUL
016584*                         CALCULATION, SO THE LOG SHOWS WHY A
016585*                         ZERO OPERAND WAS ZERO.
016586******************************************************************
016587 6000-WRITE-LOG-RECORD.
016588     PERFORM 6010-CHECK-CUTOFF-TIME
016589         THRU 6010-EXIT.
016590     IF WS-CUTOFF-JUST-ROLLED AND WS-LOG-OPEN-IO
016591         PERFORM 1400-SEED-LOG-SEQUENCE
016592             THRU 1400-EXIT
016593     END-IF.
016594     ADD 1 TO WS-LOG-SEQ.
016595     ACCEPT WS-CURRENT-TIME FROM TIME.
016596     MOVE WS-TODAYS-DATE   TO CL-LOG-DATE.
016597     MOVE WS-OPERATOR-ID   TO CL-OPERATOR-ID.
016598     MOVE WS-LOG-SEQ       TO CL-SEQUENCE-NO.
016599     MOVE WS-CURRENT-TIME  TO CL-LOG-TIME.
016600     MOVE num1             TO CL-NUM1.
016601     MOVE num2             TO CL-NUM2.
016602     MOVE option           TO CL-OPTION.
016603     MOVE result           TO CL-RESULT.
016604     IF WS-CALC-OK
016605         SET CL-STATUS-OK TO TRUE
016606         IF NUM1-NOT-ENTERED OR NUM2-NOT-ENTERED
016607             MOVE "OPERAND LEFT BLANK, DEFAULTED TO ZERO"
016608                 TO CL-ERROR-REASON
016609         ELSE
016610*            A QUOTE NO LONGER GOOD, PRICED AT THE PUBLISHED RATE
016611             MOVE WS-QUOTE-NOTE TO CL-ERROR-REASON
016612         END-IF
016613     ELSE
016614         SET CL-STATUS-ERROR TO TRUE
016615         MOVE WS-FAIL-REASON TO CL-ERROR-REASON
016616     END-IF.
016617     MOVE ZERO TO CL-EXTRACT-GEN.
016618     MOVE ZERO TO CL-CREDIT-GEN.
016619     MOVE SPACES TO CL-VOID-REASON.
016620     MOVE SPACES TO CL-VOID-OPERATOR.
016621     MOVE WS-ACCOUNT-ID TO CL-ACCOUNT-ID.
016622     MOVE WS-RATE-CODE-USED TO CL-RATE-CODE.
016623     MOVE WS-GROUP-REF TO CL-GROUP-REF.
016624     MOVE WS-RATE-SOURCE-USED TO CL-RATE-SOURCE.
016625     MOVE WS-RATE-TIER-USED TO CL-RATE-TIER.
016626     MOVE WS-SOURCE-DEPT TO CL-SOURCE-DEPT.
016627     MOVE WS-VALUE-DATE TO CL-VALUE-DATE.
016628     MOVE WS-CURRENCY-CODE TO CL-CURRENCY-CODE.
016629     MOVE WS-ORIG-AMOUNT TO CL-ORIG-AMOUNT.
016630     PERFORM 6495-GET-ACCOUNT-COMPANY
016631         THRU 6495-EXIT.
016632     MOVE WS-ACCOUNT-COMPANY TO CL-COMPANY-CODE.
016633     PERFORM 6040-APPLY-PROMOTION
016634         THRU 6040-EXIT.
016635     PERFORM 6050-COMPUTE-TAX
016636         THRU 6050-EXIT.
016637     PERFORM 6045-CHECK-PROMOTION-PRICED
016638         THRU 6045-EXIT.
016639     PERFORM 6450-CHECK-CREDIT-LIMIT
016640         THRU 6450-EXIT.
016641     IF WS-CREDIT-HOLD
016642         PERFORM 6350-HOLD-FOR-CREDIT
016643             THRU 6350-EXIT
016644         GO TO 6000-EXIT
016645     END-IF.
016646     IF CL-STATUS-OK AND CL-RESULT > CTL-APPROVAL-THRESHOLD
016647         PERFORM 6300-HOLD-FOR-APPROVAL
016648             THRU 6300-EXIT
016649         GO TO 6000-EXIT
016650     END-IF.
016651     PERFORM 6460-CHECK-AMOUNT-PROFILE
016652         THRU 6460-EXIT.
016653     IF WS-OUTSIDE-PROFILE
016654         PERFORM 6300-HOLD-FOR-APPROVAL
016655             THRU 6300-EXIT
016656         GO TO 6000-EXIT
016657     END-IF.
016658     WRITE CALC-LOG-RECORD
016659         INVALID KEY
016660             PERFORM 6200-WRITE-DUPLICATE-KEY-LOG
016661                 THRU 6200-EXIT
016662         NOT INVALID KEY
016663             ADD 1 TO WS-RUN-RECORDS-WRITTEN
016664             ADD CL-RESULT TO WS-RUN-RESULT-HASH
016665            PERFORM 6100-WRITE-XREF-ROW
016666                THRU 6100-EXIT
016667            PERFORM 6480-ADD-TO-EXPOSURE
016668                THRU 6480-EXIT
016669            IF WS-CUTOFF-ROLLED
016670                PERFORM 6020-REGISTER-ROLLED-ITEM
016671                    THRU 6020-EXIT
016672            END-IF
016673            PERFORM 6046-SPEND-PROMOTION-BUDGET
016674                THRU 6046-EXIT
016675     END-WRITE.
016676     IF WS-CALC-OK
016677         MOVE num1   TO DL-NUM1
016678         MOVE option TO DL-OPTION
016679         MOVE num2   TO DL-NUM2
016680         MOVE result TO DL-RESULT
016681         WRITE PRINT-LINE FROM WS-DETAIL-LINE
016682         IF WS-CURRENCY-CODE NOT = SPACES
016683             MOVE WS-CURRENCY-CODE TO OL-CURRENCY-CODE
016684             MOVE WS-ORIG-AMOUNT TO OL-ORIG-AMOUNT
016685             WRITE PRINT-LINE FROM WS-ORIG-LINE
016686         END-IF
016687         IF CL-TAX-AMOUNT NOT = ZERO
016688             MOVE CL-TAX-JURISDICTION TO TXL-JURISDICTION
016689             MOVE CL-TAX-CODE TO TXL-TAX-CODE
016690             MOVE CL-TAX-AMOUNT TO TXL-TAX-AMOUNT
016691             WRITE PRINT-LINE FROM WS-TAX-LINE
016692             ADD CL-TAX-AMOUNT TO WS-TAX-TOTAL
016693         END-IF
016694         IF CL-PROMO-CODE NOT = SPACES
016695             MOVE CL-PROMO-CODE TO PRL-PROMO-CODE
016696             MOVE CL-PROMO-DISCOUNT TO PRL-DISCOUNT
016697             WRITE PRINT-LINE FROM WS-PROMO-LINE
016698             ADD CL-PROMO-DISCOUNT TO WS-PROMO-TOTAL
016699         END-IF
016700         ADD result TO WS-GRAND-TOTAL
016701     END-IF.
016702 6000-EXIT.
016703     EXIT.
016704******************************************************************
016705* 6010-CHECK-CUTOFF-TIME - ONCE THE CLOCK REACHES THE CTLPARM
016706*                  CUT-OFF, MOVE THE SESSION ON TO THE NEXT
016707*                  PROCESSING DATE SO LATE WORK LANDS IN
016708*                  TOMORROW'S SUMMARY AND BILLING INSTEAD OF A DAY
016709*                  ALREADY CUT. A BUSDATE CONTROL IN FORCE MEANS
016710*                  OPERATIONS HAS FIXED THE DATE (THE NIGHT'S OWN
016711*                  CHAIN, OR A LATE RUN OF EARLIER WORK) AND
016712*                  NOTHING ROLLS. THE ROLL HAPPENS AT MOST ONCE A
016713*                  SESSION AND IS WRITTEN TO ERRLOG LIKE A BUSDATE
016714*                  OVERRIDE.
016715******************************************************************
016716 6010-CHECK-CUTOFF-TIME.
016717     MOVE "N" TO WS-CUTOFF-JUST-SWITCH.
016718     IF WS-CUTOFF-ROLLED OR WS-BUSDATE-IN-FORCE OR WS-REPLAY-MODE
016719         GO TO 6010-EXIT
016720     END-IF.
016721     ACCEPT WS-CUTOFF-CLOCK FROM TIME.
016722     IF WS-CUTOFF-CLOCK-HHMM < CTL-CUTOFF-TIME
016723         GO TO 6010-EXIT
016724     END-IF.
016725     PERFORM 6015-FIND-NEXT-PROCESSING-DATE
016726         THRU 6015-EXIT.
016727     MOVE WS-LIB-DATE TO WS-TODAYS-DATE.
016728     SET WS-CUTOFF-ROLLED TO TRUE.
016729     SET WS-CUTOFF-JUST-ROLLED TO TRUE.
016730     MOVE CTL-CUTOFF-TIME TO WS-CUTOFF-TIME-PARTS.
016731     MOVE CP-HOURS   TO CE-HOURS.
016732     MOVE CP-MINUTES TO CE-MINUTES.
016733     DISPLAY "PAST THE " WS-CUTOFF-TIME-EDIT " CUT-OFF - WORK IS "
016734         "NOW DATED " WS-TODAYS-DATE " (NEXT PROCESSING DATE)".
016735     MOVE "CALC"           TO EL-PROGRAM-ID.
016736     MOVE WS-TODAYS-DATE   TO EL-ERROR-DATE.
016737     MOVE WS-CUTOFF-CLOCK  TO EL-ERROR-TIME.
016738     MOVE "DATE"           TO EL-ERROR-TYPE.
016739     SET EL-SEV-INFO       TO TRUE.
016740     MOVE "PAST CUT-OFF - LOGGED UNDER NEXT PROCESSING DATE"
016741         TO EL-ERROR-TEXT.
016742     MOVE WS-SYSTEM-DATE TO EL-REF-DATE.
016743     MOVE WS-OPERATOR-ID TO EL-REF-OPERATOR.
016744     MOVE ZERO TO EL-REF-SEQUENCE.
016745     MOVE ZERO TO EL-NUM1-VALUE.
016746     MOVE ZERO TO EL-NUM2-VALUE.
016747     MOVE "6010-CHECK-CUTOFF-TIME" TO EL-PARAGRAPH.
016748     MOVE "N" TO EL-ACK-STATUS.
016749     MOVE SPACES TO EL-ACK-OPERATOR.
016750     MOVE ZERO TO EL-ACK-DATE.
016751     MOVE SPACES TO EL-ACK-DISPOSITION.
016752     WRITE ERRLOG-RECORD.
016753     PERFORM 5900-RAISE-ERRLOG-ALERT
016754         THRU 5900-EXIT.
016755 6010-EXIT.
016756     EXIT.
016757******************************************************************
016758* 6015-FIND-NEXT-PROCESSING-DATE - STEP FORWARD A DAY AT A TIME
016759*                  WITH THE LIBRARY'S DATADD SERVICE TO THE FIRST
016760*                  DATE EODCAL MARKS AS A BUSINESS DAY - OR, FOR A
016761*                  DATE THE CALENDAR DOES NOT LIST, THE FIRST
016762*                  WEEKDAY (DATDOW). THE WALK IS CAPPED AT TWO
016763*                  WEEKS SO A CALENDAR OF NOTHING BUT HOLIDAYS
016764*                  CANNOT SPIN THE SESSION. THE DATE IS LEFT IN
016765*                  WS-LIB-DATE.
016766******************************************************************
016767 6015-FIND-NEXT-PROCESSING-DATE.
016768     MOVE WS-TODAYS-DATE TO WS-LIB-DATE.
016769     MOVE "N" TO WS-NEXT-DATE-SWITCH.
016770     MOVE ZERO TO WS-NEXT-DATE-STEPS.
016771     PERFORM 6016-STEP-ONE-DAY
016772         THRU 6016-EXIT
016773         UNTIL WS-NEXT-DATE-FOUND OR WS-NEXT-DATE-STEPS > 14.
016774 6015-EXIT.
016775     EXIT.
016776******************************************************************
016777* 6016-STEP-ONE-DAY - ONE DAY LATER; KEEP IT IF IT IS A
016778*                  PROCESSING DAY.
016779******************************************************************
016780 6016-STEP-ONE-DAY.
016781     ADD 1 TO WS-NEXT-DATE-STEPS.
016782     MOVE SPACES TO WS-LIB-MSG-VALUE.
016783     MOVE "+0000001" TO WS-LIB-MSG-VALUE (1:8).
016784     MOVE "DATADD" TO WS-LIB-FUNCTION.
016785     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
016786         WS-LIB-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
016787         WS-LIB-MSG-TEXT.
016788     PERFORM 6017-LOOK-UP-CALENDAR
016789         THRU 6017-EXIT.
016790     IF WS-CAL-BUSINESS-DAY
016791         SET WS-NEXT-DATE-FOUND TO TRUE
016792         GO TO 6016-EXIT
016793     END-IF.
016794     IF WS-CAL-HOLIDAY
016795         GO TO 6016-EXIT
016796     END-IF.
016797     MOVE SPACES TO WS-LIB-MSG-VALUE.
016798     MOVE "DATDOW" TO WS-LIB-FUNCTION.
016799     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
016800         WS-LIB-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
016801         WS-LIB-MSG-TEXT.
016802     MOVE WS-LIB-MSG-VALUE (1:1) TO WS-DOW-DIGIT.
016803     IF NOT WS-DATE-IS-WEEKEND
016804         SET WS-NEXT-DATE-FOUND TO TRUE
016805     END-IF.
016806 6016-EXIT.
016807     EXIT.
016808******************************************************************
016809* 6017-LOOK-UP-CALENDAR - SCAN EODCAL FOR THE STEP DATE AND NOTE
016810*                  ITS DAY TYPE, OR SPACE WHEN IT IS NOT LISTED OR
016811*                  THERE IS NO CALENDAR.
016812******************************************************************
016813 6017-LOOK-UP-CALENDAR.
016814     MOVE SPACE TO WS-CAL-DAY-TYPE.
016815     MOVE "N" TO WS-CAL-EOF-SWITCH.
016816     OPEN INPUT CALENDAR-FILE.
016817     IF NOT WS-CAL-FILE-OK
016818         GO TO 6017-EXIT
016819     END-IF.
016820     PERFORM 6018-SCAN-ONE-CALENDAR-ROW
016821         THRU 6018-EXIT
016822         UNTIL WS-END-OF-CALENDAR.
016823     CLOSE CALENDAR-FILE.
016824 6017-EXIT.
016825     EXIT.
016826******************************************************************
016827* 6018-SCAN-ONE-CALENDAR-ROW - READ THE NEXT CALENDAR ROW AND STOP
016828*                  AT THE STEP DATE.
016829******************************************************************
016830 6018-SCAN-ONE-CALENDAR-ROW.
016831     READ CALENDAR-FILE
016832         AT END
016833             SET WS-END-OF-CALENDAR TO TRUE
016834     END-READ.
016835     IF NOT WS-END-OF-CALENDAR AND CA-DATE = WS-LIB-DATE
016836         MOVE CA-DAY-TYPE TO WS-CAL-DAY-TYPE
016837         SET WS-END-OF-CALENDAR TO TRUE
016838     END-IF.
016839 6018-EXIT.
016840     EXIT.
016841******************************************************************
016842* 6020-REGISTER-ROLLED-ITEM - NOTE A ROW JUST LOGGED UNDER THE
016843*                  NEXT PROCESSING DATE ON THE CALCCUTR CUT-OFF
016844*                  REGISTER, WITH THE CLOCK DATE AND TIME IT WAS
016845*                  REALLY ENTERED.
016846******************************************************************
016847 6020-REGISTER-ROLLED-ITEM.
016848     OPEN EXTEND CUTOFF-REG-FILE.
016849     IF NOT WS-CUTR-FILE-OK
016850         OPEN OUTPUT CUTOFF-REG-FILE
016851     END-IF.
016852     MOVE SPACES TO CUTOFF-REGISTER-RECORD.
016853     MOVE CL-LOG-DATE    TO CR-LOG-DATE.
016854     MOVE CL-OPERATOR-ID TO CR-OPERATOR-ID.
016855     MOVE CL-SEQUENCE-NO TO CR-SEQUENCE-NO.
016856     MOVE WS-SYSTEM-DATE TO CR-KEYED-DATE.
016857     MOVE CL-LOG-TIME    TO CR-KEYED-TIME.
016858     IF WS-BATCH-MODE
016859         SET CR-FROM-BATCH TO TRUE
016860     ELSE
016861         SET CR-KEYED-AT-PANEL TO TRUE
016862     END-IF.
016863     MOVE CL-ACCOUNT-ID  TO CR-ACCOUNT-ID.
016864     MOVE CL-RATE-CODE   TO CR-RATE-CODE.
016865     MOVE CL-OPTION      TO CR-OPTION.
016866     MOVE CL-RESULT      TO CR-RESULT.
016867     MOVE CL-STATUS      TO CR-STATUS.
016868     WRITE CUTOFF-REGISTER-RECORD.
016869     CLOSE CUTOFF-REG-FILE.
016870 6020-EXIT.
016871     EXIT.
016872******************************************************************
016873* 6040-APPLY-PROMOTION - TAKE THE FIRST ELIGIBLE PROMMSTR
016874*                  PROMOTION OFF A SUCCESSFUL RATE-PRICED CHARGE.
016875*                  ELIGIBLE MEANS ACTIVE, IN FORCE ON THE VALUE
016876*                  DATE, LISTING THE CHARGE'S RATE CODE AND
016877*                  ACCOUNT (OR NOT LIMITED THAT WAY) AND WITH
016878*                  BUDGET LEFT. A PERCENTAGE IS TAKEN OF THE
016879*                  RESULT; A FLAT AMOUNT NEVER TAKES THE CHARGE
016880*                  BELOW ZERO; EITHER IS CUT DOWN TO THE BUDGET
016881*                  REMAINING. THIS RUNS BEFORE THE TAX SO THE TAX
016882*                  IS PRICED ON THE DISCOUNTED CHARGE.
016883******************************************************************
016884 6040-APPLY-PROMOTION.
016885     MOVE SPACES TO CL-PROMO-CODE.
016886     MOVE ZERO TO CL-PROMO-DISCOUNT.
016887     IF NOT CL-STATUS-OK OR CL-RATE-CODE = SPACES
016888         GO TO 6040-EXIT
016889     END-IF.
016890     IF CL-RESULT NOT > ZERO OR NOT WS-PROMO-OPEN
016891         GO TO 6040-EXIT
016892     END-IF.
016893     MOVE WS-VALUE-DATE TO WS-PROMO-DATE.
016894     IF WS-PROMO-DATE = ZERO
016895         MOVE WS-TODAYS-DATE TO WS-PROMO-DATE
016896     END-IF.
016897     PERFORM 6041-FIND-PROMOTION
016898         THRU 6041-EXIT.
016899     IF NOT WS-PROMO-FOUND
016900         GO TO 6040-EXIT
016901     END-IF.
016902     IF PM-PERCENT-OFF
016903         COMPUTE WS-PROMO-DISCOUNT ROUNDED =
016904             CL-RESULT * PM-DISCOUNT-PCT / 100
016905             ON SIZE ERROR
016906                 GO TO 6040-EXIT
016907         END-COMPUTE
016908     ELSE
016909         MOVE PM-DISCOUNT-AMOUNT TO WS-PROMO-DISCOUNT
016910     END-IF.
016911     IF WS-PROMO-DISCOUNT > CL-RESULT
016912         MOVE CL-RESULT TO WS-PROMO-DISCOUNT
016913     END-IF.
016914     IF WS-PROMO-DISCOUNT > WS-PROMO-REMAINING
016915         MOVE WS-PROMO-REMAINING TO WS-PROMO-DISCOUNT
016916     END-IF.
016917     IF WS-PROMO-DISCOUNT NOT > ZERO
016918         GO TO 6040-EXIT
016919     END-IF.
016920     MOVE PM-PROMO-CODE TO CL-PROMO-CODE.
016921     MOVE WS-PROMO-DISCOUNT TO CL-PROMO-DISCOUNT.
016922     SUBTRACT WS-PROMO-DISCOUNT FROM CL-RESULT.
016923     MOVE CL-RESULT TO result.
016924     IF WS-INTERACTIVE-MODE
016925         MOVE CL-PROMO-DISCOUNT TO CU-EDIT-MONEY-FIELD
016926         DISPLAY "Promotion " CL-PROMO-CODE " discount: "
016927             CU-EDIT-MONEY-FIELD
016928         MOVE CL-RESULT TO CU-EDIT-MONEY-FIELD
016929         DISPLAY "Charge after discount: " CU-EDIT-MONEY-FIELD
016930     END-IF.
016931 6040-EXIT.
016932     EXIT.
016933******************************************************************
016934* 6041-FIND-PROMOTION - SCAN THE PROMOTION MASTER IN CODE ORDER
016935*                  FOR THE FIRST ONE THE CHARGE QUALIFIES FOR.
016936******************************************************************
016937 6041-FIND-PROMOTION.
016938     MOVE "N" TO WS-PROMO-FOUND-SWITCH.
016939     MOVE "N" TO WS-PROMO-EOF-SWITCH.
016940     MOVE LOW-VALUES TO PM-PROMO-CODE.
016941     START PROMO-MASTER-FILE KEY IS NOT LESS THAN PM-PROMO-CODE
016942         INVALID KEY
016943             SET WS-END-OF-PROMO-SCAN TO TRUE
016944     END-START.
016945     PERFORM 6042-SCAN-ONE-PROMOTION
016946         THRU 6042-EXIT
016947         UNTIL WS-END-OF-PROMO-SCAN OR WS-PROMO-FOUND.
016948 6041-EXIT.
016949     EXIT.
016950******************************************************************
016951* 6042-SCAN-ONE-PROMOTION - READ THE NEXT PROMOTION AND KEEP IT IF
016952*                  IT IS ACTIVE, IN FORCE, HAS BUDGET LEFT AND ITS
016953*                  RATE CODE AND ACCOUNT LISTS TAKE THE CHARGE.
016954******************************************************************
016955 6042-SCAN-ONE-PROMOTION.
016956     READ PROMO-MASTER-FILE NEXT RECORD
016957         AT END
016958             SET WS-END-OF-PROMO-SCAN TO TRUE
016959     END-READ.
016960     IF WS-END-OF-PROMO-SCAN OR NOT PM-ACTIVE
016961         GO TO 6042-EXIT
016962     END-IF.
016963     IF PM-EFFECTIVE-FROM > WS-PROMO-DATE
016964         OR PM-EFFECTIVE-TO < WS-PROMO-DATE
016965         GO TO 6042-EXIT
016966     END-IF.
016967     SUBTRACT PM-DISCOUNT-GIVEN FROM PM-BUDGET
016968         GIVING WS-PROMO-REMAINING.
016969     IF WS-PROMO-REMAINING NOT > ZERO
016970         GO TO 6042-EXIT
016971     END-IF.
016972     MOVE "N" TO WS-PROMO-RATE-MATCH-SWITCH.
016973     MOVE "N" TO WS-PROMO-ACCT-MATCH-SWITCH.
016974     IF PM-RATE-CODE-LIST = SPACES
016975         SET WS-PROMO-RATE-MATCHES TO TRUE
016976     END-IF.
016977     IF PM-ACCOUNT-LIST = SPACES
016978         SET WS-PROMO-ACCT-MATCHES TO TRUE
016979     END-IF.
016980     PERFORM 6043-CHECK-ONE-LIST-ENTRY
016981         THRU 6043-EXIT
016982         VARYING WS-PROMO-SUB FROM 1 BY 1
016983         UNTIL WS-PROMO-SUB > 5.
016984     IF WS-PROMO-RATE-MATCHES AND WS-PROMO-ACCT-MATCHES
016985         SET WS-PROMO-FOUND TO TRUE
016986     END-IF.
016987 6042-EXIT.
016988     EXIT.
016989******************************************************************
016990* 6043-CHECK-ONE-LIST-ENTRY - COMPARE ONE RATE CODE AND ONE
016991*                  ACCOUNT SLOT OF THE PROMOTION AGAINST THE
016992*                  CHARGE.
016993******************************************************************
016994 6043-CHECK-ONE-LIST-ENTRY.
016995     IF PM-RATE-CODE (WS-PROMO-SUB) NOT = SPACES
016996         AND PM-RATE-CODE (WS-PROMO-SUB) = CL-RATE-CODE
016997         SET WS-PROMO-RATE-MATCHES TO TRUE
016998     END-IF.
016999     IF PM-ACCOUNT-ID (WS-PROMO-SUB) NOT = SPACES
017000         AND PM-ACCOUNT-ID (WS-PROMO-SUB) = CL-ACCOUNT-ID
017001         SET WS-PROMO-ACCT-MATCHES TO TRUE
017002     END-IF.
017003 6043-EXIT.
017004     EXIT.
017005******************************************************************
017006* 6045-CHECK-PROMOTION-PRICED - A RECORD THE TAX FAILED GIVES THE
017007*                  DISCOUNT BACK SO THE FAILED RESULT SHOWS THE
017008*                  UNDISCOUNTED CHARGE.
017009******************************************************************
017010 6045-CHECK-PROMOTION-PRICED.
017011     IF CL-PROMO-CODE = SPACES
017012         GO TO 6045-EXIT
017013     END-IF.
017014     IF NOT CL-STATUS-OK
017015         ADD CL-PROMO-DISCOUNT TO CL-RESULT
017016         MOVE CL-RESULT TO result
017017         MOVE SPACES TO CL-PROMO-CODE
017018         MOVE ZERO TO CL-PROMO-DISCOUNT
017019     END-IF.
017020 6045-EXIT.
017021     EXIT.
017022******************************************************************
017023* 6046-SPEND-PROMOTION-BUDGET - CHARGE THE DISCOUNT AGAINST THE
017024*                  PROMOTION'S BUDGET ONCE THE RECORD IS ON THE
017025*                  LOG. A CHARGE HELD FOR APPROVAL OR CREDIT
017026*                  SPENDS NOTHING HERE - THE RELEASE SPENDS IT
017027*                  WHEN THE RECORD IS LOGGED, AND A REJECTED
017028*                  CHARGE NEVER DOES. A PRACTICE SESSION SHOWS
017029*                  THE DISCOUNT BUT SPENDS NO REAL CAMPAIGN'S
017030*                  BUDGET.
017031******************************************************************
017032 6046-SPEND-PROMOTION-BUDGET.
017033     IF CL-PROMO-CODE = SPACES OR NOT WS-PROMO-OPEN
017034         GO TO 6046-EXIT
017035     END-IF.
017036     IF WS-TRAINING-MODE
017037         GO TO 6046-EXIT
017038     END-IF.
017039     MOVE CL-PROMO-CODE TO PM-PROMO-CODE.
017040     READ PROMO-MASTER-FILE
017041         INVALID KEY
017042             DISPLAY "PROMOTION " CL-PROMO-CODE
017043                 " NOT ON FILE - BUDGET NOT UPDATED"
017044             GO TO 6046-EXIT
017045     END-READ.
017046     ADD CL-PROMO-DISCOUNT TO PM-DISCOUNT-GIVEN.
017047     ADD 1 TO PM-USE-COUNT.
017048     MOVE WS-TODAYS-DATE TO PM-LAST-USED-DATE.
017049     REWRITE PROMO-MASTER-RECORD
017050         INVALID KEY
017051             DISPLAY "PROMMSTR REWRITE FAILED, STATUS "
017052                 WS-PROMO-FILE-STATUS
017053     END-REWRITE.
017054 6046-EXIT.
017055     EXIT.
017056******************************************************************
017057* 6050-COMPUTE-TAX - PRICE THE SALES TAX / VAT ON A SUCCESSFUL
017058*                  RESULT FROM THE ACCOUNT'S TAXMSTR ROW IN FORCE
017059*                  FOR THE PROCESSING DATE. AN EXEMPT ACCOUNT
017060*                  CARRIES ITS CODE WITH A ZERO AMOUNT SO THE
017061*                  LIABILITY REPORT CAN SHOW THE EXEMPT BASE; AN
017062*                  ACCOUNT WITH NO CODE CARRIES NOTHING. A CODE
017063*                  WITH NO ROW IN FORCE FAILS THE RECORD WITH ITS
017064*                  OWN LOG REASON - BILLING MUST NEVER RECEIVE A
017065*                  TAXABLE CHARGE WITH THE TAX SILENTLY MISSING.
017066******************************************************************
017067 6050-COMPUTE-TAX.
017068     MOVE SPACES TO CL-TAX-JURISDICTION.
017069     MOVE SPACES TO CL-TAX-CODE.
017070     MOVE ZERO TO CL-TAX-AMOUNT.
017071     IF NOT CL-STATUS-OK OR CL-ACCOUNT-ID = SPACES
017072         GO TO 6050-EXIT
017073     END-IF.
017074     IF NOT WS-ACCT-MASTER-OPEN
017075         GO TO 6050-EXIT
017076     END-IF.
017077     PERFORM 6490-GET-ACCOUNT-MASTER
017078         THRU 6490-EXIT.
017079     IF NOT WS-ACCOUNT-ON-MASTER
017080         GO TO 6050-EXIT
017081     END-IF.
017082     IF AM-TAX-NOT-ASSIGNED
017083         GO TO 6050-EXIT
017084     END-IF.
017085     MOVE AM-TAX-JURISDICTION TO CL-TAX-JURISDICTION.
017086     MOVE AM-TAX-CODE TO CL-TAX-CODE.
017087     IF AM-TAX-EXEMPT
017088         GO TO 6050-EXIT
017089     END-IF.
017090     IF NOT WS-TAX-OPEN
017091         MOVE "TAX MASTER NOT AVAILABLE" TO WS-FAIL-REASON
017092         PERFORM 6070-FAIL-ON-TAX
017093             THRU 6070-EXIT
017094         GO TO 6050-EXIT
017095     END-IF.
017096     PERFORM 6060-FIND-TAX-IN-FORCE
017097         THRU 6060-EXIT.
017098     IF NOT WS-TAX-FOUND
017099         MOVE "TAX CODE NOT IN FORCE ON MASTER" TO WS-FAIL-REASON
017100         PERFORM 6070-FAIL-ON-TAX
017101             THRU 6070-EXIT
017102         GO TO 6050-EXIT
017103     END-IF.
017104     COMPUTE CL-TAX-AMOUNT ROUNDED = CL-RESULT * WS-TAX-RATE / 100
017105         ON SIZE ERROR
017106             MOVE "SIZE ERROR COMPUTING TAX" TO WS-FAIL-REASON
017107             PERFORM 6070-FAIL-ON-TAX
017108                 THRU 6070-EXIT
017109             GO TO 6050-EXIT
017110     END-COMPUTE.
017111     IF WS-INTERACTIVE-MODE AND CL-TAX-AMOUNT NOT = ZERO
017112         MOVE CL-TAX-AMOUNT TO CU-EDIT-MONEY-FIELD
017113         DISPLAY "Tax " CL-TAX-JURISDICTION "/" CL-TAX-CODE
017114             " is: " CU-EDIT-MONEY-FIELD
017115     END-IF.
017116 6050-EXIT.
017117     EXIT.
017118******************************************************************
017119* 6060-FIND-TAX-IN-FORCE - POSITION TO THE JURISDICTION/CODE'S
017120*                  FIRST ROW AND SCAN ITS EFFECTIVE-DATED ROWS,
017121*                  KEEPING THE LATEST ONE COVERING THE PROCESSING
017122*                  DATE - THE SAME FORWARD KEYED SCAN THE
017123*                  CURRENCY LOOKUP MAKES.
017124******************************************************************
017125 6060-FIND-TAX-IN-FORCE.
017126     MOVE "N" TO WS-TAX-FOUND-SWITCH.
017127     MOVE "N" TO WS-TAX-EOF-SWITCH.
017128     MOVE AM-TAX-JURISDICTION TO TX-JURISDICTION.
017129     MOVE AM-TAX-CODE TO TX-TAX-CODE.
017130     MOVE ZERO TO TX-EFFECTIVE-FROM.
017131     START TAX-MASTER-FILE KEY IS NOT LESS THAN TX-TAX-KEY
017132         INVALID KEY
017133             SET WS-END-OF-TAX-SCAN TO TRUE
017134     END-START.
017135     PERFORM 6065-SCAN-ONE-TAX-ROW
017136         THRU 6065-EXIT
017137         UNTIL WS-END-OF-TAX-SCAN.
017138 6060-EXIT.
017139     EXIT.
017140******************************************************************
017141* 6065-SCAN-ONE-TAX-ROW - READ THE NEXT ROW AND, AS LONG AS IT
017142*                  STILL BELONGS TO THE JURISDICTION/CODE, KEEP
017143*                  IT IF ITS RANGE COVERS THE PROCESSING DATE.
017144******************************************************************
017145 6065-SCAN-ONE-TAX-ROW.
017146     READ TAX-MASTER-FILE NEXT RECORD
017147         AT END
017148             SET WS-END-OF-TAX-SCAN TO TRUE
017149     END-READ.
017150     IF NOT WS-END-OF-TAX-SCAN
017151         IF TX-JURISDICTION = AM-TAX-JURISDICTION
017152             AND TX-TAX-CODE = AM-TAX-CODE
017153             IF TX-EFFECTIVE-FROM NOT > WS-TODAYS-DATE
017154                 AND TX-EFFECTIVE-TO NOT < WS-TODAYS-DATE
017155                 SET WS-TAX-FOUND TO TRUE
017156                 MOVE TX-TAX-RATE TO WS-TAX-RATE
017157             END-IF
017158         ELSE
017159             SET WS-END-OF-TAX-SCAN TO TRUE
017160         END-IF
017161     END-IF.
017162 6065-EXIT.
017163     EXIT.
017164******************************************************************
017165* 6070-FAIL-ON-TAX - THE CALCULATION WORKED BUT ITS TAX COULD NOT
017166*                  BE PRICED. THE RECORD IS LOGGED AS FAILED WITH
017167*                  THE TAX REASON, SO IT NEVER REACHES BILLING OR
017168*                  THE APPROVAL QUEUE UNTAXED.
017169******************************************************************
017170 6070-FAIL-ON-TAX.
017171     MOVE ZERO TO CL-TAX-AMOUNT.
017172     SET CL-STATUS-ERROR TO TRUE.
017173     MOVE WS-FAIL-REASON TO CL-ERROR-REASON.
017174     SET WS-CALC-FAILED TO TRUE.
017175     SET WS-CALC-RUN-HAD-ERRORS TO TRUE.
017176     DISPLAY "TAX NOT PRICED - " WS-FAIL-REASON.
017177 6070-EXIT.
017178     EXIT.
017179******************************************************************
017180* 6100-WRITE-XREF-ROW - MIRROR THE LOG RECORD JUST WRITTEN INTO
017181*                  THE CALCLOGX ACCOUNT CROSS-REFERENCE SO THE
017182*                  ACCOUNT-KEYED INQUIRIES CAN FIND IT WITHOUT A
017183*                  FULL LOG SWEEP. A DUPLICATE XREF KEY IS LEFT
017184*                  FOR A CALCACCTINDEX REBUILD TO SQUARE UP.
017185******************************************************************
017186 6100-WRITE-XREF-ROW.
017187     IF NOT WS-XREF-OPENED
017188         GO TO 6100-EXIT
017189     END-IF.
017190     MOVE CL-ACCOUNT-ID  TO XR-ACCOUNT-ID.
017191     MOVE CL-LOG-DATE    TO XR-LOG-DATE.
017192     MOVE CL-OPERATOR-ID TO XR-OPERATOR-ID.
017193     MOVE CL-SEQUENCE-NO TO XR-SEQUENCE-NO.
017194     WRITE CALC-ACCT-XREF-RECORD
017195         INVALID KEY
017196             CONTINUE
017197     END-WRITE.
017198 6100-EXIT.
017199     EXIT.
017200******************************************************************
017201* 6300-HOLD-FOR-APPROVAL - A SUCCESSFUL RESULT ABOVE THE CTLPARM
017202*                  APPROVAL THRESHOLD, OR FAR OUTSIDE ITS
017203*                  ACCOUNT'S AMOUNT PROFILE, GOES TO THE CALCPEND
017204*                  QUEUE FOR A SUPERVISOR WITH ADMIN AUTHORITY TO
017205*                  RELEASE OR REJECT THROUGH CALCAPPROVALQUEUE.
017206*                  THE SEQUENCE NUMBER STAYS CONSUMED SO A LATER
017207*                  RELEASE CANNOT COLLIDE WITH THIS SESSION'S
017208*                  OTHER KEYS. HELD WORK IS NOT COUNTED INTO THE
017209*                  RUN CONTROL OR THE SESSION TOTALS - IT IS NOT
017210*                  ON THE LOG YET.
017211******************************************************************
017212 6300-HOLD-FOR-APPROVAL.
017213     OPEN EXTEND PENDING-APPROVAL-FILE.
017214     IF NOT WS-PEND-FILE-OK
017215         OPEN OUTPUT PENDING-APPROVAL-FILE
017216     END-IF.
017217     MOVE SPACES TO PENDING-APPROVAL-RECORD.
017218     MOVE CALC-LOG-RECORD TO PENDING-APPROVAL-RECORD.
017219     WRITE PENDING-APPROVAL-RECORD.
017220     CLOSE PENDING-APPROVAL-FILE.
017221     ADD 1 TO WS-HELD-COUNT.
017222     MOVE "H" TO WS-RETURN-DISPOSITION.
017223     MOVE CL-RESULT TO CU-EDIT-MONEY-FIELD.
017224     IF CL-RESULT > CTL-APPROVAL-THRESHOLD
017225         DISPLAY "RESULT " CU-EDIT-MONEY-FIELD " EXCEEDS THE "
017226             "APPROVAL THRESHOLD - HELD FOR SUPERVISOR RELEASE"
017227     ELSE
017228         DISPLAY "RESULT " CU-EDIT-MONEY-FIELD " IS OUTSIDE THE "
017229             "ACCOUNT'S USUAL AMOUNTS - HELD FOR SUPERVISOR "
017230             "RELEASE"
017231     END-IF.
017232     MOVE SPACES TO PRINT-LINE.
017233     STRING "SEQ " DELIMITED BY SIZE
017234         CL-SEQUENCE-NO DELIMITED BY SIZE
017235         " HELD FOR APPROVAL - " DELIMITED BY SIZE
017236         CU-EDIT-MONEY-FIELD DELIMITED BY SIZE
017237         INTO PRINT-LINE.
017238     WRITE PRINT-LINE.
017239 6300-EXIT.
017240     EXIT.
017241******************************************************************
017242* 6350-HOLD-FOR-CREDIT - THE CHARGE WOULD TAKE THE ACCOUNT PAST
017243*                  ITS CREDIT LIMIT, SO THE WHOLE LOG RECORD GOES
017244*                  TO THE CALCCHLD CREDIT-HOLD QUEUE WITH THE
017245*                  LIMIT AND EXPOSURE IT WAS JUDGED AGAINST.
017246*                  CREDITHOLDREVIEW RELEASES IT TO THE LOG OR
017247*                  REJECTS IT. LIKE APPROVAL-HELD WORK IT IS NOT
017248*                  COUNTED INTO THE RUN CONTROL OR THE SESSION
017249*                  TOTALS - IT IS NOT ON THE LOG YET.
017250******************************************************************
017251 6350-HOLD-FOR-CREDIT.
017252     OPEN EXTEND CREDIT-HOLD-FILE.
017253     IF NOT WS-CHLD-FILE-OK
017254         OPEN OUTPUT CREDIT-HOLD-FILE
017255     END-IF.
017256     MOVE SPACES TO CREDIT-HOLD-RECORD.
017257     MOVE WS-TODAYS-DATE TO CH-HOLD-DATE.
017258     ACCEPT WS-CURRENT-TIME FROM TIME.
017259     MOVE WS-CURRENT-TIME TO CH-HOLD-TIME.
017260     IF WS-BATCH-MODE
017261         SET CH-HELD-IN-BATCH TO TRUE
017262     ELSE
017263         SET CH-HELD-AT-PANEL TO TRUE
017264     END-IF.
017265     MOVE WS-CREDIT-LIMIT TO CH-CREDIT-LIMIT.
017266     MOVE WS-ACCOUNT-EXPOSURE TO CH-EXPOSURE.
017267     MOVE CALC-LOG-RECORD TO CH-LOG-IMAGE.
017268     WRITE CREDIT-HOLD-RECORD.
017269     CLOSE CREDIT-HOLD-FILE.
017270     ADD 1 TO WS-CREDIT-HELD-COUNT.
017271     MOVE "K" TO WS-RETURN-DISPOSITION.
017272     MOVE CL-RESULT TO CU-EDIT-MONEY-FIELD.
017273     DISPLAY "RESULT " CU-EDIT-MONEY-FIELD " WOULD TAKE ACCOUNT "
017274         CL-ACCOUNT-ID " PAST ITS CREDIT LIMIT - HELD FOR "
017275         "CREDIT CONTROL".
017276     MOVE SPACES TO PRINT-LINE.
017277     STRING "SEQ " DELIMITED BY SIZE
017278         CL-SEQUENCE-NO DELIMITED BY SIZE
017279         " HELD FOR CREDIT - " DELIMITED BY SIZE
017280         CL-ACCOUNT-ID DELIMITED BY SIZE
017281         " " DELIMITED BY SIZE
017282         CU-EDIT-MONEY-FIELD DELIMITED BY SIZE
017283         INTO PRINT-LINE.
017284     WRITE PRINT-LINE.
017285 6350-EXIT.
017286     EXIT.
017287******************************************************************
017288* 6400-GET-ACCOUNT-EXPOSURE - THE ACCOUNT'S EXPOSURE: EVERY
017289*                  SUCCESSFUL LOG RECORD NOT YET EXTRACTED TO
017290*                  BILLING, PLUS EVERY EXTRACTED ONE BILLING HAS
017291*                  NOT YET ACKNOWLEDGED ON BILLSENT. THE LOG IS
017292*                  REACHED THROUGH THE CALCLOGX ACCOUNT XREF, SO
017293*                  THE LOG RECORD IN HAND IS SAVED AROUND THE
017294*                  SCAN. AN ACCOUNT ALREADY WORKED OUT THIS RUN
017295*                  COMES FROM THE EXPOSURE TABLE, KEPT CURRENT
017296*                  BY 6480-ADD-TO-EXPOSURE AS RECORDS ARE LOGGED.
017297******************************************************************
017298 6400-GET-ACCOUNT-EXPOSURE.
017299     MOVE ZERO TO WS-ACCOUNT-EXPOSURE.
017300     PERFORM 6405-FIND-CACHED-EXPOSURE
017301         THRU 6405-EXIT.
017302     IF WS-EXPOSURE-CACHED
017303         MOVE EX-EXPOSURE (EX-IDX) TO WS-ACCOUNT-EXPOSURE
017304         GO TO 6400-EXIT
017305     END-IF.
017306     IF NOT WS-SENT-LOADED
017307         PERFORM 6410-LOAD-SENT-REGISTER
017308             THRU 6410-EXIT
017309     END-IF.
017310     MOVE CALC-LOG-RECORD TO WS-SAVE-LOG-IMAGE.
017311     MOVE "N" TO WS-XREF-EOF-SWITCH.
017312     MOVE WS-EXPOSURE-ACCOUNT TO XR-ACCOUNT-ID.
017313     MOVE ZERO TO XR-LOG-DATE.
017314     MOVE LOW-VALUES TO XR-OPERATOR-ID.
017315     MOVE ZERO TO XR-SEQUENCE-NO.
017316     START ACCT-XREF-FILE KEY IS NOT LESS THAN XR-XREF-KEY
017317         INVALID KEY
017318             SET WS-END-OF-XREF-SCAN TO TRUE
017319     END-START.
017320     PERFORM 6420-ADD-ONE-XREF-ITEM
017321         THRU 6420-EXIT
017322         UNTIL WS-END-OF-XREF-SCAN.
017323     MOVE WS-SAVE-LOG-IMAGE TO CALC-LOG-RECORD.
017324     IF WS-EXPOSURE-COUNT < 100
017325         ADD 1 TO WS-EXPOSURE-COUNT
017326         SET EX-IDX TO WS-EXPOSURE-COUNT
017327         MOVE WS-EXPOSURE-ACCOUNT TO EX-ACCOUNT-ID (EX-IDX)
017328         MOVE WS-ACCOUNT-EXPOSURE TO EX-EXPOSURE (EX-IDX)
017329     END-IF.
017330 6400-EXIT.
017331     EXIT.
017332******************************************************************
017333* 6405-FIND-CACHED-EXPOSURE - LOOK THE ACCOUNT UP IN THE RUN'S
017334*                  EXPOSURE TABLE, LEAVING EX-IDX ON ITS ENTRY.
017335******************************************************************
017336 6405-FIND-CACHED-EXPOSURE.
017337     MOVE "N" TO WS-EXPOSURE-CACHE-SWITCH.
017338     SET EX-IDX TO 1.
017339     SEARCH WS-EXPOSURE-ENTRY
017340         AT END
017341             CONTINUE
017342         WHEN EX-IDX > WS-EXPOSURE-COUNT
017343             CONTINUE
017344         WHEN EX-ACCOUNT-ID (EX-IDX) = WS-EXPOSURE-ACCOUNT
017345             SET WS-EXPOSURE-CACHED TO TRUE
017346     END-SEARCH.
017347 6405-EXIT.
017348     EXIT.
017349******************************************************************
017350* 6410-LOAD-SENT-REGISTER - THE UNACKNOWLEDGED BILLSENT ROWS
017351*                  INTO A TABLE ONCE PER RUN. A REGISTER TOO BIG
017352*                  FOR THE TABLE IS NOTED, AND A LOOKUP THAT
017353*                  MISSES THE TABLE THEN READS THE FILE ITSELF.
017354******************************************************************
017355 6410-LOAD-SENT-REGISTER.
017356     SET WS-SENT-LOADED TO TRUE.
017357     MOVE "N" TO WS-SENT-EOF-SWITCH.
017358     OPEN INPUT SENT-REGISTER-FILE.
017359     IF NOT WS-SENT-FILE-OK
017360         GO TO 6410-EXIT
017361     END-IF.
017362     PERFORM 6415-LOAD-ONE-SENT-ROW
017363         THRU 6415-EXIT
017364         UNTIL WS-END-OF-SENT.
017365     CLOSE SENT-REGISTER-FILE.
017366 6410-EXIT.
017367     EXIT.
017368******************************************************************
017369* 6415-LOAD-ONE-SENT-ROW - ONE UNACKNOWLEDGED ROW INTO THE TABLE.
017370******************************************************************
017371 6415-LOAD-ONE-SENT-ROW.
017372     READ SENT-REGISTER-FILE
017373         AT END
017374             SET WS-END-OF-SENT TO TRUE
017375     END-READ.
017376     IF WS-END-OF-SENT OR NOT BS-UNACKNOWLEDGED
017377         GO TO 6415-EXIT
017378     END-IF.
017379     IF WS-SENT-COUNT < 500
017380         ADD 1 TO WS-SENT-COUNT
017381         SET ST-IDX TO WS-SENT-COUNT
017382         MOVE SENT-REGISTER-RECORD (1:22) TO ST-LOG-KEY (ST-IDX)
017383         MOVE BS-AMOUNT TO ST-AMOUNT (ST-IDX)
017384     ELSE
017385         SET WS-SENT-OVERFLOWED TO TRUE
017386     END-IF.
017387 6415-EXIT.
017388     EXIT.
017389******************************************************************
017390* 6420-ADD-ONE-XREF-ITEM - NEXT XREF ROW FOR THE ACCOUNT. ITS LOG
017391*                  RECORD COUNTS IN FULL WHEN NOT YET EXTRACTED,
017392*                  OR AT ITS BILLSENT AMOUNT WHEN EXTRACTED BUT
017393*                  UNACKNOWLEDGED. A ROW WHOSE RECORD HAS BEEN
017394*                  ARCHIVED OFF THE LOG IS LONG SINCE BILLED.
017395******************************************************************
017396 6420-ADD-ONE-XREF-ITEM.
017397     READ ACCT-XREF-FILE NEXT RECORD
017398         AT END
017399             SET WS-END-OF-XREF-SCAN TO TRUE
017400     END-READ.
017401     IF WS-END-OF-XREF-SCAN
017402         GO TO 6420-EXIT
017403     END-IF.
017404     IF XR-ACCOUNT-ID NOT = WS-EXPOSURE-ACCOUNT
017405         SET WS-END-OF-XREF-SCAN TO TRUE
017406         GO TO 6420-EXIT
017407     END-IF.
017408     MOVE XR-LOG-DATE    TO CL-LOG-DATE.
017409     MOVE XR-OPERATOR-ID TO CL-OPERATOR-ID.
017410     MOVE XR-SEQUENCE-NO TO CL-SEQUENCE-NO.
017411     READ CALC-LOG-FILE
017412         INVALID KEY
017413             GO TO 6420-EXIT
017414     END-READ.
017415     IF NOT CL-STATUS-OK
017416         GO TO 6420-EXIT
017417     END-IF.
017418     IF CL-EXTRACT-GEN = ZERO
017419         ADD CL-RESULT TO WS-ACCOUNT-EXPOSURE
017420         GO TO 6420-EXIT
017421     END-IF.
017422     MOVE CL-LOG-KEY TO WS-LOOKUP-LOG-KEY.
017423     PERFORM 6430-FIND-SENT-AMOUNT
017424         THRU 6430-EXIT.
017425 6420-EXIT.
017426     EXIT.
017427******************************************************************
017428* 6430-FIND-SENT-AMOUNT - ADD THE UNACKNOWLEDGED BILLSENT AMOUNT
017429*                  FOR THE LOG KEY IN WS-LOOKUP-LOG-KEY, IF ANY.
017430******************************************************************
017431 6430-FIND-SENT-AMOUNT.
017432     MOVE "N" TO WS-SENT-MATCH-SWITCH.
017433     SET ST-IDX TO 1.
017434     SEARCH WS-SENT-ENTRY
017435         AT END
017436             CONTINUE
017437         WHEN ST-IDX > WS-SENT-COUNT
017438             CONTINUE
017439         WHEN ST-LOG-KEY (ST-IDX) = WS-LOOKUP-LOG-KEY
017440             SET WS-SENT-MATCHED TO TRUE
017441             ADD ST-AMOUNT (ST-IDX) TO WS-ACCOUNT-EXPOSURE
017442     END-SEARCH.
017443     IF WS-SENT-MATCHED OR NOT WS-SENT-OVERFLOWED
017444         GO TO 6430-EXIT
017445     END-IF.
017446     MOVE "N" TO WS-SENT-EOF-SWITCH.
017447     OPEN INPUT SENT-REGISTER-FILE.
017448     IF NOT WS-SENT-FILE-OK
017449         GO TO 6430-EXIT
017450     END-IF.
017451     PERFORM 6435-SCAN-ONE-SENT-ROW
017452         THRU 6435-EXIT
017453         UNTIL WS-END-OF-SENT OR WS-SENT-MATCHED.
017454     CLOSE SENT-REGISTER-FILE.
017455 6430-EXIT.
017456     EXIT.
017457******************************************************************
017458* 6435-SCAN-ONE-SENT-ROW - ONE BILLSENT ROW AGAINST THE KEY, FOR
017459*                  A REGISTER LARGER THAN THE TABLE.
017460******************************************************************
017461 6435-SCAN-ONE-SENT-ROW.
017462     READ SENT-REGISTER-FILE
017463         AT END
017464             SET WS-END-OF-SENT TO TRUE
017465     END-READ.
017466     IF WS-END-OF-SENT
017467         GO TO 6435-EXIT
017468     END-IF.
017469     IF SENT-REGISTER-RECORD (1:22) = WS-LOOKUP-LOG-KEY
017470         AND BS-UNACKNOWLEDGED
017471         SET WS-SENT-MATCHED TO TRUE
017472         ADD BS-AMOUNT TO WS-ACCOUNT-EXPOSURE
017473     END-IF.
017474 6435-EXIT.
017475     EXIT.
017476******************************************************************
017477* 6450-CHECK-CREDIT-LIMIT - DECIDE WHETHER THE SUCCESSFUL CHARGE
017478*                  IN HAND MUST BE HELD FOR CREDIT CONTROL. ONLY
017479*                  A POSITIVE CHARGE AGAINST AN ACCOUNT WITH A
017480*                  LIMIT SET IS TESTED - A CREDIT ONLY EVER
017481*                  REDUCES EXPOSURE. WITH NO ACCOUNT MASTER OR NO
017482*                  XREF ON HAND THE CHECK IS WAIVED, THE SAME AS
017483*                  ACCOUNT VALIDATION.
017484******************************************************************
017485 6450-CHECK-CREDIT-LIMIT.
017486     MOVE "N" TO WS-CREDIT-HOLD-SWITCH.
017487     IF NOT CL-STATUS-OK OR CL-RESULT NOT > ZERO
017488         OR CL-ACCOUNT-ID = SPACES
017489         GO TO 6450-EXIT
017490     END-IF.
017491     IF NOT WS-ACCT-MASTER-OPEN OR NOT WS-XREF-OPENED
017492         GO TO 6450-EXIT
017493     END-IF.
017494     PERFORM 6490-GET-ACCOUNT-MASTER
017495         THRU 6490-EXIT.
017496     IF NOT WS-ACCOUNT-ON-MASTER
017497         GO TO 6450-EXIT
017498     END-IF.
017499     IF AM-NO-CREDIT-LIMIT
017500         GO TO 6450-EXIT
017501     END-IF.
017502     MOVE AM-CREDIT-LIMIT TO WS-CREDIT-LIMIT.
017503     MOVE CL-ACCOUNT-ID TO WS-EXPOSURE-ACCOUNT.
017504     PERFORM 6400-GET-ACCOUNT-EXPOSURE
017505         THRU 6400-EXIT.
017506     IF WS-ACCOUNT-EXPOSURE + CL-RESULT > WS-CREDIT-LIMIT
017507         SET WS-CREDIT-HOLD TO TRUE
017508     END-IF.
017509 6450-EXIT.
017510     EXIT.
017511******************************************************************
017512* 6460-CHECK-AMOUNT-PROFILE - WHEN PROFILE HOLDS ARE SWITCHED ON,
017513*                  DECIDE WHETHER THE SUCCESSFUL RESULT LIES
017514*                  FURTHER FROM ITS ACCOUNT/CODE ACCTPROF AVERAGE
017515*                  THAN THE CTLPARM NUMBER OF SPREADS. NO PROFILE,
017516*                  OR ONE BUILT FROM TOO FEW ITEMS, HOLDS NOTHING.
017517******************************************************************
017518 6460-CHECK-AMOUNT-PROFILE.
017519     MOVE "N" TO WS-PROFILE-HOLD-SWITCH.
017520     IF NOT CL-STATUS-OK OR NOT WS-PROF-OPEN
017521         OR CL-ACCOUNT-ID = SPACES
017522         GO TO 6460-EXIT
017523     END-IF.
017524     MOVE CL-ACCOUNT-ID TO AP-ACCOUNT-ID.
017525     MOVE CL-RATE-CODE  TO AP-RATE-CODE.
017526     READ PROFILE-FILE
017527         INVALID KEY
017528             GO TO 6460-EXIT
017529     END-READ.
017530     IF AP-ITEM-COUNT < CTL-PROFILE-MIN-ITEMS
017531         GO TO 6460-EXIT
017532     END-IF.
017533     COMPUTE WS-PROFILE-DISTANCE = CL-RESULT - AP-AVERAGE-AMOUNT.
017534     IF WS-PROFILE-DISTANCE < ZERO
017535         COMPUTE WS-PROFILE-DISTANCE = ZERO - WS-PROFILE-DISTANCE
017536     END-IF.
017537     COMPUTE WS-PROFILE-ALLOWED =
017538         AP-SPREAD-AMOUNT * CTL-PROFILE-SPREAD-MULT.
017539     IF WS-PROFILE-DISTANCE > WS-PROFILE-ALLOWED
017540         SET WS-OUTSIDE-PROFILE TO TRUE
017541     END-IF.
017542 6460-EXIT.
017543     EXIT.
017544******************************************************************
017545* 6490-GET-ACCOUNT-MASTER - BRING THE LOGGED ACCOUNT'S ACCTMSTR
017546*                  RECORD INTO THE RECORD AREA, FROM THE ACCOUNT
017547*                  TABLE IN A BATCH RUN OR BY A KEYED READ
017548*                  OTHERWISE.
017549******************************************************************
017550 6490-GET-ACCOUNT-MASTER.
017551     MOVE "N" TO WS-ACCT-READ-SWITCH.
017552     IF WS-ACCT-TABLE-LOADED
017553         ADD 1 TO WS-ACCT-TABLE-LOOKUPS
017554         SET AC-IDX TO 1
017555         SEARCH WS-ACCT-ENTRY
017556             AT END
017557                 CONTINUE
017558             WHEN AC-IDX > WS-ACCT-TABLE-COUNT
017559                 CONTINUE
017560             WHEN AC-ACCOUNT-ID (AC-IDX) = CL-ACCOUNT-ID
017561                 MOVE AC-ACCOUNT-IMAGE (AC-IDX)
017562                     TO ACCOUNT-MASTER-RECORD
017563                 SET WS-ACCOUNT-ON-MASTER TO TRUE
017564                 ADD 1 TO WS-ACCT-TABLE-HITS
017565         END-SEARCH
017566         GO TO 6490-EXIT
017567     END-IF.
017568     MOVE CL-ACCOUNT-ID TO AM-ACCOUNT-ID.
017569     READ ACCOUNT-MASTER-FILE
017570         INVALID KEY
017571             GO TO 6490-EXIT
017572     END-READ.
017573     SET WS-ACCOUNT-ON-MASTER TO TRUE.
017574 6490-EXIT.
017575     EXIT.
017576******************************************************************
017577* 6495-GET-ACCOUNT-COMPANY - THE COMPANY THE ACCOUNT IN HAND
017578*                  BELONGS TO - THE HOME COMPANY FOR NO ACCOUNT,
017579*                  AN ACCOUNT NOT ON THE MASTER OR ONE CARRYING NO
017580*                  COMPANY CODE.
017581******************************************************************
017582 6495-GET-ACCOUNT-COMPANY.
017583     MOVE CTL-HOME-COMPANY TO WS-ACCOUNT-COMPANY.
017584     IF WS-ACCOUNT-ID = SPACES OR NOT WS-ACCT-MASTER-OPEN
017585         GO TO 6495-EXIT
017586     END-IF.
017587     MOVE WS-ACCOUNT-ID TO CL-ACCOUNT-ID.
017588     PERFORM 6490-GET-ACCOUNT-MASTER
017589         THRU 6490-EXIT.
017590     IF WS-ACCOUNT-ON-MASTER AND AM-COMPANY-CODE NOT = SPACES
017591         MOVE AM-COMPANY-CODE TO WS-ACCOUNT-COMPANY
017592     END-IF.
017593 6495-EXIT.
017594     EXIT.
017595******************************************************************
017596* 6480-ADD-TO-EXPOSURE - A SUCCESSFUL RECORD JUST WRITTEN TO THE
017597*                  LOG IS NOW UNBILLED WORK, SO IT JOINS ITS
017598*                  ACCOUNT'S EXPOSURE IF THE ACCOUNT IS IN THE
017599*                  TABLE. AN ACCOUNT NOT IN THE TABLE IS WORKED
017600*                  OUT FROM THE LOG WHEN NEXT NEEDED.
017601******************************************************************
017602 6480-ADD-TO-EXPOSURE.
017603     IF NOT CL-STATUS-OK OR CL-ACCOUNT-ID = SPACES
017604         GO TO 6480-EXIT
017605     END-IF.
017606     MOVE CL-ACCOUNT-ID TO WS-EXPOSURE-ACCOUNT.
017607     PERFORM 6405-FIND-CACHED-EXPOSURE
017608         THRU 6405-EXIT.
017609     IF WS-EXPOSURE-CACHED
017610         ADD CL-RESULT TO EX-EXPOSURE (EX-IDX)
017611     END-IF.
017612 6480-EXIT.
017613     EXIT.
017614******************************************************************
017615* 6200-WRITE-DUPLICATE-KEY-LOG - A LOG WRITE HIT A KEY ALREADY
017616*                  ON FILE. THE RECORD IS NOT ON THE LOG, SO IT
017617*                  MUST NOT BE COUNTED INTO THE CLOSE-OF-RUN
017618*                  CONTROL EITHER - OTHERWISE EVERY DOWNSTREAM
017619*                  BALANCING CHECK FALSE-ALARMS TONIGHT. THIS
017620*                  SHOULD ONLY HAPPEN IF THE SEQUENCE SEEDED BY
017621*                  1400-SEED-LOG-SEQUENCE WENT STALE MID-RUN.
017622******************************************************************
017623 6200-WRITE-DUPLICATE-KEY-LOG.
017624     DISPLAY "CALCLOG WRITE HIT A DUPLICATE KEY AT SEQUENCE "
017625         CL-SEQUENCE-NO " - RECORD NOT LOGGED".
017626     SET WS-CALC-RUN-HAD-ERRORS TO TRUE.
017627     MOVE "CALC"           TO EL-PROGRAM-ID.
017628     MOVE WS-TODAYS-DATE   TO EL-ERROR-DATE.
017629     ACCEPT WS-CURRENT-TIME FROM TIME.
017630     MOVE WS-CURRENT-TIME  TO EL-ERROR-TIME.
017631     MOVE "DUPK"           TO EL-ERROR-TYPE.
017632     SET EL-SEV-SEVERE     TO TRUE.
017633     MOVE "DUPLICATE LOG KEY ON WRITE - RECORD NOT LOGGED"
017634         TO EL-ERROR-TEXT.
017635     MOVE WS-TODAYS-DATE   TO EL-REF-DATE.
017636     MOVE WS-OPERATOR-ID   TO EL-REF-OPERATOR.
017637     MOVE CL-SEQUENCE-NO   TO EL-REF-SEQUENCE.
017638     MOVE num1             TO EL-NUM1-VALUE.
017639     MOVE num2             TO EL-NUM2-VALUE.
017640     MOVE "6000-WRITE-LOG-RECORD" TO EL-PARAGRAPH.
017641     MOVE "N" TO EL-ACK-STATUS.
017642     MOVE SPACES TO EL-ACK-OPERATOR.
017643     MOVE ZERO TO EL-ACK-DATE.
017644     MOVE SPACES TO EL-ACK-DISPOSITION.
017645     WRITE ERRLOG-RECORD.
017646     PERFORM 5900-RAISE-ERRLOG-ALERT
017647         THRU 5900-EXIT.
017661 6200-EXIT.
017662     EXIT.
017663******************************************************************
017698     WRITE PRINT-LINE.
017699     MOVE WS-GRAND-TOTAL TO TL-GRAND-TOTAL.
017700     WRITE PRINT-LINE FROM WS-TOTAL-LINE.
017701     IF WS-TAX-TOTAL NOT = ZERO
017702         MOVE WS-TAX-TOTAL TO TTL-TAX-TOTAL
017703         WRITE PRINT-LINE FROM WS-TAX-TOTAL-LINE
017704     END-IF.
017705     IF WS-PROMO-TOTAL NOT = ZERO
017706         MOVE WS-PROMO-TOTAL TO PTL-PROMO-TOTAL
017707         WRITE PRINT-LINE FROM WS-PROMO-TOTAL-LINE
017708     END-IF.
017709     IF WS-CREDIT-HELD-COUNT > ZERO
017710         MOVE SPACES TO PRINT-LINE
017711         STRING "CHARGES HELD FOR CREDIT CONTROL: "
017712             DELIMITED BY SIZE
017713             WS-CREDIT-HELD-COUNT DELIMITED BY SIZE
017714             INTO PRINT-LINE
017715         WRITE PRINT-LINE
017716     END-IF.
017717     IF WS-QUOTES-ISSUED > ZERO
017718         MOVE SPACES TO PRINT-LINE
017719         STRING "QUOTATIONS ISSUED: " DELIMITED BY SIZE
017720             WS-QUOTES-ISSUED DELIMITED BY SIZE
017721             INTO PRINT-LINE
017722         WRITE PRINT-LINE
017723     END-IF.
017724     IF WS-QUOTES-CONVERTED > ZERO
017725         MOVE SPACES TO PRINT-LINE
017726         STRING "QUOTATIONS CHARGED: " DELIMITED BY SIZE
017727             WS-QUOTES-CONVERTED DELIMITED BY SIZE
017728             INTO PRINT-LINE
017729         WRITE PRINT-LINE
017730     END-IF.
017731     IF WS-WAREHOUSED-COUNT > ZERO
017732         MOVE SPACES TO PRINT-LINE
017733         STRING "ITEMS WAREHOUSED FOR A LATER VALUE DATE: "
017734             DELIMITED BY SIZE
017735             WS-WAREHOUSED-COUNT DELIMITED BY SIZE
017736             INTO PRINT-LINE
017737         WRITE PRINT-LINE
017738     END-IF.
017739     IF WS-BATCH-MODE
017740         PERFORM 7050-PRINT-TABLE-STATISTICS
017741             THRU 7050-EXIT
017742     END-IF.
017743 7000-EXIT.
017744     EXIT.
017745******************************************************************
017746* 7050-PRINT-TABLE-STATISTICS - ONE LINE PER BATCH LOOKUP TABLE:
017747*                  ROWS LOADED, LOOKUPS MADE AND LOOKUPS THAT
017748*                  FOUND A ROW.
017749******************************************************************
017750 7050-PRINT-TABLE-STATISTICS.
017751     MOVE "RATEMSTR" TO TSL-MASTER-NAME.
017752     MOVE WS-RATE-TABLE-SWITCH TO TSW-SWITCH.
017753     MOVE WS-RATE-TABLE-COUNT TO TSW-ROWS.
017754     MOVE WS-RATE-TABLE-LOOKUPS TO TSW-LOOKUPS.
017755     MOVE WS-RATE-TABLE-HITS TO TSW-HITS.
017756     PERFORM 7055-PRINT-ONE-TABLE-LINE
017757         THRU 7055-EXIT.
017758     MOVE "ACCTRATE" TO TSL-MASTER-NAME.
017759     MOVE WS-OVRD-TABLE-SWITCH TO TSW-SWITCH.
017760     MOVE WS-OVRD-TABLE-COUNT TO TSW-ROWS.
017761     MOVE WS-OVRD-TABLE-LOOKUPS TO TSW-LOOKUPS.
017762     MOVE WS-OVRD-TABLE-HITS TO TSW-HITS.
017763     PERFORM 7055-PRINT-ONE-TABLE-LINE
017764         THRU 7055-EXIT.
017765     MOVE "CURRMSTR" TO TSL-MASTER-NAME.
017766     MOVE WS-CURR-TABLE-SWITCH TO TSW-SWITCH.
017767     MOVE WS-CURR-TABLE-COUNT TO TSW-ROWS.
017768     MOVE WS-CURR-TABLE-LOOKUPS TO TSW-LOOKUPS.
017769     MOVE WS-CURR-TABLE-HITS TO TSW-HITS.
017770     PERFORM 7055-PRINT-ONE-TABLE-LINE
017771         THRU 7055-EXIT.
017772     MOVE "ACCTMSTR" TO TSL-MASTER-NAME.
017773     MOVE WS-ACCT-TABLE-SWITCH TO TSW-SWITCH.
017774     MOVE WS-ACCT-TABLE-COUNT TO TSW-ROWS.
017775     MOVE WS-ACCT-TABLE-LOOKUPS TO TSW-LOOKUPS.
017776     MOVE WS-ACCT-TABLE-HITS TO TSW-HITS.
017777     PERFORM 7055-PRINT-ONE-TABLE-LINE
017778         THRU 7055-EXIT.
017779 7050-EXIT.
017780     EXIT.
017781******************************************************************
017782* 7055-PRINT-ONE-TABLE-LINE - FORMAT AND WRITE ONE TABLE'S LINE.
017783******************************************************************
017784 7055-PRINT-ONE-TABLE-LINE.
017785     MOVE TSW-ROWS TO TSL-ROWS.
017786     MOVE TSW-LOOKUPS TO TSL-LOOKUPS.
017787     MOVE TSW-HITS TO TSL-HITS.
017788     MOVE SPACES TO TSL-NOTE.
017789     IF TSW-TABLE-FULL
017790         MOVE " - KEYED READS" TO TSL-NOTE
017791     END-IF.
017792     IF TSW-TABLE-NOT-LOADED
017793         MOVE " - NOT LOADED" TO TSL-NOTE
017794     END-IF.
017795     WRITE PRINT-LINE FROM WS-TABLE-STATS-LINE.
017796 7055-EXIT.
017797     EXIT.
017798******************************************************************
017799* 9999-EXIT - COMMON PROGRAM EXIT POINT.
017800******************************************************************
017801 9999-EXIT.
017802     IF WS-CALC-RUN-OK
017803         MOVE 0 TO RETURN-CODE
017804     ELSE
017805         MOVE 16 TO RETURN-CODE
017806     END-IF.
017807     GOBACK.
017900 END PROGRAM Calculator.
