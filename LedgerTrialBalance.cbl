002078*                  THE BUSINESS DATE ON EVERY LINE - SO FINANCE
002080*                  LOADS THE TRIAL FIGURES INSTEAD OF RETYPING
002082*                  THE PRINTED PAGE.
002083*   2026-10-15 DO  A COMPANY CODE MAY NOW BE GIVEN TO RUN THE
002084*                  TRIAL BALANCE FOR ONE LEGAL ENTITY - A POSTING
002085*                  WITH NO COMPANY BELONGS TO THE HOME COMPANY.
002086*                  BLANK RUNS THE CONSOLIDATED LEDGER. THE PERIOD
002087*                  PAGE ALSO TOTALS THE INTERCOMPANY POSTINGS,
002088*                  WHICH MUST NET TO ZERO WHEN EVERY COMPANY IS IN
002089*                  THE RUN.
002090*   2026-10-15 DO  ADDED P)ERIOD MODE - A FISCAL PERIOD (YYYYPP)
002091*                  IS GIVEN AND ITS FIRST AND LAST DAYS, AS THE
002092*                  FISCCAL CALENDAR DEFINES THEM THROUGH
002093*                  FISCALPERIOD, BECOME THE POST DATE RANGE, SO
002094*                  THE MONTH-END CLOSE RUNS ON THE 4-4-5 PERIOD
002095*                  RATHER THAN A CALENDAR MONTH.
002096*   2026-10-15 DO  THE MONEY ON REVENUE AND REVALUATION POSTINGS
002097*                  (LR-POST-AMOUNT) IS NOW TOTALED PER GL ACCOUNT
002098*                  AND FOR THE PERIOD, BESIDE THE NUM2 MOVEMENT.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. LedgerTrialBalance.
006400 01  WS-PERIOD-CREDITS               PIC S9(11) VALUE ZERO.
006500 01  WS-PERIOD-NUM3-TOTAL            PIC S9(11)V99 VALUE ZERO.
006600 01  WS-CLOSING-BALANCE              PIC S9(11) VALUE ZERO.
006605 01  WS-PERIOD-POSTED                PIC S9(13)V99 VALUE ZERO.
006610 01  WS-POSTED-TABLE.
006615     05  WS-POSTED-ENTRY OCCURS 100 TIMES INDEXED BY PS-IDX.
006620         10  PS-ACCOUNT-CODE         PIC X(08).
006625         10  PS-POSTED               PIC S9(13)V99.
006630 01  WS-POSTED-USED-COUNT            PIC 9(03) COMP VALUE ZERO.
006635 01  WS-POSTED-OVERFLOW              PIC 9(06) COMP VALUE ZERO.
006640 01  WS-POSTED-FOUND-SWITCH          PIC X(01) VALUE "N".
006645     88  WS-POSTED-BUCKET-FOUND      VALUE "Y".
006650 01  WS-POSTED-DETAIL.
006655     05  FILLER                      PIC X(02) VALUE SPACES.
006660     05  PD-ACCOUNT-CODE             PIC X(08).
006665     05  FILLER                      PIC X(08) VALUE " POSTED:".
006670     05  PD-POSTED                   PIC -(12)9.99.
006675     05  FILLER                      PIC X(46) VALUE SPACES.
006700 01  WS-HEADER-LINE                  PIC X(80) VALUE
006800     "POSNEGDEC LEDGER TRIAL BALANCE".
006900 01  WS-RANGE-LINE.
007100     05  RL-FROM-DATE                PIC 9(08).
007200     05  FILLER                      PIC X(06) VALUE "  TO: ".
007300     05  RL-TO-DATE                  PIC 9(08).
007400     05  FILLER                      PIC X(11)
007425         VALUE "  COMPANY: ".
007450     05  RL-COMPANY                  PIC X(04).
007475     05  FILLER                      PIC X(37) VALUE SPACES.
007500 01  WS-DAY-DETAIL.
007600     05  DD-POST-DATE                PIC 9(08).
007700     05  FILLER                      PIC X(05) VALUE " CNT:".
009000 01  WS-PERIOD-DETAIL.
009100     05  PL-LABEL                    PIC X(24).
009200     05  PL-AMOUNT                   PIC -(12)9.99.
009202     05  FILLER                      PIC X(40) VALUE SPACES.
009204 01  WS-GEN-FILE-NAME.
009206     05  FILLER                      PIC X(05) VALUE "PARCH".
009208     05  WS-GEN-NAME-DATE            PIC 9(08) VALUE ZERO.
009210 01  WS-GEN-FILE-STATUS              PIC X(02).
009212     88  WS-GEN-FILE-OK             VALUE "00".
009214 01  WS-CAT-FILE-STATUS              PIC X(02).
009216     88  WS-CAT-FILE-OK             VALUE "00".
009218 01  WS-CAT-EOF-SWITCH               PIC X(01) VALUE "N".
009220     88  WS-END-OF-CATALOG          VALUE "Y".
009222 01  WS-GEN-EOF-SWITCH               PIC X(01) VALUE "N".
009224     88  WS-END-OF-GENERATION       VALUE "Y".
009226 01  WS-RUN-MODE                     PIC X(01) VALUE "N".
009228     88  WS-NORMAL-MODE              VALUE "N" "n".
009230     88  WS-ASOF-MODE                VALUE "A" "a".
009232     88  WS-PERIOD-MODE              VALUE "P" "p".
009234 01  WS-RUN-PERIOD-ID                PIC 9(06) VALUE ZERO.
009236 01  WS-FP-FUNCTION                  PIC X(01).
009238 01  WS-FP-RESULT.
009240     05  WS-FP-FOUND-SWITCH          PIC X(01).
009242         88  WS-FP-PERIOD-FOUND      VALUE "Y".
009244     05  WS-FP-SOURCE                PIC X(01).
009246     05  WS-FP-PERIOD-ID             PIC 9(06).
009248     05  WS-FP-START-DATE            PIC 9(08).
009250     05  WS-FP-END-DATE              PIC 9(08).
009252     05  WS-FP-YEAR-START-DATE       PIC 9(08).
009254     05  WS-FP-YEAR-END-DATE         PIC 9(08).
009256     05  WS-FP-PERIODS-IN-YEAR       PIC 9(02).
009258 01  WS-FP-DATE                      PIC 9(08) VALUE ZERO.
009315 01  WS-ASOF-DATE                    PIC 9(08) VALUE ZERO.
009316 01  WS-ARCHIVE-FOLDED               PIC 9(08) VALUE ZERO.
009317 01  WS-ACCT-FILE-STATUS             PIC X(02).
009386     05  FILLER                      PIC X(01) VALUE ",".
009387     05  EX-AMOUNT                   PIC -9(11).99.
009388     05  FILLER                      PIC X(03) VALUE SPACES.
009390 01  WS-RUN-COMPANY                  PIC X(04) VALUE SPACES.
009395 01  WS-RECORD-COMPANY               PIC X(04) VALUE SPACES.
009400 01  WS-COMPANY-SWITCH               PIC X(01) VALUE "Y".
009405     88  WS-COMPANY-IN-RUN           VALUE "Y".
009410 01  WS-NO-OPERATOR                  PIC X(08) VALUE SPACES.
009415 01  WS-CO-RESULT.
009420     05  WS-CO-KNOWN-SWITCH          PIC X(01).
009425         88  WS-CO-KNOWN             VALUE "Y".
009430     05  WS-CO-PERMITTED-SWITCH      PIC X(01).
009435         88  WS-CO-PERMITTED         VALUE "Y".
009440     05  WS-CO-EFFECTIVE-COMPANY     PIC X(04).
009445     05  WS-CO-COMPANY-NAME          PIC X(30).
009450 01  WS-INTERCO-COUNT                PIC 9(08) VALUE ZERO.
009455 01  WS-INTERCO-NET                  PIC S9(11) VALUE ZERO.
009460 01  WS-INTERCO-AMOUNT               PIC S9(11)V99 VALUE ZERO.
009465 COPY CTLPARM.
009470 PROCEDURE DIVISION.
009500******************************************************************
009600* 0000-MAINLINE - TAKE THE DATE RANGE, WALK THE LEDGER THROUGH
009700*                 IT, AND CLOSE WITH THE PERIOD PAGE.
009800******************************************************************
009900 0000-MAINLINE.
009910     DISPLAY "Run mode - N)ormal date range, P)eriod or A)s-of "
009920         "a historical date: "
009930     ACCEPT WS-RUN-MODE.
009940     IF WS-ASOF-MODE
009950         DISPLAY "As-of date (YYYYMMDD): "
009980         MOVE WS-ASOF-DATE TO WS-TO-DATE
009990         GO TO 0000-OPEN-FILES
009991     END-IF.
009995     IF WS-PERIOD-MODE
010000         DISPLAY "Fiscal period (YYYYPP): "
010005         ACCEPT WS-RUN-PERIOD-ID
010010         MOVE "P" TO WS-FP-FUNCTION
010015         MOVE WS-RUN-PERIOD-ID TO WS-FP-PERIOD-ID
010020         CALL "FiscalPeriod" USING WS-FP-FUNCTION, WS-FP-DATE,
010025             WS-FP-RESULT
010030         IF NOT WS-FP-PERIOD-FOUND
010035             DISPLAY "PERIOD " WS-RUN-PERIOD-ID
010040                 " IS NOT ON THE FISCAL CALENDAR"
010045             GO TO 9999-EXIT
010050         END-IF
010055         MOVE WS-FP-START-DATE TO WS-FROM-DATE
010060         MOVE WS-FP-END-DATE   TO WS-TO-DATE
010065         GO TO 0000-OPEN-FILES
010070     END-IF.
010075     DISPLAY "From post date (YYYYMMDD): "
010100     ACCEPT WS-FROM-DATE.
010200     DISPLAY "To post date (YYYYMMDD): "
010300     ACCEPT WS-TO-DATE.
010310 0000-OPEN-FILES.
010315     DISPLAY "Company code (blank = all companies): "
010320     ACCEPT WS-RUN-COMPANY.
010325     IF WS-RUN-COMPANY NOT = SPACES
010330         CALL "CompanyCheck" USING WS-NO-OPERATOR, WS-RUN-COMPANY,
010335             WS-CO-RESULT
010340         IF NOT WS-CO-KNOWN
010345             DISPLAY "COMPANY " WS-RUN-COMPANY " NOT KNOWN"
010350             GO TO 9999-EXIT
010355         END-IF
010360     END-IF.
010400     OPEN INPUT LEDGER-FILE.
010500     IF NOT WS-LEDGER-FILE-OK
010600         DISPLAY "PNLEDG OPEN FAILED, STATUS "
011200     WRITE TRIAL-RPT-LINE.
011300     MOVE WS-FROM-DATE TO RL-FROM-DATE.
011400     MOVE WS-TO-DATE   TO RL-TO-DATE.
011420     MOVE WS-RUN-COMPANY TO RL-COMPANY.
011440     IF WS-RUN-COMPANY = SPACES
011460         MOVE "ALL" TO RL-COMPANY
011480     END-IF.
011500     WRITE TRIAL-RPT-LINE FROM WS-RANGE-LINE.
011600     MOVE WS-FROM-DATE TO LR-POST-DATE.
011700     MOVE ZERO TO LR-SEQUENCE-NO.
013000         THRU 4000-EXIT.
013010     PERFORM 5000-PRINT-PARENT-ROLLUP
013020         THRU 5000-EXIT.
013024     PERFORM 5700-PRINT-POSTED-AMOUNTS
013028         THRU 5700-EXIT.
013030     PERFORM 6000-PRINT-SUMMARY-PAGE
013040         THRU 6000-EXIT.
013050     IF CTL-EXPORT-DELIMITED
015130             THRU 2060-EXIT
015140         GO TO 2000-EXIT
015150     END-IF.
015155     PERFORM 2050-TEST-COMPANY
015160         THRU 2050-EXIT.
015165     IF NOT WS-COMPANY-IN-RUN
015170         GO TO 2000-EXIT
015175     END-IF.
015200     IF LR-POST-DATE NOT = WS-CURRENT-DAY
015300         IF WS-DAY-IN-PROGRESS
015400             PERFORM 3000-CLOSE-OUT-DAY
017300     END-IF.
017400     ADD WS-NUM3-DELTA TO WS-DAY-NUM3-TOTAL.
017500     ADD WS-NUM2-DELTA TO WS-CLOSING-BALANCE.
017501     PERFORM 2530-FOLD-POSTED-AMOUNT
017502         THRU 2530-EXIT.
017504     PERFORM 2550-FOLD-INTERCOMPANY
017508         THRU 2550-EXIT.
017510     PERFORM 2500-FOLD-INTO-ACCOUNT
017520         THRU 2500-EXIT.
017800 2000-EXIT.
017900     EXIT.
017902******************************************************************
017904* 2530-FOLD-POSTED-AMOUNT - A POSTING THAT CARRIES MONEY (REVENUE
017906*                  AND REVALUATION ENTRIES, WHOSE NUM2 IS ZERO) IS
017908*                  TOTALED BY GL ACCOUNT AND FOR THE PERIOD. THE
017910*                  REVERSED ORIGINAL AND ITS "V" OFFSET, WHICH
017912*                  CARRIES THE AMOUNT NEGATED, ARE BOTH LEFT OUT
017914*                  BEFORE THIS POINT, AS THEY ARE FOR NUM2.
017916******************************************************************
017918 2530-FOLD-POSTED-AMOUNT.
017920     IF LR-POST-AMOUNT = ZERO
017922         GO TO 2530-EXIT
017924     END-IF.
017926     ADD LR-POST-AMOUNT TO WS-PERIOD-POSTED.
017928     MOVE "N" TO WS-POSTED-FOUND-SWITCH.
017930     SET PS-IDX TO 1.
017932     PERFORM 2540-SCAN-ONE-POSTED-BUCKET
017934         THRU 2540-EXIT
017936         UNTIL WS-POSTED-BUCKET-FOUND
017938         OR PS-IDX > WS-POSTED-USED-COUNT.
017940     IF NOT WS-POSTED-BUCKET-FOUND
017942         IF WS-POSTED-USED-COUNT < 100
017944             ADD 1 TO WS-POSTED-USED-COUNT
017946             SET PS-IDX TO WS-POSTED-USED-COUNT
017948             MOVE LR-GL-ACCOUNT TO PS-ACCOUNT-CODE (PS-IDX)
017950             MOVE ZERO TO PS-POSTED (PS-IDX)
017952         ELSE
017954             ADD 1 TO WS-POSTED-OVERFLOW
017956             GO TO 2530-EXIT
017958         END-IF
017960     END-IF.
017962     ADD LR-POST-AMOUNT TO PS-POSTED (PS-IDX).
017964 2530-EXIT.
017966     EXIT.
017968******************************************************************
017970* 2540-SCAN-ONE-POSTED-BUCKET - ONE TABLE ENTRY AT A TIME.
017972******************************************************************
017974 2540-SCAN-ONE-POSTED-BUCKET.
017976     IF PS-ACCOUNT-CODE (PS-IDX) = LR-GL-ACCOUNT
017978         SET WS-POSTED-BUCKET-FOUND TO TRUE
017980     ELSE
017982         SET PS-IDX UP BY 1
017984     END-IF.
017986 2540-EXIT.
017988     EXIT.
018000******************************************************************
018100* 3000-CLOSE-OUT-DAY - ONE TRIAL-BALANCE LINE PER POST DATE AND
018200*                      FOLD THE DAY INTO THE PERIOD FIGURES.
019600     MOVE "N" TO WS-DAY-OPEN-SWITCH.
019700 3000-EXIT.
019800     EXIT.
019802******************************************************************
019804* 5700-PRINT-POSTED-AMOUNTS - THE POSTED MONEY BY GL ACCOUNT, WITH
019806*                  THE PERIOD TOTAL THE BILLING EXTRACT AND THE
019808*                  REVALUATION RUN ARE PROVED AGAINST.
019810******************************************************************
019812 5700-PRINT-POSTED-AMOUNTS.
019814     IF WS-POSTED-USED-COUNT = ZERO
019816         GO TO 5700-EXIT
019818     END-IF.
019820     MOVE SPACES TO TRIAL-RPT-LINE.
019822     WRITE TRIAL-RPT-LINE.
019824     MOVE "POSTED AMOUNTS BY ACCOUNT" TO TRIAL-RPT-LINE.
019826     WRITE TRIAL-RPT-LINE.
019828     PERFORM 5710-PRINT-ONE-POSTED-ACCOUNT
019830         THRU 5710-EXIT
019832         VARYING PS-IDX FROM 1 BY 1
019834         UNTIL PS-IDX > WS-POSTED-USED-COUNT.
019836     MOVE "TOTAL" TO PD-ACCOUNT-CODE.
019838     MOVE WS-PERIOD-POSTED TO PD-POSTED.
019840     WRITE TRIAL-RPT-LINE FROM WS-POSTED-DETAIL.
019842     IF WS-POSTED-OVERFLOW > ZERO
019844         MOVE "POSTED TABLE FULL - SOME ACCOUNTS NOT LISTED"
019846             TO TRIAL-RPT-LINE
019848         WRITE TRIAL-RPT-LINE
019850     END-IF.
019852 5700-EXIT.
019854     EXIT.
019856******************************************************************
019858* 5710-PRINT-ONE-POSTED-ACCOUNT - ONE ACCOUNT'S POSTED MONEY.
019860******************************************************************
019862 5710-PRINT-ONE-POSTED-ACCOUNT.
019864     MOVE PS-ACCOUNT-CODE (PS-IDX) TO PD-ACCOUNT-CODE.
019866     MOVE PS-POSTED (PS-IDX)       TO PD-POSTED.
019868     WRITE TRIAL-RPT-LINE FROM WS-POSTED-DETAIL.
019870 5710-EXIT.
019872     EXIT.
019900******************************************************************
020000* 4000-PRINT-PERIOD-PAGE - THE PERIOD-END PAGE FOR THE CLOSE
020100*                          BINDER.
021600     WRITE TRIAL-RPT-LINE FROM WS-PERIOD-DETAIL.
021700     MOVE "PERIOD AMOUNT TOTAL:    " TO PL-LABEL.
021800     MOVE WS-PERIOD-NUM3-TOTAL TO PL-AMOUNT.
021825     WRITE TRIAL-RPT-LINE FROM WS-PERIOD-DETAIL.
021850     MOVE "PERIOD POSTED AMOUNT:   " TO PL-LABEL.
021875     MOVE WS-PERIOD-POSTED TO PL-AMOUNT.
021900     WRITE TRIAL-RPT-LINE FROM WS-PERIOD-DETAIL.
022000     MOVE "CLOSING BALANCE C/F:    " TO PL-LABEL.
022100     MOVE WS-CLOSING-BALANCE TO PL-AMOUNT.
022200     WRITE TRIAL-RPT-LINE FROM WS-PERIOD-DETAIL.
022204     MOVE "INTERCOMPANY POSTINGS:  " TO PL-LABEL.
022208     MOVE WS-INTERCO-COUNT TO PL-AMOUNT.
022212     WRITE TRIAL-RPT-LINE FROM WS-PERIOD-DETAIL.
022216     MOVE "INTERCOMPANY NET:       " TO PL-LABEL.
022220     MOVE WS-INTERCO-NET TO PL-AMOUNT.
022224     WRITE TRIAL-RPT-LINE FROM WS-PERIOD-DETAIL.
022228     MOVE "INTERCOMPANY AMOUNT:    " TO PL-LABEL.
022232     MOVE WS-INTERCO-AMOUNT TO PL-AMOUNT.
022236     WRITE TRIAL-RPT-LINE FROM WS-PERIOD-DETAIL.
022240     IF WS-RUN-COMPANY = SPACES AND WS-INTERCO-COUNT > ZERO
022244         IF WS-INTERCO-NET = ZERO
022248             MOVE "INTERCOMPANY ELIMINATES ON CONSOLIDATION"
022252                 TO TRIAL-RPT-LINE
022256         ELSE
022260             MOVE "INTERCOMPANY OUT OF BALANCE ON CONSOLIDATION"
022264                 TO TRIAL-RPT-LINE
022268             DISPLAY "INTERCOMPANY OUT OF BALANCE BY "
022272                 WS-INTERCO-NET
022276         END-IF
022280         WRITE TRIAL-RPT-LINE
022284     END-IF.
022300     DISPLAY "TRIAL BALANCE POSTINGS: " WS-PERIOD-COUNT.
022400 4000-EXIT.
022402     EXIT.
022404******************************************************************
022406* 2050-TEST-COMPANY - A POSTING WITH NO COMPANY BELONGS TO THE
022408*                  HOME COMPANY. A BLANK RUN COMPANY TAKES EVERY
022410*                  POSTING.
022412******************************************************************
022414 2050-TEST-COMPANY.
022416     MOVE "Y" TO WS-COMPANY-SWITCH.
022418     IF WS-RUN-COMPANY = SPACES
022420         GO TO 2050-EXIT
022422     END-IF.
022424     MOVE LR-COMPANY-CODE TO WS-RECORD-COMPANY.
022426     IF WS-RECORD-COMPANY = SPACES
022428         MOVE CTL-HOME-COMPANY TO WS-RECORD-COMPANY
022430     END-IF.
022432     IF WS-RECORD-COMPANY NOT = WS-RUN-COMPANY
022434         MOVE "N" TO WS-COMPANY-SWITCH
022436     END-IF.
022438 2050-EXIT.
022440     EXIT.
022442******************************************************************
022444* 2550-FOLD-INTERCOMPANY - A POSTING TO AN ACCOUNT THAT TRADES
022446*                  WITH ANOTHER COMPANY IS ALSO TOTALED APART, SO
022448*                  THE PERIOD PAGE SHOWS WHAT MUST ELIMINATE.
022450******************************************************************
022452 2550-FOLD-INTERCOMPANY.
022454     IF LR-NOT-INTERCOMPANY
022456         GO TO 2550-EXIT
022458     END-IF.
022460     ADD 1 TO WS-INTERCO-COUNT.
022462     ADD WS-NUM2-DELTA TO WS-INTERCO-NET.
022464     ADD WS-NUM3-DELTA TO WS-INTERCO-AMOUNT.
022466 2550-EXIT.
022500     EXIT.
022501******************************************************************
022502* 2500-FOLD-INTO-ACCOUNT - BUMP (OR START) THE POSTING ACCOUNT'S
022503*                  BUCKET, LOOKING ITS PARENT UP ON THE MASTER
022504*                  WHEN THE BUCKET IS FIRST STARTED.
022505******************************************************************
022506 2500-FOLD-INTO-ACCOUNT.
022507     MOVE "N" TO WS-ACCT-FOUND-SWITCH.
022508     SET AC-IDX TO 1.
022509     PERFORM 2510-SCAN-ONE-ACCT-BUCKET
022510         THRU 2510-EXIT
022511         UNTIL WS-ACCT-BUCKET-FOUND
022512         OR AC-IDX > WS-ACCT-USED-COUNT.
022513     IF NOT WS-ACCT-BUCKET-FOUND
022514         IF WS-ACCT-USED-COUNT < 100
022515             ADD 1 TO WS-ACCT-USED-COUNT
022516             SET AC-IDX TO WS-ACCT-USED-COUNT
022517             MOVE LR-GL-ACCOUNT TO AT-ACCOUNT-CODE (AC-IDX)
022518             PERFORM 2520-LOOK-UP-PARENT
022519                 THRU 2520-EXIT
022520             MOVE ZERO TO AT-POST-COUNT (AC-IDX)
022521             MOVE ZERO TO AT-DEBITS (AC-IDX)
022522             MOVE ZERO TO AT-CREDITS (AC-IDX)
022523             MOVE ZERO TO AT-AMOUNT (AC-IDX)
022524             MOVE "N" TO AT-PRINTED-SWITCH (AC-IDX)
022525         ELSE
022526             ADD 1 TO WS-ACCT-OVERFLOW
022527             GO TO 2500-EXIT
022528         END-IF
022529     END-IF.
022530     ADD 1 TO AT-POST-COUNT (AC-IDX).
022531     IF WS-NUM2-DELTA < ZERO
022532         SUBTRACT WS-NUM2-DELTA FROM AT-CREDITS (AC-IDX)
022533     ELSE
022534         ADD WS-NUM2-DELTA TO AT-DEBITS (AC-IDX)
022535     END-IF.
022536     ADD WS-NUM3-DELTA TO AT-AMOUNT (AC-IDX).
022537 2500-EXIT.
022538     EXIT.
022539******************************************************************
022540* 2510-SCAN-ONE-ACCT-BUCKET - ONE TABLE ENTRY AT A TIME.
022541******************************************************************
022542 2510-SCAN-ONE-ACCT-BUCKET.
022543     IF AT-ACCOUNT-CODE (AC-IDX) = LR-GL-ACCOUNT
022544         SET WS-ACCT-BUCKET-FOUND TO TRUE
022545     ELSE
022546         SET AC-IDX UP BY 1
022547     END-IF.
022548 2510-EXIT.
022549     EXIT.
022550******************************************************************
022551* 2520-LOOK-UP-PARENT - THE ACCOUNT'S PARENT LEVEL FROM THE
022552*                  MASTER. NO MASTER, NO ROW OR NO PARENT ALL
022553*                  ROLL TO THE UNASSIGNED TOP-LEVEL GROUP.
022554******************************************************************
022555 2520-LOOK-UP-PARENT.
022556     MOVE "UNASSIGN" TO AT-PARENT-ACCOUNT (AC-IDX).
022557     IF NOT WS-ACCT-MASTER-OPEN
022558         GO TO 2520-EXIT
022559     END-IF.
022560     MOVE LR-GL-ACCOUNT TO GA-ACCOUNT-CODE.
022561     READ GL-ACCOUNT-FILE
022562         INVALID KEY
022563             GO TO 2520-EXIT
022564     END-READ.
022565     IF GA-PARENT-ACCOUNT NOT = SPACES
022566         MOVE GA-PARENT-ACCOUNT TO AT-PARENT-ACCOUNT (AC-IDX)
022567     END-IF.
022568 2520-EXIT.
022569     EXIT.
022570******************************************************************
022571* 2060-FOLD-ASOF-RECORD - AS-OF MODE FOLDS STRAIGHT INTO THE
022572*                  PERIOD FIGURES AND THE ACCOUNT TABLE - THE
022573*                  MERGED SOURCES DO NOT ARRIVE IN DAY ORDER, SO
022574*                  THERE ARE NO DAY LINES TO KEEP.
022575******************************************************************
022576 2060-FOLD-ASOF-RECORD.
022577     IF NOT LR-STATUS-ACTIVE
022578         GO TO 2060-EXIT
022579     END-IF.
022580     PERFORM 2050-TEST-COMPANY
022581         THRU 2050-EXIT.
022582     IF NOT WS-COMPANY-IN-RUN
022583         GO TO 2060-EXIT
022584     END-IF.
022585     ADD 1 TO WS-PERIOD-COUNT.
022586     MOVE LR-ADJ-NUM2 TO WS-NUM2-DELTA.
022587     MOVE LR-ADJ-NUM3 TO WS-NUM3-DELTA.
022588     IF WS-NUM2-DELTA < ZERO
022589         SUBTRACT WS-NUM2-DELTA FROM WS-PERIOD-CREDITS
022590     ELSE
022591         ADD WS-NUM2-DELTA TO WS-PERIOD-DEBITS
022592     END-IF.
022593     ADD WS-NUM3-DELTA TO WS-PERIOD-NUM3-TOTAL.
022594     ADD WS-NUM2-DELTA TO WS-CLOSING-BALANCE.
022595     PERFORM 2550-FOLD-INTERCOMPANY
022596         THRU 2550-EXIT.
022597     PERFORM 2530-FOLD-POSTED-AMOUNT
022598         THRU 2530-EXIT.
022599     PERFORM 2500-FOLD-INTO-ACCOUNT
022600         THRU 2500-EXIT.
022601 2060-EXIT.
