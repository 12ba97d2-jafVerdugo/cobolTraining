000100******************************************************************
000200* PROGRAM-ID: PAYMENTPLAN
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     INSTALLMENT PAYMENT PLANS. FOR AN ACTIVE ACCOUNT, A
000800*              PRINCIPAL, AN INTEREST RATE CODE FROM RATEMSTR (THE
000900*              ROW IN FORCE ON THE BUSINESS DATE, ITS VALUE TAKEN
001000*              AS AN ANNUAL PERCENTAGE - ENTER FOR AN
001100*              INTEREST-FREE PLAN), A NUMBER OF INSTALLMENTS AND A
001200*              FREQUENCY (DAILY, WEEKLY OR MONTHLY) IT WORKS OUT
001300*              THE LEVEL INSTALLMENT AND PRINTS THE AMORTIZATION
001400*              SCHEDULE TO PPLANRPT - DUE DATE, INTEREST,
001500*              PRINCIPAL AND REMAINING BALANCE PER INSTALLMENT,
001600*              THE LAST ONE TAKING UP THE ROUNDING. DUE DATES STEP
001700*              THROUGH THE ROUTINES1 DATADD AND MTHADD SERVICES
001800*              EXACTLY AS STANDINGORDERGEN WILL STEP THEM. WHEN
001900*              THE PLAN IS ACCEPTED IT IS ADDED TO STNDINST AS
002000*              COUNTED STANDING INSTRUCTIONS, SO EVERY INSTALLMENT
002100*              BILLS THROUGH THE OVERNIGHT CALCULATOR RUN ON ITS
002200*              OWN.
002300* TECTONICS:   cobc
002400*
002500* MODIFICATION HISTORY
002600*   2026-10-15 DO  INITIAL VERSION.
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. PaymentPlan.
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS AM-ACCOUNT-ID
003700         FILE STATUS IS WS-ACCT-FILE-STATUS.
003800     SELECT RATE-MASTER-FILE ASSIGN TO "RATEMSTR"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS RM-RATE-KEY
004200         FILE STATUS IS WS-RATE-FILE-STATUS.
004300     SELECT STANDING-INST-FILE ASSIGN TO "STNDINST"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-INST-FILE-STATUS.
004600     SELECT PLAN-RPT-FILE ASSIGN TO "PPLANRPT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-RPT-FILE-STATUS.
004900     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-BDATE-FILE-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  ACCOUNT-MASTER-FILE.
005500     COPY ACCTMSTR.
005600 FD  RATE-MASTER-FILE.
005700     COPY RATEMSTR.
005800 FD  STANDING-INST-FILE
005900     RECORDING MODE IS F.
006000     COPY STNDINST.
006100 FD  PLAN-RPT-FILE
006200     RECORDING MODE IS F.
006300 01  PLAN-RPT-LINE                   PIC X(80).
006400 FD  BUS-DATE-FILE
006500     RECORDING MODE IS F.
006600     COPY BUSDATE.
006700 WORKING-STORAGE SECTION.
006800 01  WS-ACCT-FILE-STATUS             PIC X(02).
006900     88  WS-ACCT-FILE-OK             VALUE "00".
007000 01  WS-RATE-FILE-STATUS             PIC X(02).
007100     88  WS-RATE-FILE-OK             VALUE "00".
007200 01  WS-INST-FILE-STATUS             PIC X(02).
007300     88  WS-INST-FILE-OK             VALUE "00".
007400 01  WS-RPT-FILE-STATUS              PIC X(02).
007500     88  WS-RPT-FILE-OK              VALUE "00".
007600 01  WS-BDATE-FILE-STATUS            PIC X(02).
007700     88  WS-BDATE-FILE-OK            VALUE "00".
007800 01  WS-PLAN-SWITCH                  PIC X(01) VALUE "N".
007900     88  WS-PLAN-VALID               VALUE "Y".
008000 01  WS-SCAN-EOF-SWITCH              PIC X(01) VALUE "N".
008100     88  WS-END-OF-SCAN              VALUE "Y".
008200 01  WS-RATE-FOUND-SWITCH            PIC X(01) VALUE "N".
008300     88  WS-RATE-FOUND               VALUE "Y".
008400 01  WS-ACCEPT-ANSWER                PIC X(01) VALUE SPACE.
008500     88  WS-PLAN-ACCEPTED            VALUE "Y" "y".
008600 01  WS-BUSINESS-DATE                PIC 9(08) VALUE ZERO.
008700 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
008800*
008900*    THE PLAN AS KEYED AND AS WORKED OUT.
009000*
009100 01  PP-ACCOUNT-ID                   PIC X(08) VALUE SPACES.
009200 01  PP-CUSTOMER-NAME                PIC X(30) VALUE SPACES.
009300 01  PP-PRINCIPAL                    PIC S9(9)V99 VALUE ZERO.
009400 01  PP-RATE-CODE                    PIC X(04) VALUE SPACES.
009500 01  PP-ANNUAL-RATE                  PIC S9(5)V99 VALUE ZERO.
009600 01  PP-INSTALLMENTS                 PIC 9(03) VALUE ZERO.
009700 01  PP-FREQUENCY                    PIC X(01) VALUE SPACE.
009800     88  PP-DAILY                    VALUE "D".
009900     88  PP-WEEKLY                   VALUE "W".
010000     88  PP-MONTHLY                  VALUE "M".
010100     88  PP-FREQUENCY-VALID          VALUE "D" "W" "M".
010200 01  PP-PERIODS-PER-YEAR             PIC 9(03) VALUE ZERO.
010300 01  PP-PERIOD-RATE                  PIC 9(03)V9(12) VALUE ZERO.
010400 01  PP-GROWTH                       PIC 9(09)V9(09) VALUE ZERO.
010500 01  PP-LEVEL-PAYMENT                PIC S9(9)V99 VALUE ZERO.
010600 01  PP-FINAL-PAYMENT                PIC S9(9)V99 VALUE ZERO.
010700 01  PP-FIRST-DUE-DATE               PIC 9(08) VALUE ZERO.
010800 01  PP-DUE-DATE                     PIC 9(08) VALUE ZERO.
010900 01  PP-FINAL-DUE-DATE               PIC 9(08) VALUE ZERO.
011000 01  PP-INSTALLMENT-NO               PIC 9(03) VALUE ZERO.
011100 01  PP-BALANCE                      PIC S9(9)V99 VALUE ZERO.
011200 01  PP-INTEREST                     PIC S9(9)V99 VALUE ZERO.
011300 01  PP-PRINCIPAL-PART               PIC S9(9)V99 VALUE ZERO.
011400 01  PP-PAYMENT                      PIC S9(9)V99 VALUE ZERO.
011500 01  PP-TOTAL-PAYMENTS               PIC S9(11)V99 VALUE ZERO.
011600 01  PP-TOTAL-INTEREST               PIC S9(11)V99 VALUE ZERO.
011700 01  PP-STEP-COUNT                   PIC S9(07) SIGN LEADING
011800                                     SEPARATE VALUE ZERO.
011900 01  PP-INSTRUCTIONS-ADDED           PIC 9(01) VALUE ZERO.
012000 01  WS-PAGE-COUNT                   PIC 9(02) COMP VALUE ZERO.
012100 01  WS-LINE-COUNT                   PIC 9(02) COMP VALUE 99.
012200     88  WS-PAGE-FULL                VALUE 50 THRU 99.
012300 01  WS-LIB-FUNCTION                 PIC X(06).
012400 01  WS-LIB-RETURN-CODE              PIC 9(02).
012500 01  WS-LIB-DATE                     PIC 9(08).
012600 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "PPLANRPT".
012700 01  WS-LIB-MSG-VALUE                PIC X(40).
012800 01  WS-LIB-MSG-TEXT                 PIC X(60).
012900 01  WS-REPORT-HEADER-1.
013000     05  FILLER                      PIC X(30) VALUE
013100         "PAYMENT PLAN SCHEDULE".
013200     05  FILLER                      PIC X(09) VALUE "ACCOUNT: ".
013300     05  RH-ACCOUNT-ID               PIC X(08).
013400     05  FILLER                      PIC X(04) VALUE SPACES.
013500     05  FILLER                      PIC X(06) VALUE "DATE: ".
013600     05  RH-BUSINESS-DATE            PIC 9(08).
013700     05  FILLER                      PIC X(04) VALUE SPACES.
013800     05  FILLER                      PIC X(05) VALUE "PAGE ".
013900     05  RH-PAGE-NO                  PIC ZZ9.
014000     05  FILLER                      PIC X(03) VALUE SPACES.
014100 01  WS-REPORT-HEADER-2.
014200     05  FILLER                      PIC X(40) VALUE
014300         " NO  DUE DATE        PAYMENT      INTERE".
014400     05  FILLER                      PIC X(40) VALUE
014500         "ST     PRINCIPAL       BALANCE".
014600 01  WS-PLAN-LINE-1.
014700     05  FILLER                      PIC X(10) VALUE "CUSTOMER: ".
014800     05  PL-CUSTOMER-NAME            PIC X(30).
014900     05  FILLER                      PIC X(12) VALUE
015000         "PRINCIPAL: ".
015100     05  PL-PRINCIPAL                PIC Z,ZZZ,ZZZ,ZZ9.99.
015200     05  FILLER                      PIC X(12) VALUE SPACES.
015300 01  WS-PLAN-LINE-2.
015400     05  FILLER                      PIC X(11) VALUE
015500         "RATE CODE: ".
015600     05  PL-RATE-CODE                PIC X(04).
015700     05  FILLER                      PIC X(02) VALUE SPACES.
015800     05  PL-ANNUAL-RATE              PIC ZZ,ZZ9.99.
015900     05  FILLER                      PIC X(15) VALUE
016000         " PCT PER ANNUM ".
016100     05  PL-INSTALLMENTS             PIC ZZ9.
016200     05  FILLER                      PIC X(01) VALUE SPACE.
016300     05  PL-FREQUENCY                PIC X(07).
016400     05  FILLER                      PIC X(14) VALUE
016500         " INSTALLMENTS ".
016600     05  FILLER                      PIC X(14) VALUE SPACES.
016700 01  WS-DETAIL-LINE.
016800     05  DL-INSTALLMENT-NO           PIC ZZ9.
016900     05  FILLER                      PIC X(02) VALUE SPACES.
017000     05  DL-DUE-DATE                 PIC 9(08).
017100     05  FILLER                      PIC X(02) VALUE SPACES.
017200     05  DL-PAYMENT                  PIC Z,ZZZ,ZZ9.99.
017300     05  FILLER                      PIC X(02) VALUE SPACES.
017400     05  DL-INTEREST                 PIC Z,ZZZ,ZZ9.99.
017500     05  FILLER                      PIC X(02) VALUE SPACES.
017600     05  DL-PRINCIPAL-PART           PIC Z,ZZZ,ZZ9.99.
017700     05  FILLER                      PIC X(02) VALUE SPACES.
017800     05  DL-BALANCE                  PIC Z,ZZZ,ZZ9.99.
017900     05  FILLER                      PIC X(11) VALUE SPACES.
018000 01  WS-TOTAL-LINE.
018100     05  TL-LABEL                    PIC X(30).
018200     05  TL-AMOUNT                   PIC Z,ZZZ,ZZZ,ZZ9.99.
018300     05  FILLER                      PIC X(34) VALUE SPACES.
018400 PROCEDURE DIVISION.
018500******************************************************************
018600* 0000-MAINLINE - TAKE THE PLAN, PRINT ITS SCHEDULE AND, WHEN IT
018700*                 IS ACCEPTED, FILE ITS STANDING INSTRUCTIONS.
018800******************************************************************
018900 0000-MAINLINE.
019000     PERFORM 0500-RESOLVE-BUSINESS-DATE
019100         THRU 0500-EXIT.
019200     PERFORM 1000-GET-PLAN
019300         THRU 1000-EXIT.
019400     IF NOT WS-PLAN-VALID
019500         MOVE 4 TO RETURN-CODE
019600         GO TO 9999-EXIT
019700     END-IF.
019800     PERFORM 2000-WORK-OUT-PAYMENT
019900         THRU 2000-EXIT.
020000     IF NOT WS-PLAN-VALID
020100         MOVE 4 TO RETURN-CODE
020200         GO TO 9999-EXIT
020300     END-IF.
020400     PERFORM 3000-PRINT-SCHEDULE
020500         THRU 3000-EXIT.
020600     DISPLAY "LEVEL INSTALLMENT " PP-LEVEL-PAYMENT
020700         " FINAL INSTALLMENT " PP-FINAL-PAYMENT
020800         " ON " PP-FINAL-DUE-DATE.
020900     DISPLAY "TOTAL INTEREST " PP-TOTAL-INTEREST
021000         " - SCHEDULE ON PPLANRPT".
021100     DISPLAY "Accept the plan and bill it by standing "
021200         "instruction "
021300         "(Y/N): "
021400     MOVE SPACE TO WS-ACCEPT-ANSWER.
021500     ACCEPT WS-ACCEPT-ANSWER.
021600     IF NOT WS-PLAN-ACCEPTED
021700         DISPLAY "PLAN NOT ACCEPTED - NO INSTRUCTIONS ADDED"
021800         MOVE ZERO TO RETURN-CODE
021900         GO TO 9999-EXIT
022000     END-IF.
022100     PERFORM 4000-ADD-INSTRUCTIONS
022200         THRU 4000-EXIT.
022300     MOVE ZERO TO RETURN-CODE.
022400     GO TO 9999-EXIT.
022500******************************************************************
022600* 0500-RESOLVE-BUSINESS-DATE - THE BUSDATE CONTROL WHEN ONE IS
022700*                  ON FILE, THE SYSTEM DATE OTHERWISE.
022800******************************************************************
022900 0500-RESOLVE-BUSINESS-DATE.
023000     MOVE "DATSTM" TO WS-LIB-FUNCTION.
023100     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
023200         WS-BUSINESS-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
023300         WS-LIB-MSG-TEXT.
023400     OPEN INPUT BUS-DATE-FILE.
023500     IF NOT WS-BDATE-FILE-OK
023600         GO TO 0500-EXIT
023700     END-IF.
023800     READ BUS-DATE-FILE
023900         AT END
024000             CONTINUE
024100     END-READ.
024200     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
024300         MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
024400     END-IF.
024500     CLOSE BUS-DATE-FILE.
024600 0500-EXIT.
024700     EXIT.
024800******************************************************************
024900* 1000-GET-PLAN - THE ACCOUNT, PRINCIPAL, RATE CODE, INSTALLMENTS,
025000*                  FREQUENCY AND FIRST DUE DATE, EACH CHECKED AS
025100*                  IT IS KEYED.
025200******************************************************************
025300 1000-GET-PLAN.
025400     MOVE "N" TO WS-PLAN-SWITCH.
025500     DISPLAY "Account ID: "
025600     MOVE SPACES TO PP-ACCOUNT-ID.
025700     ACCEPT PP-ACCOUNT-ID.
025800     PERFORM 1100-CHECK-ACCOUNT
025900         THRU 1100-EXIT.
026000     IF PP-CUSTOMER-NAME = SPACES
026100         GO TO 1000-EXIT
026200     END-IF.
026300     DISPLAY "Principal: "
026400     MOVE ZERO TO PP-PRINCIPAL.
026500     ACCEPT PP-PRINCIPAL.
026600     IF PP-PRINCIPAL NOT > ZERO
026700         DISPLAY "THE PRINCIPAL MUST BE GREATER THAN ZERO"
026800         GO TO 1000-EXIT
026900     END-IF.
027000     DISPLAY "Interest rate code (Enter for interest-free): "
027100     MOVE SPACES TO PP-RATE-CODE.
027200     ACCEPT PP-RATE-CODE.
027300     MOVE ZERO TO PP-ANNUAL-RATE.
027400     IF PP-RATE-CODE NOT = SPACES
027500         PERFORM 1200-GET-RATE
027600             THRU 1200-EXIT
027700         IF NOT WS-RATE-FOUND
027800             DISPLAY "NO RATE IN FORCE FOR " PP-RATE-CODE " ON "
027900                 WS-BUSINESS-DATE
028000             GO TO 1000-EXIT
028100         END-IF
028200     END-IF.
028300     IF PP-ANNUAL-RATE < ZERO
028400         DISPLAY "RATE " PP-RATE-CODE " IS NEGATIVE - NOT AN "
028500             "INTEREST RATE"
028600         GO TO 1000-EXIT
028700     END-IF.
028800     DISPLAY "Number of installments (1-360): "
028900     MOVE ZERO TO PP-INSTALLMENTS.
029000     ACCEPT PP-INSTALLMENTS.
029100     IF PP-INSTALLMENTS < 1 OR PP-INSTALLMENTS > 360
029200         DISPLAY "INSTALLMENTS MUST BE 1 THROUGH 360"
029300         GO TO 1000-EXIT
029400     END-IF.
029500     DISPLAY "Frequency (D)aily, (W)eekly, (M)onthly: "
029600     MOVE SPACE TO PP-FREQUENCY.
029700     ACCEPT PP-FREQUENCY.
029800     IF NOT PP-FREQUENCY-VALID
029900         DISPLAY "FREQUENCY MUST BE D, W OR M"
030000         GO TO 1000-EXIT
030100     END-IF.
030200     MOVE WS-BUSINESS-DATE TO PP-DUE-DATE.
030300     PERFORM 3500-STEP-DUE-DATE
030400         THRU 3500-EXIT.
030500     DISPLAY "First due date (YYYYMMDD, Enter for " PP-DUE-DATE
030600         "): "
030700     MOVE ZERO TO PP-FIRST-DUE-DATE.
030800     ACCEPT PP-FIRST-DUE-DATE.
030900     IF PP-FIRST-DUE-DATE = ZERO
031000         MOVE PP-DUE-DATE TO PP-FIRST-DUE-DATE
031100     END-IF.
031200     MOVE PP-FIRST-DUE-DATE TO WS-LIB-DATE.
031300     MOVE "DATVAL" TO WS-LIB-FUNCTION.
031400     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
031500         WS-LIB-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
031600         WS-LIB-MSG-TEXT.
031700     IF WS-LIB-RETURN-CODE NOT = ZERO
031800         DISPLAY "FIRST DUE DATE " PP-FIRST-DUE-DATE
031900             " IS NOT A CALENDAR DATE"
032000         GO TO 1000-EXIT
032100     END-IF.
032200     IF PP-FIRST-DUE-DATE NOT > WS-BUSINESS-DATE
032300         DISPLAY "THE FIRST DUE DATE MUST BE AFTER THE BUSINESS "
032400             "DATE " WS-BUSINESS-DATE
032500         GO TO 1000-EXIT
032600     END-IF.
032700     SET WS-PLAN-VALID TO TRUE.
032800 1000-EXIT.
032900     EXIT.
033000******************************************************************
033100* 1100-CHECK-ACCOUNT - THE ACCOUNT MUST BE ACTIVE ON ACCTMSTR. THE
033200*                  CUSTOMER NAME IS LEFT BLANK WHEN IT IS NOT.
033300******************************************************************
033400 1100-CHECK-ACCOUNT.
033500     MOVE SPACES TO PP-CUSTOMER-NAME.
033600     OPEN INPUT ACCOUNT-MASTER-FILE.
033700     IF NOT WS-ACCT-FILE-OK
033800         DISPLAY "ACCTMSTR OPEN FAILED, STATUS "
033900             WS-ACCT-FILE-STATUS
034000         GO TO 1100-EXIT
034100     END-IF.
034200     MOVE PP-ACCOUNT-ID TO AM-ACCOUNT-ID.
034300     READ ACCOUNT-MASTER-FILE
034400         INVALID KEY
034500             DISPLAY "ACCOUNT " PP-ACCOUNT-ID " NOT ON ACCTMSTR"
034600             CLOSE ACCOUNT-MASTER-FILE
034700             GO TO 1100-EXIT
034800     END-READ.
034900     CLOSE ACCOUNT-MASTER-FILE.
035000     IF NOT AM-STATUS-ACTIVE
035100         DISPLAY "ACCOUNT " PP-ACCOUNT-ID " IS NOT ACTIVE"
035200         GO TO 1100-EXIT
035300     END-IF.
035400     MOVE AM-CUSTOMER-NAME TO PP-CUSTOMER-NAME.
035500     IF PP-CUSTOMER-NAME = SPACES
035600         MOVE PP-ACCOUNT-ID TO PP-CUSTOMER-NAME
035700     END-IF.
035800 1100-EXIT.
035900     EXIT.
036000******************************************************************
036100* 1200-GET-RATE - THE RATEMSTR ROW OF THE CODE IN FORCE ON THE
036200*                  BUSINESS DATE.
036300******************************************************************
036400 1200-GET-RATE.
036500     MOVE "N" TO WS-RATE-FOUND-SWITCH.
036600     MOVE "N" TO WS-SCAN-EOF-SWITCH.
036700     OPEN INPUT RATE-MASTER-FILE.
036800     IF NOT WS-RATE-FILE-OK
036900         DISPLAY "RATEMSTR OPEN FAILED, STATUS "
037000             WS-RATE-FILE-STATUS
037100         GO TO 1200-EXIT
037200     END-IF.
037300     MOVE PP-RATE-CODE TO RM-RATE-CODE.
037400     MOVE ZERO TO RM-EFFECTIVE-FROM.
037500     START RATE-MASTER-FILE KEY IS NOT LESS THAN RM-RATE-KEY
037600         INVALID KEY
037700             SET WS-END-OF-SCAN TO TRUE
037800     END-START.
037900     PERFORM 1250-SCAN-ONE-RATE-ROW
038000         THRU 1250-EXIT
038100         UNTIL WS-END-OF-SCAN.
038200     CLOSE RATE-MASTER-FILE.
038300 1200-EXIT.
038400     EXIT.
038500******************************************************************
038600* 1250-SCAN-ONE-RATE-ROW - ONE ROW OF THE CODE.
038700******************************************************************
038800 1250-SCAN-ONE-RATE-ROW.
038900     READ RATE-MASTER-FILE NEXT RECORD
039000         AT END
039100             SET WS-END-OF-SCAN TO TRUE
039200     END-READ.
039300     IF WS-END-OF-SCAN
039400         GO TO 1250-EXIT
039500     END-IF.
039600     IF RM-RATE-CODE NOT = PP-RATE-CODE
039700         SET WS-END-OF-SCAN TO TRUE
039800         GO TO 1250-EXIT
039900     END-IF.
040000     IF RM-EFFECTIVE-FROM NOT > WS-BUSINESS-DATE
040100        AND RM-EFFECTIVE-TO NOT < WS-BUSINESS-DATE
040200         MOVE RM-RATE-VALUE TO PP-ANNUAL-RATE
040300         SET WS-RATE-FOUND TO TRUE
040400         SET WS-END-OF-SCAN TO TRUE
040500     END-IF.
040600 1250-EXIT.
040700     EXIT.
040800******************************************************************
040900* 2000-WORK-OUT-PAYMENT - THE LEVEL INSTALLMENT THAT PAYS THE
041000*                  PRINCIPAL OFF WITH INTEREST OVER THE PLAN:
041100*                  P * R * (1 + R) ** N / ((1 + R) ** N - 1) FOR
041200*                  PERIOD RATE R, OR P / N INTEREST-FREE.
041300******************************************************************
041400 2000-WORK-OUT-PAYMENT.
041500     EVALUATE TRUE
041600         WHEN PP-DAILY
041700             MOVE 365 TO PP-PERIODS-PER-YEAR
041800         WHEN PP-WEEKLY
041900             MOVE 52 TO PP-PERIODS-PER-YEAR
042000         WHEN OTHER
042100             MOVE 12 TO PP-PERIODS-PER-YEAR
042200     END-EVALUATE.
042300     COMPUTE PP-PERIOD-RATE ROUNDED =
042400         PP-ANNUAL-RATE / 100 / PP-PERIODS-PER-YEAR.
042500     IF PP-PERIOD-RATE = ZERO
042600         DIVIDE PP-PRINCIPAL BY PP-INSTALLMENTS
042700             GIVING PP-LEVEL-PAYMENT ROUNDED
042800         GO TO 2000-EXIT
042900     END-IF.
043000     COMPUTE PP-GROWTH ROUNDED =
043100         (1 + PP-PERIOD-RATE) ** PP-INSTALLMENTS
043200         ON SIZE ERROR
043300             DISPLAY "RATE " PP-RATE-CODE " OVER " PP-INSTALLMENTS
043400                 " INSTALLMENTS IS TOO LARGE TO SCHEDULE"
043500             MOVE "N" TO WS-PLAN-SWITCH
043600             GO TO 2000-EXIT
043700     END-COMPUTE.
043800     COMPUTE PP-LEVEL-PAYMENT ROUNDED =
043900         PP-PRINCIPAL * PP-PERIOD-RATE * PP-GROWTH
044000             / (PP-GROWTH - 1)
044100         ON SIZE ERROR
044200             DISPLAY "RATE " PP-RATE-CODE " OVER " PP-INSTALLMENTS
044300                 " INSTALLMENTS IS TOO LARGE TO SCHEDULE"
044400             MOVE "N" TO WS-PLAN-SWITCH
044500     END-COMPUTE.
044600 2000-EXIT.
044700     EXIT.
044800******************************************************************
044900* 3000-PRINT-SCHEDULE - ONE LINE PER INSTALLMENT, THEN THE TOTALS,
045000*                  KEPT THROUGH REPORTKEEP.
045100******************************************************************
045200 3000-PRINT-SCHEDULE.
045300     OPEN OUTPUT PLAN-RPT-FILE.
045400     MOVE PP-PRINCIPAL TO PP-BALANCE.
045500     MOVE ZERO TO PP-TOTAL-PAYMENTS PP-TOTAL-INTEREST.
045600     MOVE PP-FIRST-DUE-DATE TO PP-DUE-DATE.
045700     PERFORM 3100-PRINT-ONE-INSTALLMENT
045800         THRU 3100-EXIT
045900         VARYING PP-INSTALLMENT-NO FROM 1 BY 1
046000         UNTIL PP-INSTALLMENT-NO > PP-INSTALLMENTS.
046100     MOVE SPACES TO PLAN-RPT-LINE.
046200     WRITE PLAN-RPT-LINE.
046300     MOVE "TOTAL OF INSTALLMENTS" TO TL-LABEL.
046400     MOVE PP-TOTAL-PAYMENTS TO TL-AMOUNT.
046500     WRITE PLAN-RPT-LINE FROM WS-TOTAL-LINE.
046600     MOVE "TOTAL INTEREST" TO TL-LABEL.
046700     MOVE PP-TOTAL-INTEREST TO TL-AMOUNT.
046800     WRITE PLAN-RPT-LINE FROM WS-TOTAL-LINE.
046900     MOVE "PRINCIPAL REPAID" TO TL-LABEL.
047000     MOVE PP-PRINCIPAL TO TL-AMOUNT.
047100     WRITE PLAN-RPT-LINE FROM WS-TOTAL-LINE.
047200     CLOSE PLAN-RPT-FILE.
047300     MOVE "PPLANRPT" TO WS-RPT-KEEP-NAME.
047400     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-BUSINESS-DATE.
047500 3000-EXIT.
047600     EXIT.
047700******************************************************************
047800* 3100-PRINT-ONE-INSTALLMENT - THE PERIOD'S INTEREST ON THE
047900*                  BALANCE, THE REST OF THE LEVEL INSTALLMENT OFF
048000*                  THE PRINCIPAL. THE LAST INSTALLMENT CLEARS
048100*                  WHATEVER BALANCE THE ROUNDING HAS LEFT.
048200******************************************************************
048300 3100-PRINT-ONE-INSTALLMENT.
048400     IF WS-PAGE-FULL
048500         PERFORM 1500-PRINT-HEADERS
048600             THRU 1500-EXIT
048700     END-IF.
048800     IF PP-INSTALLMENT-NO > 1
048900         PERFORM 3500-STEP-DUE-DATE
049000             THRU 3500-EXIT
049100     END-IF.
049200     COMPUTE PP-INTEREST ROUNDED = PP-BALANCE * PP-PERIOD-RATE.
049300     IF PP-INSTALLMENT-NO = PP-INSTALLMENTS
049400         MOVE PP-BALANCE TO PP-PRINCIPAL-PART
049500         ADD PP-BALANCE PP-INTEREST GIVING PP-PAYMENT
049600         MOVE PP-PAYMENT TO PP-FINAL-PAYMENT
049700         MOVE PP-DUE-DATE TO PP-FINAL-DUE-DATE
049800     ELSE
049900         MOVE PP-LEVEL-PAYMENT TO PP-PAYMENT
050000         SUBTRACT PP-INTEREST FROM PP-PAYMENT
050100             GIVING PP-PRINCIPAL-PART
050200     END-IF.
050300     SUBTRACT PP-PRINCIPAL-PART FROM PP-BALANCE.
050400     ADD PP-PAYMENT TO PP-TOTAL-PAYMENTS.
050500     ADD PP-INTEREST TO PP-TOTAL-INTEREST.
050600     MOVE PP-INSTALLMENT-NO TO DL-INSTALLMENT-NO.
050700     MOVE PP-DUE-DATE       TO DL-DUE-DATE.
050800     MOVE PP-PAYMENT        TO DL-PAYMENT.
050900     MOVE PP-INTEREST       TO DL-INTEREST.
051000     MOVE PP-PRINCIPAL-PART TO DL-PRINCIPAL-PART.
051100     MOVE PP-BALANCE        TO DL-BALANCE.
051200     WRITE PLAN-RPT-LINE FROM WS-DETAIL-LINE.
051300     ADD 1 TO WS-LINE-COUNT.
051400 3100-EXIT.
051500     EXIT.
051600******************************************************************
051700* 1500-PRINT-HEADERS - START A NEW PAGE OF THE SCHEDULE. THE PLAN
051800*                  TERMS GO ON THE FIRST PAGE ONLY.
051900******************************************************************
052000 1500-PRINT-HEADERS.
052100     ADD 1 TO WS-PAGE-COUNT.
052200     MOVE WS-PAGE-COUNT TO RH-PAGE-NO.
052300     MOVE PP-ACCOUNT-ID TO RH-ACCOUNT-ID.
052400     MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE.
052500     WRITE PLAN-RPT-LINE FROM WS-REPORT-HEADER-1.
052600     IF WS-PAGE-COUNT = 1
052700         MOVE PP-CUSTOMER-NAME TO PL-CUSTOMER-NAME
052800         MOVE PP-PRINCIPAL TO PL-PRINCIPAL
052900         MOVE PP-RATE-CODE TO PL-RATE-CODE
053000         MOVE PP-ANNUAL-RATE TO PL-ANNUAL-RATE
053100         MOVE PP-INSTALLMENTS TO PL-INSTALLMENTS
053200         EVALUATE TRUE
053300             WHEN PP-DAILY
053400                 MOVE "DAILY" TO PL-FREQUENCY
053500             WHEN PP-WEEKLY
053600                 MOVE "WEEKLY" TO PL-FREQUENCY
053700             WHEN OTHER
053800                 MOVE "MONTHLY" TO PL-FREQUENCY
053900         END-EVALUATE
054000         WRITE PLAN-RPT-LINE FROM WS-PLAN-LINE-1
054100         WRITE PLAN-RPT-LINE FROM WS-PLAN-LINE-2
054200         MOVE SPACES TO PLAN-RPT-LINE
054300         WRITE PLAN-RPT-LINE
054400     END-IF.
054500     WRITE PLAN-RPT-LINE FROM WS-REPORT-HEADER-2.
054600     MOVE ZERO TO WS-LINE-COUNT.
054700 1500-EXIT.
054800     EXIT.
054900******************************************************************
055000* 3500-STEP-DUE-DATE - ONE PERIOD ON FROM THE LAST DUE DATE -
055100*                  DATADD FOR DAILY AND WEEKLY, MTHADD FOR
055200*                  MONTHLY, THE SAME STEP STANDINGORDERGEN TAKES.
055300******************************************************************
055400 3500-STEP-DUE-DATE.
055500     MOVE PP-DUE-DATE TO WS-LIB-DATE.
055600     MOVE SPACES TO WS-LIB-MSG-VALUE.
055700     EVALUATE TRUE
055800         WHEN PP-DAILY
055900             MOVE 1 TO PP-STEP-COUNT
056000             MOVE "DATADD" TO WS-LIB-FUNCTION
056100         WHEN PP-WEEKLY
056200             MOVE 7 TO PP-STEP-COUNT
056300             MOVE "DATADD" TO WS-LIB-FUNCTION
056400         WHEN OTHER
056500             MOVE 1 TO PP-STEP-COUNT
056600             MOVE "MTHADD" TO WS-LIB-FUNCTION
056700     END-EVALUATE.
056800     MOVE PP-STEP-COUNT TO WS-LIB-MSG-VALUE (1:8).
056900     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
057000         WS-LIB-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
057100         WS-LIB-MSG-TEXT.
057200     MOVE WS-LIB-DATE TO PP-DUE-DATE.
057300 3500-EXIT.
057400     EXIT.
057500******************************************************************
057600* 4000-ADD-INSTRUCTIONS - THE PLAN ONTO STNDINST. THE LEVEL
057700*                  INSTALLMENTS GO ON AS ONE INSTRUCTION COUNTED
057800*                  FOR ALL BUT THE LAST; A LAST INSTALLMENT THE
057900*                  ROUNDING HAS MADE DIFFERENT GETS ONE OF ITS
058000*                  OWN, DUE ON ITS OWN DATE.
058100******************************************************************
058200 4000-ADD-INSTRUCTIONS.
058300     OPEN EXTEND STANDING-INST-FILE.
058400     IF NOT WS-INST-FILE-OK
058500         OPEN OUTPUT STANDING-INST-FILE
058600         IF NOT WS-INST-FILE-OK
058700             DISPLAY "STNDINST OPEN FAILED, STATUS "
058800                 WS-INST-FILE-STATUS " - PLAN NOT FILED"
058900             MOVE 8 TO RETURN-CODE
059000             GO TO 4000-EXIT
059100         END-IF
059200     END-IF.
059300     MOVE ZERO TO PP-INSTRUCTIONS-ADDED.
059400     MOVE SPACES TO STANDING-INSTRUCTION-RECORD.
059500     MOVE PP-ACCOUNT-ID TO SI-ACCOUNT-ID.
059600     MOVE SPACES TO SI-RATE-CODE.
059700     MOVE 1 TO SI-OPERATION.
059800     MOVE PP-FREQUENCY TO SI-FREQUENCY.
059900     SET SI-STATUS-ACTIVE TO TRUE.
060000     IF PP-FINAL-PAYMENT = PP-LEVEL-PAYMENT
060100         MOVE PP-LEVEL-PAYMENT TO SI-NUM1
060200         MOVE PP-FIRST-DUE-DATE TO SI-NEXT-RUN-DATE
060300         MOVE PP-INSTALLMENTS TO SI-RUNS-REMAINING
060400         WRITE STANDING-INSTRUCTION-RECORD
060500         ADD 1 TO PP-INSTRUCTIONS-ADDED
060600     ELSE
060700         IF PP-INSTALLMENTS > 1
060800             MOVE PP-LEVEL-PAYMENT TO SI-NUM1
060900             MOVE PP-FIRST-DUE-DATE TO SI-NEXT-RUN-DATE
061000             SUBTRACT 1 FROM PP-INSTALLMENTS
061100                 GIVING SI-RUNS-REMAINING
061200             WRITE STANDING-INSTRUCTION-RECORD
061300             ADD 1 TO PP-INSTRUCTIONS-ADDED
061400         END-IF
061500         MOVE PP-FINAL-PAYMENT TO SI-NUM1
061600         MOVE PP-FINAL-DUE-DATE TO SI-NEXT-RUN-DATE
061700         MOVE 1 TO SI-RUNS-REMAINING
061800         WRITE STANDING-INSTRUCTION-RECORD
061900         ADD 1 TO PP-INSTRUCTIONS-ADDED
062000     END-IF.
062100     CLOSE STANDING-INST-FILE.
062200     DISPLAY "PLAN ACCEPTED - " PP-INSTRUCTIONS-ADDED
062300         " STANDING INSTRUCTION(S) ADDED FOR " PP-ACCOUNT-ID.
062400 4000-EXIT.
062500     EXIT.
062600******************************************************************
062700* 9999-EXIT - COMMON PROGRAM EXIT POINT.
062800******************************************************************
062900 9999-EXIT.
063000     GOBACK.
063100 END PROGRAM PaymentPlan.
