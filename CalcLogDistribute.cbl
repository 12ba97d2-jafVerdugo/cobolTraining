002150*   2026-08-22 DO  THE RUN NOW TAKES THE CALCLOCK RUN LOCK
002160*                  BEFORE OPENING CALCLOG FOR UPDATE, LIKE EVERY
002170*                  OTHER UPDATER OF THE LOG.
002171*   2026-10-15 DO  EXTRACT DETAILS NOW CARRY THE SALES TAX / VAT
002172*                  PRICED AT CALCULATION TIME AND THE TRAILER THE
002173*                  GENERATION'S TAX TOTAL.
002174*   2026-10-15 DO  DETAILS ARE ALWAYS ACCOUNT-LEVEL, SO THE NEW
002175*                  BX-SUBSIDIARY-ID IS WRITTEN BLANK.
002176*   2026-10-15 DO  BILLSENT ROWS NOW CARRY THE ACCOUNT AND THE
002177*                  TAX, FOR THE AR OPEN-ITEM LEDGER.
002178*   2026-10-15 DO  THE EXTRACT HEADER NOW CARRIES THE GENERATION
002179*                  NUMBER FOR THE REVENUE POSTING RUN.
002180*   2026-10-15 DO  THE EXTRACT NOW FOLLOWS EACH ACCOUNT'S BILLING
002181*                  CYCLE ON ACCTMSTR THE SAME WAY
002182*                  CALCBILLINGEXTRACT DOES - A CHARGE NOT YET DUE
002183*                  STAYS UNSTAMPED, AND RELEASED CHARGES GO OUT
002184*                  THROUGH THE BILLWORK WORK FILE AS PER-ACCOUNT
002185*                  INVOICE GROUPS WITH IS SUBTOTALS AND AN INVOICE
002186*                  COUNT ON THE TRAILER. DETAILS NOW ALSO CARRY
002187*                  THE SUBMITTED CURRENCY AND AMOUNT, AS
002188*                  CALCBILLINGEXTRACT'S ALWAYS HAVE.
002189*   2026-10-15 DO  DETAILS NOW CARRY THE COMPANY OF THE LOG RECORD
002190*                  (THE HOME COMPANY WHEN IT HAS NONE). THE
002191*                  NIGHTLY RUN COVERS EVERY COMPANY, SO THE HEADER
002192*                  COMPANY IS BLANK.
002193*   2026-10-15 DO  THE CLOSED-PERIOD CHECK LOOKS UP TODAY'S
002194*                  FISCAL PERIOD THROUGH FISCALPERIOD, SINCE
002195*                  CALCPCLS NOW HOLDS FISCAL PERIODS RATHER THAN
002196*                  CALENDAR MONTHS.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. CalcLogDistribute.
004200     SELECT BILLING-EXTRACT-FILE ASSIGN TO "CALCBILL"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-BILL-FILE-STATUS.
004405     SELECT BILL-WORK-FILE ASSIGN TO "BILLWORK"
004410         ORGANIZATION IS INDEXED
004415         ACCESS MODE IS DYNAMIC
004420         RECORD KEY IS BW-WORK-KEY
004425         FILE STATUS IS WS-BWORK-FILE-STATUS.
004430     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
004435         ORGANIZATION IS INDEXED
004440         ACCESS MODE IS RANDOM
004445         RECORD KEY IS AM-ACCOUNT-ID
004450         FILE STATUS IS WS-ACCT-FILE-STATUS.
004500     SELECT GEN-CTL-FILE ASSIGN TO "BILLGCTL"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-GCTL-FILE-STATUS.
006700 FD  BILLING-EXTRACT-FILE
006800     RECORDING MODE IS F.
006900     COPY BILLEXTR.
006920 FD  BILL-WORK-FILE.
006940     COPY BILLWORK.
006960 FD  ACCOUNT-MASTER-FILE.
006980     COPY ACCTMSTR.
007000 FD  GEN-CTL-FILE
007100     RECORDING MODE IS F.
007200 01  GEN-CTL-RECORD.
009622     88  WS-LOCK-HELD               VALUE "Y".
009624 01  WS-LOCK-DATE                    PIC 9(08) VALUE ZERO.
009626 01  WS-LOCK-TIME                    PIC 9(08) VALUE ZERO.
009628 01  WS-BWORK-FILE-STATUS            PIC X(02).
009630     88  WS-BWORK-FILE-OK           VALUE "00".
009632 01  WS-ACCT-FILE-STATUS             PIC X(02).
009634     88  WS-ACCT-FILE-OK            VALUE "00".
009636 01  WS-ACCT-OPEN-SWITCH             PIC X(01) VALUE "N".
009638     88  WS-ACCT-OPEN               VALUE "Y".
009640 01  WS-CYCLE-ACCOUNT                PIC X(08) VALUE SPACES.
009642 01  WS-CYCLE-KNOWN-SWITCH           PIC X(01) VALUE "N".
009644     88  WS-CYCLE-KNOWN             VALUE "Y".
009646 01  WS-CYCLE-DATE                   PIC 9(08) VALUE ZERO.
009648 01  WS-CYCLE-PARM.
009650     05  CP-BILL-CYCLE               PIC X(01).
009652     05  CP-CYCLE-DAY                PIC 9(02).
009654     05  CP-DIRECTION                PIC X(01).
009656 01  WS-HELD-COUNT                   PIC 9(06) VALUE ZERO.
009658 01  WS-WORK-EOF-SWITCH              PIC X(01) VALUE "N".
009660     88  WS-END-OF-WORK             VALUE "Y".
009662 01  WS-INVOICE-OPEN-SWITCH          PIC X(01) VALUE "N".
009664     88  WS-INVOICE-OPEN            VALUE "Y".
009666 01  WS-INVOICE-COUNT                PIC 9(06) VALUE ZERO.
009668 01  WS-INV-ACCOUNT                  PIC X(08) VALUE SPACES.
009670 01  WS-INV-BILL-CYCLE               PIC X(01) VALUE SPACE.
009672 01  WS-INV-CYCLE-DATE               PIC 9(08) VALUE ZERO.
009674 01  WS-INV-DETAIL-COUNT             PIC 9(06) VALUE ZERO.
009676 01  WS-INV-AMOUNT                   PIC S9(13)V99 VALUE ZERO.
009678 01  WS-INV-TAX                      PIC S9(13)V99 VALUE ZERO.
009700 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
009800     88  WS-END-OF-FILE              VALUE "Y".
009900 01  WS-READ-COUNT                   PIC 9(08) VALUE ZERO.
010200 01  WS-VOID-COUNT                   PIC 9(04) COMP VALUE ZERO.
010300 01  WS-DETAIL-COUNT                 PIC 9(06) VALUE ZERO.
010400 01  WS-TOTAL-AMOUNT                 PIC S9(13)V99 VALUE ZERO.
010450 01  WS-TOTAL-TAX                    PIC S9(13)V99 VALUE ZERO.
010500 01  WS-VERIFY-HASH                  PIC S9(15)V99 VALUE ZERO.
010600 01  WS-CONTROL-SWITCH               PIC X(01) VALUE "O".
010700     88  WS-CONTROL-BALANCED         VALUE "O".
011620     88  WS-ROW-SUSPENDED           VALUE "Y".
011622 01  WS-SUSPEND-REASON               PIC X(30) VALUE SPACES.
011624 01  WS-TODAY-YEAR-MONTH             PIC 9(06) VALUE ZERO.
011628 01  WS-FP-FUNCTION                  PIC X(01).
011632 01  WS-FP-RESULT.
011636     05  WS-FP-FOUND-SWITCH          PIC X(01).
011640         88  WS-FP-PERIOD-FOUND      VALUE "Y".
011644     05  WS-FP-SOURCE                PIC X(01).
011648     05  WS-FP-PERIOD-ID             PIC 9(06).
011652     05  WS-FP-START-DATE            PIC 9(08).
011656     05  WS-FP-END-DATE              PIC 9(08).
011660     05  WS-FP-YEAR-START-DATE       PIC 9(08).
011664     05  WS-FP-YEAR-END-DATE         PIC 9(08).
011668     05  WS-FP-PERIODS-IN-YEAR       PIC 9(02).
011672 01  WS-SUSPENSE-DETAIL.
011676     05  SU-SUMMARY-DATE             PIC 9(08).
011680     05  FILLER                      PIC X(02) VALUE SPACES.
011684     05  SU-REASON                   PIC X(30).
011688     05  FILLER                      PIC X(40) VALUE SPACES.
011700 01  WS-OP-SUMMARY.
011800     05  WS-OP-ENTRY OCCURS 5 TIMES INDEXED BY OP-IDX.
011900         10  WS-OP-COUNT             PIC 9(06) VALUE ZERO.
017300     05  FILLER                      PIC X(08) VALUE "  TOTAL:".
017400     05  GS-TOTAL-AMOUNT             PIC -(13)9.99.
017500     05  FILLER                      PIC X(09) VALUE SPACES.
017550     COPY CTLPARM.
017600 PROCEDURE DIVISION.
017700******************************************************************
017800* 0000-MAINLINE - ONE PASS OVER THE LOG FEEDING ALL THREE
021150         SET WS-CONTROL-MISMATCH TO TRUE
021200         GO TO 1000-EXIT
021300     END-IF.
021304     OPEN OUTPUT BILL-WORK-FILE.
021308     IF WS-BWORK-FILE-OK
021312         CLOSE BILL-WORK-FILE
021316         OPEN I-O BILL-WORK-FILE
021320     END-IF.
021324     IF NOT WS-BWORK-FILE-OK
021328         DISPLAY "BILLWORK OPEN FAILED, STATUS "
021332             WS-BWORK-FILE-STATUS
021336         CLOSE CALC-LOG-FILE
021340         PERFORM 0250-RELEASE-RUN-LOCK
021344             THRU 0250-EXIT
021348         SET WS-END-OF-FILE TO TRUE
021352         SET WS-CONTROL-MISMATCH TO TRUE
021356         GO TO 1000-EXIT
021360     END-IF.
021364     OPEN INPUT ACCOUNT-MASTER-FILE.
021368     IF WS-ACCT-FILE-OK
021372         SET WS-ACCT-OPEN TO TRUE
021376     ELSE
021380         DISPLAY "ACCTMSTR OPEN FAILED, STATUS "
021384             WS-ACCT-FILE-STATUS " - EVERY ACCOUNT BILLED DAILY"
021388     END-IF.
021400     PERFORM 1200-GET-NEXT-GENERATION
021500         THRU 1200-EXIT.
021600     OPEN OUTPUT SUMMARY-RPT-FILE.
022300     OPEN OUTPUT BILLING-EXTRACT-FILE.
022400     MOVE "HD" TO BX-RECORD-TYPE.
022500     MOVE WS-TODAYS-DATE TO BX-EXTRACT-DATE.
022525     MOVE WS-THIS-GEN    TO BX-EXTRACT-GEN.
022550     MOVE SPACES         TO BX-EXTRACT-COMPANY.
022600     WRITE BILLING-EXTRACT-RECORD.
022700     PERFORM 1500-READ-LOG-RECORD
022800         THRU 1500-EXIT.
026100******************************************************************
026200* 2000-DISTRIBUTE-ONE-RECORD - EVERY RECORD FEEDS THE BALANCING
026300*                  FIGURES; A SUCCESSFUL ONE FEEDS THE SUMMARY
026400*                  AND (ONCE ONLY, WHEN ITS ACCOUNT'S BILLING
026500*                  CYCLE HAS COME ROUND) THE EXTRACT, A FAILED ONE
026550*                  THE EXCEPTION REPORT, A VOIDED ONE THE VOID
026600*                  SECTION.
026700******************************************************************
026800 2000-DISTRIBUTE-ONE-RECORD.
027500             ADD 1 TO WS-OP-COUNT (OP-IDX)
027600             ADD CL-RESULT TO WS-OP-TOTAL (OP-IDX)
027700             IF CL-EXTRACT-GEN = ZERO
027800                 PERFORM 2050-GET-CYCLE-DATE
027900                     THRU 2050-EXIT
027910                 IF CL-LOG-DATE > WS-CYCLE-DATE
027920                     ADD 1 TO WS-HELD-COUNT
027930                 ELSE
027940                     PERFORM 2100-FILE-EXTRACT-ITEM
027950                         THRU 2100-EXIT
027960                 END-IF
028000             END-IF
028100         WHEN CL-STATUS-ERROR
028200             ADD 1 TO WS-EXCEPTION-COUNT
029600 2000-EXIT.
029700     EXIT.
029800******************************************************************
029900* 2050-GET-CYCLE-DATE - THE ACCOUNT'S LATEST BILLING CYCLE DATE
029902*                  ON OR BEFORE THE DISTRIBUTION DATE, THROUGH THE
029904*                  LIBRARY'S CYCDAT SERVICE. ONLY THE LAST ACCOUNT
029906*                  LOOKED UP IS KEPT. AN ACCOUNT OFF THE MASTER, A
029908*                  DAILY ACCOUNT OR A DAMAGED CYCLE BILLS ON THE
029910*                  DISTRIBUTION DATE ITSELF.
029912******************************************************************
029914 2050-GET-CYCLE-DATE.
029916     IF WS-CYCLE-KNOWN AND CL-ACCOUNT-ID = WS-CYCLE-ACCOUNT
029918         GO TO 2050-EXIT
029920     END-IF.
029922     SET WS-CYCLE-KNOWN TO TRUE.
029924     MOVE CL-ACCOUNT-ID TO WS-CYCLE-ACCOUNT.
029926     MOVE "D" TO CP-BILL-CYCLE.
029928     MOVE ZERO TO CP-CYCLE-DAY.
029930     MOVE WS-TODAYS-DATE TO WS-CYCLE-DATE.
029932     IF NOT WS-ACCT-OPEN OR CL-ACCOUNT-ID = SPACES
029934         GO TO 2050-EXIT
029936     END-IF.
029938     MOVE CL-ACCOUNT-ID TO AM-ACCOUNT-ID.
029940     READ ACCOUNT-MASTER-FILE
029942         INVALID KEY
029944             GO TO 2050-EXIT
029946     END-READ.
029948     IF AM-CYCLE-DAILY
029950         GO TO 2050-EXIT
029952     END-IF.
029954     MOVE AM-BILL-CYCLE TO CP-BILL-CYCLE.
029956     MOVE AM-CYCLE-DAY TO CP-CYCLE-DAY.
029958     MOVE "L" TO CP-DIRECTION.
029960     MOVE WS-CYCLE-PARM TO WS-LIB-MSG-VALUE.
029962     MOVE "CYCDAT" TO WS-LIB-FUNCTION.
029964     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
029966         WS-CYCLE-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
029968         WS-LIB-MSG-TEXT.
029970     IF WS-LIB-RETURN-CODE NOT = ZERO
029972         DISPLAY "ACCOUNT " CL-ACCOUNT-ID " BILLING CYCLE "
029974             AM-BILL-CYCLE AM-CYCLE-DAY " IS NOT VALID - "
029976             "BILLED DAILY"
029978         MOVE "D" TO CP-BILL-CYCLE
029980         MOVE ZERO TO CP-CYCLE-DAY
029982         MOVE WS-TODAYS-DATE TO WS-CYCLE-DATE
029984     END-IF.
029986 2050-EXIT.
029988     EXIT.
029990******************************************************************
029992* 2100-FILE-EXTRACT-ITEM - ONE CHARGE TO THE BILLWORK WORK FILE
029994*                  FOR ITS ACCOUNT'S INVOICE GROUP, AND THE
030000*                  GENERATION STAMPED BACK ON THE LOG RECORD SO
030100*                  IT NEVER EXTRACTS TWICE.
030200******************************************************************
030300 2100-FILE-EXTRACT-ITEM.
030400     MOVE CL-ACCOUNT-ID  TO BW-BILL-ACCOUNT.
030500     MOVE CL-LOG-DATE    TO BW-LOG-DATE.
030600     MOVE CL-OPERATOR-ID TO BW-OPERATOR-ID.
030700     MOVE CL-SEQUENCE-NO TO BW-SEQUENCE-NO.
030800     SET BW-CHARGE-ITEM  TO TRUE.
030850     MOVE SPACES         TO BW-SUBSIDIARY-ID.
030900     MOVE CP-BILL-CYCLE  TO BW-BILL-CYCLE.
031000     MOVE WS-CYCLE-DATE  TO BW-CYCLE-DATE.
031100     MOVE CL-LOG-TIME    TO BW-LOG-TIME.
031200     MOVE CL-RESULT      TO BW-AMOUNT.
031205     MOVE CL-CURRENCY-CODE TO BW-CURRENCY-CODE.
031210     MOVE CL-ORIG-AMOUNT TO BW-ORIG-AMOUNT.
031215     MOVE CL-TAX-AMOUNT  TO BW-TAX-AMOUNT.
031220     MOVE CL-COMPANY-CODE TO BW-COMPANY-CODE.
031225     IF BW-COMPANY-CODE = SPACES
031230         MOVE CTL-HOME-COMPANY TO BW-COMPANY-CODE
031235     END-IF.
031240     WRITE BILL-WORK-RECORD
031245         INVALID KEY
031250             DISPLAY "BILLWORK WRITE FAILED, STATUS "
031255                 WS-BWORK-FILE-STATUS
031260     END-WRITE.
031300     MOVE WS-THIS-GEN TO CL-EXTRACT-GEN.
031400     REWRITE CALC-LOG-RECORD.
031410     PERFORM 2150-REGISTER-SENT-DETAIL
031632     MOVE CL-RESULT      TO BS-AMOUNT.
031634     SET BS-UNACKNOWLEDGED TO TRUE.
031636     MOVE SPACES         TO BS-REASON-CODE.
031637     MOVE CL-ACCOUNT-ID  TO BS-ACCOUNT-ID.
031638     MOVE CL-TAX-AMOUNT  TO BS-TAX-AMOUNT.
031639     WRITE SENT-REGISTER-RECORD.
031640     CLOSE SENT-REGISTER-FILE.
031642 2150-EXIT.
031643     EXIT.
031644******************************************************************
031645* 2500-RELEASE-INVOICES - READ THE WORK FILE BACK IN ACCOUNT
031646*                  ORDER, WRITING EACH ACCOUNT'S DETAILS AS ONE
031647*                  INVOICE GROUP CLOSED BY ITS SUBTOTAL.
031648******************************************************************
031649 2500-RELEASE-INVOICES.
031650     MOVE "N" TO WS-WORK-EOF-SWITCH.
031651     MOVE "N" TO WS-INVOICE-OPEN-SWITCH.
031652     MOVE LOW-VALUES TO BW-WORK-KEY.
031653     START BILL-WORK-FILE KEY IS NOT LESS THAN BW-WORK-KEY
031654         INVALID KEY
031655             SET WS-END-OF-WORK TO TRUE
031656     END-START.
031657     PERFORM 2600-RELEASE-ONE-ITEM
031658         THRU 2600-EXIT
031659         UNTIL WS-END-OF-WORK.
031660     IF WS-INVOICE-OPEN
031661         PERFORM 2700-WRITE-INVOICE-SUBTOTAL
031662             THRU 2700-EXIT
031663     END-IF.
031664 2500-EXIT.
031665     EXIT.
031666******************************************************************
031667* 2600-RELEASE-ONE-ITEM - ONE WORK-FILE ITEM AS A DETAIL RECORD,
031668*                  CLOSING THE PRIOR ACCOUNT'S INVOICE GROUP ON AN
031669*                  ACCOUNT BREAK.
031670******************************************************************
031671 2600-RELEASE-ONE-ITEM.
031672     READ BILL-WORK-FILE NEXT RECORD
031673         AT END
031674             SET WS-END-OF-WORK TO TRUE
031675             GO TO 2600-EXIT
031676     END-READ.
031677     IF WS-INVOICE-OPEN AND BW-BILL-ACCOUNT NOT = WS-INV-ACCOUNT
031678         PERFORM 2700-WRITE-INVOICE-SUBTOTAL
031679             THRU 2700-EXIT
031680     END-IF.
031681     IF NOT WS-INVOICE-OPEN
031682         SET WS-INVOICE-OPEN TO TRUE
031683         MOVE BW-BILL-ACCOUNT TO WS-INV-ACCOUNT
031684         MOVE BW-BILL-CYCLE   TO WS-INV-BILL-CYCLE
031685         MOVE BW-CYCLE-DATE   TO WS-INV-CYCLE-DATE
031686         MOVE ZERO TO WS-INV-DETAIL-COUNT
031687         MOVE ZERO TO WS-INV-AMOUNT
031688         MOVE ZERO TO WS-INV-TAX
031689     END-IF.
031690     MOVE "DT"           TO BX-RECORD-TYPE.
031691     MOVE BW-BILL-ACCOUNT TO BX-ACCOUNT-ID.
031692     MOVE BW-LOG-DATE    TO BX-TRANSACTION-DATE.
031693     MOVE BW-LOG-TIME    TO BX-TRANSACTION-TIME.
031694     MOVE BW-SEQUENCE-NO TO BX-REFERENCE-NO.
031695     MOVE BW-OPERATOR-ID TO BX-OPERATOR-ID.
031696     MOVE BW-AMOUNT      TO BX-TRANSACTION-AMOUNT.
031697     MOVE BW-CURRENCY-CODE TO BX-CURRENCY-CODE.
031698     MOVE BW-ORIG-AMOUNT TO BX-ORIG-AMOUNT.
031699     MOVE BW-TAX-AMOUNT  TO BX-TAX-AMOUNT.
031700     MOVE SPACES         TO BX-SUBSIDIARY-ID.
031701     MOVE BW-COMPANY-CODE TO BX-COMPANY-CODE.
031702     WRITE BILLING-EXTRACT-RECORD.
031703     ADD 1 TO WS-DETAIL-COUNT.
031704     ADD BW-AMOUNT TO WS-TOTAL-AMOUNT.
031705     ADD BW-TAX-AMOUNT TO WS-TOTAL-TAX.
031706     ADD 1 TO WS-INV-DETAIL-COUNT.
031707     ADD BW-AMOUNT TO WS-INV-AMOUNT.
031708     ADD BW-TAX-AMOUNT TO WS-INV-TAX.
031709 2600-EXIT.
031710     EXIT.
031711******************************************************************
031712* 2700-WRITE-INVOICE-SUBTOTAL - THE IS RECORD CLOSING ONE INVOICE
031713*                  GROUP, IN THE LAYOUT CALCBILLINGEXTRACT WRITES.
031714******************************************************************
031715 2700-WRITE-INVOICE-SUBTOTAL.
031716     MOVE SPACES TO BILLING-EXTRACT-RECORD.
031717     MOVE "IS" TO BX-RECORD-TYPE.
031718     MOVE WS-INV-ACCOUNT      TO BX-INV-ACCOUNT-ID.
031719     MOVE WS-INV-BILL-CYCLE   TO BX-INV-BILL-CYCLE.
031720     MOVE WS-INV-CYCLE-DATE   TO BX-INV-CYCLE-DATE.
031721     MOVE WS-INV-DETAIL-COUNT TO BX-INV-DETAIL-COUNT.
031722     MOVE WS-INV-AMOUNT       TO BX-INV-AMOUNT.
031723     MOVE WS-INV-TAX          TO BX-INV-TAX.
031724     WRITE BILLING-EXTRACT-RECORD.
031725     ADD 1 TO WS-INVOICE-COUNT.
031726     MOVE "N" TO WS-INVOICE-OPEN-SWITCH.
031727 2700-EXIT.
031728     EXIT.
031729******************************************************************
031800* 2200-HOLD-VOID-LINE - VOID LINES BELONG IN THEIR OWN SECTION
031900*                  AFTER THE ERRORS, SO THEY ARE HELD UNTIL THE
032000*                  PASS FINISHES.
035200         THRU 3200-EXIT
035300         VARYING VD-IDX FROM 1 BY 1
035400         UNTIL VD-IDX > WS-VOID-COUNT.
035425     PERFORM 2500-RELEASE-INVOICES
035450         THRU 2500-EXIT.
035500     MOVE "TL" TO BX-RECORD-TYPE.
035600     MOVE WS-DETAIL-COUNT TO BX-RECORD-COUNT.
035700     MOVE WS-TOTAL-AMOUNT TO BX-TOTAL-AMOUNT.
035725     MOVE WS-TOTAL-TAX TO BX-TOTAL-TAX.
035750     MOVE WS-INVOICE-COUNT TO BX-INVOICE-COUNT.
035800     WRITE BILLING-EXTRACT-RECORD.
035900     CLOSE CALC-LOG-FILE
036000           SUMMARY-RPT-FILE
036100           EXCEPTION-RPT-FILE
036200           BILLING-EXTRACT-FILE
036202           BILL-WORK-FILE.
036204     IF WS-ACCT-OPEN
036206         CLOSE ACCOUNT-MASTER-FILE
036208     END-IF.
036210     PERFORM 0250-RELEASE-RUN-LOCK
036220         THRU 0250-EXIT.
036300     OPEN OUTPUT GEN-CTL-FILE.
039400     DISPLAY WS-COUNT-LINE.
039500     MOVE "EXTRACT DETAILS (GEN):    " TO CN-LABEL.
039600     MOVE WS-DETAIL-COUNT TO CN-COUNT.
039610     DISPLAY WS-COUNT-LINE.
039620     MOVE "INVOICE GROUPS (GEN):     " TO CN-LABEL.
039630     MOVE WS-INVOICE-COUNT TO CN-COUNT.
039640     DISPLAY WS-COUNT-LINE.
039650     MOVE "HELD FOR A LATER CYCLE:   " TO CN-LABEL.
039660     MOVE WS-HELD-COUNT TO CN-COUNT.
039700     DISPLAY WS-COUNT-LINE.
039800 3000-EXIT.
039900     EXIT.
043414     MOVE "N" TO WS-SUSPENSE-SWITCH.
043416     MOVE "N" TO WS-PCLS-EOF-SWITCH.
043418     MOVE "N" TO WS-ROLL-SCAN-EOF-SWITCH.
043420     MOVE ZERO TO WS-TODAY-YEAR-MONTH.
043421     MOVE "D" TO WS-FP-FUNCTION.
043422     CALL "FiscalPeriod" USING WS-FP-FUNCTION, WS-TODAYS-DATE,
043423         WS-FP-RESULT.
043424     IF WS-FP-PERIOD-FOUND
043425         MOVE WS-FP-PERIOD-ID TO WS-TODAY-YEAR-MONTH
043426     END-IF.
043427     OPEN INPUT PERIOD-CLOSE-FILE.
043428     IF WS-PCLS-FILE-OK
043429         PERFORM 3410-SCAN-ONE-CLOSE-ROW
043430             THRU 3410-EXIT
043431             UNTIL WS-END-OF-CLOSES OR WS-ROW-SUSPENDED
043432         CLOSE PERIOD-CLOSE-FILE
043434     END-IF.
043436     IF WS-ROW-SUSPENDED
043456 3400-EXIT.
043458     EXIT.
043460******************************************************************
043462* 3410-SCAN-ONE-CLOSE-ROW - IS TODAY'S PERIOD ON THE CLOSE FILE.
043464******************************************************************
043466 3410-SCAN-ONE-CLOSE-ROW.
043468     READ PERIOD-CLOSE-FILE
043476     IF NOT WS-END-OF-CLOSES
043478         IF PC-YEAR-MONTH = WS-TODAY-YEAR-MONTH
043480             SET WS-ROW-SUSPENDED TO TRUE
043482             MOVE "PERIOD IS CLOSED" TO WS-SUSPEND-REASON
043484         END-IF
043486     END-IF.
043488 3410-EXIT.
