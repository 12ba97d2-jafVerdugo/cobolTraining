002450*                  FOLDING THE OFFSETTING "V" ROW INTO THE NET
002460*                  MOVEMENT, SO THE CLOSE DID NOT TIE TO THE
002470*                  TRIAL BALANCE IT RESETS.
002471*   2026-10-15 DO  CLOSING ENTRIES ARE MARKED TYPE "Z" AND
002472*                  OPENING CARRY-FORWARDS TYPE "O" IN
002473*                  LR-TRANS-TYPE, SO THE FINANCIAL STATEMENTS CAN
002474*                  TELL THEM FROM THE YEAR'S OWN POSTINGS.
002475*   2026-10-15 DO  A MONTH IS NO LONGER CLOSED WHILE ANY ACTIVE
002476*                  MANDATORY TASK ON THE CLTASK CLOSE CHECKLIST
002477*                  HAS NO CLTRACK SIGN-OFF FOR THE PERIOD. THE
002478*                  OUTSTANDING TASKS ARE LISTED WITH THE REFUSAL.
002479*   2026-10-15 DO  A MONTH MAY BE CLOSED FOR ONE COMPANY (THE
002480*                  OPERATOR MUST BE PERMITTED FOR IT). THE PNPCLS
002481*                  ROW CARRIES THE COMPANY; ONCE EVERY COMPANY ON
002482*                  THE CONTROL PARAMETERS HAS CLOSED THE MONTH THE
002483*                  WHOLE-LEDGER ROW (BLANK COMPANY) IS WRITTEN
002484*                  TOO, AND ONLY THAT ROW CLOSES THE PERIOD FOR
002485*                  POSTING AND FOR THE YEAR-END. THE YEAR-END
002486*                  SUMMARIZES BY COMPANY AND ACCOUNT, STAMPS THE
002487*                  COMPANY ON THE CLOSING AND OPENING ENTRIES, AND
002488*                  SHOWS IT ON THE REPORT.
002489*   2026-10-15 DO  PERIODS AND THE FISCAL YEAR COME FROM THE
002490*                  FISCCAL CALENDAR THROUGH FISCALPERIOD. A PERIOD
002491*                  IS CLOSED ONLY IF IT IS ON THE CALENDAR; THE
002492*                  YEAR-END NEEDS EVERY PERIOD OF THE FISCAL YEAR
002493*                  CLOSED, AND THE CLOSING AND OPENING ENTRIES
002494*                  ARE DATED ON THE FISCAL YEAR'S LAST DAY AND THE
002495*                  NEXT YEAR'S FIRST.
002496*   2026-10-15 DO  THE POSTED MONEY (LR-POST-AMOUNT) OF REVENUE
002497*                  AND REVALUATION POSTINGS IS NETTED PER ACCOUNT
002498*                  TOO, CLOSED ON THE "Z" ENTRY AND CARRIED ON
002499*                  THE "O".
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. LedgerYearEndClose.
005100     SELECT RUN-LOCK-FILE ASSIGN TO "PNLOCK"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-LOCK-FILE-STATUS.
005305     SELECT CLOSE-TASK-FILE ASSIGN TO "CLTASK"
005310         ORGANIZATION IS INDEXED
005315         ACCESS MODE IS SEQUENTIAL
005320         RECORD KEY IS TK-TASK-ID
005325         FILE STATUS IS WS-TASK-FILE-STATUS.
005330     SELECT CLOSE-SIGNOFF-FILE ASSIGN TO "CLTRACK"
005335         ORGANIZATION IS INDEXED
005340         ACCESS MODE IS RANDOM
005345         RECORD KEY IS SG-KEY
005350         FILE STATUS IS WS-SIGN-FILE-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  LEDGER-FILE.
007800     05  PC-YEAR-MONTH               PIC 9(06).
007900     05  PC-CLOSED-DATE              PIC 9(08).
008000     05  PC-CLOSED-BY                PIC X(08).
008050     05  PC-COMPANY-CODE             PIC X(04).
008100 FD  CLOSE-RPT-FILE
008200     RECORDING MODE IS F.
008300 01  CLOSE-RPT-LINE                  PIC X(80).
008400 FD  RUN-LOCK-FILE
008500     RECORDING MODE IS F.
008600     COPY LOCKREC.
008620 FD  CLOSE-TASK-FILE.
008640     COPY CLOSETSK.
008660 FD  CLOSE-SIGNOFF-FILE.
008680     COPY CLOSESGN.
008700 WORKING-STORAGE SECTION.
008750     COPY CTLPARM.
008800 01  WS-LEDGER-FILE-STATUS           PIC X(02).
008900     88  WS-LEDGER-FILE-OK           VALUE "00".
009000 01  WS-ARCH-FILE-STATUS             PIC X(02).
009900     88  WS-RPT-FILE-OK              VALUE "00".
010000 01  WS-LOCK-FILE-STATUS             PIC X(02).
010100     88  WS-LOCK-FILE-OK            VALUE "00".
010110 01  WS-TASK-FILE-STATUS             PIC X(02).
010120     88  WS-TASK-FILE-OK             VALUE "00".
010130 01  WS-SIGN-FILE-STATUS             PIC X(02).
010140     88  WS-SIGN-FILE-OK             VALUE "00".
010150 01  WS-TASK-EOF-SWITCH              PIC X(01) VALUE "N".
010160     88  WS-END-OF-TASKS             VALUE "Y".
010170 01  WS-SIGN-OPEN-SWITCH             PIC X(01) VALUE "N".
010180     88  WS-SIGN-FILE-OPEN           VALUE "Y".
010190 01  WS-TASKS-OUTSTANDING            PIC 9(04) VALUE ZERO.
010200 01  WS-LOCK-REFUSED-SWITCH          PIC X(01) VALUE "N".
010300     88  WS-LOCK-REFUSED            VALUE "Y".
010400 01  WS-LOCK-HELD-SWITCH             PIC X(01) VALUE "N".
011700 01  WS-WORK-YEAR-MONTH              PIC 9(06) VALUE ZERO.
011800 01  WS-MONTH-NO                     PIC 9(02) VALUE ZERO.
011900 01  WS-MONTHS-CLOSED                PIC 9(02) VALUE ZERO.
011902 01  WS-PERIODS-IN-YEAR              PIC 9(02) VALUE ZERO.
011904 01  WS-YEAR-START-DATE              PIC 9(08) VALUE ZERO.
011906 01  WS-FP-FUNCTION                  PIC X(01).
011908 01  WS-FP-DATE                      PIC 9(08) VALUE ZERO.
011910 01  WS-FP-RESULT.
011912     05  WS-FP-FOUND-SWITCH          PIC X(01).
011914         88  WS-FP-PERIOD-FOUND      VALUE "Y".
011916     05  WS-FP-SOURCE                PIC X(01).
011918     05  WS-FP-PERIOD-ID             PIC 9(06).
011920     05  WS-FP-START-DATE            PIC 9(08).
011922     05  WS-FP-END-DATE              PIC 9(08).
011924     05  WS-FP-YEAR-START-DATE       PIC 9(08).
011926     05  WS-FP-YEAR-END-DATE         PIC 9(08).
011928     05  WS-FP-PERIODS-IN-YEAR       PIC 9(02).
011930 01  WS-CLOSE-COMPANY                PIC X(04) VALUE SPACES.
011932 01  WS-WORK-COMPANY                 PIC X(04) VALUE SPACES.
011934 01  WS-RECORD-COMPANY               PIC X(04) VALUE SPACES.
011936 01  WS-COMPANIES-CLOSED             PIC 9(02) VALUE ZERO.
011938 01  WS-CO-RESULT.
011940     05  WS-CO-KNOWN-SWITCH          PIC X(01).
011942         88  WS-CO-KNOWN             VALUE "Y".
011944     05  WS-CO-PERMITTED-SWITCH      PIC X(01).
011946         88  WS-CO-PERMITTED         VALUE "Y".
011948     05  WS-CO-EFFECTIVE-COMPANY     PIC X(04).
011950     05  WS-CO-COMPANY-NAME          PIC X(30).
012000 01  WS-PCLS-EOF-SWITCH              PIC X(01) VALUE "N".
012100     88  WS-END-OF-CLOSES            VALUE "Y".
012200 01  WS-MONTH-FOUND-SWITCH           PIC X(01) VALUE "N".
012700 01  WS-OPEN-DATE                    PIC 9(08) VALUE ZERO.
012800 01  WS-ACCOUNT-TABLE.
012900     05  WS-ACCT-ENTRY OCCURS 100 TIMES INDEXED BY AC-IDX.
012925         10  AT-COMPANY-CODE         PIC X(04).
012950         10  AT-INTERCO-COMPANY      PIC X(04).
013000         10  AT-ACCOUNT-CODE         PIC X(08).
013100         10  AT-NET-MOVEMENT         PIC S9(11).
013150         10  AT-NET-POSTED           PIC S9(13)V99.
013200 01  WS-ACCT-USED-COUNT              PIC 9(03) COMP VALUE ZERO.
013300 01  WS-ACCT-OVERFLOW                PIC 9(06) COMP VALUE ZERO.
013400 01  WS-ACCT-FOUND-SWITCH            PIC X(01) VALUE "N".
015100     05  FILLER                      PIC X(15) VALUE
015200         "  NET MOVEMENT:".
015300     05  CD-NET-MOVEMENT             PIC -(10)9.
015400     05  FILLER                      PIC X(11)
015425         VALUE "  COMPANY: ".
015450     05  CD-COMPANY-CODE             PIC X(04).
015475     05  FILLER                      PIC X(08) VALUE " POSTED:".
015480     05  CD-NET-POSTED               PIC -(10)9.99.
015500 01  WS-SIGN-LINE                    PIC X(80) VALUE
015600     "CONTROLLER SIGNATURE: ______________________  DATE: ______".
015700 PROCEDURE DIVISION.
015800******************************************************************
015900* 0000-MAINLINE - CLOSE A PERIOD, OR CLOSE THE FISCAL YEAR ONCE
016000*                 EVERY PERIOD OF IT IS CLOSED.
016100******************************************************************
016200 0000-MAINLINE.
016300     DISPLAY "Operator ID: "
017400         DISPLAY "Select a correct option"
017500         GO TO 0000-MAINLINE
017600     END-IF.
017700     DISPLAY "Fiscal year to close (YYYY): "
017800     ACCEPT WS-CLOSE-YEAR.
017810     PERFORM 1400-GET-FISCAL-YEAR
017820         THRU 1400-EXIT.
017830     IF WS-PERIODS-IN-YEAR = ZERO
017840         GO TO 9999-EXIT
017850     END-IF.
017900     PERFORM 1500-VERIFY-ALL-MONTHS-CLOSED
018000         THRU 1500-EXIT.
018100     IF WS-MONTHS-CLOSED < WS-PERIODS-IN-YEAR
018200         DISPLAY "ONLY " WS-MONTHS-CLOSED " OF "
018300             WS-PERIODS-IN-YEAR " PERIODS OF " WS-CLOSE-YEAR
018350             " ARE CLOSED - YEAR-END CLOSE REFUSED"
018400         GO TO 9999-EXIT
018500     END-IF.
018600     PERFORM 0300-ACQUIRE-RUN-LOCK
019600             THRU 0350-EXIT
019700         GO TO 9999-EXIT
019800     END-IF.
020200     PERFORM 2000-SUMMARIZE-YEAR
020300         THRU 2000-EXIT.
020400     PERFORM 3000-WRITE-CLOSING-ENTRIES
021600     GO TO 9999-EXIT.
021700******************************************************************
021800* 1000-CLOSE-ONE-MONTH - ONE POSTING PERIOD ONTO THE PNPCLS
021900*                  CONTROL, REFUSING A PERIOD NOT ON THE FISCAL
021925*                  CALENDAR OR ALREADY CLOSED. A BLANK COMPANY
021950*                  CLOSES THE WHOLE LEDGER; A COMPANY CODE CLOSES
021975*                  THAT COMPANY ONLY.
022000******************************************************************
022100 1000-CLOSE-ONE-MONTH.
022200     DISPLAY "Period to close (YYYYPP): "
022300     ACCEPT WS-CLOSE-YEAR-MONTH.
022302     MOVE "P" TO WS-FP-FUNCTION.
022304     MOVE WS-CLOSE-YEAR-MONTH TO WS-FP-PERIOD-ID.
022306     CALL "FiscalPeriod" USING WS-FP-FUNCTION, WS-FP-DATE,
022308         WS-FP-RESULT.
022310     IF NOT WS-FP-PERIOD-FOUND
022312         DISPLAY "PERIOD " WS-CLOSE-YEAR-MONTH
022314             " IS NOT ON THE FISCAL CALENDAR - NOT CLOSED"
022316         GO TO 1000-EXIT
022318     END-IF.
022320     MOVE SPACES TO WS-CLOSE-COMPANY.
022322     DISPLAY "Company code (blank = all companies): "
022324     ACCEPT WS-CLOSE-COMPANY.
022326     IF WS-CLOSE-COMPANY NOT = SPACES
022328         CALL "CompanyCheck" USING WS-OPERATOR-ID,
022330             WS-CLOSE-COMPANY,
022332             WS-CO-RESULT
022334         IF NOT WS-CO-KNOWN
022336             DISPLAY "COMPANY " WS-CLOSE-COMPANY " NOT KNOWN"
022338             GO TO 1000-EXIT
022340         END-IF
022342         IF NOT WS-CO-PERMITTED
022344             DISPLAY "OPERATOR NOT PERMITTED FOR COMPANY "
022346                 WS-CLOSE-COMPANY " - PERIOD NOT CLOSED"
022348             GO TO 1000-EXIT
022350         END-IF
022352     END-IF.
022400     MOVE WS-CLOSE-YEAR-MONTH TO WS-WORK-YEAR-MONTH.
022450     MOVE WS-CLOSE-COMPANY TO WS-WORK-COMPANY.
022500     PERFORM 1600-CHECK-ONE-MONTH
022600         THRU 1600-EXIT.
022700     IF WS-MONTH-IS-CLOSED
022800         DISPLAY "PERIOD " WS-CLOSE-YEAR-MONTH
022900             " IS ALREADY CLOSED " WS-CLOSE-COMPANY
022910         GO TO 1000-EXIT
022920     END-IF.
022930     PERFORM 1700-CHECK-CLOSE-TASKS
022940         THRU 1700-EXIT.
022950     IF WS-TASKS-OUTSTANDING > ZERO
022960         DISPLAY WS-TASKS-OUTSTANDING " MANDATORY CLOSE TASK(S) "
022970             "OUTSTANDING - PERIOD " WS-CLOSE-YEAR-MONTH
022980             " NOT CLOSED"
023000         GO TO 1000-EXIT
023100     END-IF.
023200     OPEN EXTEND PERIOD-CLOSE-FILE.
023600     MOVE WS-CLOSE-YEAR-MONTH TO PC-YEAR-MONTH.
023700     MOVE WS-TODAYS-DATE      TO PC-CLOSED-DATE.
023800     MOVE WS-OPERATOR-ID      TO PC-CLOSED-BY.
023850     MOVE WS-CLOSE-COMPANY    TO PC-COMPANY-CODE.
023900     WRITE PERIOD-CLOSE-RECORD.
024000     CLOSE PERIOD-CLOSE-FILE.
024100     DISPLAY "PERIOD " WS-CLOSE-YEAR-MONTH " CLOSED "
024110         WS-CLOSE-COMPANY.
024120     IF WS-CLOSE-COMPANY NOT = SPACES
024130         PERFORM 1800-CLOSE-WHOLE-LEDGER
024140             THRU 1800-EXIT
024150     END-IF.
024200 1000-EXIT.
024202     EXIT.
024204******************************************************************
024206* 1400-GET-FISCAL-YEAR - THE CLOSING YEAR'S FIRST AND LAST DAY AND
024208*                  PERIOD COUNT FROM THE FISCAL CALENDAR, AND THE
024210*                  FIRST DAY OF THE YEAR AFTER IT FOR THE OPENING
024212*                  ENTRIES. EITHER YEAR MISSING LEAVES THE PERIOD
024214*                  COUNT ZERO AND THE CLOSE IS REFUSED.
024216******************************************************************
024218 1400-GET-FISCAL-YEAR.
024220     MOVE ZERO TO WS-PERIODS-IN-YEAR.
024222     MOVE "P" TO WS-FP-FUNCTION.
024224     COMPUTE WS-FP-PERIOD-ID = (WS-CLOSE-YEAR * 100) + 1.
024226     CALL "FiscalPeriod" USING WS-FP-FUNCTION, WS-FP-DATE,
024228         WS-FP-RESULT.
024230     IF NOT WS-FP-PERIOD-FOUND
024232         DISPLAY "FISCAL YEAR " WS-CLOSE-YEAR
024234             " IS NOT ON THE FISCAL CALENDAR - YEAR-END CLOSE "
024236             "REFUSED"
024238         GO TO 1400-EXIT
024240     END-IF.
024242     MOVE WS-FP-YEAR-START-DATE TO WS-YEAR-START-DATE.
024244     MOVE WS-FP-YEAR-END-DATE   TO WS-YEAR-END-DATE.
024246     MOVE WS-FP-PERIODS-IN-YEAR TO WS-PERIODS-IN-YEAR.
024248     MOVE "N" TO WS-FP-FUNCTION.
024250     COMPUTE WS-FP-PERIOD-ID =
024252         (WS-CLOSE-YEAR * 100) + WS-PERIODS-IN-YEAR.
024254     CALL "FiscalPeriod" USING WS-FP-FUNCTION, WS-FP-DATE,
024256         WS-FP-RESULT.
024258     IF NOT WS-FP-PERIOD-FOUND
024260         DISPLAY "THE YEAR AFTER " WS-CLOSE-YEAR
024262             " IS NOT ON THE FISCAL CALENDAR - YEAR-END CLOSE "
024264             "REFUSED"
024266         MOVE ZERO TO WS-PERIODS-IN-YEAR
024268         GO TO 1400-EXIT
024270     END-IF.
024272     MOVE WS-FP-START-DATE TO WS-OPEN-DATE.
024274 1400-EXIT.
024300     EXIT.
024400******************************************************************
024500* 1500-VERIFY-ALL-MONTHS-CLOSED - EVERY PERIOD OF THE CLOSING
024800******************************************************************
024900 1500-VERIFY-ALL-MONTHS-CLOSED.
025000     MOVE ZERO TO WS-MONTHS-CLOSED.
025050     MOVE SPACES TO WS-WORK-COMPANY.
025100     PERFORM 1550-VERIFY-ONE-MONTH
025200         THRU 1550-EXIT
025300         VARYING WS-MONTH-NO FROM 1 BY 1
025400         UNTIL WS-MONTH-NO > WS-PERIODS-IN-YEAR.
025500 1500-EXIT.
025600     EXIT.
025700******************************************************************
026800 1550-EXIT.
026900     EXIT.
027000******************************************************************
027100* 1600-CHECK-ONE-MONTH - SCAN THE CLOSE CONTROL FOR THE PERIOD IN
027200*                  WS-WORK-YEAR-MONTH. A WHOLE-LEDGER ROW CLOSES
027225*                  IT FOR EVERY COMPANY; A COMPANY'S ROW CLOSES IT
027250*                  FOR THE COMPANY IN WS-WORK-COMPANY ONLY.
027300******************************************************************
027400 1600-CHECK-ONE-MONTH.
027500     MOVE "N" TO WS-MONTH-FOUND-SWITCH.
029400     END-READ.
029500     IF NOT WS-END-OF-CLOSES
029600         IF PC-YEAR-MONTH = WS-WORK-YEAR-MONTH
029625         AND (PC-COMPANY-CODE = SPACES
029650          OR PC-COMPANY-CODE = WS-WORK-COMPANY)
029700             SET WS-MONTH-IS-CLOSED TO TRUE
029800         END-IF
029900     END-IF.
030000 1650-EXIT.
030001     EXIT.
030002******************************************************************
030003* 1800-CLOSE-WHOLE-LEDGER - ONCE EVERY COMPANY ON THE CONTROL
030004*                  PARAMETERS HAS CLOSED THE MONTH, THE
030005*                  WHOLE-LEDGER ROW GOES ON THE CONTROL TOO, SO
030006*                  POSTING AND THE YEAR-END SEE THE PERIOD CLOSED.
030007******************************************************************
030008 1800-CLOSE-WHOLE-LEDGER.
030009     MOVE ZERO TO WS-COMPANIES-CLOSED.
030010     PERFORM 1850-CHECK-ONE-COMPANY
030011         THRU 1850-EXIT
030012         VARYING CTL-CO-IDX FROM 1 BY 1
030013         UNTIL CTL-CO-IDX > CTL-COMPANY-COUNT.
030014     IF WS-COMPANIES-CLOSED < CTL-COMPANY-COUNT
030015         DISPLAY WS-COMPANIES-CLOSED " OF " CTL-COMPANY-COUNT
030016             " COMPANIES HAVE CLOSED PERIOD " WS-CLOSE-YEAR-MONTH
030017         GO TO 1800-EXIT
030018     END-IF.
030019     OPEN EXTEND PERIOD-CLOSE-FILE.
030020     MOVE WS-CLOSE-YEAR-MONTH TO PC-YEAR-MONTH.
030021     MOVE WS-TODAYS-DATE      TO PC-CLOSED-DATE.
030022     MOVE WS-OPERATOR-ID      TO PC-CLOSED-BY.
030023     MOVE SPACES              TO PC-COMPANY-CODE.
030024     WRITE PERIOD-CLOSE-RECORD.
030025     CLOSE PERIOD-CLOSE-FILE.
030026     DISPLAY "ALL COMPANIES CLOSED - PERIOD " WS-CLOSE-YEAR-MONTH
030027         " CLOSED FOR THE WHOLE LEDGER".
030028 1800-EXIT.
030029     EXIT.
030030******************************************************************
030031* 1850-CHECK-ONE-COMPANY - HAS ONE COMPANY CLOSED THE MONTH.
030032******************************************************************
030033 1850-CHECK-ONE-COMPANY.
030034     IF CTL-COMPANY-CODE (CTL-CO-IDX) = SPACES
030035         ADD 1 TO WS-COMPANIES-CLOSED
030036         GO TO 1850-EXIT
030037     END-IF.
030038     MOVE WS-CLOSE-YEAR-MONTH TO WS-WORK-YEAR-MONTH.
030039     MOVE CTL-COMPANY-CODE (CTL-CO-IDX) TO WS-WORK-COMPANY.
030040     PERFORM 1600-CHECK-ONE-MONTH
030041         THRU 1600-EXIT.
030042     IF WS-MONTH-IS-CLOSED
030043         ADD 1 TO WS-COMPANIES-CLOSED
030044     END-IF.
030045 1850-EXIT.
030046     EXIT.
030047******************************************************************
030048* 1700-CHECK-CLOSE-TASKS - EVERY ACTIVE MANDATORY TASK ON THE
030049*                  CLTASK CHECKLIST MUST HAVE A CLTRACK SIGN-OFF
030050*                  FOR THE PERIOD. NO CHECKLIST ON FILE MEANS NONE
030051*                  HAS BEEN SET UP, AND NOTHING IS OUTSTANDING.
030052******************************************************************
030053 1700-CHECK-CLOSE-TASKS.
030054     MOVE ZERO TO WS-TASKS-OUTSTANDING.
030055     MOVE "N" TO WS-TASK-EOF-SWITCH.
030056     OPEN INPUT CLOSE-TASK-FILE.
030057     IF NOT WS-TASK-FILE-OK
030058         GO TO 1700-EXIT
030059     END-IF.
030060     MOVE "N" TO WS-SIGN-OPEN-SWITCH.
030061     OPEN INPUT CLOSE-SIGNOFF-FILE.
030062     IF WS-SIGN-FILE-OK
030063         SET WS-SIGN-FILE-OPEN TO TRUE
030064     END-IF.
030065     PERFORM 1750-CHECK-ONE-TASK
030066         THRU 1750-EXIT
030067         UNTIL WS-END-OF-TASKS.
030068     CLOSE CLOSE-TASK-FILE.
030069     IF WS-SIGN-FILE-OPEN
030070         CLOSE CLOSE-SIGNOFF-FILE
030071     END-IF.
030072 1700-EXIT.
030073     EXIT.
030074******************************************************************
030075* 1750-CHECK-ONE-TASK - ONE CHECKLIST TASK; AN ACTIVE MANDATORY
030076*                  TASK WITH NO SIGN-OFF IS LISTED AND COUNTED.
030077******************************************************************
030078 1750-CHECK-ONE-TASK.
030079     READ CLOSE-TASK-FILE NEXT RECORD
030080         AT END
030081             SET WS-END-OF-TASKS TO TRUE
030082             GO TO 1750-EXIT
030083     END-READ.
030084     IF NOT TK-STATUS-ACTIVE OR NOT TK-IS-MANDATORY
030085         GO TO 1750-EXIT
030086     END-IF.
030087     IF WS-SIGN-FILE-OPEN
030088         MOVE WS-CLOSE-YEAR-MONTH TO SG-YEAR-MONTH
030089         MOVE TK-TASK-ID          TO SG-TASK-ID
030090         READ CLOSE-SIGNOFF-FILE
030091             INVALID KEY
030092                 CONTINUE
030093             NOT INVALID KEY
030094                 GO TO 1750-EXIT
030095         END-READ
030096     END-IF.
030097     ADD 1 TO WS-TASKS-OUTSTANDING.
030098     DISPLAY "NOT SIGNED OFF: " TK-TASK-ID " " TK-DESCRIPTION
030099         " OWNER " TK-OWNER-ID.
030100 1750-EXIT.
030101     EXIT.
030200******************************************************************
030300* 0300-ACQUIRE-RUN-LOCK - TAKE THE PNLEDG RUN LOCK, THE SAME
030400*                  HANDSHAKE EVERY OTHER UPDATER MAKES.
034600     EXIT.
034700******************************************************************
034800* 2000-SUMMARIZE-YEAR - EACH GL ACCOUNT'S NET SIGNED MOVEMENT
034850*                  AND NET POSTED MONEY
034900*                  OVER THE CLOSING YEAR - REVERSED ORIGINALS
035000*                  EXCLUDED, "V" REVERSALS APPLYING THEIR STORED
035100*                  NEGATED MOVEMENTS.
035200******************************************************************
035300 2000-SUMMARIZE-YEAR.
035400     MOVE "N" TO WS-EOF-SWITCH.
035500     MOVE WS-YEAR-START-DATE TO WS-SEED-DATE.
035600     MOVE WS-SEED-DATE TO LR-POST-DATE.
035700     MOVE ZERO TO LR-SEQUENCE-NO.
035800     START LEDGER-FILE KEY IS NOT LESS THAN LR-LEDGER-KEY
036600     EXIT.
036700******************************************************************
036800* 2100-SUMMARIZE-ONE-RECORD - FOLD ONE IN-YEAR RECORD INTO ITS
036900*                  COMPANY AND ACCOUNT'S NET MOVEMENT.
037000******************************************************************
037100 2100-SUMMARIZE-ONE-RECORD.
037200     READ LEDGER-FILE NEXT RECORD
038300     IF NOT LR-STATUS-ACTIVE
038400         GO TO 2100-EXIT
038500     END-IF.
038600     IF LR-ADJ-NUM2 = ZERO AND LR-POST-AMOUNT = ZERO
038700         GO TO 2100-EXIT
038800     END-IF.
038820     MOVE LR-COMPANY-CODE TO WS-RECORD-COMPANY.
038840     IF WS-RECORD-COMPANY = SPACES
038860         MOVE CTL-HOME-COMPANY TO WS-RECORD-COMPANY
038880     END-IF.
038900     MOVE "N" TO WS-ACCT-FOUND-SWITCH.
039000     SET AC-IDX TO 1.
039100     PERFORM 2150-SCAN-ONE-BUCKET
039600         IF WS-ACCT-USED-COUNT < 100
039700             ADD 1 TO WS-ACCT-USED-COUNT
039800             SET AC-IDX TO WS-ACCT-USED-COUNT
039825             MOVE WS-RECORD-COMPANY TO AT-COMPANY-CODE (AC-IDX)
039850             MOVE LR-INTERCO-COMPANY
039875                 TO AT-INTERCO-COMPANY (AC-IDX)
039900             MOVE LR-GL-ACCOUNT TO AT-ACCOUNT-CODE (AC-IDX)
040000             MOVE ZERO TO AT-NET-MOVEMENT (AC-IDX)
040050             MOVE ZERO TO AT-NET-POSTED (AC-IDX)
040100         ELSE
040200             ADD 1 TO WS-ACCT-OVERFLOW
040300             GO TO 2100-EXIT
040400         END-IF
040500     END-IF.
040600     ADD LR-ADJ-NUM2 TO AT-NET-MOVEMENT (AC-IDX).
040650     ADD LR-POST-AMOUNT TO AT-NET-POSTED (AC-IDX).
040700 2100-EXIT.
040800     EXIT.
040900******************************************************************
041100******************************************************************
041200 2150-SCAN-ONE-BUCKET.
041300     IF AT-ACCOUNT-CODE (AC-IDX) = LR-GL-ACCOUNT
041350     AND AT-COMPANY-CODE (AC-IDX) = WS-RECORD-COMPANY
041400         SET WS-ACCT-BUCKET-FOUND TO TRUE
041500     ELSE
041600         SET AC-IDX UP BY 1
044400******************************************************************
044500 3100-CLOSE-ONE-ACCOUNT.
044600     IF AT-NET-MOVEMENT (AC-IDX) = ZERO
044650        AND AT-NET-POSTED (AC-IDX) = ZERO
044700         GO TO 3100-EXIT
044800     END-IF.
044900     ADD 1 TO WS-CLOSING-COUNT.
045200     MOVE WS-YEAR-END-DATE TO LR-POST-DATE.
045300     MOVE WS-CLOSE-SEQ TO LR-SEQUENCE-NO.
045400     COMPUTE LR-ADJ-NUM2 = ZERO - AT-NET-MOVEMENT (AC-IDX).
045450     COMPUTE LR-POST-AMOUNT = ZERO - AT-NET-POSTED (AC-IDX).
045500     MOVE AT-ACCOUNT-CODE (AC-IDX) TO LR-GL-ACCOUNT.
045525     MOVE AT-COMPANY-CODE (AC-IDX) TO LR-COMPANY-CODE.
045550     MOVE AT-INTERCO-COMPANY (AC-IDX) TO LR-INTERCO-COMPANY.
045600     MOVE SPACES TO LR-DEPT-CODE.
045650     SET LR-TYPE-YEAR-CLOSE TO TRUE.
045700     SET LR-UNCONFIRMED TO TRUE.
045800     MOVE "A" TO LR-STATUS.
045900     WRITE LEDGER-RECORD
046600     MOVE WS-OPEN-DATE TO LR-POST-DATE.
046700     MOVE WS-OPEN-SEQ TO LR-SEQUENCE-NO.
046800     MOVE AT-NET-MOVEMENT (AC-IDX) TO LR-ADJ-NUM2.
046850     MOVE AT-NET-POSTED (AC-IDX) TO LR-POST-AMOUNT.
046900     MOVE AT-ACCOUNT-CODE (AC-IDX) TO LR-GL-ACCOUNT.
046925     MOVE AT-COMPANY-CODE (AC-IDX) TO LR-COMPANY-CODE.
046950     MOVE AT-INTERCO-COMPANY (AC-IDX) TO LR-INTERCO-COMPANY.
047000     MOVE SPACES TO LR-DEPT-CODE.
047050     SET LR-TYPE-YEAR-OPEN TO TRUE.
047100     SET LR-UNCONFIRMED TO TRUE.
047200     MOVE "A" TO LR-STATUS.
047300     WRITE LEDGER-RECORD
062000 5100-REPORT-ONE-ACCOUNT.
062100     MOVE AT-ACCOUNT-CODE (AC-IDX) TO CD-ACCOUNT-CODE.
062200     MOVE AT-NET-MOVEMENT (AC-IDX) TO CD-NET-MOVEMENT.
062225     MOVE AT-NET-POSTED (AC-IDX) TO CD-NET-POSTED.
062250     MOVE AT-COMPANY-CODE (AC-IDX) TO CD-COMPANY-CODE.
062300     WRITE CLOSE-RPT-LINE FROM WS-CLOSE-DETAIL.
062400 5100-EXIT.
062500     EXIT.
