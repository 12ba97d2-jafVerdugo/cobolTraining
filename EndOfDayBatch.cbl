002165*                  EODLOG SO THE SLA REPORT SEES THE WHOLE NIGHT.
002170*                  WITH NO EODNET STAGED THE ORIGINAL FOUR-STEP
002175*                  CHAIN RUNS EXACTLY AS BEFORE.
002176*   2026-10-15 DO  THE CREDITLIMIT STEP RUNS THE DAILY CREDIT
002177*                  LIMIT EXPOSURE REPORT (CREDITLIMITREPORT).
002178*   2026-10-15 DO  ADDED TIERTRUEUP STEP - MONTH-TO-DATE VOLUME
002179*                  TIER TRUE-UP REPORT.
002180*   2026-10-15 DO  ADDED THE ARCASHAPPLY STEP - REMITTANCE CASH
002181*                  APPLICATION AND AR AGING.
002182*   2026-10-15 DO  ADDED STEP REVENUEPOST - REVENUE GL POSTINGS
002183*                  FOR THE BILLING EXTRACT GENERATION JUST
002184*                  WRITTEN, HANDED TO POSNEGDEC AS REVDAILY.
002185*   2026-10-15 DO  ADDED STEP FXREVAL - MONTH-END FOREIGN
002186*                  CURRENCY REVALUATION (FXREVALUATION), POSTINGS
002187*                  TO FXDAILY.
002188*   2026-10-15 DO  ADDED STEP INTEGAUDIT - CROSS-FILE REFERENTIAL
002189*                  INTEGRITY AUDIT (INTEGRITYAUDIT), FOR THE
002190*                  WEEKLY SCHEDULE.
002191*   2026-10-15 DO  ADDED STEP SNAPSHOT - DATED MASTER FILE
002192*                  GENERATIONS.
002193*   2026-10-15 DO  ADDED STEP COSTALLOC - PERIOD SHARED-COST
002194*                  ALLOCATION (COSTALLOCATION), POSTINGS TO
002195*                  ALLOCDLY FOR POSNEGDEC.
002196*   2026-10-15 DO  ADDED STEP RECERTDUE - RECERTOVERDUE REPORTS
002197*                  OPERATORS LEFT UNREVIEWED PAST AN ACCESS
002198*                  RECERTIFICATION DEADLINE AND SUSPENDS THEM
002199*                  WHERE THE CAMPAIGN ASKS.
002200*   2026-10-15 DO  ADDED STEP BGOVERDUE - BREAKGLASSOVERDUE
002201*                  REPORTS BREAK-GLASS GRANTS STILL AWAITING
002202*                  THEIR SECOND-ADMINISTRATOR REVIEW PAST THE
002203*                  CTLPARM REVIEW PERIOD (RC 4 WHEN ANY ARE
002204*                  OVERDUE).
002205*   2026-10-15 DO  ADDED THE DLGREPORT STEP - THE DELEGATIONS IN
002206*                  FORCE AND THE DAY'S APPROVALS TAKEN UNDER
002207*                  DELEGATION (DELEGATIONREPORT).
002208*   2026-10-15 DO  ADDED STEP WHRELEASE - WAREHOUSED TRANSACTIONS
002209*                  WHOSE VALUE DATE HAS ARRIVED ARE RELEASED TO
002210*                  CALCWHR (WAREHOUSERELEASE) FOR THE NIGHT'S
002211*                  CALCULATOR RUN.
002212*   2026-10-15 DO  ADDED STEP WHAGING - TRANSACTION WAREHOUSE
002213*                  AGING REPORT (WAREHOUSEAGING).
002214*   2026-10-15 DO  ADDED STEP QUOTERPT - PRICE QUOTATION
002215*                  REPORT (QUOTEREPORT).
002216*   2026-10-15 DO  ADDED STEP DEPTRETURN - PER-DEPARTMENT RESULT
002217*                  RETURN FILES (CALCDEPTRETURN).
002218*   2026-10-15 DO  ADDED STEP PROMORPT - PROMOTION CAMPAIGN
002219*                  REPORT OF USES, DISCOUNT GIVEN AND BUDGET
002220*                  REMAINING (PROMOREPORT).
002221*   2026-10-15 DO  ADDED STEP BILLCYCCAL - BILLING CYCLE CALENDAR
002222*                  (BILLCYCLECALENDAR).
002223*   2026-10-15 DO  ADDED STEP RPTBURST - SPLITS THE DAY'S KEPT
002224*                  REPORTS INTO EACH RECIPIENT'S CUT
002225*                  (REPORTBURST).
002226*   2026-10-15 DO  ADDED STEP ADHOCRPT - RUNS THE NIGHTLY AD HOC
002227*                  REPORT REQUESTS (ADHOCBATCH).
002228*   2026-10-15 DO  ADDED STEPS CUSTFEED - THE CUSTOMER MASTER
002229*                  DELTA FEED TO BILLING (ACCTFEEDEXTRACT) - AND
002230*                  CUSTFEEDACK - BILLING'S ACKNOWLEDGMENT OF IT
002231*                  (ACCTFEEDACK, RC 4 WHILE THE LATEST FEED IS NOT
002232*                  LOADED, SO CALCBILLEXT CAN BE HELD BEHIND IT).
002233*   2026-10-15 DO  ADDED STEP AUDITSEAL - VERIFIES THE CHAIN ON
002234*                  EVERY AUDIT TRAIL AND SEALS THE DAY
002235*                  (AUDITVERIFY, RC 8 ON A BROKEN TRAIL).
002236*   2026-10-15 DO  ADDED STEPS AMTANOMALY - CHECKS THE DAY'S WORK
002237*                  AGAINST EACH ACCOUNT'S AMOUNT PROFILE
002238*                  (AMOUNTANOMALYCHECK, RC 4 WHEN THERE IS WORK TO
002239*                  REVIEW) - AND ACCTPROFILE - REBUILDS THE
002240*                  PROFILE FROM THE LOG HISTORY
002241*                  (ACCTPROFILEBUILD).
002242*   2026-10-15 DO  ADDED STEP CUTOFFRPT - LISTS THE ITEMS ROLLED
002243*                  INTO AND OUT OF THE BUSINESS DATE BY THE DAILY
002244*                  CUT-OFF (CUTOFFREPORT).
002245*   2026-10-15 DO  ADDED STEP WORKSYNC - BRINGS THE WORKITEM
002246*                  REGISTER UP TO DATE FROM THE FIVE WORK QUEUES
002247*                  (WORKITEMSYNC) - AND WORKLOAD - OPEN AND
002248*                  OVERDUE ITEMS BY ASSIGNEE FOR THE SUPERVISORS
002249*                  (WORKLOADREPORT).
002250*   2026-10-15 DO  ADDED STEP FILEWATCH - WAITS FOR THE EXPFILES
002251*                  INBOUND FILES UNTIL THEIR DEADLINES
002252*                  (FILEARRIVALMONITOR). AN EODNET STEP CAN NOW
002253*                  NAME THE INBOUND FILE IT NEEDS; WHEN FILESTAT
002254*                  SHOWS THAT FILE MISSING OR ONLY A LEFTOVER, THE
002255*                  STEP IS HELD (A MANDATORY FILE - THE NIGHT IS
002256*                  NOT CLEAN AND A RERUN PICKS IT UP) OR SKIPPED
002257*                  (AN OPTIONAL FILE) WHILE THE REST OF THE
002258*                  NETWORK RUNS.
002259*   2026-10-15 DO  EVERY STEP THAT ENDS WITH A NONZERO RETURN CODE
002260*                  NOW RAISES AN EODSTEP ALERT THROUGH ALERTWRITER
002261*                  FOR THE ON-CALL ROTA, ONE PER STEP PER RUN
002262*                  DATE.
002265*   2026-10-15 DO  THE JOB NETWORK NOW HOLDS UP TO 60 STEPS. AN
002270*                  EODNET WITH MORE NO LONGER DROPS THE EXTRA
002275*                  STEPS - THE NIGHT IS NOT RUN, EODLOG GETS AN
002280*                  EODNET ROW WITH RETURN CODE 12 AND THE BATCH
002285*                  ENDS WITH RETURN CODE 12.
002290******************************************************************
002295 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. EndOfDayBatch.
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002994     SELECT NET-RESTART-FILE ASSIGN TO "EODNDONE"
002995         ORGANIZATION IS LINE SEQUENTIAL
002996         FILE STATUS IS WS-NRST-FILE-STATUS.
002997     SELECT ARRIVAL-STATUS-FILE ASSIGN TO "FILESTAT"
002998         ORGANIZATION IS LINE SEQUENTIAL
002999         FILE STATUS IS WS-FSTAT-FILE-STATUS.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  JOB-LOG-FILE
003567     05  NW-PRED-2                   PIC 9(02).
003568     05  NW-PRED-3                   PIC 9(02).
003569     05  NW-FAIL-BLOCKS              PIC X(01).
003570     05  NW-NEEDS-FILE               PIC X(08).
003572 FD  NET-RESTART-FILE
003574     RECORDING MODE IS F.
003576 01  NET-RESTART-RECORD.
003578     05  NR-STEP-NO                  PIC 9(02).
003580 FD  ARRIVAL-STATUS-FILE
003582     RECORDING MODE IS F.
003584     COPY FILESTAT.
003586 WORKING-STORAGE SECTION.
003600 01  WS-JOBLOG-FILE-STATUS           PIC X(02).
003700     88  WS-JOBLOG-FILE-OK          VALUE "00".
004614     88  WS-NETWORK-MODE            VALUE "Y".
004617 01  WS-NET-EOF-SWITCH               PIC X(01) VALUE "N".
004620     88  WS-END-OF-NETWORK          VALUE "Y".
004621 01  WS-NET-OVERFLOW-SWITCH          PIC X(01) VALUE "N".
004622     88  WS-NET-OVERFLOW            VALUE "Y".
004623 01  WS-NET-TABLE.
004626     05  WS-NET-ENTRY OCCURS 60 TIMES INDEXED BY NT-IDX.
004629         10  NT-STEP-NO              PIC 9(02).
004632         10  NT-PROGRAM-NAME         PIC X(12).
004635         10  NT-PRED-1               PIC 9(02).
004641         10  NT-PRED-3               PIC 9(02).
004644         10  NT-FAIL-BLOCKS          PIC X(01).
004647             88  NT-FAILURE-BLOCKS   VALUE "Y".
004648         10  NT-NEEDS-FILE           PIC X(08).
004650         10  NT-OUTCOME              PIC X(01).
004653             88  NT-NOT-RUN          VALUE " ".
004656             88  NT-RAN-OK           VALUE "O".
004659             88  NT-RAN-FAILED       VALUE "E".
004662             88  NT-WAS-BLOCKED      VALUE "B".
004663             88  NT-WAS-HELD         VALUE "H".
004664             88  NT-WAS-SKIPPED      VALUE "K".
004665 01  WS-NET-COUNT                    PIC 9(02) COMP VALUE ZERO.
004668 01  WS-RUN-IDX                      PIC 9(02) COMP VALUE ZERO.
004671 01  WS-PRED-NO                      PIC 9(02) VALUE ZERO.
004674 01  WS-PRED-BLOCKED-SWITCH          PIC X(01) VALUE "N".
004677     88  WS-PRED-BLOCKED            VALUE "Y".
004680 01  WS-PRED-IDX                     PIC 9(02) COMP VALUE ZERO.
004681 01  WS-FSTAT-FILE-STATUS            PIC X(02).
004682     88  WS-FSTAT-FILE-OK           VALUE "00".
004683 01  WS-FSTAT-EOF-SWITCH             PIC X(01) VALUE "N".
004684     88  WS-END-OF-FILESTAT         VALUE "Y".
004685 01  WS-FILE-BUS-DATE                PIC 9(08) VALUE ZERO.
004686 01  WS-INPUT-FILE-SWITCH            PIC X(01) VALUE "R".
004687     88  WS-INPUT-FILE-READY        VALUE "R".
004688     88  WS-INPUT-FILE-HELD         VALUE "H".
004689     88  WS-INPUT-FILE-SKIPPED      VALUE "K".
004690     COPY ALERTREQ.
004691 PROCEDURE DIVISION.
004700******************************************************************
004800* 0000-MAINLINE - RUN EACH UTILITY IN ORDER, STOPPING AFTER THE
004900*                 FIRST STEP THAT FAILS.
005310     IF WS-BATCH-OK
005320         PERFORM 5000-TRY-NETWORK-MODE
005330             THRU 5000-EXIT
005331     END-IF.
005332     IF WS-NET-OVERFLOW
005333         PERFORM 3050-REFUSE-OVERSIZED-NETWORK
005334             THRU 3050-EXIT
005335         PERFORM 3000-CLOSE-AND-REPORT
005336             THRU 3000-EXIT
005337         MOVE 12 TO RETURN-CODE
005338         GO TO 9999-EXIT
005340     END-IF.
005350     IF WS-NETWORK-MODE
005360         PERFORM 5200-RUN-NETWORK
014880             THRU 8100-EXIT
014900     END-IF.
015000 2400-EXIT.
015001     EXIT.
015002******************************************************************
015003* 5000-TRY-NETWORK-MODE - LOAD THE EODNET JOB NETWORK WHEN ONE
015004*                  IS STAGED, PLUS THE EODNDONE RESTART LIST A
015005*                  FAILED NIGHT LEFT BEHIND SO COMPLETED STEPS
015006*                  ARE NOT REDONE.
015007******************************************************************
015008 5000-TRY-NETWORK-MODE.
015009     OPEN INPUT JOB-NETWORK-FILE.
015010     IF NOT WS-NET-FILE-OK
015011         GO TO 5000-EXIT
015012     END-IF.
015013     PERFORM 5100-LOAD-ONE-NETWORK-STEP
015014         THRU 5100-EXIT
015015         UNTIL WS-END-OF-NETWORK.
015016     CLOSE JOB-NETWORK-FILE.
015017     IF WS-NET-COUNT > ZERO
015018         SET WS-NETWORK-MODE TO TRUE
015019         PERFORM 5150-LOAD-RESTART-LIST
015020             THRU 5150-EXIT
015021         PERFORM 5180-RESOLVE-FILE-DATE
015022             THRU 5180-EXIT
015023     END-IF.
015024 5000-EXIT.
015025     EXIT.
015026******************************************************************
015027* 5100-LOAD-ONE-NETWORK-STEP - FILE ONE NETWORK STEP.
015028******************************************************************
015029 5100-LOAD-ONE-NETWORK-STEP.
015030     READ JOB-NETWORK-FILE
015031         AT END
015032             SET WS-END-OF-NETWORK TO TRUE
015033     END-READ.
015034     IF NOT WS-END-OF-NETWORK
015035         IF WS-NET-COUNT < 60
015036             ADD 1 TO WS-NET-COUNT
015037             SET NT-IDX TO WS-NET-COUNT
015038             MOVE NW-STEP-NO      TO NT-STEP-NO (NT-IDX)
015039             MOVE NW-PROGRAM-NAME TO NT-PROGRAM-NAME (NT-IDX)
015040             MOVE NW-PRED-1       TO NT-PRED-1 (NT-IDX)
015041             MOVE NW-PRED-2       TO NT-PRED-2 (NT-IDX)
015042             MOVE NW-PRED-3       TO NT-PRED-3 (NT-IDX)
015043             MOVE NW-FAIL-BLOCKS  TO NT-FAIL-BLOCKS (NT-IDX)
015044             MOVE NW-NEEDS-FILE   TO NT-NEEDS-FILE (NT-IDX)
015045             MOVE SPACE           TO NT-OUTCOME (NT-IDX)
015046         ELSE
015047             SET WS-NET-OVERFLOW TO TRUE
015049         END-IF
015050     END-IF.
015051 5100-EXIT.
015052     EXIT.
015053******************************************************************
015054* 5150-LOAD-RESTART-LIST - STEPS A PRIOR FAILED NIGHT ALREADY
015055*                  COMPLETED ARE PRELOADED AS OK SO A RESTART
015056*                  PICKS UP WHERE THE NIGHT STOPPED.
015057******************************************************************
015058 5150-LOAD-RESTART-LIST.
015059     OPEN INPUT NET-RESTART-FILE.
015060     IF NOT WS-NRST-FILE-OK
015061         GO TO 5150-EXIT
015062     END-IF.
015063     PERFORM 5160-LOAD-ONE-DONE-STEP
015064         THRU 5160-EXIT
015065         UNTIL WS-NRST-FILE-STATUS NOT = "00".
015066     CLOSE NET-RESTART-FILE.
015067 5150-EXIT.
015068     EXIT.
015069******************************************************************
015070* 5160-LOAD-ONE-DONE-STEP - MARK ONE ALREADY-COMPLETED STEP.
015071******************************************************************
015072 5160-LOAD-ONE-DONE-STEP.
015073     READ NET-RESTART-FILE
015074         AT END
015075             MOVE "10" TO WS-NRST-FILE-STATUS
015076     END-READ.
015077     IF WS-NRST-FILE-OK
015078         PERFORM 5170-MARK-ONE-STEP-DONE
015079             THRU 5170-EXIT
015080             VARYING NT-IDX FROM 1 BY 1
015081             UNTIL NT-IDX > WS-NET-COUNT
015082     END-IF.
015083 5160-EXIT.
015084     EXIT.
015085******************************************************************
015086* 5170-MARK-ONE-STEP-DONE - THE TABLE ENTRY MATCHING THE DONE
015087*                  STEP NUMBER IS PRELOADED OK.
015088******************************************************************
015089 5170-MARK-ONE-STEP-DONE.
015090     IF NT-STEP-NO (NT-IDX) = NR-STEP-NO
015091         MOVE "O" TO NT-OUTCOME (NT-IDX)
015092     END-IF.
015093 5170-EXIT.
015094     EXIT.
015095******************************************************************
015096* 5180-RESOLVE-FILE-DATE - THE BUSINESS DATE FILESTAT ROWS MUST
015097*                  CARRY TO COUNT FOR TONIGHT - THE BUSDATE
015098*                  DATE, OPERATIONS OVERRIDE INCLUDED, ELSE THE
015099*                  RUN DATE.
015100******************************************************************
015101 5180-RESOLVE-FILE-DATE.
015102     MOVE WS-RUN-DATE TO WS-FILE-BUS-DATE.
015103     OPEN INPUT BUS-DATE-FILE.
015104     IF NOT WS-BUSDATE-FILE-OK
015105         GO TO 5180-EXIT
015106     END-IF.
015107     READ BUS-DATE-FILE
015108         AT END
015109             CONTINUE
015110     END-READ.
015111     IF WS-BUSDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
015112         MOVE BD-BUSINESS-DATE TO WS-FILE-BUS-DATE
015113     END-IF.
015114     CLOSE BUS-DATE-FILE.
015115 5180-EXIT.
015116     EXIT.
015117******************************************************************
015118* 5200-RUN-NETWORK - EXECUTE EVERY STEP IN TABLE ORDER, EACH ONE
015119*                  ONLY WHEN ITS PREDECESSORS ALLOW. EVERY STEP
015120*                  LOGS TO EODLOG; A CLEAN NIGHT CLEARS THE
015121*                  RESTART LIST AND RETIRES THE BUSINESS DATE.
015122******************************************************************
015123 5200-RUN-NETWORK.
015124     PERFORM 5300-RUN-ONE-NETWORK-STEP
015125         THRU 5300-EXIT
015126         VARYING WS-RUN-IDX FROM 1 BY 1
015127         UNTIL WS-RUN-IDX > WS-NET-COUNT.
015128     PERFORM 5700-JUDGE-NETWORK-RUN
015129         THRU 5700-EXIT.
015130 5200-EXIT.
015131     EXIT.
015132******************************************************************
015133* 5300-RUN-ONE-NETWORK-STEP - CHECK THE STEP'S PREDECESSORS,
015134*                  DISPATCH ITS PROGRAM, LOG THE OUTCOME AND
015135*                  APPEND THE RESTART LIST ON SUCCESS.
015136******************************************************************
015137 5300-RUN-ONE-NETWORK-STEP.
015138     SET NT-IDX TO WS-RUN-IDX.
015139     IF NT-RAN-OK (NT-IDX)
015140         GO TO 5300-EXIT
015141     END-IF.
015142     PERFORM 5400-CHECK-PREDECESSORS
015143         THRU 5400-EXIT.
015144     IF WS-PRED-BLOCKED
015145         MOVE "B" TO NT-OUTCOME (NT-IDX)
015146         MOVE NT-PROGRAM-NAME (NT-IDX) TO WS-STEP-NAME
015147         ACCEPT WS-STEP-START-TIME FROM TIME
015148         MOVE WS-STEP-START-TIME TO WS-STEP-END-TIME
015149         MOVE 08 TO WS-STEP-RETURN-CODE
015150         PERFORM 8000-WRITE-JOB-LOG-RECORD
015151             THRU 8000-EXIT
015152         DISPLAY "STEP " NT-STEP-NO (NT-IDX) " "
015153             NT-PROGRAM-NAME (NT-IDX)
015154             " BLOCKED BY A FAILED PREDECESSOR"
015155         GO TO 5300-EXIT
015156     END-IF.
015157     PERFORM 5450-CHECK-INPUT-FILE
015158         THRU 5450-EXIT.
015159     IF NOT WS-INPUT-FILE-READY
015160         MOVE WS-INPUT-FILE-SWITCH TO NT-OUTCOME (NT-IDX)
015161         MOVE NT-PROGRAM-NAME (NT-IDX) TO WS-STEP-NAME
015162         ACCEPT WS-STEP-START-TIME FROM TIME
015163         MOVE WS-STEP-START-TIME TO WS-STEP-END-TIME
015164         IF WS-INPUT-FILE-HELD
015165             MOVE 08 TO WS-STEP-RETURN-CODE
015166             DISPLAY "STEP " NT-STEP-NO (NT-IDX) " "
015167                 NT-PROGRAM-NAME (NT-IDX)
015168                 " HELD - INPUT FILE " NT-NEEDS-FILE (NT-IDX)
015169                 " NOT ARRIVED"
015170         ELSE
015171             MOVE ZERO TO WS-STEP-RETURN-CODE
015172             DISPLAY "STEP " NT-STEP-NO (NT-IDX) " "
015173                 NT-PROGRAM-NAME (NT-IDX)
015174                 " SKIPPED - OPTIONAL INPUT FILE "
015175                 NT-NEEDS-FILE (NT-IDX) " NOT ARRIVED"
015176         END-IF
015177         PERFORM 8000-WRITE-JOB-LOG-RECORD
015178             THRU 8000-EXIT
015179         GO TO 5300-EXIT
015180     END-IF.
015181     MOVE NT-PROGRAM-NAME (NT-IDX) TO WS-STEP-NAME.
015182     ACCEPT WS-STEP-START-TIME FROM TIME.
015183     PERFORM 5600-DISPATCH-ONE-PROGRAM
015184         THRU 5600-EXIT.
015185     ACCEPT WS-STEP-END-TIME FROM TIME.
015186     PERFORM 8000-WRITE-JOB-LOG-RECORD
015187         THRU 8000-EXIT.
015188     IF WS-STEP-RETURN-CODE = ZERO
015189         MOVE "O" TO NT-OUTCOME (NT-IDX)
015190         OPEN EXTEND NET-RESTART-FILE
015191         IF NOT WS-NRST-FILE-OK
015192             OPEN OUTPUT NET-RESTART-FILE
015193         END-IF
015194         MOVE NT-STEP-NO (NT-IDX) TO NR-STEP-NO
015195         WRITE NET-RESTART-RECORD
015196         CLOSE NET-RESTART-FILE
015197     ELSE
015198         MOVE "E" TO NT-OUTCOME (NT-IDX)
015199     END-IF.
015200 5300-EXIT.
015201     EXIT.
015202******************************************************************
015203* 5400-CHECK-PREDECESSORS - A STEP RUNS ONLY WHEN EACH NAMED
015204*                  PREDECESSOR RAN CLEAN, OR FAILED BUT DOES NOT
015205*                  BLOCK ITS SUCCESSORS. A PREDECESSOR THAT WAS
015206*                  ITSELF BLOCKED, OR NEVER RAN, BLOCKS.
015207******************************************************************
015208 5400-CHECK-PREDECESSORS.
015209     MOVE "N" TO WS-PRED-BLOCKED-SWITCH.
015210     MOVE NT-PRED-1 (NT-IDX) TO WS-PRED-NO.
015211     PERFORM 5500-CHECK-ONE-PREDECESSOR
015212         THRU 5500-EXIT.
015213     MOVE NT-PRED-2 (NT-IDX) TO WS-PRED-NO.
015214     PERFORM 5500-CHECK-ONE-PREDECESSOR
015215         THRU 5500-EXIT.
015216     MOVE NT-PRED-3 (NT-IDX) TO WS-PRED-NO.
015217     PERFORM 5500-CHECK-ONE-PREDECESSOR
015218         THRU 5500-EXIT.
015219 5400-EXIT.
015220     EXIT.
015221******************************************************************
015222* 5450-CHECK-INPUT-FILE - A STEP NAMING AN INBOUND FILE RUNS ONLY
015223*                  WHEN TONIGHT'S FILESTAT ROW FOR IT SAYS THE
015224*                  FILE ARRIVED, ON TIME OR LATE. A MANDATORY FILE
015225*                  THAT DID NOT HOLDS THE STEP; AN OPTIONAL ONE
015226*                  SKIPS IT. NO ROW FOR TONIGHT - NO MONITOR RUN,
015227*                  OR A FILE NOT ON THE SCHEDULE - RUNS THE STEP
015228*                  AS BEFORE.
015229******************************************************************
015230 5450-CHECK-INPUT-FILE.
015231     SET WS-INPUT-FILE-READY TO TRUE.
015232     IF NT-NEEDS-FILE (NT-IDX) = SPACES
015233         GO TO 5450-EXIT
015234     END-IF.
015235     MOVE "N" TO WS-FSTAT-EOF-SWITCH.
015236     OPEN INPUT ARRIVAL-STATUS-FILE.
015237     IF NOT WS-FSTAT-FILE-OK
015238         GO TO 5450-EXIT
015239     END-IF.
015240     PERFORM 5460-CHECK-ONE-FILE-STATUS
015241         THRU 5460-EXIT
015242         UNTIL WS-END-OF-FILESTAT.
015243     CLOSE ARRIVAL-STATUS-FILE.
015244 5450-EXIT.
015245     EXIT.
015246******************************************************************
015247* 5460-CHECK-ONE-FILE-STATUS - JUDGE THE NEEDED FILE'S ROW.
015248******************************************************************
015249 5460-CHECK-ONE-FILE-STATUS.
015250     READ ARRIVAL-STATUS-FILE
015251         AT END
015252             SET WS-END-OF-FILESTAT TO TRUE
015253     END-READ.
015254     IF WS-END-OF-FILESTAT
015255         GO TO 5460-EXIT
015256     END-IF.
015257     IF FS-FILE-NAME NOT = NT-NEEDS-FILE (NT-IDX)
015258         OR FS-BUSINESS-DATE NOT = WS-FILE-BUS-DATE
015259         GO TO 5460-EXIT
015260     END-IF.
015261     SET WS-END-OF-FILESTAT TO TRUE.
015262     EVALUATE TRUE
015263         WHEN FS-FILE-USABLE
015264             SET WS-INPUT-FILE-READY TO TRUE
015265         WHEN FS-IS-MANDATORY
015266             SET WS-INPUT-FILE-HELD TO TRUE
015267         WHEN OTHER
015268             SET WS-INPUT-FILE-SKIPPED TO TRUE
015269     END-EVALUATE.
015270 5460-EXIT.
015271     EXIT.
015272******************************************************************
015273* 5500-CHECK-ONE-PREDECESSOR - ZERO MEANS NO PREDECESSOR IN THAT
015274*                  SLOT.
015275******************************************************************
015276 5500-CHECK-ONE-PREDECESSOR.
015277     IF WS-PRED-NO = ZERO
015278         GO TO 5500-EXIT
015279     END-IF.
015280     PERFORM 5550-FIND-PRED-OUTCOME
015281         THRU 5550-EXIT
015282         VARYING WS-PRED-IDX FROM 1 BY 1
015283         UNTIL WS-PRED-IDX > WS-NET-COUNT.
015284 5500-EXIT.
015285     EXIT.
015286******************************************************************
015287* 5550-FIND-PRED-OUTCOME - JUDGE THE NAMED PREDECESSOR'S
015288*                  OUTCOME.
015289******************************************************************
015290 5550-FIND-PRED-OUTCOME.
015291     IF NT-STEP-NO (WS-PRED-IDX) NOT = WS-PRED-NO
015292         GO TO 5550-EXIT
015293     END-IF.
015294     EVALUATE TRUE
015295         WHEN NT-RAN-OK (WS-PRED-IDX)
015296             OR NT-WAS-SKIPPED (WS-PRED-IDX)
015304             CONTINUE
015305         WHEN NT-RAN-FAILED (WS-PRED-IDX)
015306             IF NT-FAILURE-BLOCKS (WS-PRED-IDX)
015359         WHEN "PNARCHIVE   "
015360             CALL "PosNegDecArchive"
015361             MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
015362         WHEN "CREDITLIMIT "
015363             CALL "CreditLimitReport"
015364             MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
015365         WHEN "TIERTRUEUP  "
015366             CALL "TierTrueUp"
015367             MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
015368         WHEN "ARCASHAPPLY "
015369             CALL "ArCashApply"
015370             MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
015371         WHEN "REVENUEPOST "
015372             CALL "RevenuePostGen"
015373             MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
015374         WHEN "FXREVAL     "
015375             CALL "FxRevaluation"
015376             MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
015377         WHEN "INTEGAUDIT  "
015378             CALL "IntegrityAudit"
015379             MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
015380         WHEN "SNAPSHOT    "
015381             CALL "MasterSnapshot"
015382             MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
015383         WHEN "COSTALLOC   "
015384             CALL "CostAllocation"
015385             MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
015386         WHEN "RECERTDUE   "
015387             CALL "RecertOverdue"
015388             MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
015389         WHEN "BGOVERDUE   "
015390             CALL "BreakGlassOverdue"
015391             MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
015392         WHEN "DLGREPORT   "
015393             CALL "DelegationReport"
015394             MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
015395         WHEN "WHRELEASE   "
015396             CALL "WarehouseRelease"
015397             MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
015398         WHEN "WHAGING     "
015399             CALL "WarehouseAging"
015400             MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
015401         WHEN "QUOTERPT    "
015402             CALL "QuoteReport"
015403             MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
015404         WHEN "DEPTRETURN  "
015405             CALL "CalcDeptReturn"
015406             MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
015407         WHEN "PROMORPT    "
015408             CALL "PromoReport"
015409             MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
015410         WHEN "BILLCYCCAL  "
015411             CALL "BillCycleCalendar"
015412             MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
015413         WHEN "RPTBURST    "
015414             CALL "ReportBurst"
015415             MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
015416         WHEN "ADHOCRPT    "
015417             CALL "AdHocBatch"
015418             MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
015419         WHEN "CUSTFEED    "
015420             CALL "AcctFeedExtract"
015421             MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
015422         WHEN "CUSTFEEDACK "
015423             CALL "AcctFeedAck"
015424             MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
015425         WHEN "AUDITSEAL   "
015426             CALL "AuditVerify"
015427             MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
015428         WHEN "AMTANOMALY  "
015429             CALL "AmountAnomalyCheck"
015430             MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
015431         WHEN "ACCTPROFILE "
015432             CALL "AcctProfileBuild"
015433             MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
015434         WHEN "CUTOFFRPT   "
015435             CALL "CutoffReport"
015436             MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
015437         WHEN "WORKSYNC    "
015438             CALL "WorkItemSync"
015439             MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
015440         WHEN "WORKLOAD    "
015441             CALL "WorkloadReport"
015442             MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
015443         WHEN "FILEWATCH   "
015444             CALL "FileArrivalMonitor"
015445             MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
015446         WHEN OTHER
015447             DISPLAY "EODNET NAMES AN UNKNOWN STEP: "
015448                 WS-STEP-NAME
015449             MOVE 12 TO WS-STEP-RETURN-CODE
015450     END-EVALUATE.
015451 5600-EXIT.
015452     EXIT.
015453******************************************************************
015454* 5700-JUDGE-NETWORK-RUN - THE NIGHT IS CLEAN ONLY WHEN EVERY
015455*                  STEP RAN CLEAN. A CLEAN NIGHT CLEARS THE
015456*                  RESTART LIST AND RETIRES THE BUSINESS DATE THE
015457*                  SAME WAY THE FIXED CHAIN DOES.
015458******************************************************************
015459 5700-JUDGE-NETWORK-RUN.
015460     PERFORM 5750-JUDGE-ONE-STEP
015461         THRU 5750-EXIT
015462         VARYING NT-IDX FROM 1 BY 1
015463         UNTIL NT-IDX > WS-NET-COUNT.
015464     IF WS-BATCH-OK
015465         OPEN OUTPUT NET-RESTART-FILE
015466         CLOSE NET-RESTART-FILE
015467     END-IF.
015468 5700-EXIT.
015469     EXIT.
015470******************************************************************
015471* 5750-JUDGE-ONE-STEP - ANY STEP THAT DID NOT RUN CLEAN FAILS
015472*                  THE NIGHT.
015473******************************************************************
015474 5750-JUDGE-ONE-STEP.
015475     IF NOT NT-RAN-OK (NT-IDX)
015476         AND NOT NT-WAS-SKIPPED (NT-IDX)
015477         SET WS-BATCH-FAILED TO TRUE
015478     END-IF.
015479 5750-EXIT.
015480     EXIT.
015481******************************************************************
015482* 3000-CLOSE-AND-REPORT - CLOSE THE JOB LOG AND TELL THE OPERATOR
015483*                         HOW THE RUN CAME OUT.
015500******************************************************************
015600 3000-CLOSE-AND-REPORT.
015700     CLOSE JOB-LOG-FILE.
016300     END-EVALUATE.
016400 3000-EXIT.
016500     EXIT.
016505******************************************************************
016510* 3050-REFUSE-OVERSIZED-NETWORK - AN EODNET WITH MORE STEPS THAN
016515*                  THE NETWORK TABLE HOLDS IS NOT RUN AT ALL.
016520*                  EODLOG GETS AN EODNET ROW WITH RETURN CODE 12
016525*                  AND THE NIGHT ENDS FAILED, RATHER THAN RUN
016530*                  WITHOUT ITS LAST STEPS.
016535******************************************************************
016540 3050-REFUSE-OVERSIZED-NETWORK.
016545     DISPLAY "EODNET HOLDS MORE THAN 60 STEPS - NIGHT NOT RUN".
016550     MOVE "EODNET      " TO WS-STEP-NAME.
016555     ACCEPT WS-STEP-START-TIME FROM TIME.
016560     MOVE WS-STEP-START-TIME TO WS-STEP-END-TIME.
016565     MOVE 12 TO WS-STEP-RETURN-CODE.
016570     PERFORM 8000-WRITE-JOB-LOG-RECORD
016575         THRU 8000-EXIT.
016580     SET WS-BATCH-FAILED TO TRUE.
016585 3050-EXIT.
016590     EXIT.
016600******************************************************************
016700* 8000-WRITE-JOB-LOG-RECORD - APPEND ONE ROW TO THE JOB LOG FOR
016800*                             THE STEP THAT JUST FINISHED.
017900         SET JL-STEP-FAILED TO TRUE
018000     END-IF.
018100     WRITE JOB-LOG-RECORD.
018120     IF WS-STEP-RETURN-CODE NOT = ZERO
018140         PERFORM 8200-RAISE-STEP-ALERT
018160             THRU 8200-EXIT
018180     END-IF.
018200 8000-EXIT.
018300     EXIT.
018310******************************************************************
018440 8100-EXIT.
018450     EXIT.
018460******************************************************************
018461* 8200-RAISE-STEP-ALERT - A STEP ENDED WITH A NONZERO RETURN CODE.
018462*                  HAND IT TO ALERTWRITER AS AN EODSTEP ALERT; THE
018463*                  RULE DECIDES WHO IS PAGED AND FROM WHAT RETURN
018464*                  CODE, AND THE RUN DATE AND STEP NAME IN THE
018465*                  DEDUPE KEY KEEP A RERUN OF THE SAME NIGHT FROM
018466*                  PAGING TWICE. THE BATCH CARRIES ON WHATEVER
018467*                  ALERTWRITER RETURNS.
018468******************************************************************
018469 8200-RAISE-STEP-ALERT.
018470     MOVE "EODSTEP" TO AQ-CONDITION.
018471     MOVE "EODBATCH" TO AQ-SOURCE.
018472     IF WS-STEP-RETURN-CODE NOT < 8
018473         SET AQ-SEV-SEVERE TO TRUE
018474     ELSE
018475         SET AQ-SEV-WARNING TO TRUE
018476     END-IF.
018477     MOVE WS-STEP-RETURN-CODE TO AQ-MEASURE.
018478     MOVE SPACES TO AQ-DEDUPE-KEY.
018479     STRING "EOD " DELIMITED BY SIZE
018480         WS-RUN-DATE DELIMITED BY SIZE
018481         " " DELIMITED BY SIZE
018482         WS-STEP-NAME DELIMITED BY SIZE
018483         INTO AQ-DEDUPE-KEY.
018484     MOVE SPACES TO AQ-ALERT-TEXT.
018485     STRING "EOD STEP " DELIMITED BY SIZE
018486         WS-STEP-NAME DELIMITED BY SPACE
018487         " ENDED WITH RETURN CODE " DELIMITED BY SIZE
018488         WS-STEP-RETURN-CODE DELIMITED BY SIZE
018489         " ON RUN DATE " DELIMITED BY SIZE
018490         WS-RUN-DATE DELIMITED BY SIZE
018491         INTO AQ-ALERT-TEXT.
018492     CALL "AlertWriter" USING ALERT-REQUEST, ALERT-RESULT.
018493 8200-EXIT.
018494     EXIT.
018495******************************************************************
018500* 9999-EXIT - COMMON PROGRAM EXIT POINT.
018600******************************************************************
018700 9999-EXIT.
