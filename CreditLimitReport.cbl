000100******************************************************************
000200* PROGRAM-ID: CREDITLIMITREPORT
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     DAILY OVER-LIMIT REPORT FOR CREDIT CONTROL. FOR
000800*              EVERY ACCOUNT WITH A CREDIT LIMIT ON ACCTMSTR IT
000900*              WORKS OUT THE SAME EXPOSURE CALCULATOR HOLDS
001000*              AGAINST - UNBILLED SUCCESSFUL CALCLOG RESULTS PLUS
001100*              UNACKNOWLEDGED BILLSENT AMOUNTS - AND LISTS EVERY
001200*              ACCOUNT THAT IS OVER ITS LIMIT OR HAS CHARGES
001300*              WAITING ON THE CALCCHLD CREDIT-HOLD QUEUE, WITH
001400*              THE HELD COUNT AND AMOUNT. RUNS UNATTENDED AS AN
001500*              END-OF-DAY STEP (CREDITLIMIT) UNDER THE BUSDATE
001600*              BUSINESS DATE, AND KEEPS THE REPORT THROUGH
001700*              REPORTKEEP.
001800* TECTONICS:   cobc
001900*
002000* MODIFICATION HISTORY
002100*   2026-10-15 DO  INITIAL VERSION.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. CreditLimitReport.
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS AM-ACCOUNT-ID
003200         FILE STATUS IS WS-ACCT-FILE-STATUS.
003300     SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS CL-LOG-KEY
003700         FILE STATUS IS WS-LOG-FILE-STATUS.
003800     SELECT SENT-REGISTER-FILE ASSIGN TO "BILLSENT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-SENT-FILE-STATUS.
004100     SELECT CREDIT-HOLD-FILE ASSIGN TO "CALCCHLD"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-CHLD-FILE-STATUS.
004400     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-BDATE-FILE-STATUS.
004700     SELECT CREDIT-RPT-FILE ASSIGN TO "CREDLIM"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-RPT-FILE-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  ACCOUNT-MASTER-FILE.
005300     COPY ACCTMSTR.
005400 FD  CALC-LOG-FILE.
005500     COPY CALCLOG.
005600 FD  SENT-REGISTER-FILE
005700     RECORDING MODE IS F.
005800     COPY BILLSENT.
005900 FD  CREDIT-HOLD-FILE
006000     RECORDING MODE IS F.
006100     COPY CRHOLD.
006200 FD  BUS-DATE-FILE
006300     RECORDING MODE IS F.
006400     COPY BUSDATE.
006500 FD  CREDIT-RPT-FILE
006600     RECORDING MODE IS F.
006700 01  CREDIT-RPT-LINE                 PIC X(80).
006800 WORKING-STORAGE SECTION.
006900 01  WS-ACCT-FILE-STATUS             PIC X(02).
007000     88  WS-ACCT-FILE-OK             VALUE "00".
007100 01  WS-LOG-FILE-STATUS              PIC X(02).
007200     88  WS-LOG-FILE-OK              VALUE "00".
007300 01  WS-SENT-FILE-STATUS             PIC X(02).
007400     88  WS-SENT-FILE-OK             VALUE "00".
007500 01  WS-CHLD-FILE-STATUS             PIC X(02).
007600     88  WS-CHLD-FILE-OK             VALUE "00".
007700 01  WS-BDATE-FILE-STATUS            PIC X(02).
007800     88  WS-BDATE-FILE-OK            VALUE "00".
007900 01  WS-RPT-FILE-STATUS              PIC X(02).
008000     88  WS-RPT-FILE-OK              VALUE "00".
008100 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
008200     88  WS-END-OF-FILE              VALUE "Y".
008300 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
008400 01  WS-SYSTEM-DATE                  PIC 9(08) VALUE ZERO.
008500 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
008600 01  WS-WORK-ACCOUNT-ID              PIC X(08) VALUE SPACES.
008700 01  WS-FOUND-SWITCH                 PIC X(01) VALUE "N".
008800     88  WS-ACCOUNT-FOUND            VALUE "Y".
008900 01  WS-ACCT-TABLE.
009000     05  WS-ACCT-ENTRY OCCURS 500 TIMES INDEXED BY AC-IDX.
009100         10  AT-ACCOUNT-ID           PIC X(08).
009200         10  AT-CUSTOMER-NAME        PIC X(30).
009300         10  AT-CREDIT-LIMIT         PIC S9(11)V99.
009400         10  AT-UNBILLED             PIC S9(13)V99.
009500         10  AT-UNACKNOWLEDGED       PIC S9(13)V99.
009600         10  AT-HELD-COUNT           PIC 9(05) COMP.
009700         10  AT-HELD-AMOUNT          PIC S9(13)V99.
009800 01  WS-ACCT-COUNT                   PIC 9(04) COMP VALUE ZERO.
009900 01  WS-OVERFLOW-COUNT               PIC 9(06) COMP VALUE ZERO.
010000 01  WS-EXPOSURE                     PIC S9(13)V99 VALUE ZERO.
010100 01  WS-OVER-BY                      PIC S9(13)V99 VALUE ZERO.
010200 01  WS-LISTED-COUNT                 PIC 9(05) COMP VALUE ZERO.
010300 01  WS-OVER-COUNT                   PIC 9(05) COMP VALUE ZERO.
010400 01  WS-HEADER-LINE.
010500     05  FILLER                      PIC X(30) VALUE
010600         "CREDIT LIMIT EXPOSURE REPORT  ".
010700     05  FILLER                      PIC X(15) VALUE
010800         "BUSINESS DATE: ".
010900     05  HL-BUSINESS-DATE            PIC 9(08).
011000     05  FILLER                      PIC X(27) VALUE SPACES.
011100 01  WS-COLUMN-LINE-1.
011200     05  FILLER                      PIC X(30) VALUE
011300         "ACCOUNT  CUSTOMER            ".
011400     05  FILLER                      PIC X(50) VALUE
011500         "   CREDIT LIMIT      EXPOSURE       OVER BY  HELD".
011600 01  WS-COLUMN-LINE-2.
011700     05  FILLER                      PIC X(30) VALUE SPACES.
011800     05  FILLER                      PIC X(50) VALUE
011900         "       UNBILLED   UNACKNOWLGD   HELD AMOUNT".
012000 01  WS-DETAIL-LINE-1.
012100     05  DL-ACCOUNT-ID               PIC X(08).
012200     05  FILLER                      PIC X(01) VALUE SPACE.
012300     05  DL-CUSTOMER-NAME            PIC X(20).
012400     05  FILLER                      PIC X(01) VALUE SPACE.
012500     05  DL-CREDIT-LIMIT             PIC -(10)9.99.
012600     05  FILLER                      PIC X(01) VALUE SPACE.
012700     05  DL-EXPOSURE                 PIC -(10)9.99.
012800     05  FILLER                      PIC X(01) VALUE SPACE.
012900     05  DL-OVER-BY                  PIC -(10)9.99.
013000     05  FILLER                      PIC X(01) VALUE SPACE.
013100     05  DL-HELD-COUNT               PIC ZZZ9.
013200     05  FILLER                      PIC X(01) VALUE SPACE.
013300 01  WS-DETAIL-LINE-2.
013400     05  FILLER                      PIC X(30) VALUE SPACES.
013500     05  DL-UNBILLED                 PIC -(10)9.99.
013600     05  FILLER                      PIC X(01) VALUE SPACE.
013700     05  DL-UNACKNOWLEDGED           PIC -(10)9.99.
013800     05  FILLER                      PIC X(01) VALUE SPACE.
013900     05  DL-HELD-AMOUNT              PIC -(10)9.99.
014000     05  FILLER                      PIC X(06) VALUE SPACES.
014100 01  WS-SUMMARY-LINE.
014200     05  FILLER                      PIC X(22) VALUE
014300         "ACCOUNTS WITH LIMITS: ".
014400     05  SL-ACCT-COUNT               PIC ZZZ9.
014500     05  FILLER                      PIC X(15) VALUE
014600         "  OVER LIMIT: ".
014700     05  SL-OVER-COUNT               PIC ZZZZ9.
014800     05  FILLER                      PIC X(11) VALUE
014900         "  LISTED: ".
015000     05  SL-LISTED-COUNT             PIC ZZZZ9.
015100     05  FILLER                      PIC X(18) VALUE SPACES.
015200 PROCEDURE DIVISION.
015300******************************************************************
015400* 0000-MAINLINE - LOAD THE LIMITED ACCOUNTS, ADD UP EACH ONE'S
015500*                 UNBILLED, UNACKNOWLEDGED AND HELD WORK, THEN
015600*                 PRINT THE ACCOUNTS CREDIT CONTROL MUST SEE.
015700******************************************************************
015800 0000-MAINLINE.
015900     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
016000     PERFORM 0500-CHECK-DATE-OVERRIDE
016100         THRU 0500-EXIT.
016200     PERFORM 1000-LOAD-ACCOUNTS
016300         THRU 1000-EXIT.
016400     IF NOT WS-ACCT-FILE-OK AND WS-ACCT-COUNT = ZERO
016500         DISPLAY "ACCTMSTR UNAVAILABLE - NO CREDIT REPORT"
016600         MOVE 8 TO RETURN-CODE
016700         GO TO 9999-EXIT
016800     END-IF.
016900     PERFORM 2000-SWEEP-LOG
017000         THRU 2000-EXIT.
017100     PERFORM 3000-SWEEP-SENT-REGISTER
017200         THRU 3000-EXIT.
017300     PERFORM 4000-SWEEP-HOLD-QUEUE
017400         THRU 4000-EXIT.
017500     PERFORM 5000-PRINT-REPORT
017600         THRU 5000-EXIT.
017700     DISPLAY "CREDIT LIMIT REPORT - " WS-OVER-COUNT
017800         " ACCOUNTS OVER LIMIT, " WS-LISTED-COUNT " LISTED".
017900     IF WS-OVERFLOW-COUNT > ZERO
018000         DISPLAY "ACCOUNT TABLE FULL - " WS-OVERFLOW-COUNT
018100             " LIMITED ACCOUNTS NOT REPORTED"
018200     END-IF.
018300     MOVE ZERO TO RETURN-CODE.
018400     GO TO 9999-EXIT.
018500******************************************************************
018600* 0500-CHECK-DATE-OVERRIDE - HONOR THE BUSDATE PROCESSING-DATE
018700*                  CONTROL SO A LATE RUN REPORTS UNDER THE
018800*                  BUSINESS DATE THE NIGHT'S WORK WAS STAMPED
018900*                  WITH.
019000******************************************************************
019100 0500-CHECK-DATE-OVERRIDE.
019200     MOVE WS-TODAYS-DATE TO WS-SYSTEM-DATE.
019300     OPEN INPUT BUS-DATE-FILE.
019400     IF NOT WS-BDATE-FILE-OK
019500         GO TO 0500-EXIT
019600     END-IF.
019700     READ BUS-DATE-FILE
019800         AT END
019900             CONTINUE
020000     END-READ.
020100     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
020200         MOVE BD-BUSINESS-DATE TO WS-TODAYS-DATE
020300     END-IF.
020400     CLOSE BUS-DATE-FILE.
020500 0500-EXIT.
020600     EXIT.
020700******************************************************************
020800* 1000-LOAD-ACCOUNTS - EVERY ACCOUNT WITH A CREDIT LIMIT INTO
020900*                  THE TABLE, IN ACCOUNT ORDER.
021000******************************************************************
021100 1000-LOAD-ACCOUNTS.
021200     OPEN INPUT ACCOUNT-MASTER-FILE.
021300     IF NOT WS-ACCT-FILE-OK
021400         GO TO 1000-EXIT
021500     END-IF.
021600     MOVE "N" TO WS-EOF-SWITCH.
021700     PERFORM 1100-LOAD-ONE-ACCOUNT
021800         THRU 1100-EXIT
021900         UNTIL WS-END-OF-FILE.
022000     CLOSE ACCOUNT-MASTER-FILE.
022100 1000-EXIT.
022200     EXIT.
022300******************************************************************
022400* 1100-LOAD-ONE-ACCOUNT - NEXT MASTER ROW; ONLY A LIMITED
022500*                  ACCOUNT IS TABLED.
022600******************************************************************
022700 1100-LOAD-ONE-ACCOUNT.
022800     READ ACCOUNT-MASTER-FILE NEXT RECORD
022900         AT END
023000             SET WS-END-OF-FILE TO TRUE
023100     END-READ.
023200     IF WS-END-OF-FILE OR AM-NO-CREDIT-LIMIT
023300         GO TO 1100-EXIT
023400     END-IF.
023500     IF WS-ACCT-COUNT NOT < 500
023600         ADD 1 TO WS-OVERFLOW-COUNT
023700         GO TO 1100-EXIT
023800     END-IF.
023900     ADD 1 TO WS-ACCT-COUNT.
024000     SET AC-IDX TO WS-ACCT-COUNT.
024100     MOVE AM-ACCOUNT-ID    TO AT-ACCOUNT-ID (AC-IDX).
024200     MOVE AM-CUSTOMER-NAME TO AT-CUSTOMER-NAME (AC-IDX).
024300     MOVE AM-CREDIT-LIMIT  TO AT-CREDIT-LIMIT (AC-IDX).
024400     MOVE ZERO TO AT-UNBILLED (AC-IDX).
024500     MOVE ZERO TO AT-UNACKNOWLEDGED (AC-IDX).
024600     MOVE ZERO TO AT-HELD-COUNT (AC-IDX).
024700     MOVE ZERO TO AT-HELD-AMOUNT (AC-IDX).
024800 1100-EXIT.
024900     EXIT.
025000******************************************************************
025100* 1500-FIND-ACCOUNT - LOOK WS-WORK-ACCOUNT-ID UP IN THE TABLE,
025200*                  LEAVING AC-IDX ON ITS ENTRY.
025300******************************************************************
025400 1500-FIND-ACCOUNT.
025500     MOVE "N" TO WS-FOUND-SWITCH.
025600     SET AC-IDX TO 1.
025700     SEARCH WS-ACCT-ENTRY
025800         AT END
025900             CONTINUE
026000         WHEN AC-IDX > WS-ACCT-COUNT
026100             CONTINUE
026200         WHEN AT-ACCOUNT-ID (AC-IDX) = WS-WORK-ACCOUNT-ID
026300             SET WS-ACCOUNT-FOUND TO TRUE
026400     END-SEARCH.
026500 1500-EXIT.
026600     EXIT.
026700******************************************************************
026800* 2000-SWEEP-LOG - EVERY SUCCESSFUL LOG RECORD NOT YET EXTRACTED
026900*                  TO BILLING IS UNBILLED EXPOSURE FOR ITS
027000*                  ACCOUNT.
027100******************************************************************
027200 2000-SWEEP-LOG.
027300     OPEN INPUT CALC-LOG-FILE.
027400     IF NOT WS-LOG-FILE-OK
027500         DISPLAY "CALCLOG UNAVAILABLE, STATUS "
027600             WS-LOG-FILE-STATUS " - UNBILLED WORK NOT COUNTED"
027700         GO TO 2000-EXIT
027800     END-IF.
027900     MOVE "N" TO WS-EOF-SWITCH.
028000     PERFORM 2100-SWEEP-ONE-LOG-RECORD
028100         THRU 2100-EXIT
028200         UNTIL WS-END-OF-FILE.
028300 2000-EXIT.
028400     EXIT.
028500******************************************************************
028600* 2100-SWEEP-ONE-LOG-RECORD - ONE LOG RECORD INTO ITS ACCOUNT.
028700******************************************************************
028800 2100-SWEEP-ONE-LOG-RECORD.
028900     READ CALC-LOG-FILE NEXT RECORD
029000         AT END
029100             SET WS-END-OF-FILE TO TRUE
029200     END-READ.
029300     IF WS-END-OF-FILE
029400         GO TO 2100-EXIT
029500     END-IF.
029600     IF NOT CL-STATUS-OK OR CL-EXTRACT-GEN NOT = ZERO
029700         GO TO 2100-EXIT
029800     END-IF.
029900     MOVE CL-ACCOUNT-ID TO WS-WORK-ACCOUNT-ID.
030000     PERFORM 1500-FIND-ACCOUNT
030100         THRU 1500-EXIT.
030200     IF WS-ACCOUNT-FOUND
030300         ADD CL-RESULT TO AT-UNBILLED (AC-IDX)
030400     END-IF.
030500 2100-EXIT.
030600     EXIT.
030700******************************************************************
030800* 3000-SWEEP-SENT-REGISTER - EVERY UNACKNOWLEDGED BILLSENT ROW
030900*                  IS EXPOSURE FOR THE ACCOUNT ON ITS LOG RECORD,
031000*                  REACHED BY THE LOG KEY THE REGISTER CARRIES.
031100*                  THE LOG IS STILL OPEN FROM THE SWEEP.
031200******************************************************************
031300 3000-SWEEP-SENT-REGISTER.
031400     IF NOT WS-LOG-FILE-OK AND WS-LOG-FILE-STATUS NOT = "10"
031500         GO TO 3000-EXIT
031600     END-IF.
031700     OPEN INPUT SENT-REGISTER-FILE.
031800     IF NOT WS-SENT-FILE-OK
031900         CLOSE CALC-LOG-FILE
032000         GO TO 3000-EXIT
032100     END-IF.
032200     MOVE "N" TO WS-EOF-SWITCH.
032300     PERFORM 3100-SWEEP-ONE-SENT-ROW
032400         THRU 3100-EXIT
032500         UNTIL WS-END-OF-FILE.
032600     CLOSE SENT-REGISTER-FILE
032700           CALC-LOG-FILE.
032800 3000-EXIT.
032900     EXIT.
033000******************************************************************
033100* 3100-SWEEP-ONE-SENT-ROW - ONE UNACKNOWLEDGED ROW INTO ITS
033200*                  ACCOUNT. A ROW WHOSE LOG RECORD HAS BEEN
033300*                  ARCHIVED CANNOT BE PLACED AND IS PASSED OVER.
033400******************************************************************
033500 3100-SWEEP-ONE-SENT-ROW.
033600     READ SENT-REGISTER-FILE
033700         AT END
033800             SET WS-END-OF-FILE TO TRUE
033900     END-READ.
034000     IF WS-END-OF-FILE OR NOT BS-UNACKNOWLEDGED
034100         GO TO 3100-EXIT
034200     END-IF.
034300     MOVE BS-LOG-DATE     TO CL-LOG-DATE.
034400     MOVE BS-OPERATOR-ID  TO CL-OPERATOR-ID.
034500     MOVE BS-SEQUENCE-NO  TO CL-SEQUENCE-NO.
034600     READ CALC-LOG-FILE
034700         INVALID KEY
034800             GO TO 3100-EXIT
034900     END-READ.
035000     MOVE CL-ACCOUNT-ID TO WS-WORK-ACCOUNT-ID.
035100     PERFORM 1500-FIND-ACCOUNT
035200         THRU 1500-EXIT.
035300     IF WS-ACCOUNT-FOUND
035400         ADD BS-AMOUNT TO AT-UNACKNOWLEDGED (AC-IDX)
035500     END-IF.
035600 3100-EXIT.
035700     EXIT.
035800******************************************************************
035900* 4000-SWEEP-HOLD-QUEUE - COUNT EACH ACCOUNT'S CHARGES WAITING
036000*                  ON THE CREDIT-HOLD QUEUE.
036100******************************************************************
036200 4000-SWEEP-HOLD-QUEUE.
036300     OPEN INPUT CREDIT-HOLD-FILE.
036400     IF NOT WS-CHLD-FILE-OK
036500         GO TO 4000-EXIT
036600     END-IF.
036700     MOVE "N" TO WS-EOF-SWITCH.
036800     PERFORM 4100-SWEEP-ONE-HELD-CHARGE
036900         THRU 4100-EXIT
037000         UNTIL WS-END-OF-FILE.
037100     CLOSE CREDIT-HOLD-FILE.
037200 4000-EXIT.
037300     EXIT.
037400******************************************************************
037500* 4100-SWEEP-ONE-HELD-CHARGE - ONE HELD CHARGE INTO ITS ACCOUNT.
037600******************************************************************
037700 4100-SWEEP-ONE-HELD-CHARGE.
037800     READ CREDIT-HOLD-FILE
037900         AT END
038000             SET WS-END-OF-FILE TO TRUE
038100     END-READ.
038200     IF WS-END-OF-FILE
038300         GO TO 4100-EXIT
038400     END-IF.
038500     MOVE CH-LOG-IMAGE TO CALC-LOG-RECORD.
038600     MOVE CL-ACCOUNT-ID TO WS-WORK-ACCOUNT-ID.
038700     PERFORM 1500-FIND-ACCOUNT
038800         THRU 1500-EXIT.
038900     IF WS-ACCOUNT-FOUND
039000         ADD 1 TO AT-HELD-COUNT (AC-IDX)
039100         ADD CL-RESULT TO AT-HELD-AMOUNT (AC-IDX)
039200     END-IF.
039300 4100-EXIT.
039400     EXIT.
039500******************************************************************
039600* 5000-PRINT-REPORT - HEADINGS, THEN TWO LINES FOR EACH ACCOUNT
039700*                  OVER ITS LIMIT OR WITH HELD CHARGES, THEN THE
039800*                  COUNTS, AND KEEP THE REPORT.
039900******************************************************************
040000 5000-PRINT-REPORT.
040100     OPEN OUTPUT CREDIT-RPT-FILE.
040200     MOVE WS-TODAYS-DATE TO HL-BUSINESS-DATE.
040300     WRITE CREDIT-RPT-LINE FROM WS-HEADER-LINE.
040400     MOVE SPACES TO CREDIT-RPT-LINE.
040500     WRITE CREDIT-RPT-LINE.
040600     WRITE CREDIT-RPT-LINE FROM WS-COLUMN-LINE-1.
040700     WRITE CREDIT-RPT-LINE FROM WS-COLUMN-LINE-2.
040800     MOVE ALL "-" TO CREDIT-RPT-LINE.
040900     WRITE CREDIT-RPT-LINE.
041000     PERFORM 5100-PRINT-ONE-ACCOUNT
041100         THRU 5100-EXIT
041200         VARYING AC-IDX FROM 1 BY 1
041300         UNTIL AC-IDX > WS-ACCT-COUNT.
041400     IF WS-LISTED-COUNT = ZERO
041500         MOVE "NO ACCOUNT IS OVER ITS CREDIT LIMIT"
041600             TO CREDIT-RPT-LINE
041700         WRITE CREDIT-RPT-LINE
041800     END-IF.
041900     MOVE ALL "-" TO CREDIT-RPT-LINE.
042000     WRITE CREDIT-RPT-LINE.
042100     MOVE WS-ACCT-COUNT   TO SL-ACCT-COUNT.
042200     MOVE WS-OVER-COUNT   TO SL-OVER-COUNT.
042300     MOVE WS-LISTED-COUNT TO SL-LISTED-COUNT.
042400     WRITE CREDIT-RPT-LINE FROM WS-SUMMARY-LINE.
042500     CLOSE CREDIT-RPT-FILE.
042600     MOVE "CREDLIM " TO WS-RPT-KEEP-NAME.
042700     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-TODAYS-DATE.
042800 5000-EXIT.
042900     EXIT.
043000******************************************************************
043100* 5100-PRINT-ONE-ACCOUNT - AN ACCOUNT IS LISTED WHEN ITS
043200*                  EXPOSURE IS PAST ITS LIMIT OR IT HAS CHARGES
043300*                  ON HOLD.
043400******************************************************************
043500 5100-PRINT-ONE-ACCOUNT.
043600     COMPUTE WS-EXPOSURE = AT-UNBILLED (AC-IDX)
043700         + AT-UNACKNOWLEDGED (AC-IDX).
043800     COMPUTE WS-OVER-BY = WS-EXPOSURE - AT-CREDIT-LIMIT (AC-IDX).
043900     IF WS-OVER-BY > ZERO
044000         ADD 1 TO WS-OVER-COUNT
044100     ELSE
044200         IF AT-HELD-COUNT (AC-IDX) = ZERO
044300             GO TO 5100-EXIT
044400         END-IF
044500         MOVE ZERO TO WS-OVER-BY
044600     END-IF.
044700     ADD 1 TO WS-LISTED-COUNT.
044800     MOVE AT-ACCOUNT-ID (AC-IDX)     TO DL-ACCOUNT-ID.
044900     MOVE AT-CUSTOMER-NAME (AC-IDX)  TO DL-CUSTOMER-NAME.
045000     MOVE AT-CREDIT-LIMIT (AC-IDX)   TO DL-CREDIT-LIMIT.
045100     MOVE WS-EXPOSURE                TO DL-EXPOSURE.
045200     MOVE WS-OVER-BY                 TO DL-OVER-BY.
045300     MOVE AT-HELD-COUNT (AC-IDX)     TO DL-HELD-COUNT.
045400     WRITE CREDIT-RPT-LINE FROM WS-DETAIL-LINE-1.
045500     MOVE AT-UNBILLED (AC-IDX)       TO DL-UNBILLED.
045600     MOVE AT-UNACKNOWLEDGED (AC-IDX) TO DL-UNACKNOWLEDGED.
045700     MOVE AT-HELD-AMOUNT (AC-IDX)    TO DL-HELD-AMOUNT.
045800     WRITE CREDIT-RPT-LINE FROM WS-DETAIL-LINE-2.
045900 5100-EXIT.
046000     EXIT.
046100******************************************************************
046200* 9999-EXIT - COMMON PROGRAM EXIT POINT.
046300******************************************************************
046400 9999-EXIT.
046500     GOBACK.
046600 END PROGRAM CreditLimitReport.
