000100******************************************************************
000200* PROGRAM-ID: BILLCYCLECALENDAR
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     BILLING CYCLE CALENDAR. FOR EVERY ACTIVE ACCOUNT ON
000800*              ACCTMSTR IT WORKS OUT THE NEXT DATE ITS BILLING
000900*              CYCLE RELEASES AN INVOICE GROUP - THE SAME CYCDAT
001000*              RULE THE BILLING EXTRACT HOLDS ITEMS AGAINST - AND
001100*              ADDS UP THE SUCCESSFUL CALCLOG RESULTS THAT ARE
001200*              STILL WAITING TO BE EXTRACTED. THE REPORT LISTS
001300*              EACH UPCOMING DAY OF THE NEXT FIVE WEEKS WITH THE
001400*              ACCOUNTS THAT BILL ON IT AND THEIR ACCUMULATED
001500*              UNBILLED AMOUNT. A DAILY ACCOUNT BILLS TONIGHT AND
001600*              IS LISTED ON THE BUSINESS DATE ONLY. RUNS
001700*              UNATTENDED AS AN END-OF-DAY STEP UNDER THE BUSDATE
001800*              BUSINESS DATE, AND KEEPS THE REPORT THROUGH
001900*              REPORTKEEP.
002000* TECTONICS:   cobc
002100*
002200* MODIFICATION HISTORY
002300*   2026-10-15 DO  INITIAL VERSION.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. BillCycleCalendar.
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS AM-ACCOUNT-ID
003400         FILE STATUS IS WS-ACCT-FILE-STATUS.
003500     SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS CL-LOG-KEY
003900         FILE STATUS IS WS-LOG-FILE-STATUS.
004000     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-BDATE-FILE-STATUS.
004300     SELECT CALENDAR-RPT-FILE ASSIGN TO "BILLCAL"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-RPT-FILE-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  ACCOUNT-MASTER-FILE.
004900     COPY ACCTMSTR.
005000 FD  CALC-LOG-FILE.
005100     COPY CALCLOG.
005200 FD  BUS-DATE-FILE
005300     RECORDING MODE IS F.
005400     COPY BUSDATE.
005500 FD  CALENDAR-RPT-FILE
005600     RECORDING MODE IS F.
005700 01  CALENDAR-RPT-LINE               PIC X(80).
005800 WORKING-STORAGE SECTION.
005900 01  WS-ACCT-FILE-STATUS             PIC X(02).
006000     88  WS-ACCT-FILE-OK             VALUE "00".
006100 01  WS-LOG-FILE-STATUS              PIC X(02).
006200     88  WS-LOG-FILE-OK              VALUE "00".
006300 01  WS-BDATE-FILE-STATUS            PIC X(02).
006400     88  WS-BDATE-FILE-OK            VALUE "00".
006500 01  WS-RPT-FILE-STATUS              PIC X(02).
006600     88  WS-RPT-FILE-OK              VALUE "00".
006700 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
006800     88  WS-END-OF-FILE              VALUE "Y".
006900 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
007000 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
007100 01  WS-LIB-FUNCTION                 PIC X(06).
007200 01  WS-LIB-RETURN-CODE              PIC 9(02).
007300 01  WS-LIB-MSG-PREFIX               PIC X(10).
007400 01  WS-LIB-MSG-VALUE                PIC X(40).
007500 01  WS-LIB-MSG-TEXT                 PIC X(60).
007600 01  WS-LIB-DATE                     PIC 9(08) VALUE ZERO.
007700 01  WS-DAYS-PARM                    PIC S9(07)
007800                                     SIGN LEADING SEPARATE.
007900 01  WS-DAYS-PARM-X REDEFINES WS-DAYS-PARM
008000                                     PIC X(08).
008100 01  WS-CYCLE-PARM.
008200     05  CP-BILL-CYCLE               PIC X(01).
008300     05  CP-CYCLE-DAY                PIC 9(02).
008400     05  CP-DIRECTION                PIC X(01).
008500 01  WS-HORIZON-DAYS                 PIC 9(02) VALUE 35.
008600 01  WS-DAY-NO                       PIC 9(02) VALUE ZERO.
008700 01  WS-CALENDAR-DATE                PIC 9(08) VALUE ZERO.
008800 01  WS-HORIZON-END-DATE             PIC 9(08) VALUE ZERO.
008900 01  WS-WORK-ACCOUNT-ID              PIC X(08) VALUE SPACES.
009000 01  WS-FOUND-SWITCH                 PIC X(01) VALUE "N".
009100     88  WS-ACCOUNT-FOUND            VALUE "Y".
009200 01  WS-DAY-LISTED-SWITCH            PIC X(01) VALUE "N".
009300     88  WS-DAY-LISTED               VALUE "Y".
009400 01  WS-ACCT-TABLE.
009500     05  WS-ACCT-ENTRY OCCURS 500 TIMES INDEXED BY AC-IDX.
009600         10  AT-ACCOUNT-ID           PIC X(08).
009700         10  AT-CUSTOMER-NAME        PIC X(30).
009800         10  AT-BILL-CYCLE           PIC X(01).
009900         10  AT-CYCLE-DAY            PIC 9(02).
010000         10  AT-NEXT-CYCLE-DATE      PIC 9(08).
010100         10  AT-ITEM-COUNT           PIC 9(05) COMP.
010200         10  AT-UNBILLED             PIC S9(13)V99.
010300 01  WS-ACCT-COUNT                   PIC 9(04) COMP VALUE ZERO.
010400 01  WS-OVERFLOW-COUNT               PIC 9(06) COMP VALUE ZERO.
010500 01  WS-LISTED-COUNT                 PIC 9(05) COMP VALUE ZERO.
010600 01  WS-DAY-COUNT                    PIC 9(05) COMP VALUE ZERO.
010700 01  WS-DAY-UNBILLED                 PIC S9(13)V99 VALUE ZERO.
010800 01  WS-TOTAL-UNBILLED               PIC S9(13)V99 VALUE ZERO.
010900 01  WS-HEADER-LINE.
011000     05  FILLER                      PIC X(30) VALUE
011100         "BILLING CYCLE CALENDAR        ".
011200     05  FILLER                      PIC X(15) VALUE
011300         "BUSINESS DATE: ".
011400     05  HL-BUSINESS-DATE            PIC 9(08).
011500     05  FILLER                      PIC X(09) VALUE
011600         "  UNTIL: ".
011700     05  HL-HORIZON-END-DATE         PIC 9(08).
011800     05  FILLER                      PIC X(10) VALUE SPACES.
011900 01  WS-COLUMN-LINE.
012000     05  FILLER                      PIC X(30) VALUE
012100         "  ACCOUNT  CUSTOMER          ".
012200     05  FILLER                      PIC X(50) VALUE
012300         "            CYCLE    ITEMS          UNBILLED".
012400 01  WS-DAY-LINE.
012500     05  FILLER                      PIC X(10) VALUE
012600         "BILL DATE ".
012700     05  DY-CALENDAR-DATE            PIC 9(08).
012800     05  FILLER                      PIC X(62) VALUE SPACES.
012900 01  WS-DETAIL-LINE.
013000     05  FILLER                      PIC X(02) VALUE SPACES.
013100     05  DL-ACCOUNT-ID               PIC X(08).
013200     05  FILLER                      PIC X(01) VALUE SPACE.
013300     05  DL-CUSTOMER-NAME            PIC X(30).
013400     05  FILLER                      PIC X(01) VALUE SPACE.
013500     05  DL-BILL-CYCLE               PIC X(08).
013600     05  FILLER                      PIC X(01) VALUE SPACE.
013700     05  DL-ITEM-COUNT               PIC ZZZZ9.
013800     05  FILLER                      PIC X(01) VALUE SPACE.
013900     05  DL-UNBILLED                 PIC -(13)9.99.
014000     05  FILLER                      PIC X(06) VALUE SPACES.
014100 01  WS-DAY-TOTAL-LINE.
014200     05  FILLER                      PIC X(40) VALUE SPACES.
014300     05  FILLER                      PIC X(11) VALUE
014400         "DAY TOTAL  ".
014500     05  DT-ITEM-COUNT               PIC ZZZZ9.
014600     05  FILLER                      PIC X(01) VALUE SPACE.
014700     05  DT-UNBILLED                 PIC -(13)9.99.
014800     05  FILLER                      PIC X(06) VALUE SPACES.
014900 01  WS-SUMMARY-LINE.
015000     05  FILLER                      PIC X(17) VALUE
015100         "ACTIVE ACCOUNTS: ".
015200     05  SL-ACCT-COUNT               PIC ZZZ9.
015300     05  FILLER                      PIC X(11) VALUE
015400         "  LISTED: ".
015500     05  SL-LISTED-COUNT             PIC ZZZZ9.
015600     05  FILLER                      PIC X(11) VALUE
015700         "  UNBILLED:".
015800     05  SL-TOTAL-UNBILLED           PIC -(13)9.99.
015900     05  FILLER                      PIC X(15) VALUE SPACES.
016000 PROCEDURE DIVISION.
016100******************************************************************
016200* 0000-MAINLINE - LOAD THE ACTIVE ACCOUNTS WITH THEIR NEXT CYCLE
016300*                 DATES, ADD UP EACH ONE'S UNBILLED WORK, THEN
016400*                 PRINT THE CALENDAR DAY BY DAY.
016500******************************************************************
016600 0000-MAINLINE.
016700     PERFORM 0500-RESOLVE-BUSINESS-DATE
016800         THRU 0500-EXIT.
016900     PERFORM 1000-LOAD-ACCOUNTS
017000         THRU 1000-EXIT.
017100     IF NOT WS-ACCT-FILE-OK AND WS-ACCT-COUNT = ZERO
017200         DISPLAY "ACCTMSTR UNAVAILABLE - NO CYCLE CALENDAR"
017300         MOVE 8 TO RETURN-CODE
017400         GO TO 9999-EXIT
017500     END-IF.
017600     PERFORM 2000-SWEEP-LOG
017700         THRU 2000-EXIT.
017800     PERFORM 5000-PRINT-REPORT
017900         THRU 5000-EXIT.
018000     DISPLAY "BILLING CYCLE CALENDAR - " WS-LISTED-COUNT
018100         " ACCOUNTS BILL BY " WS-HORIZON-END-DATE.
018200     IF WS-OVERFLOW-COUNT > ZERO
018300         DISPLAY "ACCOUNT TABLE FULL - " WS-OVERFLOW-COUNT
018400             " ACTIVE ACCOUNTS NOT REPORTED"
018500     END-IF.
018600     MOVE ZERO TO RETURN-CODE.
018700     GO TO 9999-EXIT.
018800******************************************************************
018900* 0500-RESOLVE-BUSINESS-DATE - SYSTEM DATE FROM THE LIBRARY, THEN
019000*                  THE BUSDATE PROCESSING-DATE CONTROL SO A LATE
019100*                  RUN REPORTS UNDER THE BUSINESS DATE THE NIGHT'S
019200*                  WORK WAS STAMPED WITH. THE LAST DAY OF THE
019300*                  CALENDAR IS SET FROM IT.
019400******************************************************************
019500 0500-RESOLVE-BUSINESS-DATE.
019600     MOVE "DATSTM" TO WS-LIB-FUNCTION.
019700     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
019800         WS-TODAYS-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
019900         WS-LIB-MSG-TEXT.
020000     OPEN INPUT BUS-DATE-FILE.
020100     IF WS-BDATE-FILE-OK
020200         READ BUS-DATE-FILE
020300             AT END
020400                 CONTINUE
020500         END-READ
020600         IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
020700             MOVE BD-BUSINESS-DATE TO WS-TODAYS-DATE
020800         END-IF
020900         CLOSE BUS-DATE-FILE
021000     END-IF.
021100     COMPUTE WS-DAYS-PARM = WS-HORIZON-DAYS - 1.
021200     MOVE WS-TODAYS-DATE TO WS-LIB-DATE.
021300     PERFORM 0600-ADD-DAYS
021400         THRU 0600-EXIT.
021500     MOVE WS-LIB-DATE TO WS-HORIZON-END-DATE.
021600 0500-EXIT.
021700     EXIT.
021800******************************************************************
021900* 0600-ADD-DAYS - STEP WS-LIB-DATE BY WS-DAYS-PARM DAYS THROUGH
022000*                  THE LIBRARY'S DATADD SERVICE. THE REDEFINED
022100*                  VIEW CARRIES THE SIGN BYTE ACROSS.
022200******************************************************************
022300 0600-ADD-DAYS.
022400     MOVE SPACES TO WS-LIB-MSG-VALUE.
022500     MOVE WS-DAYS-PARM-X TO WS-LIB-MSG-VALUE (1:8).
022600     MOVE "DATADD" TO WS-LIB-FUNCTION.
022700     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
022800         WS-LIB-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
022900         WS-LIB-MSG-TEXT.
023000 0600-EXIT.
023100     EXIT.
023200******************************************************************
023300* 1000-LOAD-ACCOUNTS - EVERY ACTIVE ACCOUNT INTO THE TABLE, IN
023400*                  ACCOUNT ORDER, WITH ITS NEXT CYCLE DATE.
023500******************************************************************
023600 1000-LOAD-ACCOUNTS.
023700     OPEN INPUT ACCOUNT-MASTER-FILE.
023800     IF NOT WS-ACCT-FILE-OK
023900         GO TO 1000-EXIT
024000     END-IF.
024100     MOVE "N" TO WS-EOF-SWITCH.
024200     PERFORM 1100-LOAD-ONE-ACCOUNT
024300         THRU 1100-EXIT
024400         UNTIL WS-END-OF-FILE.
024500     CLOSE ACCOUNT-MASTER-FILE.
024600 1000-EXIT.
024700     EXIT.
024800******************************************************************
024900* 1100-LOAD-ONE-ACCOUNT - NEXT MASTER ROW; ONLY AN ACTIVE ACCOUNT
025000*                  IS TABLED.
025100******************************************************************
025200 1100-LOAD-ONE-ACCOUNT.
025300     READ ACCOUNT-MASTER-FILE NEXT RECORD
025400         AT END
025500             SET WS-END-OF-FILE TO TRUE
025600     END-READ.
025700     IF WS-END-OF-FILE OR NOT AM-STATUS-ACTIVE
025800         GO TO 1100-EXIT
025900     END-IF.
026000     IF WS-ACCT-COUNT NOT < 500
026100         ADD 1 TO WS-OVERFLOW-COUNT
026200         GO TO 1100-EXIT
026300     END-IF.
026400     ADD 1 TO WS-ACCT-COUNT.
026500     SET AC-IDX TO WS-ACCT-COUNT.
026600     MOVE AM-ACCOUNT-ID    TO AT-ACCOUNT-ID (AC-IDX).
026700     MOVE AM-CUSTOMER-NAME TO AT-CUSTOMER-NAME (AC-IDX).
026800     MOVE AM-BILL-CYCLE    TO AT-BILL-CYCLE (AC-IDX).
026900     MOVE AM-CYCLE-DAY     TO AT-CYCLE-DAY (AC-IDX).
027000     MOVE ZERO TO AT-ITEM-COUNT (AC-IDX).
027100     MOVE ZERO TO AT-UNBILLED (AC-IDX).
027200     PERFORM 1200-GET-NEXT-CYCLE-DATE
027300         THRU 1200-EXIT.
027400 1100-EXIT.
027500     EXIT.
027600******************************************************************
027700* 1200-GET-NEXT-CYCLE-DATE - THE FIRST CYCLE DATE ON OR AFTER THE
027800*                  BUSINESS DATE, FROM THE LIBRARY'S CYCDAT
027900*                  SERVICE. A DAILY ACCOUNT BILLS ON THE BUSINESS
028000*                  DATE, AND SO DOES ONE WHOSE CYCLE IS NOT VALID
028100*                  - THE EXTRACT BILLS THAT ACCOUNT DAILY AS WELL.
028200******************************************************************
028300 1200-GET-NEXT-CYCLE-DATE.
028400     MOVE WS-TODAYS-DATE TO AT-NEXT-CYCLE-DATE (AC-IDX).
028500     IF AM-CYCLE-DAILY
028600         MOVE "D" TO AT-BILL-CYCLE (AC-IDX)
028700         GO TO 1200-EXIT
028800     END-IF.
028900     MOVE AM-BILL-CYCLE TO CP-BILL-CYCLE.
029000     MOVE AM-CYCLE-DAY  TO CP-CYCLE-DAY.
029100     MOVE "N"           TO CP-DIRECTION.
029200     MOVE WS-CYCLE-PARM TO WS-LIB-MSG-VALUE.
029300     MOVE WS-TODAYS-DATE TO WS-LIB-DATE.
029400     MOVE "CYCDAT" TO WS-LIB-FUNCTION.
029500     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
029600         WS-LIB-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
029700         WS-LIB-MSG-TEXT.
029800     IF WS-LIB-RETURN-CODE NOT = ZERO
029900         MOVE "D" TO AT-BILL-CYCLE (AC-IDX)
030000         GO TO 1200-EXIT
030100     END-IF.
030200     MOVE WS-LIB-DATE TO AT-NEXT-CYCLE-DATE (AC-IDX).
030300 1200-EXIT.
030400     EXIT.
030500******************************************************************
030600* 1500-FIND-ACCOUNT - LOOK WS-WORK-ACCOUNT-ID UP IN THE TABLE,
030700*                  LEAVING AC-IDX ON ITS ENTRY.
030800******************************************************************
030900 1500-FIND-ACCOUNT.
031000     MOVE "N" TO WS-FOUND-SWITCH.
031100     SET AC-IDX TO 1.
031200     SEARCH WS-ACCT-ENTRY
031300         AT END
031400             CONTINUE
031500         WHEN AC-IDX > WS-ACCT-COUNT
031600             CONTINUE
031700         WHEN AT-ACCOUNT-ID (AC-IDX) = WS-WORK-ACCOUNT-ID
031800             SET WS-ACCOUNT-FOUND TO TRUE
031900     END-SEARCH.
032000 1500-EXIT.
032100     EXIT.
032200******************************************************************
032300* 2000-SWEEP-LOG - EVERY SUCCESSFUL LOG RECORD NOT YET EXTRACTED
032400*                  TO BILLING IS WAITING FOR ITS ACCOUNT'S NEXT
032500*                  CYCLE DATE.
032600******************************************************************
032700 2000-SWEEP-LOG.
032800     OPEN INPUT CALC-LOG-FILE.
032900     IF NOT WS-LOG-FILE-OK
033000         DISPLAY "CALCLOG UNAVAILABLE, STATUS "
033100             WS-LOG-FILE-STATUS " - UNBILLED WORK NOT COUNTED"
033200         GO TO 2000-EXIT
033300     END-IF.
033400     MOVE "N" TO WS-EOF-SWITCH.
033500     PERFORM 2100-SWEEP-ONE-LOG-RECORD
033600         THRU 2100-EXIT
033700         UNTIL WS-END-OF-FILE.
033800     CLOSE CALC-LOG-FILE.
033900 2000-EXIT.
034000     EXIT.
034100******************************************************************
034200* 2100-SWEEP-ONE-LOG-RECORD - ONE LOG RECORD INTO ITS ACCOUNT.
034300******************************************************************
034400 2100-SWEEP-ONE-LOG-RECORD.
034500     READ CALC-LOG-FILE NEXT RECORD
034600         AT END
034700             SET WS-END-OF-FILE TO TRUE
034800     END-READ.
034900     IF WS-END-OF-FILE
035000         GO TO 2100-EXIT
035100     END-IF.
035200     IF NOT CL-STATUS-OK OR CL-EXTRACT-GEN NOT = ZERO
035300         GO TO 2100-EXIT
035400     END-IF.
035500     MOVE CL-ACCOUNT-ID TO WS-WORK-ACCOUNT-ID.
035600     PERFORM 1500-FIND-ACCOUNT
035700         THRU 1500-EXIT.
035800     IF WS-ACCOUNT-FOUND
035900         ADD 1 TO AT-ITEM-COUNT (AC-IDX)
036000         ADD CL-RESULT TO AT-UNBILLED (AC-IDX)
036100     END-IF.
036200 2100-EXIT.
036300     EXIT.
036400******************************************************************
036500* 5000-PRINT-REPORT - HEADINGS, THEN EACH DAY OF THE CALENDAR
036600*                  THAT HAS ACCOUNTS BILLING ON IT, THEN THE
036700*                  COUNTS, AND KEEP THE REPORT.
036800******************************************************************
036900 5000-PRINT-REPORT.
037000     OPEN OUTPUT CALENDAR-RPT-FILE.
037100     MOVE WS-TODAYS-DATE      TO HL-BUSINESS-DATE.
037200     MOVE WS-HORIZON-END-DATE TO HL-HORIZON-END-DATE.
037300     WRITE CALENDAR-RPT-LINE FROM WS-HEADER-LINE.
037400     MOVE SPACES TO CALENDAR-RPT-LINE.
037500     WRITE CALENDAR-RPT-LINE.
037600     WRITE CALENDAR-RPT-LINE FROM WS-COLUMN-LINE.
037700     MOVE ALL "-" TO CALENDAR-RPT-LINE.
037800     WRITE CALENDAR-RPT-LINE.
037900     MOVE WS-TODAYS-DATE TO WS-CALENDAR-DATE.
038000     PERFORM 5100-PRINT-ONE-DAY
038100         THRU 5100-EXIT
038200         VARYING WS-DAY-NO FROM 1 BY 1
038300         UNTIL WS-DAY-NO > WS-HORIZON-DAYS.
038400     IF WS-LISTED-COUNT = ZERO
038500         MOVE "NO ACTIVE ACCOUNT BILLS IN THE CALENDAR PERIOD"
038600             TO CALENDAR-RPT-LINE
038700         WRITE CALENDAR-RPT-LINE
038800     END-IF.
038900     MOVE ALL "-" TO CALENDAR-RPT-LINE.
039000     WRITE CALENDAR-RPT-LINE.
039100     MOVE WS-ACCT-COUNT     TO SL-ACCT-COUNT.
039200     MOVE WS-LISTED-COUNT   TO SL-LISTED-COUNT.
039300     MOVE WS-TOTAL-UNBILLED TO SL-TOTAL-UNBILLED.
039400     WRITE CALENDAR-RPT-LINE FROM WS-SUMMARY-LINE.
039500     CLOSE CALENDAR-RPT-FILE.
039600     MOVE "BILLCAL " TO WS-RPT-KEEP-NAME.
039700     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-TODAYS-DATE.
039800 5000-EXIT.
039900     EXIT.
040000******************************************************************
040100* 5100-PRINT-ONE-DAY - EVERY ACCOUNT WHOSE NEXT CYCLE DATE IS THIS
040200*                  CALENDAR DAY, UNDER A DATE LINE, WITH A DAY
040300*                  TOTAL. A DAY NOBODY BILLS ON PRINTS NOTHING.
040400*                  THE DAY IS THEN STEPPED ON BY ONE.
040500******************************************************************
040600 5100-PRINT-ONE-DAY.
040700     MOVE "N" TO WS-DAY-LISTED-SWITCH.
040800     MOVE ZERO TO WS-DAY-COUNT.
040900     MOVE ZERO TO WS-DAY-UNBILLED.
041000     PERFORM 5200-PRINT-ONE-ACCOUNT
041100         THRU 5200-EXIT
041200         VARYING AC-IDX FROM 1 BY 1
041300         UNTIL AC-IDX > WS-ACCT-COUNT.
041400     IF WS-DAY-LISTED
041500         MOVE WS-DAY-COUNT    TO DT-ITEM-COUNT
041600         MOVE WS-DAY-UNBILLED TO DT-UNBILLED
041700         WRITE CALENDAR-RPT-LINE FROM WS-DAY-TOTAL-LINE
041800     END-IF.
041900     MOVE 1 TO WS-DAYS-PARM.
042000     MOVE WS-CALENDAR-DATE TO WS-LIB-DATE.
042100     PERFORM 0600-ADD-DAYS
042200         THRU 0600-EXIT.
042300     MOVE WS-LIB-DATE TO WS-CALENDAR-DATE.
042400 5100-EXIT.
042500     EXIT.
042600******************************************************************
042700* 5200-PRINT-ONE-ACCOUNT - ONE ACCOUNT BILLING ON THIS DAY. THE
042800*                  FIRST ONE FOUND PRINTS THE DATE LINE.
042900******************************************************************
043000 5200-PRINT-ONE-ACCOUNT.
043100     IF AT-NEXT-CYCLE-DATE (AC-IDX) NOT = WS-CALENDAR-DATE
043200         GO TO 5200-EXIT
043300     END-IF.
043400     IF NOT WS-DAY-LISTED
043500         MOVE SPACES TO CALENDAR-RPT-LINE
043600         WRITE CALENDAR-RPT-LINE
043700         MOVE WS-CALENDAR-DATE TO DY-CALENDAR-DATE
043800         WRITE CALENDAR-RPT-LINE FROM WS-DAY-LINE
043900         SET WS-DAY-LISTED TO TRUE
044000     END-IF.
044100     ADD 1 TO WS-LISTED-COUNT.
044200     ADD AT-ITEM-COUNT (AC-IDX) TO WS-DAY-COUNT.
044300     ADD AT-UNBILLED (AC-IDX) TO WS-DAY-UNBILLED.
044400     ADD AT-UNBILLED (AC-IDX) TO WS-TOTAL-UNBILLED.
044500     MOVE AT-ACCOUNT-ID (AC-IDX)    TO DL-ACCOUNT-ID.
044600     MOVE AT-CUSTOMER-NAME (AC-IDX) TO DL-CUSTOMER-NAME.
044700     MOVE SPACES TO DL-BILL-CYCLE.
044800     EVALUATE AT-BILL-CYCLE (AC-IDX)
044900         WHEN "W"
045000             STRING "WEEK " AT-CYCLE-DAY (AC-IDX)
045100                 DELIMITED BY SIZE INTO DL-BILL-CYCLE
045200         WHEN "M"
045300             STRING "MONTH " AT-CYCLE-DAY (AC-IDX)
045400                 DELIMITED BY SIZE INTO DL-BILL-CYCLE
045500         WHEN OTHER
045600             MOVE "DAILY" TO DL-BILL-CYCLE
045700     END-EVALUATE.
045800     MOVE AT-ITEM-COUNT (AC-IDX)    TO DL-ITEM-COUNT.
045900     MOVE AT-UNBILLED (AC-IDX)      TO DL-UNBILLED.
046000     WRITE CALENDAR-RPT-LINE FROM WS-DETAIL-LINE.
046100 5200-EXIT.
046200     EXIT.
046300******************************************************************
046400* 9999-EXIT - COMMON PROGRAM EXIT POINT.
046500******************************************************************
046600 9999-EXIT.
046700     GOBACK.
046800 END PROGRAM BillCycleCalendar.
