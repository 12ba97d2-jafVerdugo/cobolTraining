000100******************************************************************
000200* PROGRAM-ID: FISCALCALMAINT
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     MAINTENANCE FOR THE FISCCAL FISCAL CALENDAR
000800*              MASTER - ONE ROW PER FISCAL PERIOD WITH ITS FIRST
000900*              AND LAST DAY. SUPPORTS ADD, CHANGE, DELETE AND
001000*              BROWSE OF ONE PERIOD AT A TIME, AND GENERATES A
001100*              WHOLE 4-4-5, 4-5-4 OR 5-4-4 WEEK YEAR FROM ITS
001200*              FIRST DAY. THE CALENDAR MUST RUN BACK TO BACK: A
001300*              PERIOD IS ADDED ONLY BEFORE THE FIRST OR AFTER THE
001400*              LAST, TOUCHING IT; ONLY THE
001500*              FIRST PERIOD'S START AND THE LAST PERIOD'S END MAY
001600*              MOVE; ONLY THE FIRST OR LAST PERIOD MAY BE DELETED.
001700*              A PERIOD ALREADY CLOSED ON PNPCLS KEEPS ITS DATES.
001800*              EVERY CHANGE IS AUDITED ON FCALAUD.
001900* TECTONICS:   cobc
002000*
002100* MODIFICATION HISTORY
002200*   2026-10-15 DO  INITIAL VERSION.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. FiscalCalMaint.
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT FISCAL-CALENDAR-FILE ASSIGN TO "FISCCAL"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS FC-PERIOD-KEY
003300         FILE STATUS IS WS-FCAL-FILE-STATUS.
003400     SELECT PERIOD-CLOSE-FILE ASSIGN TO "PNPCLS"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-PCLS-FILE-STATUS.
003700     SELECT FISCAL-AUDIT-FILE ASSIGN TO "FCALAUD"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-AUDIT-FILE-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  FISCAL-CALENDAR-FILE.
004300     COPY FISCCAL.
004400 FD  PERIOD-CLOSE-FILE
004500     RECORDING MODE IS F.
004600 01  PERIOD-CLOSE-RECORD.
004700     05  PC-YEAR-MONTH               PIC 9(06).
004800     05  PC-CLOSED-DATE              PIC 9(08).
004900     05  PC-CLOSED-BY                PIC X(08).
005000     05  PC-COMPANY-CODE             PIC X(04).
005100 FD  FISCAL-AUDIT-FILE
005200     RECORDING MODE IS F.
005300     COPY FCALAUD.
005400 WORKING-STORAGE SECTION.
005500 01  WS-FCAL-FILE-STATUS             PIC X(02).
005600     88  WS-FCAL-FILE-OK             VALUE "00".
005700 01  WS-PCLS-FILE-STATUS             PIC X(02).
005800     88  WS-PCLS-FILE-OK             VALUE "00".
005900 01  WS-AUDIT-FILE-STATUS            PIC X(02).
006000     88  WS-AUDIT-FILE-OK            VALUE "00".
006100 01  WS-OPERATOR-ID                  PIC X(08).
006200 01  WS-TODAYS-DATE                  PIC 9(08).
006300 01  WS-CURRENT-TIME                 PIC 9(08).
006400 01  WS-MAINT-OPTION                 PIC X(01).
006500     88  WS-MAINT-ADD                VALUE "A" "a".
006600     88  WS-MAINT-CHANGE             VALUE "C" "c".
006700     88  WS-MAINT-DELETE             VALUE "D" "d".
006800     88  WS-MAINT-BROWSE             VALUE "B" "b".
006900     88  WS-MAINT-GENERATE           VALUE "G" "g".
007000     88  WS-MAINT-EXIT               VALUE "X" "x".
007100 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
007200     88  WS-END-OF-MASTER            VALUE "Y".
007300 01  WS-PCLS-EOF-SWITCH              PIC X(01) VALUE "N".
007400     88  WS-END-OF-CLOSES            VALUE "Y".
007500 01  WS-PERIOD-CLOSED-SWITCH         PIC X(01) VALUE "N".
007600     88  WS-PERIOD-IS-CLOSED         VALUE "Y".
007700 01  WS-KEY-OK-SWITCH                PIC X(01) VALUE "N".
007800     88  WS-KEY-OK                   VALUE "Y".
007900 01  WS-EDIT-OK-SWITCH               PIC X(01) VALUE "N".
008000     88  WS-EDIT-OK                  VALUE "Y".
008100 01  WS-PERIOD-INPUT                 PIC X(06) VALUE SPACES.
008200 01  WS-YEAR-INPUT                   PIC X(04) VALUE SPACES.
008300 01  WS-DATE-INPUT                   PIC X(08) VALUE SPACES.
008400 01  WS-WEEKS-INPUT                  PIC X(02) VALUE SPACES.
008500 01  WS-WORK-PERIOD-ID               PIC 9(06) VALUE ZERO.
008600 01  WS-WORK-PERIOD-PARTS REDEFINES WS-WORK-PERIOD-ID.
008700     05  WS-WORK-YEAR                PIC 9(04).
008800     05  WS-WORK-PERIOD-NO           PIC 9(02).
008900 01  WS-WORK-START-DATE              PIC 9(08) VALUE ZERO.
009000 01  WS-WORK-END-DATE                PIC 9(08) VALUE ZERO.
009100 01  WS-WORK-WEEKS                   PIC 9(02) VALUE ZERO.
009200 01  WS-WORK-DESCRIPTION             PIC X(20) VALUE SPACES.
009300 01  WS-OLD-START-DATE               PIC 9(08) VALUE ZERO.
009400 01  WS-OLD-END-DATE                 PIC 9(08) VALUE ZERO.
009500 01  WS-CALENDAR-ENDS.
009600     05  WS-PERIOD-TOTAL             PIC 9(04) COMP VALUE ZERO.
009700         88  WS-CALENDAR-EMPTY       VALUE ZERO.
009800     05  WS-FIRST-PERIOD-ID          PIC 9(06) VALUE ZERO.
009900     05  WS-FIRST-PERIOD-PARTS REDEFINES WS-FIRST-PERIOD-ID.
010000         10  WS-FIRST-YEAR           PIC 9(04).
010100         10  WS-FIRST-PERIOD-NO      PIC 9(02).
010200     05  WS-FIRST-START-DATE         PIC 9(08) VALUE ZERO.
010300     05  WS-LAST-PERIOD-ID           PIC 9(06) VALUE ZERO.
010400     05  WS-LAST-PERIOD-PARTS REDEFINES WS-LAST-PERIOD-ID.
010500         10  WS-LAST-YEAR            PIC 9(04).
010600         10  WS-LAST-PERIOD-NO       PIC 9(02).
010700     05  WS-LAST-END-DATE            PIC 9(08) VALUE ZERO.
010800     05  WS-NEXT-START-DATE          PIC 9(08) VALUE ZERO.
010900     05  WS-PRIOR-END-DATE           PIC 9(08) VALUE ZERO.
011000 01  WS-EXPECT-YEAR                  PIC 9(04) VALUE ZERO.
011100 01  WS-EXPECT-PERIOD-NO             PIC 9(02) VALUE ZERO.
011200 01  WS-DAY-COUNT                    PIC S9(07)
011300                                     SIGN LEADING SEPARATE.
011400 01  WS-PATTERN-CHOICE               PIC X(01) VALUE SPACE.
011500 01  WS-PATTERN                      PIC X(03) VALUE SPACES.
011600 01  WS-PATTERN-TABLE REDEFINES WS-PATTERN.
011700     05  WS-PATTERN-WEEKS            PIC 9(01) OCCURS 3 TIMES.
011800 01  WS-PATTERN-SLOT                 PIC 9(01) VALUE ZERO.
011900 01  WS-GENERATED-COUNT              PIC 9(02) VALUE ZERO.
012000 01  WS-BROWSE-COUNT                 PIC 9(04) COMP VALUE ZERO.
012100 01  WS-LIB-FUNCTION                 PIC X(06).
012200 01  WS-LIB-RETURN-CODE              PIC 9(02).
012300 01  WS-LIB-DATE                     PIC 9(08).
012400 01  WS-LIB-MSG-PREFIX               PIC X(10).
012500 01  WS-LIB-MSG-VALUE                PIC X(40).
012600 01  WS-LIB-MSG-TEXT                 PIC X(60).
012700 PROCEDURE DIVISION.
012800******************************************************************
012900* 0000-MAINLINE - SIGN ON, OPEN THE CALENDAR AND THE AUDIT FILE,
013000*                 THEN LOOP ON THE MAINTENANCE MENU.
013100******************************************************************
013200 0000-MAINLINE.
013300     PERFORM 0500-SIGN-ON
013400         THRU 0500-EXIT.
013500     IF NOT WS-FCAL-FILE-OK
013600         GO TO 9999-EXIT
013700     END-IF.
013800     PERFORM 2000-SHOW-MENU
013900         THRU 2000-EXIT
014000         UNTIL WS-MAINT-EXIT.
014100     CLOSE FISCAL-CALENDAR-FILE
014200           FISCAL-AUDIT-FILE.
014300     GO TO 9999-EXIT.
014400******************************************************************
014500* 0500-SIGN-ON - CAPTURE THE OPERATOR ID, OPEN THE CALENDAR FOR
014600*                UPDATE AND THE AUDIT LOG FOR APPEND.
014700******************************************************************
014800 0500-SIGN-ON.
014900     DISPLAY "Operator ID: "
015000     ACCEPT WS-OPERATOR-ID.
015100     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
015200     OPEN I-O FISCAL-CALENDAR-FILE.
015300     IF NOT WS-FCAL-FILE-OK
015400         OPEN OUTPUT FISCAL-CALENDAR-FILE
015500         IF NOT WS-FCAL-FILE-OK
015600             DISPLAY "FISCCAL OPEN FAILED, STATUS "
015700                 WS-FCAL-FILE-STATUS
015800             GO TO 0500-EXIT
015900         END-IF
016000*        THE FALLBACK ONLY CREATES THE FILE - THE SESSION MUST
016100*        STILL RUN AGAINST IT IN I-O MODE.
016200         CLOSE FISCAL-CALENDAR-FILE
016300         OPEN I-O FISCAL-CALENDAR-FILE
016400         IF NOT WS-FCAL-FILE-OK
016500             DISPLAY "FISCCAL REOPEN FAILED, STATUS "
016600                 WS-FCAL-FILE-STATUS
016700             GO TO 0500-EXIT
016800         END-IF
016900     END-IF.
017000     OPEN EXTEND FISCAL-AUDIT-FILE.
017100     IF NOT WS-AUDIT-FILE-OK
017200         OPEN OUTPUT FISCAL-AUDIT-FILE
017300     END-IF.
017400 0500-EXIT.
017500     EXIT.
017600******************************************************************
017700* 2000-SHOW-MENU - ONE MAINTENANCE ACTION PER PASS.
017800******************************************************************
017900 2000-SHOW-MENU.
018000     DISPLAY "Fiscal calendar - A)dd C)hange D)elete B)rowse "
018100         "G)enerate year X) exit: "
018200     ACCEPT WS-MAINT-OPTION.
018300     EVALUATE TRUE
018400         WHEN WS-MAINT-ADD
018500             PERFORM 3000-ADD-PERIOD
018600                 THRU 3000-EXIT
018700         WHEN WS-MAINT-CHANGE
018800             PERFORM 4000-CHANGE-PERIOD
018900                 THRU 4000-EXIT
019000         WHEN WS-MAINT-DELETE
019100             PERFORM 5000-DELETE-PERIOD
019200                 THRU 5000-EXIT
019300         WHEN WS-MAINT-BROWSE
019400             PERFORM 6000-BROWSE-PERIODS
019500                 THRU 6000-EXIT
019600         WHEN WS-MAINT-GENERATE
019700             PERFORM 7000-GENERATE-YEAR
019800                 THRU 7000-EXIT
019900         WHEN WS-MAINT-EXIT
020000             CONTINUE
020100         WHEN OTHER
020200             DISPLAY "Select a correct option"
020300     END-EVALUATE.
020400 2000-EXIT.
020500     EXIT.
020600******************************************************************
020700* 2100-GET-PERIOD-KEY - PROMPT FOR THE PERIOD TO WORK ON.
020800******************************************************************
020900 2100-GET-PERIOD-KEY.
021000     MOVE "N" TO WS-KEY-OK-SWITCH.
021100     DISPLAY "Fiscal period (YYYYPP): "
021200     MOVE SPACES TO WS-PERIOD-INPUT.
021300     ACCEPT WS-PERIOD-INPUT.
021400     IF WS-PERIOD-INPUT NOT NUMERIC
021500         DISPLAY "PERIOD MUST BE YYYYPP"
021600         GO TO 2100-EXIT
021700     END-IF.
021800     MOVE WS-PERIOD-INPUT TO WS-WORK-PERIOD-ID.
021900     IF WS-WORK-PERIOD-NO = ZERO OR WS-WORK-YEAR = ZERO
022000         DISPLAY "PERIOD MUST BE YYYYPP, PERIOD 01 OR ABOVE"
022100         GO TO 2100-EXIT
022200     END-IF.
022300     SET WS-KEY-OK TO TRUE.
022400 2100-EXIT.
022500     EXIT.
022600******************************************************************
022700* 2200-FIND-CALENDAR-ENDS - SWEEP THE CALENDAR FOR ITS FIRST AND
022800*                  LAST PERIOD, AND THE DAYS EITHER SIDE OF IT
022900*                  THAT A NEW PERIOD WOULD HAVE TO TOUCH.
023000******************************************************************
023100 2200-FIND-CALENDAR-ENDS.
023200     MOVE ZERO TO WS-PERIOD-TOTAL.
023300     MOVE "N" TO WS-EOF-SWITCH.
023400     MOVE LOW-VALUES TO FC-PERIOD-KEY.
023500     START FISCAL-CALENDAR-FILE KEY IS NOT LESS THAN FC-PERIOD-KEY
023600         INVALID KEY
023700             SET WS-END-OF-MASTER TO TRUE
023800     END-START.
023900     PERFORM 2250-NOTE-ONE-PERIOD
024000         THRU 2250-EXIT
024100         UNTIL WS-END-OF-MASTER.
024200     IF WS-CALENDAR-EMPTY
024300         GO TO 2200-EXIT
024400     END-IF.
024500     MOVE WS-LAST-END-DATE TO WS-LIB-DATE.
024600     MOVE +1 TO WS-DAY-COUNT.
024700     PERFORM 2700-ADD-DAYS
024800         THRU 2700-EXIT.
024900     MOVE WS-LIB-DATE TO WS-NEXT-START-DATE.
025000     MOVE WS-FIRST-START-DATE TO WS-LIB-DATE.
025100     MOVE -1 TO WS-DAY-COUNT.
025200     PERFORM 2700-ADD-DAYS
025300         THRU 2700-EXIT.
025400     MOVE WS-LIB-DATE TO WS-PRIOR-END-DATE.
025500 2200-EXIT.
025600     EXIT.
025700******************************************************************
025800* 2250-NOTE-ONE-PERIOD - THE FIRST ROW READ IS THE FIRST PERIOD;
025900*                  EACH ROW IN TURN IS THE LAST SO FAR.
026000******************************************************************
026100 2250-NOTE-ONE-PERIOD.
026200     READ FISCAL-CALENDAR-FILE NEXT RECORD
026300         AT END
026400             SET WS-END-OF-MASTER TO TRUE
026500             GO TO 2250-EXIT
026600     END-READ.
026700     ADD 1 TO WS-PERIOD-TOTAL.
026800     IF WS-PERIOD-TOTAL = 1
026900         MOVE FC-PERIOD-ID  TO WS-FIRST-PERIOD-ID
027000         MOVE FC-START-DATE TO WS-FIRST-START-DATE
027100     END-IF.
027200     MOVE FC-PERIOD-ID TO WS-LAST-PERIOD-ID.
027300     MOVE FC-END-DATE  TO WS-LAST-END-DATE.
027400 2250-EXIT.
027500     EXIT.
027600******************************************************************
027700* 2300-ACCEPT-DATE - ONE YYYYMMDD DATE INTO WS-LIB-DATE, CHECKED
027800*                  AS A REAL CALENDAR DATE. ENTER LEAVES
027900*                  WS-LIB-DATE AS THE CALLER SET IT.
028000******************************************************************
028100 2300-ACCEPT-DATE.
028200     MOVE "N" TO WS-EDIT-OK-SWITCH.
028300     MOVE SPACES TO WS-DATE-INPUT.
028400     ACCEPT WS-DATE-INPUT.
028500     IF WS-DATE-INPUT NOT = SPACES
028600         IF WS-DATE-INPUT NOT NUMERIC
028700             DISPLAY "DATE MUST BE YYYYMMDD"
028800             GO TO 2300-EXIT
028900         END-IF
029000         MOVE WS-DATE-INPUT TO WS-LIB-DATE
029100     END-IF.
029200     IF WS-LIB-DATE = ZERO
029300         DISPLAY "DATE IS REQUIRED"
029400         GO TO 2300-EXIT
029500     END-IF.
029600     MOVE "DATVAL" TO WS-LIB-FUNCTION.
029700     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
029800         WS-LIB-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
029900         WS-LIB-MSG-TEXT.
030000     IF WS-LIB-RETURN-CODE NOT = ZERO
030100         DISPLAY "DATE " WS-LIB-DATE " IS NOT A CALENDAR DATE"
030200         GO TO 2300-EXIT
030300     END-IF.
030400     SET WS-EDIT-OK TO TRUE.
030500 2300-EXIT.
030600     EXIT.
030700******************************************************************
030800* 2400-ACCEPT-LENGTH - THE PERIOD'S LENGTH IN WEEKS, WHICH SETS
030900*                  ITS LAST DAY FROM ITS FIRST; OR, WITH NO WEEKS,
031000*                  ITS LAST DAY KEYED DIRECTLY. ENTER ON BOTH
031100*                  KEEPS THE LAST DAY ALREADY IN THE WORK AREA.
031200******************************************************************
031300 2400-ACCEPT-LENGTH.
031400     MOVE "N" TO WS-EDIT-OK-SWITCH.
031500     DISPLAY "Weeks in the period (Enter to key the last day): "
031600     MOVE SPACES TO WS-WEEKS-INPUT.
031700     ACCEPT WS-WEEKS-INPUT.
031800     IF WS-WEEKS-INPUT NOT = SPACES
031900         IF WS-WEEKS-INPUT NOT NUMERIC
032000             DISPLAY "WEEKS MUST BE TWO DIGITS"
032100             GO TO 2400-EXIT
032200         END-IF
032300         MOVE WS-WEEKS-INPUT TO WS-WORK-WEEKS
032400         IF WS-WORK-WEEKS = ZERO
032500             DISPLAY "A PERIOD MUST BE AT LEAST ONE WEEK"
032600             GO TO 2400-EXIT
032700         END-IF
032800         MOVE WS-WORK-START-DATE TO WS-LIB-DATE
032900         COMPUTE WS-DAY-COUNT = (WS-WORK-WEEKS * 7) - 1
033000         PERFORM 2700-ADD-DAYS
033100             THRU 2700-EXIT
033200         MOVE WS-LIB-DATE TO WS-WORK-END-DATE
033300     ELSE
033400         DISPLAY "Last day YYYYMMDD (Enter to keep "
033500             WS-WORK-END-DATE "): "
033600         MOVE WS-WORK-END-DATE TO WS-LIB-DATE
033700         PERFORM 2300-ACCEPT-DATE
033800             THRU 2300-EXIT
033900         IF NOT WS-EDIT-OK
034000             GO TO 2400-EXIT
034100         END-IF
034200         MOVE "N" TO WS-EDIT-OK-SWITCH
034300         MOVE WS-LIB-DATE TO WS-WORK-END-DATE
034400     END-IF.
034500     IF WS-WORK-END-DATE < WS-WORK-START-DATE
034600         DISPLAY "PERIOD WOULD END BEFORE IT STARTS"
034700         GO TO 2400-EXIT
034800     END-IF.
034900     SET WS-EDIT-OK TO TRUE.
035000 2400-EXIT.
035100     EXIT.
035200******************************************************************
035300* 2500-CHECK-PERIOD-CLOSED - SCAN THE PNPCLS CLOSE CONTROL FOR ANY
035400*                  CLOSE OF THE PERIOD, WHOLE-LEDGER OR COMPANY.
035500******************************************************************
035600 2500-CHECK-PERIOD-CLOSED.
035700     MOVE "N" TO WS-PERIOD-CLOSED-SWITCH.
035800     MOVE "N" TO WS-PCLS-EOF-SWITCH.
035900     OPEN INPUT PERIOD-CLOSE-FILE.
036000     IF NOT WS-PCLS-FILE-OK
036100         GO TO 2500-EXIT
036200     END-IF.
036300     PERFORM 2550-SCAN-ONE-CLOSE-ROW
036400         THRU 2550-EXIT
036500         UNTIL WS-END-OF-CLOSES OR WS-PERIOD-IS-CLOSED.
036600     CLOSE PERIOD-CLOSE-FILE.
036700 2500-EXIT.
036800     EXIT.
036900******************************************************************
037000* 2550-SCAN-ONE-CLOSE-ROW - ONE CONTROL ROW AT A TIME.
037100******************************************************************
037200 2550-SCAN-ONE-CLOSE-ROW.
037300     READ PERIOD-CLOSE-FILE
037400         AT END
037500             SET WS-END-OF-CLOSES TO TRUE
037600     END-READ.
037700     IF NOT WS-END-OF-CLOSES
037800         IF PC-YEAR-MONTH = WS-WORK-PERIOD-ID
037900             SET WS-PERIOD-IS-CLOSED TO TRUE
038000         END-IF
038100     END-IF.
038200 2550-EXIT.
038300     EXIT.
038400******************************************************************
038500* 2600-CHECK-FIT - A NEW PERIOD MUST EXTEND THE CALENDAR AT ONE
038600*                  END, TOUCHING IT, AND CARRY THE NEXT PERIOD
038700*                  NUMBER - ANYTHING ELSE LEAVES A GAP OR AN
038800*                  OVERLAP.
038900******************************************************************
039000 2600-CHECK-FIT.
039100     MOVE "N" TO WS-EDIT-OK-SWITCH.
039200     IF WS-CALENDAR-EMPTY
039300         SET WS-EDIT-OK TO TRUE
039400         GO TO 2600-EXIT
039500     END-IF.
039600     IF WS-WORK-PERIOD-ID > WS-LAST-PERIOD-ID
039700         IF WS-WORK-START-DATE NOT = WS-NEXT-START-DATE
039800             DISPLAY "PERIOD MUST START " WS-NEXT-START-DATE
039900                 ", THE DAY AFTER PERIOD " WS-LAST-PERIOD-ID
040000                 " ENDS - NOT ADDED"
040100             GO TO 2600-EXIT
040200         END-IF
040300         MOVE WS-LAST-YEAR TO WS-EXPECT-YEAR
040400         COMPUTE WS-EXPECT-PERIOD-NO = WS-LAST-PERIOD-NO + 1
040500         IF WS-WORK-YEAR NOT = WS-LAST-YEAR
040600             ADD 1 TO WS-EXPECT-YEAR
040700             MOVE 1 TO WS-EXPECT-PERIOD-NO
040800         END-IF
040900         IF WS-WORK-YEAR NOT = WS-EXPECT-YEAR
041000         OR WS-WORK-PERIOD-NO NOT = WS-EXPECT-PERIOD-NO
041100             DISPLAY "PERIOD AFTER " WS-LAST-PERIOD-ID " MUST BE "
041200                 "THE NEXT PERIOD OF ITS YEAR OR PERIOD 01 OF "
041300                 "THE NEXT - NOT ADDED"
041400             GO TO 2600-EXIT
041500         END-IF
041600         SET WS-EDIT-OK TO TRUE
041700         GO TO 2600-EXIT
041800     END-IF.
041900     IF WS-WORK-PERIOD-ID < WS-FIRST-PERIOD-ID
042000         IF WS-WORK-END-DATE NOT = WS-PRIOR-END-DATE
042100             DISPLAY "PERIOD MUST END " WS-PRIOR-END-DATE
042200                 ", THE DAY BEFORE PERIOD " WS-FIRST-PERIOD-ID
042300                 " STARTS - NOT ADDED"
042400             GO TO 2600-EXIT
042500         END-IF
042600         IF WS-WORK-YEAR = WS-FIRST-YEAR
042700             COMPUTE WS-EXPECT-PERIOD-NO = WS-FIRST-PERIOD-NO - 1
042800             IF WS-WORK-PERIOD-NO NOT = WS-EXPECT-PERIOD-NO
042900                 DISPLAY "PERIOD BEFORE " WS-FIRST-PERIOD-ID
043000                     " MUST BE " WS-FIRST-YEAR WS-EXPECT-PERIOD-NO
043100                     " - NOT ADDED"
043200                 GO TO 2600-EXIT
043300             END-IF
043400         ELSE
043500             COMPUTE WS-EXPECT-YEAR = WS-FIRST-YEAR - 1
043600             IF WS-WORK-YEAR NOT = WS-EXPECT-YEAR
043700             OR WS-FIRST-PERIOD-NO NOT = 1
043800                 DISPLAY "PERIOD BEFORE " WS-FIRST-PERIOD-ID
043900                     " MUST FALL IN FISCAL YEAR " WS-FIRST-YEAR
044000                     " - NOT ADDED"
044100                 GO TO 2600-EXIT
044200             END-IF
044300         END-IF
044400         SET WS-EDIT-OK TO TRUE
044500         GO TO 2600-EXIT
044600     END-IF.
044700     DISPLAY "PERIOD FALLS INSIDE THE CALENDAR "
044800         WS-FIRST-PERIOD-ID "-" WS-LAST-PERIOD-ID
044900         " - ONLY THE ENDS MAY BE EXTENDED".
045000 2600-EXIT.
045100     EXIT.
045200******************************************************************
045300* 2700-ADD-DAYS - ADD WS-DAY-COUNT DAYS TO WS-LIB-DATE IN PLACE.
045400******************************************************************
045500 2700-ADD-DAYS.
045600     MOVE SPACES TO WS-LIB-MSG-VALUE.
045700     MOVE WS-DAY-COUNT TO WS-LIB-MSG-VALUE (1:8).
045800     MOVE "DATADD" TO WS-LIB-FUNCTION.
045900     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
046000         WS-LIB-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
046100         WS-LIB-MSG-TEXT.
046200 2700-EXIT.
046300     EXIT.
046400******************************************************************
046500* 3000-ADD-PERIOD - WRITE ONE NEW PERIOD AT EITHER END OF THE
046600*                  CALENDAR.
046700******************************************************************
046800 3000-ADD-PERIOD.
046900     PERFORM 2100-GET-PERIOD-KEY
047000         THRU 2100-EXIT.
047100     IF NOT WS-KEY-OK
047200         GO TO 3000-EXIT
047300     END-IF.
047400     MOVE WS-WORK-PERIOD-ID TO FC-PERIOD-ID.
047500     READ FISCAL-CALENDAR-FILE
047600         INVALID KEY
047700             CONTINUE
047800         NOT INVALID KEY
047900             DISPLAY "PERIOD ALREADY ON FILE - NOT ADDED"
048000             GO TO 3000-EXIT
048100     END-READ.
048200     PERFORM 2200-FIND-CALENDAR-ENDS
048300         THRU 2200-EXIT.
048400     IF WS-CALENDAR-EMPTY
048500     OR WS-WORK-PERIOD-ID < WS-FIRST-PERIOD-ID
048600         MOVE ZERO TO WS-LIB-DATE
048700         DISPLAY "First day YYYYMMDD: "
048800     ELSE
048900         MOVE WS-NEXT-START-DATE TO WS-LIB-DATE
049000         DISPLAY "First day YYYYMMDD (Enter for "
049100             WS-NEXT-START-DATE "): "
049200     END-IF.
049300     PERFORM 2300-ACCEPT-DATE
049400         THRU 2300-EXIT.
049500     IF NOT WS-EDIT-OK
049600         GO TO 3000-EXIT
049700     END-IF.
049800     MOVE WS-LIB-DATE TO WS-WORK-START-DATE.
049900     MOVE ZERO TO WS-WORK-END-DATE.
050000     MOVE ZERO TO WS-WORK-WEEKS.
050100     PERFORM 2400-ACCEPT-LENGTH
050200         THRU 2400-EXIT.
050300     IF NOT WS-EDIT-OK
050400         GO TO 3000-EXIT
050500     END-IF.
050600     PERFORM 2600-CHECK-FIT
050700         THRU 2600-EXIT.
050800     IF NOT WS-EDIT-OK
050900         GO TO 3000-EXIT
051000     END-IF.
051100     DISPLAY "Description: "
051200     MOVE SPACES TO WS-WORK-DESCRIPTION.
051300     ACCEPT WS-WORK-DESCRIPTION.
051400     PERFORM 3100-WRITE-PERIOD
051500         THRU 3100-EXIT.
051600 3000-EXIT.
051700     EXIT.
051800******************************************************************
051900* 3100-WRITE-PERIOD - WRITE THE PERIOD IN THE WORK AREA AND AUDIT
052000*                  IT. SHARED WITH THE YEAR GENERATOR.
052100******************************************************************
052200 3100-WRITE-PERIOD.
052300     MOVE SPACES              TO FISCAL-CALENDAR-RECORD.
052400     MOVE WS-WORK-PERIOD-ID   TO FC-PERIOD-ID.
052500     MOVE WS-WORK-START-DATE  TO FC-START-DATE.
052600     MOVE WS-WORK-END-DATE    TO FC-END-DATE.
052700     MOVE WS-WORK-WEEKS       TO FC-WEEKS.
052800     MOVE WS-WORK-DESCRIPTION TO FC-DESCRIPTION.
052900     MOVE WS-OPERATOR-ID      TO FC-CHANGED-BY.
053000     MOVE WS-TODAYS-DATE      TO FC-CHANGED-DATE.
053100     WRITE FISCAL-CALENDAR-RECORD
053200         INVALID KEY
053300             DISPLAY "PERIOD " WS-WORK-PERIOD-ID
053400                 " ALREADY ON FILE - NOT ADDED"
053500         NOT INVALID KEY
053600             MOVE "ADD   " TO FU-ACTION
053700             PERFORM 8000-WRITE-AUDIT-RECORD
053800                 THRU 8000-EXIT
053900             DISPLAY "PERIOD " WS-WORK-PERIOD-ID " ADDED "
054000                 WS-WORK-START-DATE "-" WS-WORK-END-DATE
054100     END-WRITE.
054200 3100-EXIT.
054300     EXIT.
054400******************************************************************
054500* 4000-CHANGE-PERIOD - CHANGE A PERIOD'S DESCRIPTION OR LENGTH.
054600*                  ONLY THE FIRST PERIOD'S FIRST DAY AND THE LAST
054700*                  PERIOD'S LAST DAY MAY MOVE, AND NOT ONCE THE
054800*                  PERIOD HAS BEEN CLOSED.
054900******************************************************************
055000 4000-CHANGE-PERIOD.
055100     PERFORM 2100-GET-PERIOD-KEY
055200         THRU 2100-EXIT.
055300     IF NOT WS-KEY-OK
055400         GO TO 4000-EXIT
055500     END-IF.
055600     PERFORM 2200-FIND-CALENDAR-ENDS
055700         THRU 2200-EXIT.
055800     MOVE WS-WORK-PERIOD-ID TO FC-PERIOD-ID.
055900     READ FISCAL-CALENDAR-FILE
056000         INVALID KEY
056100             DISPLAY "PERIOD NOT FOUND"
056200             GO TO 4000-EXIT
056300     END-READ.
056400     MOVE FC-START-DATE  TO WS-WORK-START-DATE
056500                            WS-OLD-START-DATE.
056600     MOVE FC-END-DATE    TO WS-WORK-END-DATE
056700                            WS-OLD-END-DATE.
056800     MOVE FC-WEEKS       TO WS-WORK-WEEKS.
056900     MOVE FC-DESCRIPTION TO WS-WORK-DESCRIPTION.
057000     DISPLAY "Description (Enter to keep "
057100         WS-WORK-DESCRIPTION "): "
057200     MOVE SPACES TO WS-WORK-DESCRIPTION.
057300     ACCEPT WS-WORK-DESCRIPTION.
057400     IF WS-WORK-DESCRIPTION = SPACES
057500         MOVE FC-DESCRIPTION TO WS-WORK-DESCRIPTION
057600     END-IF.
057700     DISPLAY "First day YYYYMMDD (Enter to keep "
057800         WS-WORK-START-DATE "): "
057900     MOVE WS-WORK-START-DATE TO WS-LIB-DATE.
058000     PERFORM 2300-ACCEPT-DATE
058100         THRU 2300-EXIT.
058200     IF NOT WS-EDIT-OK
058300         GO TO 4000-EXIT
058400     END-IF.
058500     MOVE WS-LIB-DATE TO WS-WORK-START-DATE.
058600     PERFORM 2400-ACCEPT-LENGTH
058700         THRU 2400-EXIT.
058800     IF NOT WS-EDIT-OK
058900         GO TO 4000-EXIT
059000     END-IF.
059100     IF WS-WORK-START-DATE NOT = WS-OLD-START-DATE
059200     AND WS-WORK-PERIOD-ID NOT = WS-FIRST-PERIOD-ID
059300         DISPLAY "ONLY THE FIRST PERIOD'S FIRST DAY MAY MOVE - "
059400             "NOT CHANGED"
059500         GO TO 4000-EXIT
059600     END-IF.
059700     IF WS-WORK-END-DATE NOT = WS-OLD-END-DATE
059800     AND WS-WORK-PERIOD-ID NOT = WS-LAST-PERIOD-ID
059900         DISPLAY "ONLY THE LAST PERIOD'S LAST DAY MAY MOVE - "
060000             "NOT CHANGED"
060100         GO TO 4000-EXIT
060200     END-IF.
060300     IF WS-WORK-START-DATE NOT = WS-OLD-START-DATE
060400     OR WS-WORK-END-DATE NOT = WS-OLD-END-DATE
060500         PERFORM 2500-CHECK-PERIOD-CLOSED
060600             THRU 2500-EXIT
060700         IF WS-PERIOD-IS-CLOSED
060800             DISPLAY "PERIOD " WS-WORK-PERIOD-ID
060900                 " IS CLOSED ON PNPCLS - DATES NOT CHANGED"
061000             GO TO 4000-EXIT
061100         END-IF
061200     END-IF.
061300     MOVE WS-WORK-PERIOD-ID TO FC-PERIOD-ID.
061400     READ FISCAL-CALENDAR-FILE
061500         INVALID KEY
061600             DISPLAY "PERIOD NOT FOUND"
061700             GO TO 4000-EXIT
061800     END-READ.
061900     MOVE WS-WORK-START-DATE  TO FC-START-DATE.
062000     MOVE WS-WORK-END-DATE    TO FC-END-DATE.
062100     MOVE WS-WORK-WEEKS       TO FC-WEEKS.
062200     MOVE WS-WORK-DESCRIPTION TO FC-DESCRIPTION.
062300     MOVE WS-OPERATOR-ID      TO FC-CHANGED-BY.
062400     MOVE WS-TODAYS-DATE      TO FC-CHANGED-DATE.
062500     REWRITE FISCAL-CALENDAR-RECORD
062600         INVALID KEY
062700             DISPLAY "REWRITE FAILED, STATUS "
062800                 WS-FCAL-FILE-STATUS
062900         NOT INVALID KEY
063000             MOVE "CHANGE" TO FU-ACTION
063100             PERFORM 8000-WRITE-AUDIT-RECORD
063200                 THRU 8000-EXIT
063300             DISPLAY "PERIOD CHANGED"
063400     END-REWRITE.
063500 4000-EXIT.
063600     EXIT.
063700******************************************************************
063800* 5000-DELETE-PERIOD - REMOVE THE FIRST OR LAST PERIOD. A PERIOD
063900*                  INSIDE THE CALENDAR WOULD LEAVE A GAP, AND A
064000*                  CLOSED PERIOD STAYS ON FILE.
064100******************************************************************
064200 5000-DELETE-PERIOD.
064300     PERFORM 2100-GET-PERIOD-KEY
064400         THRU 2100-EXIT.
064500     IF NOT WS-KEY-OK
064600         GO TO 5000-EXIT
064700     END-IF.
064800     PERFORM 2200-FIND-CALENDAR-ENDS
064900         THRU 2200-EXIT.
065000     IF WS-WORK-PERIOD-ID NOT = WS-FIRST-PERIOD-ID
065100     AND WS-WORK-PERIOD-ID NOT = WS-LAST-PERIOD-ID
065200         DISPLAY "ONLY THE FIRST OR LAST PERIOD MAY BE DELETED - "
065300             "NOT DELETED"
065400         GO TO 5000-EXIT
065500     END-IF.
065600     PERFORM 2500-CHECK-PERIOD-CLOSED
065700         THRU 2500-EXIT.
065800     IF WS-PERIOD-IS-CLOSED
065900         DISPLAY "PERIOD " WS-WORK-PERIOD-ID
066000             " IS CLOSED ON PNPCLS - NOT DELETED"
066100         GO TO 5000-EXIT
066200     END-IF.
066300     MOVE WS-WORK-PERIOD-ID TO FC-PERIOD-ID.
066400     READ FISCAL-CALENDAR-FILE
066500         INVALID KEY
066600             DISPLAY "PERIOD NOT FOUND"
066700             GO TO 5000-EXIT
066800     END-READ.
066900     MOVE FC-START-DATE  TO WS-WORK-START-DATE.
067000     MOVE FC-END-DATE    TO WS-WORK-END-DATE.
067100     MOVE FC-WEEKS       TO WS-WORK-WEEKS.
067200     MOVE FC-DESCRIPTION TO WS-WORK-DESCRIPTION.
067300     DELETE FISCAL-CALENDAR-FILE RECORD
067400         INVALID KEY
067500             DISPLAY "DELETE FAILED, STATUS "
067600                 WS-FCAL-FILE-STATUS
067700         NOT INVALID KEY
067800             MOVE "DELETE" TO FU-ACTION
067900             PERFORM 8000-WRITE-AUDIT-RECORD
068000                 THRU 8000-EXIT
068100             DISPLAY "PERIOD DELETED"
068200     END-DELETE.
068300 5000-EXIT.
068400     EXIT.
068500******************************************************************
068600* 6000-BROWSE-PERIODS - LIST EVERY PERIOD IN KEY ORDER.
068700******************************************************************
068800 6000-BROWSE-PERIODS.
068900     MOVE "N" TO WS-EOF-SWITCH.
069000     MOVE ZERO TO WS-BROWSE-COUNT.
069100     MOVE LOW-VALUES TO FC-PERIOD-KEY.
069200     START FISCAL-CALENDAR-FILE KEY IS NOT LESS THAN FC-PERIOD-KEY
069300         INVALID KEY
069400             SET WS-END-OF-MASTER TO TRUE
069500     END-START.
069600     PERFORM 6100-BROWSE-ONE-PERIOD
069700         THRU 6100-EXIT
069800         UNTIL WS-END-OF-MASTER.
069900     DISPLAY "FISCAL PERIODS LISTED: " WS-BROWSE-COUNT.
070000 6000-EXIT.
070100     EXIT.
070200******************************************************************
070300* 6100-BROWSE-ONE-PERIOD - READ AND DISPLAY THE NEXT PERIOD.
070400******************************************************************
070500 6100-BROWSE-ONE-PERIOD.
070600     READ FISCAL-CALENDAR-FILE NEXT RECORD
070700         AT END
070800             SET WS-END-OF-MASTER TO TRUE
070900     END-READ.
071000     IF WS-END-OF-MASTER
071100         GO TO 6100-EXIT
071200     END-IF.
071300     DISPLAY FC-PERIOD-ID " " FC-START-DATE " " FC-END-DATE " "
071400         FC-WEEKS " " FC-DESCRIPTION " " FC-CHANGED-BY " "
071500         FC-CHANGED-DATE.
071600     ADD 1 TO WS-BROWSE-COUNT.
071700 6100-EXIT.
071800     EXIT.
071900******************************************************************
072000* 7000-GENERATE-YEAR - WRITE TWELVE PERIODS FOR A NEW FISCAL YEAR
072100*                  IN A 4-4-5, 4-5-4 OR 5-4-4 WEEK PATTERN, EACH
072200*                  QUARTER ALIKE, FROM THE YEAR'S FIRST DAY. THE
072300*                  YEAR MUST FOLLOW THE CALENDAR'S LAST ONE
072400*                  WITHOUT A GAP.
072500*                  A 53-WEEK YEAR IS MADE BY CHANGING PERIOD 12'S
072600*                  LAST DAY AFTERWARDS.
072700******************************************************************
072800 7000-GENERATE-YEAR.
072900     PERFORM 2200-FIND-CALENDAR-ENDS
073000         THRU 2200-EXIT.
073100     DISPLAY "Fiscal year to generate (YYYY): "
073200     MOVE SPACES TO WS-YEAR-INPUT.
073300     ACCEPT WS-YEAR-INPUT.
073400     IF WS-YEAR-INPUT NOT NUMERIC
073500         DISPLAY "FISCAL YEAR MUST BE YYYY"
073600         GO TO 7000-EXIT
073700     END-IF.
073800     MOVE WS-YEAR-INPUT TO WS-WORK-YEAR.
073900     IF NOT WS-CALENDAR-EMPTY
074000         COMPUTE WS-EXPECT-YEAR = WS-LAST-YEAR + 1
074100         IF WS-WORK-YEAR NOT = WS-EXPECT-YEAR
074200             DISPLAY "THE CALENDAR ENDS IN FISCAL YEAR "
074300                 WS-LAST-YEAR " - ONLY " WS-EXPECT-YEAR
074400                 " MAY BE GENERATED"
074500             GO TO 7000-EXIT
074600         END-IF
074700     END-IF.
074800     DISPLAY "Week pattern - 1) 4-4-5 2) 4-5-4 3) 5-4-4: "
074900     MOVE SPACE TO WS-PATTERN-CHOICE.
075000     ACCEPT WS-PATTERN-CHOICE.
075100     EVALUATE WS-PATTERN-CHOICE
075200         WHEN "1"
075300             MOVE "445" TO WS-PATTERN
075400         WHEN "2"
075500             MOVE "454" TO WS-PATTERN
075600         WHEN "3"
075700             MOVE "544" TO WS-PATTERN
075800         WHEN OTHER
075900             DISPLAY "PATTERN MUST BE 1, 2 OR 3"
076000             GO TO 7000-EXIT
076100     END-EVALUATE.
076200     IF WS-CALENDAR-EMPTY
076300         MOVE ZERO TO WS-LIB-DATE
076400         DISPLAY "First day of the year YYYYMMDD: "
076500     ELSE
076600         MOVE WS-NEXT-START-DATE TO WS-LIB-DATE
076700         DISPLAY "First day of the year YYYYMMDD (Enter for "
076800             WS-NEXT-START-DATE "): "
076900     END-IF.
077000     PERFORM 2300-ACCEPT-DATE
077100         THRU 2300-EXIT.
077200     IF NOT WS-EDIT-OK
077300         GO TO 7000-EXIT
077400     END-IF.
077500     IF NOT WS-CALENDAR-EMPTY
077600     AND WS-LIB-DATE NOT = WS-NEXT-START-DATE
077700         DISPLAY "YEAR MUST START " WS-NEXT-START-DATE
077800             ", THE DAY AFTER PERIOD " WS-LAST-PERIOD-ID " ENDS"
077900         GO TO 7000-EXIT
078000     END-IF.
078100     MOVE WS-LIB-DATE TO WS-WORK-START-DATE.
078200     MOVE ZERO TO WS-PATTERN-SLOT.
078300     MOVE ZERO TO WS-GENERATED-COUNT.
078400     PERFORM 7100-GENERATE-ONE-PERIOD
078500         THRU 7100-EXIT
078600         VARYING WS-WORK-PERIOD-NO FROM 1 BY 1
078700         UNTIL WS-WORK-PERIOD-NO > 12.
078800     DISPLAY "FISCAL YEAR " WS-WORK-YEAR " - PERIODS GENERATED: "
078900         WS-GENERATED-COUNT.
079000 7000-EXIT.
079100     EXIT.
079200******************************************************************
079300* 7100-GENERATE-ONE-PERIOD - ONE PERIOD OF THE PATTERN, STARTING
079400*                  THE DAY AFTER THE ONE BEFORE IT ENDED.
079500******************************************************************
079600 7100-GENERATE-ONE-PERIOD.
079700     ADD 1 TO WS-PATTERN-SLOT.
079800     IF WS-PATTERN-SLOT > 3
079900         MOVE 1 TO WS-PATTERN-SLOT
080000     END-IF.
080100     MOVE WS-PATTERN-WEEKS (WS-PATTERN-SLOT) TO WS-WORK-WEEKS.
080200     MOVE WS-WORK-START-DATE TO WS-LIB-DATE.
080300     COMPUTE WS-DAY-COUNT = (WS-WORK-WEEKS * 7) - 1.
080400     PERFORM 2700-ADD-DAYS
080500         THRU 2700-EXIT.
080600     MOVE WS-LIB-DATE TO WS-WORK-END-DATE.
080700     MOVE SPACES TO WS-WORK-DESCRIPTION.
080800     STRING "FY " WS-WORK-YEAR " PERIOD " WS-WORK-PERIOD-NO
080900         DELIMITED BY SIZE INTO WS-WORK-DESCRIPTION.
081000     PERFORM 3100-WRITE-PERIOD
081100         THRU 3100-EXIT.
081200     ADD 1 TO WS-GENERATED-COUNT.
081300     MOVE WS-WORK-END-DATE TO WS-LIB-DATE.
081400     MOVE +1 TO WS-DAY-COUNT.
081500     PERFORM 2700-ADD-DAYS
081600         THRU 2700-EXIT.
081700     MOVE WS-LIB-DATE TO WS-WORK-START-DATE.
081800 7100-EXIT.
081900     EXIT.
082000******************************************************************
082100* 8000-WRITE-AUDIT-RECORD - ONE AUDIT ROW PER CHANGE.
082200******************************************************************
082300 8000-WRITE-AUDIT-RECORD.
082400     ACCEPT WS-CURRENT-TIME FROM TIME.
082500     MOVE WS-TODAYS-DATE      TO FU-LOG-DATE.
082600     MOVE WS-CURRENT-TIME     TO FU-LOG-TIME.
082700     MOVE WS-OPERATOR-ID      TO FU-OPERATOR-ID.
082800     MOVE WS-WORK-PERIOD-ID   TO FU-PERIOD-ID.
082900     MOVE WS-WORK-START-DATE  TO FU-START-DATE.
083000     MOVE WS-WORK-END-DATE    TO FU-END-DATE.
083100     MOVE WS-WORK-WEEKS       TO FU-WEEKS.
083200     MOVE WS-WORK-DESCRIPTION TO FU-DESCRIPTION.
083300     WRITE FISCAL-AUDIT-RECORD.
083400 8000-EXIT.
083500     EXIT.
083600******************************************************************
083700* 9999-EXIT - COMMON PROGRAM EXIT POINT.
083800******************************************************************
083900 9999-EXIT.
084000     GOBACK.
084100 END PROGRAM FiscalCalMaint.
