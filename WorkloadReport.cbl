000100******************************************************************
000200* PROGRAM-ID: WORKLOADREPORT
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     SUPERVISORS' WORKLOAD AND OVERDUE REPORT OVER THE
000800*              WORKITEM REGISTER. EVERY OPEN ITEM IS TABLED BY
000900*              ASSIGNEE - EACH OPERATOR, EACH TEAM, AND THE
001000*              UNASSIGNED POOL - AND SORTED BY TARGET DATE WITHIN
001100*              ASSIGNEE. EACH ASSIGNEE GETS ITS OVERDUE ITEMS IN
001200*              DETAIL WITH DAYS PAST TARGET, THEN ITS OPEN AND
001300*              OVERDUE COUNTS AND THE OLDEST QUEUED DATE, SO WORK
001400*              CAN BE LEVELLED BEFORE IT GOES STALE. RUNS AS THE
001500*              END-OF-DAY WORKLOAD STEP AFTER WORKSYNC, UNDER THE
001600*              BUSDATE BUSINESS DATE, AND KEEPS THE REPORT THROUGH
001700*              REPORTKEEP. RC 4 WHEN ANYTHING IS OVERDUE.
001800* TECTONICS:   cobc
001900*
002000* MODIFICATION HISTORY
002100*   2026-10-15 DO  INITIAL VERSION.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. WorkloadReport.
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT WORK-ITEM-FILE ASSIGN TO "WORKITEM"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS SEQUENTIAL
003100         RECORD KEY IS WI-ITEM-KEY
003200         FILE STATUS IS WS-WI-FILE-STATUS.
003300     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-BDATE-FILE-STATUS.
003600     SELECT WORKLOAD-RPT-FILE ASSIGN TO "WORKLDRP"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-RPT-FILE-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  WORK-ITEM-FILE.
004200     COPY WORKITEM.
004300 FD  BUS-DATE-FILE
004400     RECORDING MODE IS F.
004500     COPY BUSDATE.
004600 FD  WORKLOAD-RPT-FILE
004700     RECORDING MODE IS F.
004800 01  WORKLOAD-RPT-LINE               PIC X(80).
004900 WORKING-STORAGE SECTION.
005000 01  WS-WI-FILE-STATUS               PIC X(02).
005100     88  WS-WI-FILE-OK               VALUE "00".
005200 01  WS-BDATE-FILE-STATUS            PIC X(02).
005300     88  WS-BDATE-FILE-OK            VALUE "00".
005400 01  WS-RPT-FILE-STATUS              PIC X(02).
005500     88  WS-RPT-FILE-OK              VALUE "00".
005600 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
005700     88  WS-END-OF-FILE              VALUE "Y".
005800 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
005900 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
006000 01  WS-ITEM-TABLE.
006100     05  WS-ITEM-ENTRY OCCURS 2000 TIMES INDEXED BY IT-IDX.
006200         10  IT-SORT-KEY.
006300             15  IT-ASSIGNEE-TYPE    PIC X(01).
006400             15  IT-ASSIGNEE-ID      PIC X(12).
006500             15  IT-TARGET-DATE      PIC 9(08).
006600         10  IT-QUEUED-DATE          PIC 9(08).
006700         10  IT-ITEM-TYPE            PIC X(04).
006800         10  IT-DESCRIPTION          PIC X(40).
006900 01  WS-ENTRY-COUNT                  PIC 9(04) COMP VALUE ZERO.
007000 01  WS-OVERFLOW-COUNT               PIC 9(06) COMP VALUE ZERO.
007100 01  WS-SORT-I                       PIC 9(04) COMP VALUE ZERO.
007200 01  WS-SORT-J                       PIC 9(04) COMP VALUE ZERO.
007300 01  WS-LOW-IDX                      PIC 9(04) COMP VALUE ZERO.
007400 01  WS-SWAP-ENTRY.
007500     05  SW-SORT-KEY                 PIC X(21).
007600     05  SW-QUEUED-DATE              PIC 9(08).
007700     05  SW-ITEM-TYPE                PIC X(04).
007800     05  SW-DESCRIPTION              PIC X(40).
007900 01  WS-CURRENT-ASSIGNEE.
008000     05  CA-ASSIGNEE-TYPE            PIC X(01).
008100     05  CA-ASSIGNEE-ID              PIC X(12).
008200 01  WS-ASSIGNEE-OPEN                PIC 9(05) COMP VALUE ZERO.
008300 01  WS-ASSIGNEE-OVERDUE             PIC 9(05) COMP VALUE ZERO.
008400 01  WS-ASSIGNEE-OLDEST              PIC 9(08) VALUE ZERO.
008500 01  WS-TOTAL-OPEN                   PIC 9(07) COMP VALUE ZERO.
008600 01  WS-TOTAL-OVERDUE                PIC 9(07) COMP VALUE ZERO.
008700 01  WS-ASSIGNEE-COUNT               PIC 9(05) COMP VALUE ZERO.
008800 01  WS-LIB-FUNCTION                 PIC X(06).
008900 01  WS-LIB-RETURN-CODE              PIC 9(02).
009000 01  WS-LIB-DATE                     PIC 9(08).
009100 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "WORKLOAD".
009200 01  WS-LIB-MSG-VALUE                PIC X(40).
009300 01  WS-LIB-MSG-TEXT                 PIC X(60).
009400 01  WS-DAYS-RESULT                  PIC S9(07)
009500                                     SIGN LEADING SEPARATE.
009600 01  WS-LATE-DAYS                    PIC S9(07) VALUE ZERO.
009700 01  WS-HEADER-LINE.
009800     05  FILLER                      PIC X(40) VALUE
009900         "WORKLOAD AND OVERDUE ITEMS BY ASSIGNEE".
010000     05  FILLER                      PIC X(07) VALUE "AS OF ".
010100     05  HL-AS-OF-DATE               PIC 9(08).
010200     05  FILLER                      PIC X(25) VALUE SPACES.
010300 01  WS-ASSIGNEE-LINE.
010400     05  FILLER                      PIC X(10) VALUE "ASSIGNEE: ".
010500     05  AL-ASSIGNEE-KIND            PIC X(16).
010600     05  AL-ASSIGNEE-ID              PIC X(12).
010700     05  FILLER                      PIC X(42) VALUE SPACES.
010800 01  WS-DETAIL-LINE.
010900     05  FILLER                      PIC X(02) VALUE SPACES.
011000     05  DL-ITEM-TYPE                PIC X(04).
011100     05  FILLER                      PIC X(01) VALUE SPACE.
011200     05  DL-QUEUED-DATE              PIC 9(08).
011300     05  FILLER                      PIC X(01) VALUE SPACE.
011400     05  DL-TARGET-DATE              PIC 9(08).
011500     05  FILLER                      PIC X(01) VALUE SPACE.
011600     05  DL-LATE-DAYS                PIC ZZZ9.
011700     05  FILLER                      PIC X(01) VALUE SPACE.
011800     05  DL-DESCRIPTION              PIC X(40).
011900     05  FILLER                      PIC X(10) VALUE SPACES.
012000 01  WS-SUBTOTAL-LINE.
012100     05  FILLER                      PIC X(08) VALUE "  OPEN: ".
012200     05  SL-OPEN-COUNT               PIC ZZZZ9.
012300     05  FILLER                      PIC X(11) VALUE
012400         "  OVERDUE: ".
012500     05  SL-OVERDUE-COUNT            PIC ZZZZ9.
012600     05  FILLER                      PIC X(17) VALUE
012700         "  OLDEST QUEUED: ".
012800     05  SL-OLDEST-DATE              PIC 9(08).
012900     05  FILLER                      PIC X(26) VALUE SPACES.
013000 01  WS-TOTAL-LINE.
013100     05  FILLER                      PIC X(20) VALUE
013200         "ALL ASSIGNEES  OPEN:".
013300     05  TL-OPEN-COUNT               PIC Z,ZZZ,ZZ9.
013400     05  FILLER                      PIC X(11) VALUE
013500         "  OVERDUE: ".
013600     05  TL-OVERDUE-COUNT            PIC Z,ZZZ,ZZ9.
013700     05  FILLER                      PIC X(31) VALUE SPACES.
013800 PROCEDURE DIVISION.
013900******************************************************************
014000* 0000-MAINLINE - TABLE THE OPEN ITEMS, SORT THEM BY ASSIGNEE AND
014100*                 TARGET DATE, AND PRINT WITH A BREAK ON ASSIGNEE.
014200******************************************************************
014300 0000-MAINLINE.
014400     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
014500     PERFORM 0500-CHECK-DATE-OVERRIDE
014600         THRU 0500-EXIT.
014700     OPEN INPUT WORK-ITEM-FILE.
014800     IF NOT WS-WI-FILE-OK
014900         DISPLAY "WORKITEM UNAVAILABLE - NO WORKLOAD REPORT"
015000         MOVE 8 TO RETURN-CODE
015100         GO TO 9999-EXIT
015200     END-IF.
015300     PERFORM 1000-LOAD-ONE-ITEM
015400         THRU 1000-EXIT
015500         UNTIL WS-END-OF-FILE.
015600     CLOSE WORK-ITEM-FILE.
015700     PERFORM 2000-SORT-BY-ASSIGNEE
015800         THRU 2000-EXIT.
015900     OPEN OUTPUT WORKLOAD-RPT-FILE.
016000     MOVE WS-TODAYS-DATE TO HL-AS-OF-DATE.
016100     WRITE WORKLOAD-RPT-LINE FROM WS-HEADER-LINE.
016200     MOVE HIGH-VALUES TO WS-CURRENT-ASSIGNEE.
016300     PERFORM 3000-PRINT-ONE-ITEM
016400         THRU 3000-EXIT
016500         VARYING IT-IDX FROM 1 BY 1
016600         UNTIL IT-IDX > WS-ENTRY-COUNT.
016700     IF WS-ENTRY-COUNT > ZERO
016800         PERFORM 3500-PRINT-SUBTOTAL
016900             THRU 3500-EXIT
017000     END-IF.
017100     MOVE SPACES TO WORKLOAD-RPT-LINE.
017200     WRITE WORKLOAD-RPT-LINE.
017300     MOVE WS-TOTAL-OPEN TO TL-OPEN-COUNT.
017400     MOVE WS-TOTAL-OVERDUE TO TL-OVERDUE-COUNT.
017500     WRITE WORKLOAD-RPT-LINE FROM WS-TOTAL-LINE.
017600     CLOSE WORKLOAD-RPT-FILE.
017700     MOVE "WORKLDRP" TO WS-RPT-KEEP-NAME.
017800     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-TODAYS-DATE.
017900     DISPLAY "WORKLOAD - " WS-TOTAL-OPEN " OPEN ITEMS, "
018000         WS-TOTAL-OVERDUE " OVERDUE, " WS-ASSIGNEE-COUNT
018100         " ASSIGNEES".
018200     MOVE ZERO TO RETURN-CODE.
018300     IF WS-OVERFLOW-COUNT > ZERO
018400         DISPLAY "WORKLOAD TABLE FULL - " WS-OVERFLOW-COUNT
018500             " OPEN ITEMS NOT REPORTED"
018600         MOVE 4 TO RETURN-CODE
018700     END-IF.
018800     IF WS-TOTAL-OVERDUE > ZERO
018900         MOVE 4 TO RETURN-CODE
019000     END-IF.
019100     GO TO 9999-EXIT.
019200******************************************************************
019300* 0500-CHECK-DATE-OVERRIDE - HONOR THE BUSDATE PROCESSING-DATE
019400*                  CONTROL SO A LATE RUN AGES AGAINST THE NIGHT'S
019500*                  BUSINESS DATE.
019600******************************************************************
019700 0500-CHECK-DATE-OVERRIDE.
019800     OPEN INPUT BUS-DATE-FILE.
019900     IF NOT WS-BDATE-FILE-OK
020000         GO TO 0500-EXIT
020100     END-IF.
020200     READ BUS-DATE-FILE
020300         AT END
020400             CONTINUE
020500     END-READ.
020600     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
020700         MOVE BD-BUSINESS-DATE TO WS-TODAYS-DATE
020800     END-IF.
020900     CLOSE BUS-DATE-FILE.
021000 0500-EXIT.
021100     EXIT.
021200******************************************************************
021300* 1000-LOAD-ONE-ITEM - TABLE ONE OPEN ITEM.
021400******************************************************************
021500 1000-LOAD-ONE-ITEM.
021600     READ WORK-ITEM-FILE NEXT RECORD
021700         AT END
021800             SET WS-END-OF-FILE TO TRUE
021900             GO TO 1000-EXIT
022000     END-READ.
022100     IF NOT WI-OPEN
022200         GO TO 1000-EXIT
022300     END-IF.
022400     IF WS-ENTRY-COUNT NOT < 2000
022500         ADD 1 TO WS-OVERFLOW-COUNT
022600         GO TO 1000-EXIT
022700     END-IF.
022800     ADD 1 TO WS-ENTRY-COUNT.
022900     SET IT-IDX TO WS-ENTRY-COUNT.
023000     MOVE WI-ASSIGNEE-TYPE TO IT-ASSIGNEE-TYPE (IT-IDX).
023100     MOVE WI-ASSIGNEE-ID TO IT-ASSIGNEE-ID (IT-IDX).
023200     MOVE WI-TARGET-DATE TO IT-TARGET-DATE (IT-IDX).
023300     MOVE WI-QUEUED-DATE TO IT-QUEUED-DATE (IT-IDX).
023400     MOVE WI-ITEM-TYPE TO IT-ITEM-TYPE (IT-IDX).
023500     MOVE WI-DESCRIPTION TO IT-DESCRIPTION (IT-IDX).
023600 1000-EXIT.
023700     EXIT.
023800******************************************************************
023900* 2000-SORT-BY-ASSIGNEE - A STRAIGHT SELECTION SORT ON ASSIGNEE
024000*                  THEN TARGET DATE.
024100******************************************************************
024200 2000-SORT-BY-ASSIGNEE.
024300     PERFORM 2100-PLACE-ONE-ENTRY
024400         THRU 2100-EXIT
024500         VARYING WS-SORT-I FROM 1 BY 1
024600         UNTIL WS-SORT-I NOT < WS-ENTRY-COUNT.
024700 2000-EXIT.
024800     EXIT.
024900******************************************************************
025000* 2100-PLACE-ONE-ENTRY - FIND THE LOWEST REMAINING ENTRY AND SWAP
025100*                  IT INTO POSITION.
025200******************************************************************
025300 2100-PLACE-ONE-ENTRY.
025400     MOVE WS-SORT-I TO WS-LOW-IDX.
025500     COMPUTE WS-SORT-J = WS-SORT-I + 1.
025600     PERFORM 2200-COMPARE-ONE-ENTRY
025700         THRU 2200-EXIT
025800         UNTIL WS-SORT-J > WS-ENTRY-COUNT.
025900     IF WS-LOW-IDX NOT = WS-SORT-I
026000         MOVE WS-ITEM-ENTRY (WS-SORT-I) TO WS-SWAP-ENTRY
026100         MOVE WS-ITEM-ENTRY (WS-LOW-IDX)
026200             TO WS-ITEM-ENTRY (WS-SORT-I)
026300         MOVE WS-SWAP-ENTRY TO WS-ITEM-ENTRY (WS-LOW-IDX)
026400     END-IF.
026500 2100-EXIT.
026600     EXIT.
026700******************************************************************
026800* 2200-COMPARE-ONE-ENTRY - TRACK THE LOWEST KEY SEEN.
026900******************************************************************
027000 2200-COMPARE-ONE-ENTRY.
027100     IF IT-SORT-KEY (WS-SORT-J) < IT-SORT-KEY (WS-LOW-IDX)
027200         MOVE WS-SORT-J TO WS-LOW-IDX
027300     END-IF.
027400     ADD 1 TO WS-SORT-J.
027500 2200-EXIT.
027600     EXIT.
027700******************************************************************
027800* 3000-PRINT-ONE-ITEM - BREAK ON A NEW ASSIGNEE, COUNT THE ITEM,
027900*                  AND LIST IT IF IT IS PAST ITS TARGET DATE.
028000******************************************************************
028100 3000-PRINT-ONE-ITEM.
028200     IF IT-ASSIGNEE-TYPE (IT-IDX) NOT = CA-ASSIGNEE-TYPE
028300         OR IT-ASSIGNEE-ID (IT-IDX) NOT = CA-ASSIGNEE-ID
028400         IF CA-ASSIGNEE-TYPE NOT = HIGH-VALUES
028500             PERFORM 3500-PRINT-SUBTOTAL
028600                 THRU 3500-EXIT
028700         END-IF
028800         PERFORM 3400-START-ASSIGNEE
028900             THRU 3400-EXIT
029000     END-IF.
029100     ADD 1 TO WS-ASSIGNEE-OPEN WS-TOTAL-OPEN.
029200     IF IT-QUEUED-DATE (IT-IDX) < WS-ASSIGNEE-OLDEST
029300         MOVE IT-QUEUED-DATE (IT-IDX) TO WS-ASSIGNEE-OLDEST
029400     END-IF.
029500     IF IT-TARGET-DATE (IT-IDX) NOT < WS-TODAYS-DATE
029600         GO TO 3000-EXIT
029700     END-IF.
029800     ADD 1 TO WS-ASSIGNEE-OVERDUE WS-TOTAL-OVERDUE.
029900     MOVE WS-TODAYS-DATE TO WS-LIB-DATE.
030000     MOVE SPACES TO WS-LIB-MSG-VALUE.
030100     MOVE IT-TARGET-DATE (IT-IDX) TO WS-LIB-MSG-VALUE (1:8).
030200     MOVE "DATDIF" TO WS-LIB-FUNCTION.
030300     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
030400         WS-LIB-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
030500         WS-LIB-MSG-TEXT.
030600     MOVE WS-LIB-MSG-VALUE (9:8) TO WS-DAYS-RESULT.
030700     MOVE WS-DAYS-RESULT TO WS-LATE-DAYS.
030800     MOVE IT-ITEM-TYPE (IT-IDX) TO DL-ITEM-TYPE.
030900     MOVE IT-QUEUED-DATE (IT-IDX) TO DL-QUEUED-DATE.
031000     MOVE IT-TARGET-DATE (IT-IDX) TO DL-TARGET-DATE.
031100     MOVE WS-LATE-DAYS TO DL-LATE-DAYS.
031200     MOVE IT-DESCRIPTION (IT-IDX) TO DL-DESCRIPTION.
031300     WRITE WORKLOAD-RPT-LINE FROM WS-DETAIL-LINE.
031400 3000-EXIT.
031500     EXIT.
031600******************************************************************
031700* 3400-START-ASSIGNEE - HEADING FOR THE NEXT ASSIGNEE.
031800******************************************************************
031900 3400-START-ASSIGNEE.
032000     MOVE IT-ASSIGNEE-TYPE (IT-IDX) TO CA-ASSIGNEE-TYPE.
032100     MOVE IT-ASSIGNEE-ID (IT-IDX) TO CA-ASSIGNEE-ID.
032200     MOVE ZERO TO WS-ASSIGNEE-OPEN WS-ASSIGNEE-OVERDUE.
032300     MOVE 99999999 TO WS-ASSIGNEE-OLDEST.
032400     ADD 1 TO WS-ASSIGNEE-COUNT.
032500     EVALUATE CA-ASSIGNEE-TYPE
032600         WHEN "O"
032700             MOVE "OPERATOR" TO AL-ASSIGNEE-KIND
032800         WHEN "T"
032900             MOVE "TEAM" TO AL-ASSIGNEE-KIND
033000         WHEN OTHER
033100             MOVE "UNASSIGNED POOL" TO AL-ASSIGNEE-KIND
033200     END-EVALUATE.
033300     MOVE CA-ASSIGNEE-ID TO AL-ASSIGNEE-ID.
033400     MOVE SPACES TO WORKLOAD-RPT-LINE.
033500     WRITE WORKLOAD-RPT-LINE.
033600     WRITE WORKLOAD-RPT-LINE FROM WS-ASSIGNEE-LINE.
033700 3400-EXIT.
033800     EXIT.
033900******************************************************************
034000* 3500-PRINT-SUBTOTAL - THE ASSIGNEE'S COUNTS AND OLDEST ITEM.
034100******************************************************************
034200 3500-PRINT-SUBTOTAL.
034300     MOVE WS-ASSIGNEE-OPEN TO SL-OPEN-COUNT.
034400     MOVE WS-ASSIGNEE-OVERDUE TO SL-OVERDUE-COUNT.
034500     MOVE WS-ASSIGNEE-OLDEST TO SL-OLDEST-DATE.
034600     WRITE WORKLOAD-RPT-LINE FROM WS-SUBTOTAL-LINE.
034700 3500-EXIT.
034800     EXIT.
034900******************************************************************
035000* 9999-EXIT - COMMON PROGRAM EXIT POINT.
035100******************************************************************
035200 9999-EXIT.
035300     GOBACK.
035400 END PROGRAM WorkloadReport.
