000100******************************************************************
000200* PROGRAM-ID: ACCTPROFILEBUILD
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     NIGHTLY REBUILD OF THE ACCTPROF ACCOUNT AMOUNT
000800*              PROFILE. SWEEPS THE CALCULATOR TRANSACTION LOG FOR
000900*              THE CTLPARM PROFILE WINDOW - THE DAYS BEFORE THE
001000*              BUSINESS DATE - AND, FOR EVERY ACCOUNT AND RATE
001100*              CODE WITH SUCCESSFUL WORK IN IT, WORKS OUT THE
001200*              AVERAGE RESULT, THE SPREAD (THE MEAN DISTANCE OF A
001300*              RESULT FROM THAT AVERAGE, TAKEN ON A SECOND PASS),
001400*              THE HIGHEST RESULT, AND THE USUAL AND PEAK NUMBER
001500*              OF ITEMS ON A DAY THE ACCOUNT WAS ACTIVE.
001600*              AMOUNTANOMALYCHECK JUDGES EACH DAY'S NEW WORK
001700*              AGAINST THE PROFILE, AND CALCULATOR CAN HOLD AN
001800*              AMOUNT FAR OUTSIDE IT FOR APPROVAL. THE BUSINESS
001900*              DATE ITSELF IS LEFT OUT SO THE DAY BEING CHECKED
002000*              NEVER COUNTS TOWARD ITS OWN PROFILE. RUNS
002100*              UNATTENDED AS AN END-OF-DAY STEP (ACCTPROFILE).
002200* TECTONICS:   cobc
002300*
002400* MODIFICATION HISTORY
002500*   2026-10-15 DO  INITIAL VERSION.
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. AcctProfileBuild.
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS CL-LOG-KEY
003600         FILE STATUS IS WS-LOG-FILE-STATUS.
003700     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-BDATE-FILE-STATUS.
004000     SELECT PROFILE-FILE ASSIGN TO "ACCTPROF"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS AP-PROFILE-KEY
004400         FILE STATUS IS WS-PROF-FILE-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  CALC-LOG-FILE.
004800     COPY CALCLOG.
004900 FD  BUS-DATE-FILE
005000     RECORDING MODE IS F.
005100     COPY BUSDATE.
005200 FD  PROFILE-FILE.
005300     COPY ACCTPROF.
005400 WORKING-STORAGE SECTION.
005500 01  WS-LOG-FILE-STATUS              PIC X(02).
005600     88  WS-LOG-FILE-OK              VALUE "00".
005700 01  WS-BDATE-FILE-STATUS            PIC X(02).
005800     88  WS-BDATE-FILE-OK            VALUE "00".
005900 01  WS-PROF-FILE-STATUS             PIC X(02).
006000     88  WS-PROF-FILE-OK             VALUE "00".
006100 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
006200     88  WS-END-OF-FILE              VALUE "Y".
006300 01  WS-PASS-SWITCH                  PIC X(01) VALUE "1".
006400     88  WS-FIRST-PASS               VALUE "1".
006500     88  WS-SECOND-PASS              VALUE "2".
006600 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
006700 01  WS-WINDOW-FROM                  PIC 9(08) VALUE ZERO.
006800 01  WS-DAYS-PARM                    PIC S9(07)
006900                                     SIGN LEADING SEPARATE.
007000 01  WS-DAYS-PARM-X REDEFINES WS-DAYS-PARM
007100                                     PIC X(08).
007200 01  WS-LIB-FUNCTION                 PIC X(06).
007300 01  WS-LIB-RETURN-CODE              PIC 9(02).
007400 01  WS-LIB-MSG-PREFIX               PIC X(10).
007500 01  WS-LIB-MSG-VALUE                PIC X(40).
007600 01  WS-LIB-MSG-TEXT                 PIC X(60).
007700 COPY CTLPARM.
007800 01  WS-FOUND-SWITCH                 PIC X(01) VALUE "N".
007900     88  WS-ENTRY-FOUND              VALUE "Y".
008000 01  WS-PROFILE-TABLE.
008100     05  WS-PROFILE-ENTRY OCCURS 2000 TIMES INDEXED BY PE-IDX.
008200         10  PE-ACCOUNT-ID           PIC X(08).
008300         10  PE-RATE-CODE            PIC X(04).
008400         10  PE-ITEM-COUNT           PIC 9(07) COMP.
008500         10  PE-TOTAL-AMOUNT         PIC S9(15)V99.
008600         10  PE-DEVIATION-TOTAL      PIC S9(15)V99.
008700         10  PE-AVERAGE-AMOUNT       PIC S9(11)V99.
008800         10  PE-HIGH-AMOUNT          PIC S9(11)V99.
008900         10  PE-ACTIVE-DAYS          PIC 9(05) COMP.
009000         10  PE-LAST-DATE            PIC 9(08).
009100         10  PE-DAY-COUNT            PIC 9(05) COMP.
009200         10  PE-DAILY-PEAK           PIC 9(05) COMP.
009300 01  WS-ENTRY-COUNT                  PIC 9(04) COMP VALUE ZERO.
009400 01  WS-OVERFLOW-COUNT               PIC 9(07) COMP VALUE ZERO.
009500 01  WS-ITEM-COUNT                   PIC 9(07) COMP VALUE ZERO.
009600 01  WS-WRITTEN-COUNT                PIC 9(05) COMP VALUE ZERO.
009700 01  WS-DISTANCE                     PIC S9(11)V99 VALUE ZERO.
009800 PROCEDURE DIVISION.
009900******************************************************************
010000* 0000-MAINLINE - TWO PASSES OVER THE WINDOW, THEN A FRESH
010100*                 PROFILE FILE FROM THE TABLE.
010200******************************************************************
010300 0000-MAINLINE.
010400     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
010500     PERFORM 0500-CHECK-DATE-OVERRIDE
010600         THRU 0500-EXIT.
010700     PERFORM 0600-COMPUTE-WINDOW
010800         THRU 0600-EXIT.
010900     SET WS-FIRST-PASS TO TRUE.
011000     PERFORM 1000-SWEEP-WINDOW
011100         THRU 1000-EXIT.
011200     IF NOT WS-LOG-FILE-OK AND WS-ENTRY-COUNT = ZERO
011300         DISPLAY "CALCLOG UNAVAILABLE - ACCTPROF NOT REBUILT"
011400         MOVE 8 TO RETURN-CODE
011500         GO TO 9999-EXIT
011600     END-IF.
011700     PERFORM 1500-SET-AVERAGE
011800         THRU 1500-EXIT
011900         VARYING PE-IDX FROM 1 BY 1
012000         UNTIL PE-IDX > WS-ENTRY-COUNT.
012100     SET WS-SECOND-PASS TO TRUE.
012200     PERFORM 1000-SWEEP-WINDOW
012300         THRU 1000-EXIT.
012400     PERFORM 2000-WRITE-PROFILES
012500         THRU 2000-EXIT.
012600     IF NOT WS-PROF-FILE-OK AND WS-WRITTEN-COUNT = ZERO
012700         MOVE 8 TO RETURN-CODE
012800         GO TO 9999-EXIT
012900     END-IF.
013000     DISPLAY "ACCOUNT PROFILE - " WS-WRITTEN-COUNT
013100         " ACCOUNT/CODE PROFILES FROM " WS-ITEM-COUNT
013200         " ITEMS " WS-WINDOW-FROM " TO " WS-TODAYS-DATE.
013300     IF WS-OVERFLOW-COUNT > ZERO
013400         DISPLAY "PROFILE TABLE FULL - " WS-OVERFLOW-COUNT
013500             " LOG RECORDS NOT PROFILED"
013600         MOVE 4 TO RETURN-CODE
013700         GO TO 9999-EXIT
013800     END-IF.
013900     MOVE ZERO TO RETURN-CODE.
014000     GO TO 9999-EXIT.
014100******************************************************************
014200* 0500-CHECK-DATE-OVERRIDE - HONOR THE BUSDATE PROCESSING-DATE
014300*                  CONTROL SO A LATE RUN PROFILES THE WINDOW
014400*                  BEFORE THE NIGHT'S BUSINESS DATE.
014500******************************************************************
014600 0500-CHECK-DATE-OVERRIDE.
014700     OPEN INPUT BUS-DATE-FILE.
014800     IF NOT WS-BDATE-FILE-OK
014900         GO TO 0500-EXIT
015000     END-IF.
015100     READ BUS-DATE-FILE
015200         AT END
015300             CONTINUE
015400     END-READ.
015500     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
015600         MOVE BD-BUSINESS-DATE TO WS-TODAYS-DATE
015700     END-IF.
015800     CLOSE BUS-DATE-FILE.
015900 0500-EXIT.
016000     EXIT.
016100******************************************************************
016200* 0600-COMPUTE-WINDOW - THE FIRST DAY OF THE WINDOW IS THE
016300*                  BUSINESS DATE LESS THE CTLPARM PROFILE WINDOW,
016400*                  THROUGH THE LIBRARY'S DATADD DATE SERVICE.
016500******************************************************************
016600 0600-COMPUTE-WINDOW.
016700     MOVE WS-TODAYS-DATE TO WS-WINDOW-FROM.
016800     COMPUTE WS-DAYS-PARM = ZERO - CTL-PROFILE-WINDOW-DAYS.
016900     MOVE SPACES TO WS-LIB-MSG-VALUE.
017000*    THE ALPHANUMERIC VIEW CARRIES THE LEADING SIGN BYTE ACROSS SO
017100*    THE WINDOW STEPS BACK, NOT FORWARD.
017200     MOVE WS-DAYS-PARM-X TO WS-LIB-MSG-VALUE (1:8).
017300     MOVE "DATADD" TO WS-LIB-FUNCTION.
017400     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
017500         WS-WINDOW-FROM, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
017600         WS-LIB-MSG-TEXT.
017700 0600-EXIT.
017800     EXIT.
017900******************************************************************
018000* 1000-SWEEP-WINDOW - ONE PASS OVER THE LOG FROM THE FIRST DAY OF
018100*                  THE WINDOW UP TO THE BUSINESS DATE.
018200******************************************************************
018300 1000-SWEEP-WINDOW.
018400     OPEN INPUT CALC-LOG-FILE.
018500     IF NOT WS-LOG-FILE-OK
018600         GO TO 1000-EXIT
018700     END-IF.
018800     MOVE "N" TO WS-EOF-SWITCH.
018900     MOVE WS-WINDOW-FROM TO CL-LOG-DATE.
019000     MOVE LOW-VALUES TO CL-OPERATOR-ID.
019100     MOVE ZERO TO CL-SEQUENCE-NO.
019200     START CALC-LOG-FILE KEY IS NOT LESS THAN CL-LOG-KEY
019300         INVALID KEY
019400             SET WS-END-OF-FILE TO TRUE
019500     END-START.
019600     PERFORM 1100-TAKE-ONE-LOG-RECORD
019700         THRU 1100-EXIT
019800         UNTIL WS-END-OF-FILE.
019900     CLOSE CALC-LOG-FILE.
020000 1000-EXIT.
020100     EXIT.
020200******************************************************************
020300* 1100-TAKE-ONE-LOG-RECORD - A SUCCESSFUL RECORD FOR AN ACCOUNT
020400*                  GOES INTO ITS ACCOUNT/CODE ENTRY. THE LOG IS IN
020500*                  DATE ORDER, SO THE FIRST RECORD ON THE BUSINESS
020600*                  DATE ENDS THE PASS.
020700******************************************************************
020800 1100-TAKE-ONE-LOG-RECORD.
020900     READ CALC-LOG-FILE NEXT RECORD
021000         AT END
021100             SET WS-END-OF-FILE TO TRUE
021200     END-READ.
021300     IF WS-END-OF-FILE
021400         GO TO 1100-EXIT
021500     END-IF.
021600     IF CL-LOG-DATE NOT < WS-TODAYS-DATE
021700         SET WS-END-OF-FILE TO TRUE
021800         GO TO 1100-EXIT
021900     END-IF.
022000     IF NOT CL-STATUS-OK OR CL-ACCOUNT-ID = SPACES
022100         GO TO 1100-EXIT
022200     END-IF.
022300     PERFORM 1200-FIND-ENTRY
022400         THRU 1200-EXIT.
022500     IF WS-SECOND-PASS
022600         IF WS-ENTRY-FOUND
022700             PERFORM 1400-ADD-DEVIATION
022800                 THRU 1400-EXIT
022900         END-IF
023000         GO TO 1100-EXIT
023100     END-IF.
023200     IF NOT WS-ENTRY-FOUND
023300         IF WS-ENTRY-COUNT NOT < 2000
023400             ADD 1 TO WS-OVERFLOW-COUNT
023500             GO TO 1100-EXIT
023600         END-IF
023700         ADD 1 TO WS-ENTRY-COUNT
023800         SET PE-IDX TO WS-ENTRY-COUNT
023900         MOVE CL-ACCOUNT-ID TO PE-ACCOUNT-ID (PE-IDX)
024000         MOVE CL-RATE-CODE  TO PE-RATE-CODE (PE-IDX)
024100         MOVE ZERO TO PE-ITEM-COUNT (PE-IDX)
024200         MOVE ZERO TO PE-TOTAL-AMOUNT (PE-IDX)
024300         MOVE ZERO TO PE-DEVIATION-TOTAL (PE-IDX)
024400         MOVE ZERO TO PE-AVERAGE-AMOUNT (PE-IDX)
024500         MOVE CL-RESULT TO PE-HIGH-AMOUNT (PE-IDX)
024600         MOVE ZERO TO PE-ACTIVE-DAYS (PE-IDX)
024700         MOVE ZERO TO PE-LAST-DATE (PE-IDX)
024800         MOVE ZERO TO PE-DAY-COUNT (PE-IDX)
024900         MOVE ZERO TO PE-DAILY-PEAK (PE-IDX)
025000     END-IF.
025100     PERFORM 1300-FOLD-IN-RECORD
025200         THRU 1300-EXIT.
025300 1100-EXIT.
025400     EXIT.
025500******************************************************************
025600* 1200-FIND-ENTRY - LOCATE THE RECORD'S ACCOUNT/CODE ENTRY,
025700*                  LEAVING PE-IDX ON IT.
025800******************************************************************
025900 1200-FIND-ENTRY.
026000     MOVE "N" TO WS-FOUND-SWITCH.
026100     SET PE-IDX TO 1.
026200     SEARCH WS-PROFILE-ENTRY
026300         AT END
026400             CONTINUE
026500         WHEN PE-IDX > WS-ENTRY-COUNT
026600             CONTINUE
026700         WHEN PE-ACCOUNT-ID (PE-IDX) = CL-ACCOUNT-ID
026800             AND PE-RATE-CODE (PE-IDX) = CL-RATE-CODE
026900             SET WS-ENTRY-FOUND TO TRUE
027000     END-SEARCH.
027100 1200-EXIT.
027200     EXIT.
027300******************************************************************
027400* 1300-FOLD-IN-RECORD - COUNT AND TOTAL THE RESULT. A NEW DAY FOR
027500*                  THE ENTRY STARTS A FRESH DAILY COUNT; THE
027600*                  BUSIEST DAY SO FAR IS KEPT AS THE PEAK.
027700******************************************************************
027800 1300-FOLD-IN-RECORD.
027900     ADD 1 TO WS-ITEM-COUNT.
028000     ADD 1 TO PE-ITEM-COUNT (PE-IDX).
028100     ADD CL-RESULT TO PE-TOTAL-AMOUNT (PE-IDX).
028200     IF CL-RESULT > PE-HIGH-AMOUNT (PE-IDX)
028300         MOVE CL-RESULT TO PE-HIGH-AMOUNT (PE-IDX)
028400     END-IF.
028500     IF CL-LOG-DATE NOT = PE-LAST-DATE (PE-IDX)
028600         MOVE CL-LOG-DATE TO PE-LAST-DATE (PE-IDX)
028700         ADD 1 TO PE-ACTIVE-DAYS (PE-IDX)
028800         MOVE ZERO TO PE-DAY-COUNT (PE-IDX)
028900     END-IF.
029000     ADD 1 TO PE-DAY-COUNT (PE-IDX).
029100     IF PE-DAY-COUNT (PE-IDX) > PE-DAILY-PEAK (PE-IDX)
029200         MOVE PE-DAY-COUNT (PE-IDX) TO PE-DAILY-PEAK (PE-IDX)
029300     END-IF.
029400 1300-EXIT.
029500     EXIT.
029600******************************************************************
029700* 1400-ADD-DEVIATION - SECOND PASS: ADD THE RESULT'S DISTANCE
029800*                  FROM ITS ENTRY'S AVERAGE, WHICHEVER SIDE OF IT
029900*                  THE RESULT FALLS.
030000******************************************************************
030100 1400-ADD-DEVIATION.
030200     COMPUTE WS-DISTANCE = CL-RESULT - PE-AVERAGE-AMOUNT (PE-IDX).
030300     IF WS-DISTANCE < ZERO
030400         COMPUTE WS-DISTANCE = ZERO - WS-DISTANCE
030500     END-IF.
030600     ADD WS-DISTANCE TO PE-DEVIATION-TOTAL (PE-IDX).
030700 1400-EXIT.
030800     EXIT.
030900******************************************************************
031000* 1500-SET-AVERAGE - THE MEAN RESULT OF ONE ENTRY, NEEDED BEFORE
031100*                  THE SECOND PASS CAN MEASURE DISTANCES FROM IT.
031200******************************************************************
031300 1500-SET-AVERAGE.
031400     COMPUTE PE-AVERAGE-AMOUNT (PE-IDX) ROUNDED =
031500         PE-TOTAL-AMOUNT (PE-IDX) / PE-ITEM-COUNT (PE-IDX).
031600 1500-EXIT.
031700     EXIT.
031800******************************************************************
031900* 2000-WRITE-PROFILES - REPLACE THE PROFILE FILE WITH ONE ROW PER
032000*                  TABLE ENTRY. AN ACCOUNT WITH NO WORK IN THE
032100*                  WINDOW HAS NO PROFILE AND IS NOT JUDGED.
032200******************************************************************
032300 2000-WRITE-PROFILES.
032400     OPEN OUTPUT PROFILE-FILE.
032500     IF NOT WS-PROF-FILE-OK
032600         DISPLAY "ACCTPROF OPEN FAILED, STATUS "
032700             WS-PROF-FILE-STATUS
032800         GO TO 2000-EXIT
032900     END-IF.
033000     PERFORM 2100-WRITE-ONE-PROFILE
033100         THRU 2100-EXIT
033200         VARYING PE-IDX FROM 1 BY 1
033300         UNTIL PE-IDX > WS-ENTRY-COUNT.
033400     CLOSE PROFILE-FILE.
033500 2000-EXIT.
033600     EXIT.
033700******************************************************************
033800* 2100-WRITE-ONE-PROFILE - ONE ACCOUNT/CODE ROW.
033900******************************************************************
034000 2100-WRITE-ONE-PROFILE.
034100     MOVE SPACES TO ACCOUNT-PROFILE-RECORD.
034200     MOVE PE-ACCOUNT-ID (PE-IDX)     TO AP-ACCOUNT-ID.
034300     MOVE PE-RATE-CODE (PE-IDX)      TO AP-RATE-CODE.
034400     MOVE WS-TODAYS-DATE             TO AP-BUILD-DATE.
034500     MOVE WS-WINDOW-FROM             TO AP-WINDOW-FROM.
034600     MOVE PE-ITEM-COUNT (PE-IDX)     TO AP-ITEM-COUNT.
034700     MOVE PE-ACTIVE-DAYS (PE-IDX)    TO AP-ACTIVE-DAYS.
034800     MOVE PE-AVERAGE-AMOUNT (PE-IDX) TO AP-AVERAGE-AMOUNT.
034900     COMPUTE AP-SPREAD-AMOUNT ROUNDED =
035000         PE-DEVIATION-TOTAL (PE-IDX) / PE-ITEM-COUNT (PE-IDX).
035100     MOVE PE-HIGH-AMOUNT (PE-IDX)    TO AP-HIGH-AMOUNT.
035200     COMPUTE AP-DAILY-AVERAGE ROUNDED =
035300         PE-ITEM-COUNT (PE-IDX) / PE-ACTIVE-DAYS (PE-IDX).
035400     MOVE PE-DAILY-PEAK (PE-IDX)     TO AP-DAILY-PEAK.
035500     WRITE ACCOUNT-PROFILE-RECORD
035600         INVALID KEY
035700             DISPLAY "ACCTPROF DUPLICATE KEY " AP-PROFILE-KEY
035800             GO TO 2100-EXIT
035900     END-WRITE.
036000     ADD 1 TO WS-WRITTEN-COUNT.
036100 2100-EXIT.
036200     EXIT.
036300******************************************************************
036400* 9999-EXIT - COMMON PROGRAM EXIT POINT.
036500******************************************************************
036600 9999-EXIT.
036700     GOBACK.
036800 END PROGRAM AcctProfileBuild.
