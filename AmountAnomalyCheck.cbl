000100******************************************************************
000200* PROGRAM-ID: AMOUNTANOMALYCHECK
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     DAILY UNUSUAL-AMOUNT CHECK. READS THE BUSINESS
000800*              DATE'S SUCCESSFUL CALCULATOR WORK FOR ACCOUNTS AND
000900*              JUDGES IT AGAINST THE ACCTPROF AMOUNT PROFILE
001000*              ACCTPROFILEBUILD KEEPS. THREE THINGS ARE FLAGGED TO
001100*              THE AMTANOMR REVIEW REPORT - A RESULT FURTHER FROM
001200*              ITS ACCOUNT/CODE AVERAGE THAN THE CTLPARM NUMBER OF
001300*              SPREADS, THE SAME AMOUNT ON THE SAME ACCOUNT AND
001400*              CODE A SECOND TIME IN THE DAY, AND AN ACCOUNT/CODE
001500*              WHOSE DAY'S COUNT RUNS PAST THE CTLPARM MULTIPLE OF
001600*              ITS USUAL DAILY COUNT. A PROFILE WITH FEWER ITEMS
001700*              THAN THE CTLPARM MINIMUM IS NOT TRUSTED FOR THE
001800*              AMOUNT OR VOLUME TESTS. RUNS UNATTENDED AS AN
001900*              END-OF-DAY STEP (AMTANOMALY) AND KEEPS THE REPORT
002000*              THROUGH REPORTKEEP. RETURN CODE 4 MEANS THERE IS
002100*              WORK TO REVIEW.
002200* TECTONICS:   cobc
002300*
002400* MODIFICATION HISTORY
002500*   2026-10-15 DO  INITIAL VERSION.
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. AmountAnomalyCheck.
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
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS AP-PROFILE-KEY
004400         FILE STATUS IS WS-PROF-FILE-STATUS.
004500     SELECT ANOMALY-RPT-FILE ASSIGN TO "AMTANOMR"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-RPT-FILE-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  CALC-LOG-FILE.
005100     COPY CALCLOG.
005200 FD  BUS-DATE-FILE
005300     RECORDING MODE IS F.
005400     COPY BUSDATE.
005500 FD  PROFILE-FILE.
005600     COPY ACCTPROF.
005700 FD  ANOMALY-RPT-FILE
005800     RECORDING MODE IS F.
005900 01  ANOMALY-RPT-LINE                PIC X(80).
006000 WORKING-STORAGE SECTION.
006100 01  WS-LOG-FILE-STATUS              PIC X(02).
006200     88  WS-LOG-FILE-OK              VALUE "00".
006300 01  WS-BDATE-FILE-STATUS            PIC X(02).
006400     88  WS-BDATE-FILE-OK            VALUE "00".
006500 01  WS-PROF-FILE-STATUS             PIC X(02).
006600     88  WS-PROF-FILE-OK             VALUE "00".
006700 01  WS-RPT-FILE-STATUS              PIC X(02).
006800     88  WS-RPT-FILE-OK              VALUE "00".
006900 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
007000     88  WS-END-OF-FILE              VALUE "Y".
007100 01  WS-PROF-OPEN-SWITCH             PIC X(01) VALUE "N".
007200     88  WS-PROF-OPEN                VALUE "Y".
007300 01  WS-PROFILE-SWITCH               PIC X(01) VALUE "N".
007400     88  WS-PROFILE-TRUSTED          VALUE "Y".
007500 01  WS-FOUND-SWITCH                 PIC X(01) VALUE "N".
007600     88  WS-ENTRY-FOUND              VALUE "Y".
007700 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
007800 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
007900 COPY CTLPARM.
008000*    ONE ENTRY PER ACCOUNT/CODE SEEN TODAY, CARRYING ITS PROFILE
008100*    SO THE VOLUME TEST AT THE END NEEDS NO SECOND READ.
008200 01  WS-DAY-TABLE.
008300     05  WS-DAY-ENTRY OCCURS 1000 TIMES INDEXED BY DY-IDX.
008400         10  DY-ACCOUNT-ID           PIC X(08).
008500         10  DY-RATE-CODE            PIC X(04).
008600         10  DY-ITEM-COUNT           PIC 9(05) COMP.
008700         10  DY-PROFILE-SWITCH       PIC X(01).
008800             88  DY-PROFILE-TRUSTED  VALUE "Y".
008900         10  DY-DAILY-AVERAGE        PIC 9(05)V99.
009000         10  DY-DAILY-PEAK           PIC 9(05).
009100 01  WS-DAY-COUNT                    PIC 9(04) COMP VALUE ZERO.
009200*    ONE ENTRY PER DISTINCT ACCOUNT/CODE/AMOUNT SEEN TODAY, WITH
009300*    THE OPERATOR AND SEQUENCE OF ITS FIRST APPEARANCE.
009400 01  WS-AMOUNT-TABLE.
009500     05  WS-AMOUNT-ENTRY OCCURS 3000 TIMES INDEXED BY AM-IDX.
009600         10  AT-ACCOUNT-ID           PIC X(08).
009700         10  AT-RATE-CODE            PIC X(04).
009800         10  AT-RESULT               PIC S9(11)V99.
009900         10  AT-OPERATOR-ID          PIC X(08).
010000         10  AT-SEQUENCE-NO          PIC 9(06).
010100 01  WS-AMOUNT-COUNT                 PIC 9(04) COMP VALUE ZERO.
010200 01  WS-OVERFLOW-COUNT               PIC 9(07) COMP VALUE ZERO.
010300 01  WS-CHECKED-COUNT                PIC 9(07) COMP VALUE ZERO.
010400 01  WS-UNPROFILED-COUNT             PIC 9(07) COMP VALUE ZERO.
010500 01  WS-OUTSIDE-COUNT                PIC 9(05) COMP VALUE ZERO.
010600 01  WS-REPEAT-COUNT                 PIC 9(05) COMP VALUE ZERO.
010700 01  WS-VOLUME-COUNT                 PIC 9(05) COMP VALUE ZERO.
010800 01  WS-DISTANCE                     PIC S9(11)V99 VALUE ZERO.
010900 01  WS-ALLOWED-DISTANCE             PIC S9(13)V99 VALUE ZERO.
011000 01  WS-ALLOWED-COUNT                PIC 9(07)V99 VALUE ZERO.
011100 01  WS-HEADER-LINE.
011200     05  FILLER                      PIC X(30) VALUE
011300         "UNUSUAL AMOUNT REVIEW REPORT  ".
011400     05  FILLER                      PIC X(15) VALUE
011500         "BUSINESS DATE: ".
011600     05  HL-BUSINESS-DATE            PIC 9(08).
011700     05  FILLER                      PIC X(27) VALUE SPACES.
011800 01  WS-ITEM-COLUMN-LINE.
011900     05  FILLER                      PIC X(40) VALUE
012000         "ACCOUNT  CODE OPERATOR SEQ             R".
012100     05  FILLER                      PIC X(40) VALUE
012200         "ESULT  REASON".
012300 01  WS-ITEM-DETAIL-LINE.
012400     05  DL-ACCOUNT-ID               PIC X(08).
012500     05  FILLER                      PIC X(01) VALUE SPACE.
012600     05  DL-RATE-CODE                PIC X(04).
012700     05  FILLER                      PIC X(01) VALUE SPACE.
012800     05  DL-OPERATOR-ID              PIC X(08).
012900     05  FILLER                      PIC X(01) VALUE SPACE.
013000     05  DL-SEQUENCE-NO              PIC 9(06).
013100     05  FILLER                      PIC X(01) VALUE SPACE.
013200     05  DL-RESULT                   PIC -(11)9.99.
013300     05  FILLER                      PIC X(02) VALUE SPACES.
013400     05  DL-REASON                   PIC X(33).
013500 01  WS-PROFILE-DETAIL-LINE.
013600     05  FILLER                      PIC X(10) VALUE SPACES.
013700     05  FILLER                      PIC X(08) VALUE "AVERAGE ".
013800     05  PL-AVERAGE                  PIC -(11)9.99.
013900     05  FILLER                      PIC X(08) VALUE "  SPREAD".
014000     05  PL-SPREAD                   PIC -(11)9.99.
014100     05  FILLER                      PIC X(08) VALUE "  ITEMS ".
014200     05  PL-ITEM-COUNT               PIC Z,ZZZ,ZZ9.
014300     05  FILLER                      PIC X(07) VALUE SPACES.
014400 01  WS-VOLUME-COLUMN-LINE.
014500     05  FILLER                      PIC X(40) VALUE
014600         "ACCOUNT  CODE  TODAY   USUAL/DAY  PEAK  ".
014700     05  FILLER                      PIC X(40) VALUE SPACES.
014800 01  WS-VOLUME-DETAIL-LINE.
014900     05  VL-ACCOUNT-ID               PIC X(08).
015000     05  FILLER                      PIC X(01) VALUE SPACE.
015100     05  VL-RATE-CODE                PIC X(04).
015200     05  FILLER                      PIC X(01) VALUE SPACE.
015300     05  VL-ITEM-COUNT               PIC ZZ,ZZ9.
015400     05  FILLER                      PIC X(03) VALUE SPACES.
015500     05  VL-DAILY-AVERAGE            PIC ZZ,ZZ9.99.
015600     05  FILLER                      PIC X(01) VALUE SPACE.
015700     05  VL-DAILY-PEAK               PIC ZZ,ZZ9.
015800     05  FILLER                      PIC X(41) VALUE SPACES.
015900 01  WS-SUMMARY-LINE-1.
016000     05  FILLER                      PIC X(16) VALUE
016100         "ITEMS CHECKED: ".
016200     05  SL-CHECKED-COUNT            PIC Z,ZZZ,ZZ9.
016300     05  FILLER                      PIC X(22) VALUE
016400         "  WITHOUT A PROFILE:  ".
016500     05  SL-UNPROFILED-COUNT         PIC Z,ZZZ,ZZ9.
016600     05  FILLER                      PIC X(24) VALUE SPACES.
016700 01  WS-SUMMARY-LINE-2.
016800     05  FILLER                      PIC X(17) VALUE
016900         "OUTSIDE PROFILE: ".
017000     05  SL-OUTSIDE-COUNT            PIC ZZZZ9.
017100     05  FILLER                      PIC X(11) VALUE
017200         "  REPEATS: ".
017300     05  SL-REPEAT-COUNT             PIC ZZZZ9.
017400     05  FILLER                      PIC X(15) VALUE
017500         "  HIGH VOLUME: ".
017600     05  SL-VOLUME-COUNT             PIC ZZZZ9.
017700     05  FILLER                      PIC X(22) VALUE SPACES.
017800 PROCEDURE DIVISION.
017900******************************************************************
018000* 0000-MAINLINE - CHECK THE DAY'S WORK ITEM BY ITEM, THEN THE
018100*                 DAY'S VOLUME BY ACCOUNT AND CODE.
018200******************************************************************
018300 0000-MAINLINE.
018400     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
018500     PERFORM 0500-CHECK-DATE-OVERRIDE
018600         THRU 0500-EXIT.
018700     PERFORM 1000-OPEN-FILES
018800         THRU 1000-EXIT.
018900     IF NOT WS-LOG-FILE-OK
019000         DISPLAY "CALCLOG UNAVAILABLE - NO UNUSUAL-AMOUNT CHECK"
019100         MOVE 8 TO RETURN-CODE
019200         GO TO 9999-EXIT
019300     END-IF.
019400     PERFORM 2000-CHECK-ONE-LOG-RECORD
019500         THRU 2000-EXIT
019600         UNTIL WS-END-OF-FILE.
019700     PERFORM 3000-CHECK-VOLUME
019800         THRU 3000-EXIT.
019900     PERFORM 4000-CLOSE-REPORT
020000         THRU 4000-EXIT.
020100     DISPLAY "UNUSUAL AMOUNTS - " WS-OUTSIDE-COUNT
020200         " OUTSIDE PROFILE, " WS-REPEAT-COUNT " REPEATS, "
020300         WS-VOLUME-COUNT " HIGH VOLUME ON " WS-TODAYS-DATE.
020400     IF WS-OVERFLOW-COUNT > ZERO
020500         DISPLAY "ANOMALY TABLES FULL - " WS-OVERFLOW-COUNT
020600             " ITEMS NOT CHECKED"
020700     END-IF.
020800     IF WS-OUTSIDE-COUNT > ZERO OR WS-REPEAT-COUNT > ZERO
020900         OR WS-VOLUME-COUNT > ZERO OR WS-OVERFLOW-COUNT > ZERO
021000         MOVE 4 TO RETURN-CODE
021100     ELSE
021200         MOVE ZERO TO RETURN-CODE
021300     END-IF.
021400     GO TO 9999-EXIT.
021500******************************************************************
021600* 0500-CHECK-DATE-OVERRIDE - HONOR THE BUSDATE PROCESSING-DATE
021700*                  CONTROL SO A LATE RUN CHECKS THE NIGHT'S
021800*                  BUSINESS DATE.
021900******************************************************************
022000 0500-CHECK-DATE-OVERRIDE.
022100     OPEN INPUT BUS-DATE-FILE.
022200     IF NOT WS-BDATE-FILE-OK
022300         GO TO 0500-EXIT
022400     END-IF.
022500     READ BUS-DATE-FILE
022600         AT END
022700             CONTINUE
022800     END-READ.
022900     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
023000         MOVE BD-BUSINESS-DATE TO WS-TODAYS-DATE
023100     END-IF.
023200     CLOSE BUS-DATE-FILE.
023300 0500-EXIT.
023400     EXIT.
023500******************************************************************
023600* 1000-OPEN-FILES - POSITION THE LOG ON THE BUSINESS DATE, OPEN
023700*                  THE PROFILE IF THERE IS ONE, AND START THE
023800*                  REPORT. WITHOUT A PROFILE ONLY REPEATS CAN BE
023900*                  FOUND.
024000******************************************************************
024100 1000-OPEN-FILES.
024200     OPEN INPUT CALC-LOG-FILE.
024300     IF NOT WS-LOG-FILE-OK
024400         GO TO 1000-EXIT
024500     END-IF.
024600     MOVE WS-TODAYS-DATE TO CL-LOG-DATE.
024700     MOVE LOW-VALUES TO CL-OPERATOR-ID.
024800     MOVE ZERO TO CL-SEQUENCE-NO.
024900     START CALC-LOG-FILE KEY IS NOT LESS THAN CL-LOG-KEY
025000         INVALID KEY
025100             SET WS-END-OF-FILE TO TRUE
025200     END-START.
025300     OPEN INPUT PROFILE-FILE.
025400     IF WS-PROF-FILE-OK
025500         SET WS-PROF-OPEN TO TRUE
025600     ELSE
025700         DISPLAY "ACCTPROF UNAVAILABLE - CHECKING REPEATS ONLY"
025800     END-IF.
025900     OPEN OUTPUT ANOMALY-RPT-FILE.
026000     MOVE WS-TODAYS-DATE TO HL-BUSINESS-DATE.
026100     WRITE ANOMALY-RPT-LINE FROM WS-HEADER-LINE.
026200     MOVE SPACES TO ANOMALY-RPT-LINE.
026300     WRITE ANOMALY-RPT-LINE.
026400     IF NOT WS-PROF-OPEN
026500         MOVE "NO ACCOUNT PROFILE ON FILE - REPEATS ONLY"
026600             TO ANOMALY-RPT-LINE
026700         WRITE ANOMALY-RPT-LINE
026800         MOVE SPACES TO ANOMALY-RPT-LINE
026900         WRITE ANOMALY-RPT-LINE
027000     END-IF.
027100     WRITE ANOMALY-RPT-LINE FROM WS-ITEM-COLUMN-LINE.
027200     MOVE SPACES TO ANOMALY-RPT-LINE.
027300     WRITE ANOMALY-RPT-LINE.
027400 1000-EXIT.
027500     EXIT.
027600******************************************************************
027700* 2000-CHECK-ONE-LOG-RECORD - A SUCCESSFUL ITEM FOR AN ACCOUNT
027800*                  IS TESTED FOR A REPEAT AND AGAINST ITS PROFILE.
027900*                  THE FIRST RECORD PAST THE BUSINESS DATE ENDS
028000*                  THE DAY.
028100******************************************************************
028200 2000-CHECK-ONE-LOG-RECORD.
028300     READ CALC-LOG-FILE NEXT RECORD
028400         AT END
028500             SET WS-END-OF-FILE TO TRUE
028600     END-READ.
028700     IF WS-END-OF-FILE
028800         GO TO 2000-EXIT
028900     END-IF.
029000     IF CL-LOG-DATE NOT = WS-TODAYS-DATE
029100         SET WS-END-OF-FILE TO TRUE
029200         GO TO 2000-EXIT
029300     END-IF.
029400     IF NOT CL-STATUS-OK OR CL-ACCOUNT-ID = SPACES
029500         GO TO 2000-EXIT
029600     END-IF.
029700     ADD 1 TO WS-CHECKED-COUNT.
029800     PERFORM 2100-FIND-DAY-ENTRY
029900         THRU 2100-EXIT.
030000     IF NOT WS-ENTRY-FOUND
030100         IF WS-DAY-COUNT NOT < 1000
030200             ADD 1 TO WS-OVERFLOW-COUNT
030300             GO TO 2000-EXIT
030400         END-IF
030500         PERFORM 2200-ADD-DAY-ENTRY
030600             THRU 2200-EXIT
030700     END-IF.
030800     ADD 1 TO DY-ITEM-COUNT (DY-IDX).
030900     IF DY-PROFILE-TRUSTED (DY-IDX)
031000         PERFORM 2400-CHECK-AGAINST-PROFILE
031100             THRU 2400-EXIT
031200     ELSE
031300         ADD 1 TO WS-UNPROFILED-COUNT
031400     END-IF.
031500     PERFORM 2500-CHECK-FOR-REPEAT
031600         THRU 2500-EXIT.
031700 2000-EXIT.
031800     EXIT.
031900******************************************************************
032000* 2100-FIND-DAY-ENTRY - LOCATE THE ITEM'S ACCOUNT/CODE ENTRY FOR
032100*                  THE DAY, LEAVING DY-IDX ON IT.
032200******************************************************************
032300 2100-FIND-DAY-ENTRY.
032400     MOVE "N" TO WS-FOUND-SWITCH.
032500     SET DY-IDX TO 1.
032600     SEARCH WS-DAY-ENTRY
032700         AT END
032800             CONTINUE
032900         WHEN DY-IDX > WS-DAY-COUNT
033000             CONTINUE
033100         WHEN DY-ACCOUNT-ID (DY-IDX) = CL-ACCOUNT-ID
033200             AND DY-RATE-CODE (DY-IDX) = CL-RATE-CODE
033300             SET WS-ENTRY-FOUND TO TRUE
033400     END-SEARCH.
033500 2100-EXIT.
033600     EXIT.
033700******************************************************************
033800* 2200-ADD-DAY-ENTRY - FIRST ITEM OF THE DAY FOR AN ACCOUNT/CODE.
033900*                  ITS PROFILE IS READ ONCE HERE AND KEPT IN THE
034000*                  ENTRY.
034100******************************************************************
034200 2200-ADD-DAY-ENTRY.
034300     ADD 1 TO WS-DAY-COUNT.
034400     SET DY-IDX TO WS-DAY-COUNT.
034500     MOVE CL-ACCOUNT-ID TO DY-ACCOUNT-ID (DY-IDX).
034600     MOVE CL-RATE-CODE  TO DY-RATE-CODE (DY-IDX).
034700     MOVE ZERO TO DY-ITEM-COUNT (DY-IDX).
034800     MOVE "N" TO DY-PROFILE-SWITCH (DY-IDX).
034900     MOVE ZERO TO DY-DAILY-AVERAGE (DY-IDX).
035000     MOVE ZERO TO DY-DAILY-PEAK (DY-IDX).
035100     PERFORM 2300-READ-PROFILE
035200         THRU 2300-EXIT.
035300     IF WS-PROFILE-TRUSTED
035400         MOVE "Y" TO DY-PROFILE-SWITCH (DY-IDX)
035500         MOVE AP-DAILY-AVERAGE TO DY-DAILY-AVERAGE (DY-IDX)
035600         MOVE AP-DAILY-PEAK TO DY-DAILY-PEAK (DY-IDX)
035700     END-IF.
035800 2200-EXIT.
035900     EXIT.
036000******************************************************************
036100* 2300-READ-PROFILE - BRING THE ITEM'S ACCOUNT/CODE PROFILE INTO
036200*                  THE RECORD AREA. ONE BUILT FROM TOO FEW ITEMS
036300*                  IS NOT TRUSTED.
036400******************************************************************
036500 2300-READ-PROFILE.
036600     MOVE "N" TO WS-PROFILE-SWITCH.
036700     IF NOT WS-PROF-OPEN
036800         GO TO 2300-EXIT
036900     END-IF.
037000     MOVE CL-ACCOUNT-ID TO AP-ACCOUNT-ID.
037100     MOVE CL-RATE-CODE  TO AP-RATE-CODE.
037200     READ PROFILE-FILE
037300         INVALID KEY
037400             GO TO 2300-EXIT
037500     END-READ.
037600     IF AP-ITEM-COUNT NOT < CTL-PROFILE-MIN-ITEMS
037700         SET WS-PROFILE-TRUSTED TO TRUE
037800     END-IF.
037900 2300-EXIT.
038000     EXIT.
038100******************************************************************
038200* 2400-CHECK-AGAINST-PROFILE - A RESULT FURTHER FROM THE AVERAGE
038300*                  THAN THE CTLPARM MULTIPLE OF THE SPREAD IS
038400*                  LISTED WITH THE PROFILE IT WAS JUDGED AGAINST.
038500*                  THE PROFILE IS RE-READ BECAUSE THE RECORD AREA
038600*                  HOLDS THE LAST ACCOUNT/CODE LOOKED UP.
038700******************************************************************
038800 2400-CHECK-AGAINST-PROFILE.
038900     PERFORM 2300-READ-PROFILE
039000         THRU 2300-EXIT.
039100     IF NOT WS-PROFILE-TRUSTED
039200         GO TO 2400-EXIT
039300     END-IF.
039400     COMPUTE WS-DISTANCE = CL-RESULT - AP-AVERAGE-AMOUNT.
039500     IF WS-DISTANCE < ZERO
039600         COMPUTE WS-DISTANCE = ZERO - WS-DISTANCE
039700     END-IF.
039800     COMPUTE WS-ALLOWED-DISTANCE =
039900         AP-SPREAD-AMOUNT * CTL-PROFILE-SPREAD-MULT.
040000     IF WS-DISTANCE NOT > WS-ALLOWED-DISTANCE
040100         GO TO 2400-EXIT
040200     END-IF.
040300     ADD 1 TO WS-OUTSIDE-COUNT.
040400     MOVE "OUTSIDE ACCOUNT PROFILE" TO DL-REASON.
040500     PERFORM 2600-PRINT-ITEM
040600         THRU 2600-EXIT.
040700     MOVE AP-AVERAGE-AMOUNT TO PL-AVERAGE.
040800     MOVE AP-SPREAD-AMOUNT  TO PL-SPREAD.
040900     MOVE AP-ITEM-COUNT     TO PL-ITEM-COUNT.
041000     WRITE ANOMALY-RPT-LINE FROM WS-PROFILE-DETAIL-LINE.
041100 2400-EXIT.
041200     EXIT.
041300******************************************************************
041400* 2500-CHECK-FOR-REPEAT - THE SAME AMOUNT ON THE SAME ACCOUNT AND
041500*                  CODE EARLIER TODAY MAKES THIS ITEM A REPEAT OF
041600*                  THE FIRST ONE. A NEW AMOUNT IS REMEMBERED.
041700******************************************************************
041800 2500-CHECK-FOR-REPEAT.
041900     MOVE "N" TO WS-FOUND-SWITCH.
042000     SET AM-IDX TO 1.
042100     SEARCH WS-AMOUNT-ENTRY
042200         AT END
042300             CONTINUE
042400         WHEN AM-IDX > WS-AMOUNT-COUNT
042500             CONTINUE
042600         WHEN AT-ACCOUNT-ID (AM-IDX) = CL-ACCOUNT-ID
042700             AND AT-RATE-CODE (AM-IDX) = CL-RATE-CODE
042800             AND AT-RESULT (AM-IDX) = CL-RESULT
042900             SET WS-ENTRY-FOUND TO TRUE
043000     END-SEARCH.
043100     IF WS-ENTRY-FOUND
043200         ADD 1 TO WS-REPEAT-COUNT
043300         MOVE SPACES TO DL-REASON
043400         STRING "SAME-DAY REPEAT OF " DELIMITED BY SIZE
043500             AT-OPERATOR-ID (AM-IDX) DELIMITED BY SPACE
043600             "/" DELIMITED BY SIZE
043700             AT-SEQUENCE-NO (AM-IDX) DELIMITED BY SIZE
043800             INTO DL-REASON
043900         PERFORM 2600-PRINT-ITEM
044000             THRU 2600-EXIT
044100         GO TO 2500-EXIT
044200     END-IF.
044300     IF WS-AMOUNT-COUNT NOT < 3000
044400         ADD 1 TO WS-OVERFLOW-COUNT
044500         GO TO 2500-EXIT
044600     END-IF.
044700     ADD 1 TO WS-AMOUNT-COUNT.
044800     SET AM-IDX TO WS-AMOUNT-COUNT.
044900     MOVE CL-ACCOUNT-ID  TO AT-ACCOUNT-ID (AM-IDX).
045000     MOVE CL-RATE-CODE   TO AT-RATE-CODE (AM-IDX).
045100     MOVE CL-RESULT      TO AT-RESULT (AM-IDX).
045200     MOVE CL-OPERATOR-ID TO AT-OPERATOR-ID (AM-IDX).
045300     MOVE CL-SEQUENCE-NO TO AT-SEQUENCE-NO (AM-IDX).
045400 2500-EXIT.
045500     EXIT.
045600******************************************************************
045700* 2600-PRINT-ITEM - ONE FLAGGED ITEM, WITH THE REASON ALREADY IN
045800*                  THE DETAIL LINE.
045900******************************************************************
046000 2600-PRINT-ITEM.
046100     MOVE CL-ACCOUNT-ID  TO DL-ACCOUNT-ID.
046200     MOVE CL-RATE-CODE   TO DL-RATE-CODE.
046300     MOVE CL-OPERATOR-ID TO DL-OPERATOR-ID.
046400     MOVE CL-SEQUENCE-NO TO DL-SEQUENCE-NO.
046500     MOVE CL-RESULT      TO DL-RESULT.
046600     WRITE ANOMALY-RPT-LINE FROM WS-ITEM-DETAIL-LINE.
046700 2600-EXIT.
046800     EXIT.
046900******************************************************************
047000* 3000-CHECK-VOLUME - THE SECOND SECTION: EVERY ACCOUNT/CODE WITH
047100*                  A TRUSTED PROFILE WHOSE DAY RAN PAST THE
047200*                  CTLPARM MULTIPLE OF ITS USUAL DAILY COUNT.
047300******************************************************************
047400 3000-CHECK-VOLUME.
047500     CLOSE CALC-LOG-FILE.
047600     IF WS-PROF-OPEN
047700         CLOSE PROFILE-FILE
047800     END-IF.
047900     IF WS-OUTSIDE-COUNT = ZERO AND WS-REPEAT-COUNT = ZERO
048000         MOVE "NO UNUSUAL OR REPEATED AMOUNTS TODAY"
048100             TO ANOMALY-RPT-LINE
048200         WRITE ANOMALY-RPT-LINE
048300     END-IF.
048400     MOVE SPACES TO ANOMALY-RPT-LINE.
048500     WRITE ANOMALY-RPT-LINE.
048600     MOVE "ACCOUNTS ABOVE THEIR USUAL DAILY VOLUME"
048700         TO ANOMALY-RPT-LINE.
048800     WRITE ANOMALY-RPT-LINE.
048900     MOVE SPACES TO ANOMALY-RPT-LINE.
049000     WRITE ANOMALY-RPT-LINE.
049100     WRITE ANOMALY-RPT-LINE FROM WS-VOLUME-COLUMN-LINE.
049200     PERFORM 3100-CHECK-ONE-VOLUME
049300         THRU 3100-EXIT
049400         VARYING DY-IDX FROM 1 BY 1
049500         UNTIL DY-IDX > WS-DAY-COUNT.
049600     IF WS-VOLUME-COUNT = ZERO
049700         MOVE "NO ACCOUNT ABOVE ITS USUAL VOLUME TODAY"
049800             TO ANOMALY-RPT-LINE
049900         WRITE ANOMALY-RPT-LINE
050000     END-IF.
050100 3000-EXIT.
050200     EXIT.
050300******************************************************************
050400* 3100-CHECK-ONE-VOLUME - ONE ACCOUNT/CODE'S DAY AGAINST ITS
050500*                  USUAL COUNT.
050600******************************************************************
050700 3100-CHECK-ONE-VOLUME.
050800     IF NOT DY-PROFILE-TRUSTED (DY-IDX)
050900         GO TO 3100-EXIT
051000     END-IF.
051100     COMPUTE WS-ALLOWED-COUNT =
051200         DY-DAILY-AVERAGE (DY-IDX) * CTL-PROFILE-VOLUME-MULT.
051300     IF DY-ITEM-COUNT (DY-IDX) NOT > WS-ALLOWED-COUNT
051400         GO TO 3100-EXIT
051500     END-IF.
051600     ADD 1 TO WS-VOLUME-COUNT.
051700     MOVE DY-ACCOUNT-ID (DY-IDX)    TO VL-ACCOUNT-ID.
051800     MOVE DY-RATE-CODE (DY-IDX)     TO VL-RATE-CODE.
051900     MOVE DY-ITEM-COUNT (DY-IDX)    TO VL-ITEM-COUNT.
052000     MOVE DY-DAILY-AVERAGE (DY-IDX) TO VL-DAILY-AVERAGE.
052100     MOVE DY-DAILY-PEAK (DY-IDX)    TO VL-DAILY-PEAK.
052200     WRITE ANOMALY-RPT-LINE FROM WS-VOLUME-DETAIL-LINE.
052300 3100-EXIT.
052400     EXIT.
052500******************************************************************
052600* 4000-CLOSE-REPORT - SUMMARY COUNTS, THEN KEEP THE REPORT.
052700******************************************************************
052800 4000-CLOSE-REPORT.
052900     MOVE SPACES TO ANOMALY-RPT-LINE.
053000     WRITE ANOMALY-RPT-LINE.
053100     MOVE WS-CHECKED-COUNT    TO SL-CHECKED-COUNT.
053200     MOVE WS-UNPROFILED-COUNT TO SL-UNPROFILED-COUNT.
053300     WRITE ANOMALY-RPT-LINE FROM WS-SUMMARY-LINE-1.
053400     MOVE WS-OUTSIDE-COUNT    TO SL-OUTSIDE-COUNT.
053500     MOVE WS-REPEAT-COUNT     TO SL-REPEAT-COUNT.
053600     MOVE WS-VOLUME-COUNT     TO SL-VOLUME-COUNT.
053700     WRITE ANOMALY-RPT-LINE FROM WS-SUMMARY-LINE-2.
053800     CLOSE ANOMALY-RPT-FILE.
053900     MOVE "AMTANOMR" TO WS-RPT-KEEP-NAME.
054000     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-TODAYS-DATE.
054100 4000-EXIT.
054200     EXIT.
054300******************************************************************
054400* 9999-EXIT - COMMON PROGRAM EXIT POINT.
054500******************************************************************
054600 9999-EXIT.
054700     GOBACK.
054800 END PROGRAM AmountAnomalyCheck.
