000100******************************************************************
000200* PROGRAM-ID: FILEARRIVALMONITOR
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     INBOUND FILE ARRIVAL MONITOR FOR THE NIGHTLY BATCH.
000800*              THE NIGHT USED TO ASSUME EVERY DEPARTMENT'S FILE
000900*              WAS ALREADY IN PLACE, SO A LATE FILE EITHER FAILED
001000*              ITS STEP OR LET YESTERDAY'S LEFTOVERS BE PROCESSED
001100*              AGAIN. THIS READS THE EXPFILES SCHEDULE AND LOOKS
001200*              FOR EACH FILE IN TURN, RE-CHECKING EVERY CTLPARM
001300*              RE-CHECK INTERVAL UNTIL THE FILE IS IN OR ITS
001400*              DEADLINE HAS PASSED. A FILE WHOSE HEADER BATCH ID
001500*              AND BATCH DATE ARE ALREADY ON THE FILEREG REGISTER
001600*              FROM AN EARLIER BUSINESS DATE IS A LEFTOVER OR A
001700*              DUPLICATE, AND IS WAITED PAST LIKE A MISSING ONE.
001800*              THE OUTCOME FOR EACH FILE GOES TO FILESTAT, WHERE
001900*              ENDOFDAYBATCH HOLDS THE NETWORK STEPS THAT NEED A
002000*              FILE THAT DID NOT ARRIVE WHILE THE REST OF THE
002100*              NETWORK RUNS, AND A LATE AND MISSING FILE REPORT
002200*              (FILELATE) IS KEPT THROUGH REPORTKEEP FOR THE
002300*              MORNING. RUNS UNATTENDED AS END-OF-DAY STEP
002400*              FILEWATCH; RC 4 WHEN A MANDATORY FILE DID NOT
002500*              ARRIVE. DEADLINES ARE MEASURED FROM THE START OF
002600*              THE CTLPARM OFF-HOURS WINDOW, SO A DEADLINE AFTER
002700*              MIDNIGHT FALLS IN THE SAME NIGHT.
002800* TECTONICS:   cobc
002900*
003000* MODIFICATION HISTORY
003100*   2026-10-15 DO  INITIAL VERSION.
003200******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. FileArrivalMonitor.
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT EXPECTED-FILE-FILE ASSIGN TO "EXPFILES"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-EXPF-FILE-STATUS.
004100     SELECT INBOUND-FILE ASSIGN TO WS-INBOUND-NAME
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-INB-FILE-STATUS.
004400     SELECT FILE-REGISTER-FILE ASSIGN TO "FILEREG"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-FREG-FILE-STATUS.
004700     SELECT ARRIVAL-STATUS-FILE ASSIGN TO "FILESTAT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-FSTAT-FILE-STATUS.
005000     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-BDATE-FILE-STATUS.
005300     SELECT LATE-RPT-FILE ASSIGN TO "FILELATE"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-RPT-FILE-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  EXPECTED-FILE-FILE
005900     RECORDING MODE IS F.
006000     COPY EXPFILES.
006100 FD  INBOUND-FILE
006200     RECORDING MODE IS F.
006300 01  INBOUND-RECORD                  PIC X(200).
006400 FD  FILE-REGISTER-FILE
006500     RECORDING MODE IS F.
006600     COPY FILEREG.
006700 FD  ARRIVAL-STATUS-FILE
006800     RECORDING MODE IS F.
006900     COPY FILESTAT.
007000 FD  BUS-DATE-FILE
007100     RECORDING MODE IS F.
007200     COPY BUSDATE.
007300 FD  LATE-RPT-FILE
007400     RECORDING MODE IS F.
007500 01  LATE-RPT-LINE                   PIC X(80).
007600 WORKING-STORAGE SECTION.
007700 COPY CTLPARM.
007800 01  WS-EXPF-FILE-STATUS             PIC X(02).
007900     88  WS-EXPF-FILE-OK             VALUE "00".
008000 01  WS-INB-FILE-STATUS              PIC X(02).
008100     88  WS-INB-FILE-OK              VALUE "00".
008200 01  WS-FREG-FILE-STATUS             PIC X(02).
008300     88  WS-FREG-FILE-OK             VALUE "00".
008400 01  WS-FSTAT-FILE-STATUS            PIC X(02).
008500     88  WS-FSTAT-FILE-OK            VALUE "00".
008600 01  WS-BDATE-FILE-STATUS            PIC X(02).
008700     88  WS-BDATE-FILE-OK            VALUE "00".
008800 01  WS-RPT-FILE-STATUS              PIC X(02).
008900     88  WS-RPT-FILE-OK              VALUE "00".
009000 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
009100     88  WS-END-OF-FILE              VALUE "Y".
009200 01  WS-BUSINESS-DATE                PIC 9(08) VALUE ZERO.
009300 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
009400 01  WS-INBOUND-NAME                 PIC X(08) VALUE SPACES.
009500 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
009600 01  WS-CURRENT-HHMM                 PIC 9(04) VALUE ZERO.
009700 01  WS-CLOCK-HHMM                   PIC 9(04) VALUE ZERO.
009800 01  WS-CLOCK-PARTS REDEFINES WS-CLOCK-HHMM.
009900     05  WS-CLOCK-HOURS              PIC 9(02).
010000     05  WS-CLOCK-MINUTES            PIC 9(02).
010100 01  WS-WINDOW-MINUTES               PIC 9(04) COMP VALUE ZERO.
010200 01  WS-WINDOW-START-MINUTES         PIC 9(04) COMP VALUE ZERO.
010300 01  WS-NOW-OFFSET                   PIC 9(04) COMP VALUE ZERO.
010400 01  WS-RECHECK-SECONDS              PIC 9(03) VALUE ZERO.
010500 01  WS-PASS-COUNT                   PIC 9(05) COMP VALUE ZERO.
010600 01  WS-PENDING-COUNT                PIC 9(02) COMP VALUE ZERO.
010700 01  WS-FOUND-SWITCH                 PIC X(01) VALUE "N".
010800     88  WS-FILE-FOUND               VALUE "Y".
010900 01  WS-REG-MATCH-SWITCH             PIC X(01) VALUE "N".
011000     88  WS-REG-NO-MATCH             VALUE "N".
011100     88  WS-REG-SAME-NIGHT           VALUE "T".
011200     88  WS-REG-EARLIER-NIGHT        VALUE "E".
011300 01  WS-REG-ACCEPT-TIME              PIC 9(08) VALUE ZERO.
011400 01  WS-FOUND-BATCH-ID               PIC X(20) VALUE SPACES.
011500 01  WS-FOUND-BATCH-DATE             PIC 9(08) VALUE ZERO.
011600 01  WS-FIELD-END                    PIC 9(03) COMP VALUE ZERO.
011700 01  WS-SCHED-TABLE.
011800     05  WS-SCHED-ENTRY OCCURS 30 TIMES INDEXED BY ES-IDX.
011900         10  ES-FILE-NAME            PIC X(08).
012000         10  ES-SOURCE               PIC X(20).
012100         10  ES-DEADLINE-TIME        PIC 9(04).
012200         10  ES-MANDATORY            PIC X(01).
012300             88  ES-IS-MANDATORY     VALUE "Y".
012400         10  ES-ID-START             PIC 9(03).
012500         10  ES-ID-LENGTH            PIC 9(02).
012600         10  ES-DATE-START           PIC 9(03).
012700         10  ES-DEADLINE-OFFSET      PIC 9(04) COMP.
012800         10  ES-ARRIVAL-STATUS       PIC X(01).
012900             88  ES-NOT-YET-SEEN     VALUE " ".
013000             88  ES-ARRIVED          VALUE "A".
013100             88  ES-ARRIVED-LATE     VALUE "L".
013200             88  ES-MISSING          VALUE "M".
013300             88  ES-STALE            VALUE "S".
013400             88  ES-FILE-USABLE      VALUE "A" "L".
013500         10  ES-SETTLED-SWITCH       PIC X(01).
013600             88  ES-SETTLED          VALUE "Y".
013700         10  ES-ARRIVAL-TIME         PIC 9(04).
013800         10  ES-BATCH-ID             PIC X(20).
013900         10  ES-BATCH-DATE           PIC 9(08).
014000 01  WS-SCHED-COUNT                  PIC 9(02) COMP VALUE ZERO.
014100 01  WS-ARRIVED-COUNT                PIC 9(02) VALUE ZERO.
014200 01  WS-LATE-COUNT                   PIC 9(02) VALUE ZERO.
014300 01  WS-MISSING-COUNT                PIC 9(02) VALUE ZERO.
014400 01  WS-STALE-COUNT                  PIC 9(02) VALUE ZERO.
014500 01  WS-MANDATORY-SHORT              PIC 9(02) VALUE ZERO.
014600 01  WS-HEADER-LINE.
014700     05  FILLER                      PIC X(30) VALUE
014800         "LATE AND MISSING INBOUND FILES".
014900     05  FILLER                      PIC X(17) VALUE
015000         "  BUSINESS DATE: ".
015100     05  HL-BUSINESS-DATE            PIC 9(08).
015200     05  FILLER                      PIC X(25) VALUE SPACES.
015300 01  WS-COLUMN-LINE.
015400     05  FILLER                      PIC X(40) VALUE
015500         "FILE     SOURCE               DUE    M  ".
015600     05  FILLER                      PIC X(40) VALUE
015700         "STATUS   AT    BATCH ID         DATE".
015800 01  WS-DETAIL-LINE.
015900     05  DL-FILE-NAME                PIC X(08).
016000     05  FILLER                      PIC X(01) VALUE SPACE.
016100     05  DL-SOURCE                   PIC X(20).
016200     05  FILLER                      PIC X(01) VALUE SPACE.
016300     05  DL-DEADLINE-TIME            PIC 9(04).
016400     05  FILLER                      PIC X(03) VALUE SPACES.
016500     05  DL-MANDATORY                PIC X(01).
016600     05  FILLER                      PIC X(02) VALUE SPACES.
016700     05  DL-STATUS-TEXT              PIC X(08).
016800     05  FILLER                      PIC X(01) VALUE SPACE.
016900     05  DL-ARRIVAL-TIME             PIC X(04).
017000     05  FILLER                      PIC X(02) VALUE SPACES.
017100     05  DL-BATCH-ID                 PIC X(16).
017200     05  FILLER                      PIC X(01) VALUE SPACE.
017300     05  DL-BATCH-DATE               PIC X(08).
017400 01  WS-TOTAL-LINE.
017500     05  TL-LABEL                    PIC X(30).
017600     05  TL-COUNT                    PIC Z9.
017700     05  FILLER                      PIC X(48) VALUE SPACES.
017800 PROCEDURE DIVISION.
017900******************************************************************
018000* 0000-MAINLINE - LOAD THE SCHEDULE, WATCH UNTIL EVERY FILE IS IN
018100*                 OR PAST ITS DEADLINE, THEN PUBLISH THE OUTCOME.
018200******************************************************************
018300 0000-MAINLINE.
018400     MOVE ZERO TO RETURN-CODE.
018500     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
018600     PERFORM 0500-CHECK-DATE-OVERRIDE
018700         THRU 0500-EXIT.
018800     PERFORM 1000-LOAD-SCHEDULE
018900         THRU 1000-EXIT.
019000     IF WS-SCHED-COUNT = ZERO
019100         DISPLAY "NO EXPFILES SCHEDULE STAGED - NO INBOUND FILES "
019200             "WATCHED"
019300         OPEN OUTPUT ARRIVAL-STATUS-FILE
019400         CLOSE ARRIVAL-STATUS-FILE
019500         GO TO 9999-EXIT
019600     END-IF.
019700     MOVE CTL-FILE-RECHECK-SECONDS TO WS-RECHECK-SECONDS.
019800     IF WS-RECHECK-SECONDS = ZERO
019900         MOVE 60 TO WS-RECHECK-SECONDS
020000     END-IF.
020100     PERFORM 2000-CHECK-PASS
020200         THRU 2000-EXIT.
020300     PERFORM 2500-WAIT-AND-RECHECK
020400         THRU 2500-EXIT
020500         UNTIL WS-PENDING-COUNT = ZERO.
020600     PERFORM 3000-WRITE-ARRIVAL-STATUS
020700         THRU 3000-EXIT.
020800     PERFORM 4000-WRITE-LATE-REPORT
020900         THRU 4000-EXIT.
021000     DISPLAY "INBOUND FILES FOR " WS-BUSINESS-DATE " - ARRIVED "
021100         WS-ARRIVED-COUNT ", LATE " WS-LATE-COUNT ", MISSING "
021200         WS-MISSING-COUNT ", ALREADY PROCESSED " WS-STALE-COUNT.
021300     IF WS-MANDATORY-SHORT > ZERO
021400         DISPLAY WS-MANDATORY-SHORT " MANDATORY FILE(S) NOT IN - "
021500             "DEPENDENT STEPS WILL BE HELD"
021600         MOVE 4 TO RETURN-CODE
021700     END-IF.
021800     GO TO 9999-EXIT.
021900******************************************************************
022000* 0500-CHECK-DATE-OVERRIDE - HONOR THE BUSDATE PROCESSING-DATE
022100*                  CONTROL SO A LATE RUN WATCHES FOR THE NIGHT'S
022200*                  BUSINESS DATE.
022300******************************************************************
022400 0500-CHECK-DATE-OVERRIDE.
022500     OPEN INPUT BUS-DATE-FILE.
022600     IF NOT WS-BDATE-FILE-OK
022700         GO TO 0500-EXIT
022800     END-IF.
022900     READ BUS-DATE-FILE
023000         AT END
023100             CONTINUE
023200     END-READ.
023300     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
023400         MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
023500     END-IF.
023600     CLOSE BUS-DATE-FILE.
023700 0500-EXIT.
023800     EXIT.
023900******************************************************************
024000* 1000-LOAD-SCHEDULE - FILE EVERY EXPFILES ROW, WITH ITS DEADLINE
024100*                  TURNED INTO MINUTES INTO THE NIGHT.
024200******************************************************************
024300 1000-LOAD-SCHEDULE.
024400     MOVE CTL-OFF-HOURS-START TO WS-CLOCK-HHMM.
024500     COMPUTE WS-WINDOW-START-MINUTES =
024600         WS-CLOCK-HOURS * 60 + WS-CLOCK-MINUTES.
024700     MOVE "N" TO WS-EOF-SWITCH.
024800     OPEN INPUT EXPECTED-FILE-FILE.
024900     IF NOT WS-EXPF-FILE-OK
025000         GO TO 1000-EXIT
025100     END-IF.
025200     PERFORM 1100-LOAD-ONE-EXPECTED-FILE
025300         THRU 1100-EXIT
025400         UNTIL WS-END-OF-FILE.
025500     CLOSE EXPECTED-FILE-FILE.
025600 1000-EXIT.
025700     EXIT.
025800******************************************************************
025900* 1100-LOAD-ONE-EXPECTED-FILE - ONE SCHEDULE ROW INTO THE TABLE.
026000******************************************************************
026100 1100-LOAD-ONE-EXPECTED-FILE.
026200     READ EXPECTED-FILE-FILE
026300         AT END
026400             SET WS-END-OF-FILE TO TRUE
026500     END-READ.
026600     IF WS-END-OF-FILE OR EF-FILE-NAME = SPACES
026700         GO TO 1100-EXIT
026800     END-IF.
026900     IF WS-SCHED-COUNT NOT < 30
027000         DISPLAY "EXPFILES HOLDS MORE THAN 30 FILES - "
027100             EF-FILE-NAME " NOT WATCHED"
027200         GO TO 1100-EXIT
027300     END-IF.
027400     ADD 1 TO WS-SCHED-COUNT.
027500     SET ES-IDX TO WS-SCHED-COUNT.
027600     MOVE EF-FILE-NAME     TO ES-FILE-NAME (ES-IDX).
027700     MOVE EF-SOURCE        TO ES-SOURCE (ES-IDX).
027800     MOVE EF-DEADLINE-TIME TO ES-DEADLINE-TIME (ES-IDX).
027900     MOVE EF-MANDATORY     TO ES-MANDATORY (ES-IDX).
028000     MOVE EF-ID-START      TO ES-ID-START (ES-IDX).
028100     MOVE EF-ID-LENGTH     TO ES-ID-LENGTH (ES-IDX).
028200     MOVE EF-DATE-START    TO ES-DATE-START (ES-IDX).
028300     MOVE SPACE            TO ES-ARRIVAL-STATUS (ES-IDX).
028400     MOVE "N"              TO ES-SETTLED-SWITCH (ES-IDX).
028500     MOVE ZERO             TO ES-ARRIVAL-TIME (ES-IDX).
028600     MOVE SPACES           TO ES-BATCH-ID (ES-IDX).
028700     MOVE ZERO             TO ES-BATCH-DATE (ES-IDX).
028800     MOVE EF-DEADLINE-TIME TO WS-CLOCK-HHMM.
028900     PERFORM 7000-MINUTES-INTO-NIGHT
029000         THRU 7000-EXIT.
029100     MOVE WS-WINDOW-MINUTES TO ES-DEADLINE-OFFSET (ES-IDX).
029200 1100-EXIT.
029300     EXIT.
029400******************************************************************
029500* 2000-CHECK-PASS - ONE LOOK FOR EVERY FILE NOT YET SETTLED.
029600*                  WS-PENDING-COUNT IS WHAT IS STILL WORTH WAITING
029700*                  FOR.
029800******************************************************************
029900 2000-CHECK-PASS.
030000     ADD 1 TO WS-PASS-COUNT.
030100     MOVE ZERO TO WS-PENDING-COUNT.
030200     ACCEPT WS-CURRENT-TIME FROM TIME.
030300     MOVE WS-CURRENT-TIME (1:4) TO WS-CURRENT-HHMM.
030400     MOVE WS-CURRENT-HHMM TO WS-CLOCK-HHMM.
030500     PERFORM 7000-MINUTES-INTO-NIGHT
030600         THRU 7000-EXIT.
030700     MOVE WS-WINDOW-MINUTES TO WS-NOW-OFFSET.
030800     PERFORM 2100-CHECK-ONE-FILE
030900         THRU 2100-EXIT
031000         VARYING ES-IDX FROM 1 BY 1
031100         UNTIL ES-IDX > WS-SCHED-COUNT.
031200 2000-EXIT.
031300     EXIT.
031400******************************************************************
031500* 2100-CHECK-ONE-FILE - A NEW FILE IS ACCEPTED AND REGISTERED; A
031600*                  FILE STILL ABSENT, OR ONLY A LEFTOVER, IS
031700*                  WAITED FOR UNTIL ITS DEADLINE AND THEN SETTLED
031800*                  AS MISSING OR ALREADY PROCESSED.
031900******************************************************************
032000 2100-CHECK-ONE-FILE.
032100     IF ES-SETTLED (ES-IDX)
032200         GO TO 2100-EXIT
032300     END-IF.
032400     PERFORM 2200-LOOK-FOR-FILE
032500         THRU 2200-EXIT.
032600     IF NOT WS-FILE-FOUND
032700         MOVE SPACE TO ES-ARRIVAL-STATUS (ES-IDX)
032800     END-IF.
032900     IF WS-FILE-FOUND
033000         PERFORM 2300-CHECK-REGISTER
033100             THRU 2300-EXIT
033200         IF WS-REG-EARLIER-NIGHT
033300             MOVE "S" TO ES-ARRIVAL-STATUS (ES-IDX)
033400             MOVE WS-FOUND-BATCH-ID TO ES-BATCH-ID (ES-IDX)
033500             MOVE WS-FOUND-BATCH-DATE TO ES-BATCH-DATE (ES-IDX)
033600         ELSE
033700             PERFORM 2400-ACCEPT-FILE
033800                 THRU 2400-EXIT
033900             GO TO 2100-EXIT
034000         END-IF
034100     END-IF.
034200     IF WS-NOW-OFFSET NOT < ES-DEADLINE-OFFSET (ES-IDX)
034300         IF NOT ES-STALE (ES-IDX)
034400             MOVE "M" TO ES-ARRIVAL-STATUS (ES-IDX)
034500         END-IF
034600         MOVE "Y" TO ES-SETTLED-SWITCH (ES-IDX)
034700         GO TO 2100-EXIT
034800     END-IF.
034900     ADD 1 TO WS-PENDING-COUNT.
035000 2100-EXIT.
035100     EXIT.
035200******************************************************************
035300* 2200-LOOK-FOR-FILE - THE FILE IS IN WHEN IT OPENS AND HAS A
035400*                  FIRST RECORD. ITS BATCH ID AND DATE COME FROM
035500*                  THE SCHEDULED POSITIONS IN THAT RECORD; WITH NO
035600*                  ID POSITION, THE FIRST 20 BYTES STAND FOR IT.
035700******************************************************************
035800 2200-LOOK-FOR-FILE.
035900     MOVE "N" TO WS-FOUND-SWITCH.
036000     MOVE SPACES TO WS-FOUND-BATCH-ID.
036100     MOVE ZERO TO WS-FOUND-BATCH-DATE.
036200     MOVE ES-FILE-NAME (ES-IDX) TO WS-INBOUND-NAME.
036300     OPEN INPUT INBOUND-FILE.
036400     IF NOT WS-INB-FILE-OK
036500         GO TO 2200-EXIT
036600     END-IF.
036700     MOVE SPACES TO INBOUND-RECORD.
036800     READ INBOUND-FILE
036900         AT END
037000             CLOSE INBOUND-FILE
037100             GO TO 2200-EXIT
037200     END-READ.
037300     CLOSE INBOUND-FILE.
037400     SET WS-FILE-FOUND TO TRUE.
037500     COMPUTE WS-FIELD-END =
037600         ES-ID-START (ES-IDX) + ES-ID-LENGTH (ES-IDX) - 1.
037700     IF ES-ID-START (ES-IDX) > ZERO
037800         AND ES-ID-LENGTH (ES-IDX) > ZERO
037900         AND ES-ID-LENGTH (ES-IDX) NOT > 20
038000         AND WS-FIELD-END NOT > 200
038100         MOVE INBOUND-RECORD (ES-ID-START (ES-IDX) :
038200             ES-ID-LENGTH (ES-IDX)) TO WS-FOUND-BATCH-ID
038300     ELSE
038400         MOVE INBOUND-RECORD (1:20) TO WS-FOUND-BATCH-ID
038500     END-IF.
038600     IF ES-DATE-START (ES-IDX) > ZERO
038700         AND ES-DATE-START (ES-IDX) NOT > 193
038800         IF INBOUND-RECORD (ES-DATE-START (ES-IDX) : 8) IS NUMERIC
038900             MOVE INBOUND-RECORD (ES-DATE-START (ES-IDX) : 8)
039000                 TO WS-FOUND-BATCH-DATE
039100         END-IF
039200     END-IF.
039300 2200-EXIT.
039400     EXIT.
039500******************************************************************
039600* 2300-CHECK-REGISTER - HAS THIS FILE'S BATCH BEEN ACCEPTED
039700*                  BEFORE? ON AN EARLIER BUSINESS DATE IT IS A
039800*                  LEFTOVER OR DUPLICATE; ON THIS ONE IT IS
039900*                  TONIGHT'S OWN FILE SEEN AGAIN BY A RERUN.
040000******************************************************************
040100 2300-CHECK-REGISTER.
040200     MOVE "N" TO WS-REG-MATCH-SWITCH.
040300     MOVE ZERO TO WS-REG-ACCEPT-TIME.
040400     MOVE "N" TO WS-EOF-SWITCH.
040500     OPEN INPUT FILE-REGISTER-FILE.
040600     IF NOT WS-FREG-FILE-OK
040700         GO TO 2300-EXIT
040800     END-IF.
040900     PERFORM 2350-CHECK-ONE-REGISTER-ROW
041000         THRU 2350-EXIT
041100         UNTIL WS-END-OF-FILE.
041200     CLOSE FILE-REGISTER-FILE.
041300 2300-EXIT.
041400     EXIT.
041500******************************************************************
041600* 2350-CHECK-ONE-REGISTER-ROW - A SAME-NIGHT MATCH OUTRANKS AN
041700*                  EARLIER ONE, SO A RERUN NEVER MISTAKES
041800*                  TONIGHT'S FILE FOR A LEFTOVER.
041900******************************************************************
042000 2350-CHECK-ONE-REGISTER-ROW.
042100     READ FILE-REGISTER-FILE
042200         AT END
042300             SET WS-END-OF-FILE TO TRUE
042400     END-READ.
042500     IF WS-END-OF-FILE
042600         GO TO 2350-EXIT
042700     END-IF.
042800     IF FR-FILE-NAME NOT = ES-FILE-NAME (ES-IDX)
042900         OR FR-BATCH-ID NOT = WS-FOUND-BATCH-ID
043000         OR FR-BATCH-DATE NOT = WS-FOUND-BATCH-DATE
043100         GO TO 2350-EXIT
043200     END-IF.
043300     IF FR-BUSINESS-DATE = WS-BUSINESS-DATE
043400         SET WS-REG-SAME-NIGHT TO TRUE
043500         MOVE FR-ACCEPT-TIME TO WS-REG-ACCEPT-TIME
043600     ELSE
043700         IF NOT WS-REG-SAME-NIGHT
043800             SET WS-REG-EARLIER-NIGHT TO TRUE
043900         END-IF
044000     END-IF.
044100 2350-EXIT.
044200     EXIT.
044300******************************************************************
044400* 2400-ACCEPT-FILE - SETTLE THE FILE AS ARRIVED, OR LATE WHEN IT
044500*                  CAME IN AFTER ITS DEADLINE, AND REGISTER ITS
044600*                  BATCH. A RERUN KEEPS THE TIME IT WAS FIRST
044700*                  SEEN.
044800******************************************************************
044900 2400-ACCEPT-FILE.
045000     MOVE "Y" TO ES-SETTLED-SWITCH (ES-IDX).
045100     MOVE WS-FOUND-BATCH-ID TO ES-BATCH-ID (ES-IDX).
045200     MOVE WS-FOUND-BATCH-DATE TO ES-BATCH-DATE (ES-IDX).
045300     IF WS-REG-SAME-NIGHT
045400         MOVE WS-REG-ACCEPT-TIME (1:4) TO ES-ARRIVAL-TIME (ES-IDX)
045500         MOVE WS-REG-ACCEPT-TIME (1:4) TO WS-CLOCK-HHMM
045600         PERFORM 7000-MINUTES-INTO-NIGHT
045700             THRU 7000-EXIT
045800     ELSE
045900         MOVE WS-CURRENT-HHMM TO ES-ARRIVAL-TIME (ES-IDX)
046000         MOVE WS-NOW-OFFSET TO WS-WINDOW-MINUTES
046100     END-IF.
046200     IF WS-WINDOW-MINUTES > ES-DEADLINE-OFFSET (ES-IDX)
046300         MOVE "L" TO ES-ARRIVAL-STATUS (ES-IDX)
046400     ELSE
046500         MOVE "A" TO ES-ARRIVAL-STATUS (ES-IDX)
046600     END-IF.
046700     IF WS-REG-SAME-NIGHT
046800         GO TO 2400-EXIT
046900     END-IF.
047000     OPEN EXTEND FILE-REGISTER-FILE.
047100     IF NOT WS-FREG-FILE-OK
047200         OPEN OUTPUT FILE-REGISTER-FILE
047300     END-IF.
047400     MOVE ES-FILE-NAME (ES-IDX) TO FR-FILE-NAME.
047500     MOVE WS-FOUND-BATCH-ID TO FR-BATCH-ID.
047600     MOVE WS-FOUND-BATCH-DATE TO FR-BATCH-DATE.
047700     MOVE WS-BUSINESS-DATE TO FR-BUSINESS-DATE.
047800     MOVE WS-CURRENT-TIME TO FR-ACCEPT-TIME.
047900     WRITE FILE-REGISTER-RECORD.
048000     CLOSE FILE-REGISTER-FILE.
048100 2400-EXIT.
048200     EXIT.
048300******************************************************************
048400* 2500-WAIT-AND-RECHECK - SLEEP ONE RE-CHECK INTERVAL, THEN LOOK
048500*                  AGAIN FOR WHAT IS STILL OUTSTANDING.
048600******************************************************************
048700 2500-WAIT-AND-RECHECK.
048800     DISPLAY "WAITING FOR " WS-PENDING-COUNT " INBOUND FILE(S) - "
048900         "RE-CHECK IN " WS-RECHECK-SECONDS " SECONDS".
049000     CALL "C$SLEEP" USING WS-RECHECK-SECONDS.
049100     PERFORM 2000-CHECK-PASS
049200         THRU 2000-EXIT.
049300 2500-EXIT.
049400     EXIT.
049500******************************************************************
049600* 3000-WRITE-ARRIVAL-STATUS - REPLACE FILESTAT WITH TONIGHT'S
049700*                  OUTCOME, ONE ROW PER SCHEDULED FILE.
049800******************************************************************
049900 3000-WRITE-ARRIVAL-STATUS.
050000     OPEN OUTPUT ARRIVAL-STATUS-FILE.
050100     PERFORM 3100-WRITE-ONE-STATUS
050200         THRU 3100-EXIT
050300         VARYING ES-IDX FROM 1 BY 1
050400         UNTIL ES-IDX > WS-SCHED-COUNT.
050500     CLOSE ARRIVAL-STATUS-FILE.
050600 3000-EXIT.
050700     EXIT.
050800******************************************************************
050900* 3100-WRITE-ONE-STATUS - ONE FILESTAT ROW, COUNTED BY OUTCOME.
051000******************************************************************
051100 3100-WRITE-ONE-STATUS.
051200     MOVE WS-BUSINESS-DATE TO FS-BUSINESS-DATE.
051300     MOVE ES-FILE-NAME (ES-IDX) TO FS-FILE-NAME.
051400     MOVE ES-SOURCE (ES-IDX) TO FS-SOURCE.
051500     MOVE ES-DEADLINE-TIME (ES-IDX) TO FS-DEADLINE-TIME.
051600     MOVE ES-MANDATORY (ES-IDX) TO FS-MANDATORY.
051700     MOVE ES-ARRIVAL-STATUS (ES-IDX) TO FS-ARRIVAL-STATUS.
051800     MOVE ES-ARRIVAL-TIME (ES-IDX) TO FS-ARRIVAL-TIME.
051900     MOVE ES-BATCH-ID (ES-IDX) TO FS-BATCH-ID.
052000     MOVE ES-BATCH-DATE (ES-IDX) TO FS-BATCH-DATE.
052100     WRITE FILE-STATUS-RECORD.
052200     EVALUATE TRUE
052300         WHEN ES-ARRIVED (ES-IDX)
052400             ADD 1 TO WS-ARRIVED-COUNT
052500         WHEN ES-ARRIVED-LATE (ES-IDX)
052600             ADD 1 TO WS-LATE-COUNT
052700         WHEN ES-MISSING (ES-IDX)
052800             ADD 1 TO WS-MISSING-COUNT
052900         WHEN ES-STALE (ES-IDX)
053000             ADD 1 TO WS-STALE-COUNT
053100     END-EVALUATE.
053200     IF ES-IS-MANDATORY (ES-IDX)
053300         AND NOT ES-FILE-USABLE (ES-IDX)
053400         ADD 1 TO WS-MANDATORY-SHORT
053500     END-IF.
053600 3100-EXIT.
053700     EXIT.
053800******************************************************************
053900* 4000-WRITE-LATE-REPORT - EVERY FILE THAT WAS LATE, MISSING OR
054000*                  ONLY A LEFTOVER, THEN THE NIGHT'S COUNTS. KEPT
054100*                  UNDER THE BUSINESS DATE FOR THE MORNING DESK.
054200******************************************************************
054300 4000-WRITE-LATE-REPORT.
054400     OPEN OUTPUT LATE-RPT-FILE.
054500     MOVE WS-BUSINESS-DATE TO HL-BUSINESS-DATE.
054600     WRITE LATE-RPT-LINE FROM WS-HEADER-LINE.
054700     MOVE SPACES TO LATE-RPT-LINE.
054800     WRITE LATE-RPT-LINE.
054900     WRITE LATE-RPT-LINE FROM WS-COLUMN-LINE.
055000     PERFORM 4100-LIST-ONE-FILE
055100         THRU 4100-EXIT
055200         VARYING ES-IDX FROM 1 BY 1
055300         UNTIL ES-IDX > WS-SCHED-COUNT.
055400     MOVE SPACES TO LATE-RPT-LINE.
055500     WRITE LATE-RPT-LINE.
055600     MOVE "FILES EXPECTED:               " TO TL-LABEL.
055700     MOVE WS-SCHED-COUNT TO TL-COUNT.
055800     WRITE LATE-RPT-LINE FROM WS-TOTAL-LINE.
055900     MOVE "ARRIVED BY THE DEADLINE:      " TO TL-LABEL.
056000     MOVE WS-ARRIVED-COUNT TO TL-COUNT.
056100     WRITE LATE-RPT-LINE FROM WS-TOTAL-LINE.
056200     MOVE "ARRIVED LATE:                 " TO TL-LABEL.
056300     MOVE WS-LATE-COUNT TO TL-COUNT.
056400     WRITE LATE-RPT-LINE FROM WS-TOTAL-LINE.
056500     MOVE "MISSING AT THE DEADLINE:      " TO TL-LABEL.
056600     MOVE WS-MISSING-COUNT TO TL-COUNT.
056700     WRITE LATE-RPT-LINE FROM WS-TOTAL-LINE.
056800     MOVE "ONLY AN ALREADY-PROCESSED FILE:" TO TL-LABEL.
056900     MOVE WS-STALE-COUNT TO TL-COUNT.
057000     WRITE LATE-RPT-LINE FROM WS-TOTAL-LINE.
057100     MOVE "MANDATORY FILES NOT IN:       " TO TL-LABEL.
057200     MOVE WS-MANDATORY-SHORT TO TL-COUNT.
057300     WRITE LATE-RPT-LINE FROM WS-TOTAL-LINE.
057400     CLOSE LATE-RPT-FILE.
057500     MOVE "FILELATE" TO WS-RPT-KEEP-NAME.
057600     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-BUSINESS-DATE.
057700 4000-EXIT.
057800     EXIT.
057900******************************************************************
058000* 4100-LIST-ONE-FILE - ONE LINE FOR A FILE THAT DID NOT ARRIVE
058100*                  CLEANLY BY ITS DEADLINE.
058200******************************************************************
058300 4100-LIST-ONE-FILE.
058400     IF ES-ARRIVED (ES-IDX)
058500         GO TO 4100-EXIT
058600     END-IF.
058700     MOVE ES-FILE-NAME (ES-IDX) TO DL-FILE-NAME.
058800     MOVE ES-SOURCE (ES-IDX) TO DL-SOURCE.
058900     MOVE ES-DEADLINE-TIME (ES-IDX) TO DL-DEADLINE-TIME.
059000     MOVE ES-MANDATORY (ES-IDX) TO DL-MANDATORY.
059100     MOVE SPACES TO DL-ARRIVAL-TIME.
059200     MOVE SPACES TO DL-BATCH-ID.
059300     MOVE SPACES TO DL-BATCH-DATE.
059400     EVALUATE TRUE
059500         WHEN ES-ARRIVED-LATE (ES-IDX)
059600             MOVE "LATE    " TO DL-STATUS-TEXT
059700             MOVE ES-ARRIVAL-TIME (ES-IDX) TO DL-ARRIVAL-TIME
059800         WHEN ES-STALE (ES-IDX)
059900             MOVE "OLD FILE" TO DL-STATUS-TEXT
060000         WHEN OTHER
060100             MOVE "MISSING " TO DL-STATUS-TEXT
060200     END-EVALUATE.
060300     IF NOT ES-MISSING (ES-IDX)
060400         MOVE ES-BATCH-ID (ES-IDX) TO DL-BATCH-ID
060500         IF ES-BATCH-DATE (ES-IDX) > ZERO
060600             MOVE ES-BATCH-DATE (ES-IDX) TO DL-BATCH-DATE
060700         END-IF
060800     END-IF.
060900     WRITE LATE-RPT-LINE FROM WS-DETAIL-LINE.
061000 4100-EXIT.
061100     EXIT.
061200******************************************************************
061300* 7000-MINUTES-INTO-NIGHT - WS-CLOCK-HHMM AS MINUTES SINCE THE
061400*                  OFF-HOURS WINDOW OPENED, SO 0130 COMES AFTER
061500*                  2300 AND A DEADLINE PAST MIDNIGHT STILL
061600*                  BELONGS TO THE NIGHT IT WAS SET FOR.
061700******************************************************************
061800 7000-MINUTES-INTO-NIGHT.
061900     COMPUTE WS-WINDOW-MINUTES =
062000         WS-CLOCK-HOURS * 60 + WS-CLOCK-MINUTES + 1440
062100         - WS-WINDOW-START-MINUTES.
062200     IF WS-WINDOW-MINUTES NOT < 1440
062300         SUBTRACT 1440 FROM WS-WINDOW-MINUTES
062400     END-IF.
062500 7000-EXIT.
062600     EXIT.
062700******************************************************************
062800* 9999-EXIT - COMMON PROGRAM EXIT POINT.
062900******************************************************************
063000 9999-EXIT.
063100     GOBACK.
063200 END PROGRAM FileArrivalMonitor.
