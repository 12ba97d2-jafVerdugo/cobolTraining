002100*
002200* MODIFICATION HISTORY
002300*   2026-09-02 DO  INITIAL VERSION.
002305*   2026-10-15 DO  THE CALCIN RECORD WIDENED TO 46 BYTES TO CARRY
002310*                  THE OPTIONAL VALUE DATE, WHICH IS PASSED
002315*                  THROUGH TO THE MERGED FILE. A VALUE DATE THAT
002320*                  IS NEITHER BLANK NOR NUMERIC IS REJECTED UNDER
002325*                  REASON VD.
002330*   2026-10-15 DO  THE CALCIN RECORD WIDENED TO 54 BYTES TO CARRY
002335*                  THE OPTIONAL QUOTATION NUMBER, PASSED THROUGH
002340*                  TO THE MERGED FILE. A QUOTE NUMBER THAT IS
002345*                  NEITHER BLANK NOR NUMERIC IS REJECTED UNDER
002350*                  REASON QN.
002355*   2026-10-15 DO  DEPARTMENT RETURNS - EVERY RECORD READ FROM A
002360*                  SOURCE IS NUMBERED BY ITS POSITION IN THAT FILE
002365*                  (THE BH HEADER IS RECORD 1) AND THE MERGED
002370*                  CALCIN (NOW 61 BYTES) CARRIES THE SOURCE AND
002375*                  POSITION AS ITS INTAKE REFERENCE. THE NEW
002380*                  CALCRTW RETURN WORK FILE GETS A ROW PER RECORD
002385*                  - REJECTED AT INTAKE, OR ACCEPTED AND AWAITING
002390*                  THE RUN - AND A CONTROL ROW PER SOURCE WITH
002395*                  WHAT THE DEPARTMENT SENT, FOR CALCDEPTRETURN.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. CalcIntakeMerge.
004500     SELECT INTAKE-RPT-FILE ASSIGN TO "CALCINTR"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-RPT-FILE-STATUS.
004710     SELECT RETURN-WORK-FILE ASSIGN TO "CALCRTW"
004720         ORGANIZATION IS INDEXED
004730         ACCESS MODE IS RANDOM
004740         RECORD KEY IS RW-RETURN-KEY
004750         FILE STATUS IS WS-RTW-FILE-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  SOURCE-1-FILE
005100     RECORDING MODE IS F.
005200 01  SOURCE-1-RECORD                 PIC X(54).
005300 FD  SOURCE-2-FILE
005400     RECORDING MODE IS F.
005500 01  SOURCE-2-RECORD                 PIC X(54).
005600 FD  SOURCE-3-FILE
005700     RECORDING MODE IS F.
005800 01  SOURCE-3-RECORD                 PIC X(54).
005900 FD  MERGED-OUT-FILE
006000     RECORDING MODE IS F.
006100 01  MERGED-OUT-RECORD               PIC X(61).
006200 FD  INTAKE-REJ-FILE
006300     RECORDING MODE IS F.
006400 01  INTAKE-REJ-RECORD.
006600     05  FILLER                      PIC X(01).
006700     05  IR-REASON-CODE              PIC X(02).
006800     05  FILLER                      PIC X(01).
006900     05  IR-RECORD-IMAGE             PIC X(54).
007000 FD  INTAKE-RPT-FILE
007100     RECORDING MODE IS F.
007200 01  INTAKE-RPT-LINE                 PIC X(80).
007225 FD  RETURN-WORK-FILE.
007250     COPY CALCRTW.
007300 WORKING-STORAGE SECTION.
007400 01  WS-SRC1-FILE-STATUS             PIC X(02).
007500     88  WS-SRC1-FILE-OK             VALUE "00".
008300     88  WS-REJ-FILE-OK              VALUE "00".
008400 01  WS-RPT-FILE-STATUS              PIC X(02).
008500     88  WS-RPT-FILE-OK              VALUE "00".
008520 01  WS-RTW-FILE-STATUS              PIC X(02).
008540     88  WS-RTW-FILE-OK              VALUE "00".
008560 01  WS-RTW-OPEN-SWITCH              PIC X(01) VALUE "N".
008580     88  WS-RTW-OPEN                 VALUE "Y".
008600 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
008700     88  WS-END-OF-SOURCE            VALUE "Y".
008800 01  WS-WORK-RECORD.
009300         10  WK-ACCOUNT-ID           PIC X(08).
009400         10  WK-RATE-CODE            PIC X(04).
009450         10  WK-CURRENCY-CODE        PIC X(03).
009460         10  WK-VALUE-DATE           PIC X(08).
009470         10  WK-QUOTE-NO             PIC X(08).
009480         10  WK-INTAKE-SOURCE        PIC 9(01).
009490         10  WK-INTAKE-RECORD-NO     PIC 9(06).
009500         10  FILLER                  PIC X(04).
009600 01  WS-WORK-HEADER REDEFINES WS-WORK-RECORD.
009700     05  WK-HEADER-TYPE              PIC X(02).
009800         88  WK-BATCH-HEADER         VALUE "BH".
009900     05  WK-BATCH-ID                 PIC X(08).
010000     05  WK-SOURCE-DEPT              PIC X(04).
010100     05  FILLER                      PIC X(51).
010200 01  WS-CURRENT-SOURCE               PIC 9(01) VALUE ZERO.
010250 01  WS-SOURCE-RECORD-NO             PIC 9(06) VALUE ZERO.
010300 01  WS-CURRENT-DEPT                 PIC X(04) VALUE SPACES.
010400 01  WS-CURRENT-BATCH-ID             PIC X(08) VALUE SPACES.
010500 01  WS-HEADER-SEEN-SWITCH           PIC X(01) VALUE "N".
011400         10  SC-REJECT-COUNT         PIC 9(06).
011500         10  SC-ACCEPT-VALUE         PIC S9(11)V99.
011600         10  SC-REJECT-VALUE         PIC S9(11)V99.
011625         10  SC-SENT-COUNT           PIC 9(06).
011650         10  SC-SENT-VALUE           PIC S9(11)V99.
011700 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
011800 01  WS-TOTAL-ACCEPTED               PIC 9(06) VALUE ZERO.
011900 01  WS-TOTAL-REJECTED               PIC 9(06) VALUE ZERO.
014300     OPEN OUTPUT MERGED-OUT-FILE.
014400     OPEN OUTPUT INTAKE-REJ-FILE.
014500     OPEN OUTPUT INTAKE-RPT-FILE.
014505     OPEN OUTPUT RETURN-WORK-FILE.
014510     IF WS-RTW-FILE-OK
014515         CLOSE RETURN-WORK-FILE
014520         OPEN I-O RETURN-WORK-FILE
014525     END-IF.
014530     IF WS-RTW-FILE-OK
014535         SET WS-RTW-OPEN TO TRUE
014540     ELSE
014545         DISPLAY "CALCRTW OPEN FAILED, STATUS " WS-RTW-FILE-STATUS
014550             " - NO DEPARTMENT RETURNS THIS RUN"
014555     END-IF.
014600     MOVE WS-HEADER-LINE TO INTAKE-RPT-LINE.
014700     WRITE INTAKE-RPT-LINE.
014800     MOVE SPACES TO WS-WORK-RECORD.
017900         THRU 1100-EXIT
018000         UNTIL WS-END-OF-SOURCE.
018100     CLOSE SOURCE-1-FILE.
018125     PERFORM 2700-FILE-SOURCE-CONTROL
018150         THRU 2700-EXIT.
018200 1000-EXIT.
018300     EXIT.
018400******************************************************************
021100         THRU 1300-EXIT
021200         UNTIL WS-END-OF-SOURCE.
021300     CLOSE SOURCE-2-FILE.
021325     PERFORM 2700-FILE-SOURCE-CONTROL
021350         THRU 2700-EXIT.
021400 1200-EXIT.
021500     EXIT.
021600******************************************************************
024300         THRU 1500-EXIT
024400         UNTIL WS-END-OF-SOURCE.
024500     CLOSE SOURCE-3-FILE.
024525     PERFORM 2700-FILE-SOURCE-CONTROL
024550         THRU 2700-EXIT.
024600 1400-EXIT.
024700     EXIT.
024800******************************************************************
027000     MOVE "N" TO WS-HEADER-SEEN-SWITCH.
027100     MOVE SPACES TO WS-CURRENT-DEPT.
027200     MOVE SPACES TO WS-CURRENT-BATCH-ID.
027250     MOVE ZERO TO WS-SOURCE-RECORD-NO.
027300 2000-EXIT.
027400     EXIT.
027500******************************************************************
027900*                  WAY.
028000******************************************************************
028100 2100-FOLD-ONE-RECORD.
028150     ADD 1 TO WS-SOURCE-RECORD-NO.
028200     IF WK-BATCH-HEADER
028300         SET WS-HEADER-SEEN TO TRUE
028400         MOVE WK-SOURCE-DEPT TO WS-CURRENT-DEPT
028900             TO SC-BATCH-ID (WS-CURRENT-SOURCE)
029000         GO TO 2100-EXIT
029100     END-IF.
029110     ADD 1 TO SC-SENT-COUNT (WS-CURRENT-SOURCE).
029120     IF WK-NUM1 NUMERIC
029130         ADD WK-NUM1 TO SC-SENT-VALUE (WS-CURRENT-SOURCE)
029140     END-IF.
029150     MOVE WS-CURRENT-SOURCE TO WK-INTAKE-SOURCE.
029160     MOVE WS-SOURCE-RECORD-NO TO WK-INTAKE-RECORD-NO.
029200     IF NOT WS-HEADER-SEEN
029300         MOVE "NH" TO WS-REASON-CODE
029400         PERFORM 2500-REJECT-ONE-RECORD
030300         ADD WK-NUM1 TO SC-ACCEPT-VALUE (WS-CURRENT-SOURCE)
030400         MOVE WS-WORK-RECORD TO MERGED-OUT-RECORD
030500         WRITE MERGED-OUT-RECORD
030525         PERFORM 2600-FILE-RETURN-ROW
030550             THRU 2600-EXIT
030600     ELSE
030700         PERFORM 2500-REJECT-ONE-RECORD
030800             THRU 2500-EXIT
034200     END-IF.
034300     IF WK-ACCOUNT-ID = SPACES
034400         MOVE "AC" TO WS-REASON-CODE
034410         GO TO 2200-EXIT
034420     END-IF.
034430     IF WK-VALUE-DATE NOT = SPACES AND WK-VALUE-DATE NOT NUMERIC
034440         MOVE "VD" TO WS-REASON-CODE
034450         GO TO 2200-EXIT
034460     END-IF.
034470     IF WK-QUOTE-NO NOT = SPACES AND WK-QUOTE-NO NOT NUMERIC
034480         MOVE "QN" TO WS-REASON-CODE
034500     END-IF.
034600 2200-EXIT.
034700     EXIT.
036000     MOVE WS-REASON-CODE  TO IR-REASON-CODE.
036100     MOVE WS-WORK-RECORD  TO IR-RECORD-IMAGE.
036200     WRITE INTAKE-REJ-RECORD.
036225     PERFORM 2600-FILE-RETURN-ROW
036250         THRU 2600-EXIT.
036300 2500-EXIT.
036301     EXIT.
036302******************************************************************
036303* 2600-FILE-RETURN-ROW - THE RECORD'S ROW ON THE RETURN WORK
036304*                  FILE, UNDER ITS SOURCE AND POSITION - REJECTED
036305*                  HERE WITH ITS REASON, OR ACCEPTED AND AWAITING
036306*                  THE RUN.
036307******************************************************************
036308 2600-FILE-RETURN-ROW.
036309     IF NOT WS-RTW-OPEN
036310         GO TO 2600-EXIT
036311     END-IF.
036312     INITIALIZE RETURN-WORK-RECORD.
036313     MOVE WS-CURRENT-SOURCE   TO RW-SOURCE-NO.
036314     MOVE WS-SOURCE-RECORD-NO TO RW-RECORD-NO.
036315     MOVE WS-CURRENT-DEPT     TO RW-SOURCE-DEPT.
036316     MOVE WS-CURRENT-BATCH-ID TO RW-BATCH-ID.
036317     IF WK-NUM1 NUMERIC
036318         MOVE WK-NUM1 TO RW-NUM1
036319     END-IF.
036320     IF WS-RECORD-CLEAN
036321         SET RW-AWAITING-RUN TO TRUE
036322     ELSE
036323         SET RW-INTAKE-REJECT TO TRUE
036324         MOVE WS-REASON-CODE TO RW-REASON-CODE
036325     END-IF.
036326     WRITE RETURN-WORK-RECORD
036327         INVALID KEY
036328             DISPLAY "CALCRTW WRITE FAILED, STATUS "
036329                 WS-RTW-FILE-STATUS
036330     END-WRITE.
036331 2600-EXIT.
036332     EXIT.
036333******************************************************************
036334* 2700-FILE-SOURCE-CONTROL - THE SOURCE'S CONTROL ROW, RECORD
036335*                  POSITION ZERO - WHAT THE DEPARTMENT SENT, THE
036336*                  FIGURES ITS RETURN FILE MUST RECONCILE TO.
036337******************************************************************
036338 2700-FILE-SOURCE-CONTROL.
036339     IF NOT WS-RTW-OPEN
036340         GO TO 2700-EXIT
036341     END-IF.
036342     INITIALIZE RETURN-WORK-RECORD.
036343     MOVE WS-CURRENT-SOURCE TO RW-SOURCE-NO.
036344     MOVE ZERO TO RW-RECORD-NO.
036345     MOVE SC-DEPT-CODE (WS-CURRENT-SOURCE) TO RW-SOURCE-DEPT.
036346     MOVE SC-BATCH-ID (WS-CURRENT-SOURCE) TO RW-BATCH-ID.
036347     SET RW-CONTROL-ROW TO TRUE.
036348     MOVE SC-SENT-COUNT (WS-CURRENT-SOURCE) TO RW-SENT-COUNT.
036349     MOVE SC-SENT-VALUE (WS-CURRENT-SOURCE) TO RW-SENT-VALUE.
036350     WRITE RETURN-WORK-RECORD
036351         INVALID KEY
036352             DISPLAY "CALCRTW WRITE FAILED, STATUS "
036353                 WS-RTW-FILE-STATUS
036354     END-WRITE.
036355 2700-EXIT.
036400     EXIT.
036500******************************************************************
036600* 3000-CLOSE-AND-REPORT - ONE CONTROL LINE PER SOURCE AND THE
037600     CLOSE MERGED-OUT-FILE
037700           INTAKE-REJ-FILE
037800           INTAKE-RPT-FILE.
037825     IF WS-RTW-OPEN
037850         CLOSE RETURN-WORK-FILE
037875     END-IF.
037900     DISPLAY "RECORDS ACCEPTED: " WS-TOTAL-ACCEPTED.
038000     DISPLAY "RECORDS REJECTED: " WS-TOTAL-REJECTED.
038100 3000-EXIT.
