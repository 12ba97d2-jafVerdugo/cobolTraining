001800*
001900* MODIFICATION HISTORY
002000*   2026-09-02 DO  INITIAL VERSION.
002010*   2026-10-15 DO  EACH ENTRY OFFERED FOR REVIEW NOW SHOWS ITS
002020*                  ERRCATM ERROR CATALOG GUIDANCE - OWNING TEAM,
002030*                  DEFAULT SEVERITY, EXPLANATION AND THE STANDARD
002040*                  REMEDIATION STEPS - AND THE AGING REPORT NAMES
002050*                  THE OWNING TEAM AND THE CATALOG EXPLANATION.
002060*   2026-10-15 DO  EACH SEVERE ENTRY IS CHECKED AGAINST THE
002070*                  WORKITEM REGISTER BEFORE IT IS OFFERED - ONE
002080*                  ASSIGNED TO ANOTHER OPERATOR IS LEFT OPEN FOR
002090*                  THEM.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. ErrAckReview.
003300     SELECT ACK-RPT-FILE ASSIGN TO "ERRACKRP"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-RPT-FILE-STATUS.
003510     SELECT ERROR-CATALOG-FILE ASSIGN TO "ERRCATM"
003520         ORGANIZATION IS INDEXED
003530         ACCESS MODE IS RANDOM
003540         RECORD KEY IS EC-CATALOG-KEY
003550         FILE STATUS IS WS-CAT-FILE-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  ERROR-LOG-FILE
004600 FD  ACK-RPT-FILE
004700     RECORDING MODE IS F.
004800 01  ACK-RPT-LINE                    PIC X(80).
004825 FD  ERROR-CATALOG-FILE.
004850     COPY ERRCAT.
004900 WORKING-STORAGE SECTION.
005000 01  WS-ERRLOG-FILE-STATUS           PIC X(02).
005100     88  WS-ERRLOG-FILE-OK           VALUE "00".
005300     88  WS-WORK-FILE-OK             VALUE "00".
005400 01  WS-RPT-FILE-STATUS              PIC X(02).
005500     88  WS-RPT-FILE-OK              VALUE "00".
005510 01  WS-CAT-FILE-STATUS              PIC X(02).
005520     88  WS-CAT-FILE-OK              VALUE "00".
005530 01  WS-CAT-AVAIL-SWITCH             PIC X(01) VALUE "N".
005540     88  WS-CATALOG-AVAIL            VALUE "Y".
005550 01  WS-CAT-FOUND-SWITCH             PIC X(01) VALUE "N".
005560     88  WS-CATALOGUED               VALUE "Y".
005570 01  WS-CAT-PROGRAM-ID               PIC X(08) VALUE SPACES.
005580 01  WS-CAT-ERROR-CODE               PIC X(04) VALUE SPACES.
005590 01  STP-IDX                         PIC 9(01) COMP.
005600 01  WS-RUN-MODE                     PIC X(01).
005700     88  WS-REVIEW-MODE              VALUE "R" "r".
005800     88  WS-AGING-MODE               VALUE "A" "a".
007600 01  WS-DAYS-RESULT                  PIC S9(07)
007700                                     SIGN LEADING SEPARATE.
007800 01  WS-AGE-DAYS                     PIC S9(07) VALUE ZERO.
007810 01  WS-WI-ITEM-TYPE                 PIC X(04) VALUE "EACK".
007820 01  WS-WI-SOURCE-KEY                PIC X(70) VALUE SPACES.
007830 01  WS-WI-RESULT.
007840     05  WS-WI-MAY-WORK-SWITCH       PIC X(01).
007850         88  WS-WI-MAY-WORK          VALUE "Y".
007860     05  WS-WI-ASSIGNEE-TYPE         PIC X(01).
007870     05  WS-WI-ASSIGNEE-ID           PIC X(12).
007880     05  WS-WI-TARGET-DATE           PIC 9(08).
007900 01  WS-HEADER-LINE                  PIC X(80) VALUE
008000     "SEVERE ERRORS STILL UNACKNOWLEDGED".
008100 01  WS-AGING-DETAIL.
008500     05  FILLER                      PIC X(06) VALUE " DAYS ".
008600     05  AG-AGE-DAYS                 PIC ZZZ9.
008700     05  FILLER                      PIC X(01) VALUE SPACE.
008800     05  AG-OWNING-TEAM              PIC X(12).
008900     05  FILLER                      PIC X(01) VALUE SPACE.
008950     05  AG-ERROR-TEXT               PIC X(39).
009000 PROCEDURE DIVISION.
009100******************************************************************
009200* 0000-MAINLINE - REVIEW THE UNACKNOWLEDGED SEVERE ENTRIES OR
009400******************************************************************
009500 0000-MAINLINE.
009600     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
009625     PERFORM 7000-OPEN-CATALOG
009650         THRU 7000-EXIT.
009700     DISPLAY "Run mode - R)eview unacknowledged severe entries "
009800         "or A)ging report: "
009900     ACCEPT WS-RUN-MODE.
010000     IF WS-AGING-MODE
010100         PERFORM 5000-AGING-REPORT
010200             THRU 5000-EXIT
010300         GO TO 8900-CLOSE-CATALOG
010400     END-IF.
010500     DISPLAY "Reviewing operator ID: "
010600     ACCEPT WS-OPERATOR-ID.
010800         THRU 2000-EXIT.
010900     DISPLAY "ENTRIES ACKNOWLEDGED: " WS-REVIEWED-COUNT.
011000     DISPLAY "ENTRIES LEFT OPEN:    " WS-SKIPPED-COUNT.
011100     GO TO 8900-CLOSE-CATALOG.
011200******************************************************************
011300* 2000-REVIEW-RUN - PASS ONE COPIES EVERY ENTRY TO THE WORK
011400*                  FILE, TAKING A DECISION ON EACH UNREVIEWED
013500     EXIT.
013600******************************************************************
013700* 2100-REVIEW-ONE-ENTRY - AN UNREVIEWED SEVERE ENTRY IS OFFERED
013800*                  FOR ACKNOWLEDGMENT UNLESS THE WORKITEM REGISTER
013900*                  HAS IT ASSIGNED TO ANOTHER OPERATOR; EVERYTHING
013950*                  PASSES THROUGH TO THE WORK FILE.
014000******************************************************************
014100 2100-REVIEW-ONE-ENTRY.
014200     READ ERROR-LOG-FILE
014600     IF WS-END-OF-FILE
014700         GO TO 2100-EXIT
014800     END-IF.
014850     MOVE "Y" TO WS-WI-MAY-WORK-SWITCH.
014900     IF EL-SEV-SEVERE AND EL-UNREVIEWED
014920         PERFORM 2150-CHECK-WORK-ITEM
014940             THRU 2150-EXIT
014960     END-IF.
014980     IF EL-SEV-SEVERE AND EL-UNREVIEWED AND WS-WI-MAY-WORK
015000         DISPLAY "SEVERE " EL-PROGRAM-ID " " EL-ERROR-DATE
015100             " " EL-ERROR-TYPE " - " EL-ERROR-TEXT
015125         PERFORM 2200-SHOW-CATALOG-GUIDANCE
015150             THRU 2200-EXIT
015200         DISPLAY "A)cknowledge with a disposition or S)kip: "
015300         ACCEPT WS-DECISION-REPLY
015400         IF WS-DECIDE-ACK
016600     MOVE ERRLOG-RECORD TO ERRLOG-WORK-RECORD.
016700     WRITE ERRLOG-WORK-RECORD.
016800 2100-EXIT.
016801     EXIT.
016802******************************************************************
016803* 2150-CHECK-WORK-ITEM - ASK THE WORKITEM REGISTER WHETHER THIS
016804*                  OPERATOR MAY WORK THE ENTRY. ONE ASSIGNED TO
016805*                  SOMEONE ELSE IS LEFT OPEN FOR THEM.
016806******************************************************************
016807 2150-CHECK-WORK-ITEM.
016808     MOVE SPACES TO WS-WI-SOURCE-KEY.
016809     MOVE ERRLOG-RECORD (1:24) TO WS-WI-SOURCE-KEY (1:24).
016810     MOVE EL-UNIT-OF-WORK TO WS-WI-SOURCE-KEY (25:22).
016811     CALL "WorkItemCheck" USING WS-WI-ITEM-TYPE, WS-WI-SOURCE-KEY,
016812         WS-OPERATOR-ID, WS-WI-RESULT.
016813     IF NOT WS-WI-MAY-WORK
016814         DISPLAY "SEVERE " EL-PROGRAM-ID " " EL-ERROR-DATE
016815             " ASSIGNED TO OPERATOR " WS-WI-ASSIGNEE-ID
016816         DISPLAY "LEFT FOR THEM, SKIPPED"
016817         ADD 1 TO WS-SKIPPED-COUNT
016818     END-IF.
016819 2150-EXIT.
016820     EXIT.
016821******************************************************************
016822* 2200-SHOW-CATALOG-GUIDANCE - THE CATALOG'S OWNER, EXPLANATION
016823*                  AND STANDARD REMEDIATION STEPS FOR THE ENTRY IN
016824*                  HAND, SO THE DISPOSITION FOLLOWS THE AGREED
016825*                  PROCEDURE INSTEAD OF A GUESS AT THE LOG TEXT.
016826******************************************************************
016827 2200-SHOW-CATALOG-GUIDANCE.
016828     MOVE EL-PROGRAM-ID TO WS-CAT-PROGRAM-ID.
016829     MOVE EL-ERROR-TYPE TO WS-CAT-ERROR-CODE.
016830     PERFORM 7100-LOOK-UP-CATALOG
016831         THRU 7100-EXIT.
016832     IF NOT WS-CATALOGUED
016833         DISPLAY "  NO ERROR CATALOG ENTRY - REFER TO THE "
016834             "PROGRAM OWNER"
016835         GO TO 2200-EXIT
016836     END-IF.
016837     DISPLAY "  OWNER " EC-OWNING-TEAM " CATALOG SEVERITY "
016838         EC-DEFAULT-SEVERITY.
016839     DISPLAY "  " EC-EXPLANATION.
016840     PERFORM 2250-SHOW-ONE-STEP
016841         THRU 2250-EXIT
016842         VARYING STP-IDX FROM 1 BY 1
016843         UNTIL STP-IDX > 3.
016844 2200-EXIT.
016845     EXIT.
016846******************************************************************
016847* 2250-SHOW-ONE-STEP - ONE REMEDIATION STEP, IF WRITTEN.
016848******************************************************************
016849 2250-SHOW-ONE-STEP.
016850     IF EC-REMEDIATION-STEP (STP-IDX) NOT = SPACES
016851         DISPLAY "  " STP-IDX ". " EC-REMEDIATION-STEP (STP-IDX)
016852     END-IF.
016853 2250-EXIT.
016900     EXIT.
017000******************************************************************
017100* 2500-REWRITE-ACTIVE-LOG - THE UPDATED ENTRIES BACK OVER THE
025300         MOVE EL-PROGRAM-ID TO AG-PROGRAM-ID
025400         MOVE EL-ERROR-DATE TO AG-ERROR-DATE
025500         MOVE WS-AGE-DAYS   TO AG-AGE-DAYS
025600         MOVE EL-PROGRAM-ID TO WS-CAT-PROGRAM-ID
025605         MOVE EL-ERROR-TYPE TO WS-CAT-ERROR-CODE
025610         PERFORM 7100-LOOK-UP-CATALOG
025615             THRU 7100-EXIT
025620         IF WS-CATALOGUED
025625             MOVE EC-OWNING-TEAM TO AG-OWNING-TEAM
025630             MOVE EC-EXPLANATION TO AG-ERROR-TEXT
025635         ELSE
025640             MOVE "UNASSIGNED"  TO AG-OWNING-TEAM
025645             MOVE EL-ERROR-TEXT TO AG-ERROR-TEXT
025650         END-IF
025700         WRITE ACK-RPT-LINE FROM WS-AGING-DETAIL
025800     END-IF.
025900 5100-EXIT.
026000     EXIT.
026001******************************************************************
026002* 7000-OPEN-CATALOG - THE ERROR CATALOG FOR RANDOM LOOKUPS. A RUN
026003*                  WITHOUT ONE SHOWS THE LOG TEXT ALONE.
026004******************************************************************
026005 7000-OPEN-CATALOG.
026006     MOVE "N" TO WS-CAT-AVAIL-SWITCH.
026007     OPEN INPUT ERROR-CATALOG-FILE.
026008     IF WS-CAT-FILE-OK
026009         SET WS-CATALOG-AVAIL TO TRUE
026010     ELSE
026011         DISPLAY "ERRCATM NOT AVAILABLE, STATUS "
026012             WS-CAT-FILE-STATUS " - NO CATALOG GUIDANCE"
026013     END-IF.
026014 7000-EXIT.
026015     EXIT.
026016******************************************************************
026017* 7100-LOOK-UP-CATALOG - THE CATALOG ROW FOR WS-CAT-PROGRAM-ID AND
026018*                  WS-CAT-ERROR-CODE, FALLING BACK TO THE CODE'S
026019*                  FLEET-WIDE ("*") ROW.
026020******************************************************************
026021 7100-LOOK-UP-CATALOG.
026022     MOVE "N" TO WS-CAT-FOUND-SWITCH.
026023     IF NOT WS-CATALOG-AVAIL
026024         GO TO 7100-EXIT
026025     END-IF.
026026     MOVE WS-CAT-PROGRAM-ID TO EC-PROGRAM-ID.
026027     MOVE WS-CAT-ERROR-CODE TO EC-ERROR-CODE.
026028     READ ERROR-CATALOG-FILE
026029         INVALID KEY
026030             CONTINUE
026031         NOT INVALID KEY
026032             SET WS-CATALOGUED TO TRUE
026033     END-READ.
026034     IF WS-CATALOGUED
026035         GO TO 7100-EXIT
026036     END-IF.
026037     MOVE "*" TO EC-PROGRAM-ID.
026038     MOVE WS-CAT-ERROR-CODE TO EC-ERROR-CODE.
026039     READ ERROR-CATALOG-FILE
026040         INVALID KEY
026041             CONTINUE
026042         NOT INVALID KEY
026043             SET WS-CATALOGUED TO TRUE
026044     END-READ.
026045 7100-EXIT.
026046     EXIT.
026047******************************************************************
026048* 8900-CLOSE-CATALOG - RELEASE THE CATALOG ON THE WAY OUT.
026049******************************************************************
026050 8900-CLOSE-CATALOG.
026051     IF WS-CATALOG-AVAIL
026052         CLOSE ERROR-CATALOG-FILE
026053     END-IF.
026054     GO TO 9999-EXIT.
026100******************************************************************
026200* 9999-EXIT - COMMON PROGRAM EXIT POINT.
026300******************************************************************
