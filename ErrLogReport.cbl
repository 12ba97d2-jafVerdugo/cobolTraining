002146*                  SIGN-SEPARATE FIELD - THE NUMERIC MOVE DROPPED
002148*                  THE SIGN BYTE AND STEPPED THE CUTOFF FORWARD,
002150*                  WHICH WOULD HAVE PURGED THE WHOLE ACTIVE LOG.
002152*   2026-10-15 DO  THE SUMMARY NOW COUNTS BY PROGRAM AND ERROR
002154*                  CODE AND PRINTS EACH WITH ITS OWNING TEAM AND
002156*                  EXPLANATION FROM THE ERRCATM ERROR CATALOG. A
002158*                  NEW U)NCATALOGUED RUN MODE LISTS THE CODES
002160*                  STILL LOGGED WITH NO CATALOG WRITE-UP TO
002162*                  ERRUNCAT.
002164*   2026-10-15 DO  THE PURGE NOW PUTS EACH ENTRY OLD ENOUGH TO
002166*                  ARCHIVE TO LEGALHOLDCHECK WITH ITS DATE; ONE
002168*                  COVERED BY A DATE-RANGE LEGAL HOLD IN FORCE
002170*                  STAYS IN THE ACTIVE LOG, IS LOGGED TO LHSKIP
002172*                  AND IS COUNTED SEPARATELY. ERRLOG CARRIES NO
002174*                  ACCOUNT OR GL ACCOUNT, SO ONLY DATE-RANGE HOLDS
002176*                  REACH IT.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. ErrLogReport.
003700     SELECT ERRLOG-RPT-FILE ASSIGN TO "ERRLRPT"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-RPT-FILE-STATUS.
003910     SELECT ERROR-CATALOG-FILE ASSIGN TO "ERRCATM"
003920         ORGANIZATION IS INDEXED
003930         ACCESS MODE IS RANDOM
003940         RECORD KEY IS EC-CATALOG-KEY
003950         FILE STATUS IS WS-CAT-FILE-STATUS.
003960     SELECT UNCAT-RPT-FILE ASSIGN TO "ERRUNCAT"
003970         ORGANIZATION IS LINE SEQUENTIAL
003980         FILE STATUS IS WS-UNCAT-FILE-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  ERROR-LOG-FILE
005300 FD  ERRLOG-RPT-FILE
005400     RECORDING MODE IS F.
005500 01  ERRLOG-RPT-LINE                 PIC X(80).
005510 FD  ERROR-CATALOG-FILE.
005520     COPY ERRCAT.
005530 FD  UNCAT-RPT-FILE
005540     RECORDING MODE IS F.
005550 01  UNCAT-RPT-LINE                  PIC X(80).
005600 WORKING-STORAGE SECTION.
005700 01  WS-ERRLOG-FILE-STATUS           PIC X(02).
005800     88  WS-ERRLOG-FILE-OK           VALUE "00".
006200     88  WS-WORK-FILE-OK             VALUE "00".
006300 01  WS-RPT-FILE-STATUS              PIC X(02).
006400     88  WS-RPT-FILE-OK              VALUE "00".
006420 01  WS-CAT-FILE-STATUS              PIC X(02).
006440     88  WS-CAT-FILE-OK              VALUE "00".
006460 01  WS-UNCAT-FILE-STATUS            PIC X(02).
006480     88  WS-UNCAT-FILE-OK            VALUE "00".
006500 01  WS-RUN-MODE                     PIC X(01).
006600     88  WS-REPORT-MODE              VALUE "R" "r".
006700     88  WS-PURGE-MODE               VALUE "P" "p".
006750     88  WS-UNCATALOGUED-MODE        VALUE "U" "u".
006800 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
006900     88  WS-END-OF-FILE              VALUE "Y".
007000     COPY CTLPARM.
008000         10  TYP-ERROR-TYPE          PIC X(04).
008100         10  TYP-COUNT               PIC 9(06).
008200 01  WS-TYPE-COUNT                   PIC 9(02) COMP VALUE ZERO.
008205 01  WS-CODE-SUMMARY.
008210     05  WS-CODE-ENTRY OCCURS 50 TIMES INDEXED BY CDE-IDX.
008215         10  CDE-PROGRAM-ID          PIC X(08).
008220         10  CDE-ERROR-CODE          PIC X(04).
008225         10  CDE-COUNT               PIC 9(06).
008230         10  CDE-FIRST-DATE          PIC 9(08).
008235         10  CDE-LAST-DATE           PIC 9(08).
008240 01  WS-CODE-COUNT                   PIC 9(02) COMP VALUE ZERO.
008245 01  WS-UNCATALOGUED-COUNT           PIC 9(04) COMP VALUE ZERO.
008250 01  WS-CAT-AVAIL-SWITCH             PIC X(01) VALUE "N".
008255     88  WS-CATALOG-AVAIL            VALUE "Y".
008260 01  WS-CAT-FOUND-SWITCH             PIC X(01) VALUE "N".
008265     88  WS-CATALOGUED               VALUE "Y".
008270 01  WS-CAT-PROGRAM-ID               PIC X(08) VALUE SPACES.
008275 01  WS-CAT-ERROR-CODE               PIC X(04) VALUE SPACES.
008300 01  WS-DAY-SUMMARY.
008400     05  WS-DAY-ENTRY OCCURS 100 TIMES INDEXED BY DAY-IDX.
008500         10  DAY-DATE                PIC 9(08).
009500     88  WS-ENTRY-FOUND              VALUE "Y".
009600 01  WS-ARCHIVED-COUNT               PIC 9(06) COMP VALUE ZERO.
009700 01  WS-RETAINED-COUNT               PIC 9(06) COMP VALUE ZERO.
009704 01  WS-HELD-COUNT                   PIC 9(06) COMP VALUE ZERO.
009708 01  WS-LH-FUNCTION                  PIC X(01) VALUE "C".
009712 01  WS-LH-REQUEST.
009716     05  WS-LH-CALLER                PIC X(08) VALUE "ERRLOG".
009720     05  WS-LH-ITEM-DATE             PIC 9(08) VALUE ZERO.
009724     05  WS-LH-ACCOUNT-ID            PIC X(08) VALUE SPACES.
009728     05  WS-LH-GL-ACCOUNT            PIC X(08) VALUE SPACES.
009732     05  WS-LH-REPORT-NAME           PIC X(08) VALUE SPACES.
009736     05  WS-LH-ITEM-REF.
009740         10  WS-LH-REF-PROGRAM-ID    PIC X(08) VALUE SPACES.
009744         10  FILLER                  PIC X(01) VALUE SPACE.
009748         10  WS-LH-REF-ERROR-TIME    PIC 9(08) VALUE ZERO.
009752         10  FILLER                  PIC X(01) VALUE SPACE.
009756         10  WS-LH-REF-ERROR-TYPE    PIC X(04) VALUE SPACES.
009760         10  FILLER                  PIC X(08) VALUE SPACES.
009764 01  WS-LH-RESULT.
009768     05  WS-LH-HELD-SWITCH           PIC X(01) VALUE "N".
009772         88  WS-LH-ITEM-HELD         VALUE "Y".
009776     05  WS-LH-HOLD-ID               PIC 9(06) VALUE ZERO.
009780     05  WS-LH-MATTER-REF            PIC X(20) VALUE SPACES.
009800 01  WS-TODAYS-DATE                  PIC 9(08).
009900 01  WS-LIB-FUNCTION                 PIC X(06).
010000 01  WS-LIB-RETURN-CODE              PIC 9(02).
015000         "   PRIOR 7 DAYS: ".
015100     05  TR-PRIOR-WEEK               PIC ZZZ,ZZ9.
015200     05  FILLER                      PIC X(32) VALUE SPACES.
015202 01  WS-CODE-DETAIL.
015204     05  CD-PROGRAM-ID               PIC X(08).
015206     05  FILLER                      PIC X(01) VALUE SPACE.
015208     05  CD-ERROR-CODE               PIC X(04).
015210     05  FILLER                      PIC X(01) VALUE SPACE.
015212     05  CD-COUNT                    PIC ZZZ,ZZ9.
015214     05  FILLER                      PIC X(01) VALUE SPACE.
015216     05  CD-OWNING-TEAM              PIC X(12).
015218     05  FILLER                      PIC X(01) VALUE SPACE.
015220     05  CD-EXPLANATION              PIC X(45).
015222 01  WS-UNCAT-HEADER-LINE            PIC X(80) VALUE
015224     "ERROR CODES LOGGED WITH NO ERROR CATALOG ENTRY".
015226 01  WS-UNCAT-COLUMN-LINE            PIC X(80) VALUE
015228     "PROGRAM  CODE    COUNT  FIRST SEEN  LAST SEEN".
015230 01  WS-UNCAT-DETAIL.
015232     05  UD-PROGRAM-ID               PIC X(08).
015234     05  FILLER                      PIC X(01) VALUE SPACE.
015236     05  UD-ERROR-CODE               PIC X(04).
015238     05  FILLER                      PIC X(01) VALUE SPACE.
015240     05  UD-COUNT                    PIC ZZZ,ZZ9.
015242     05  FILLER                      PIC X(02) VALUE SPACES.
015244     05  UD-FIRST-DATE               PIC 9(08).
015246     05  FILLER                      PIC X(04) VALUE SPACES.
015248     05  UD-LAST-DATE                PIC 9(08).
015250     05  FILLER                      PIC X(37) VALUE SPACES.
015252 01  WS-UNCAT-TOTAL-LINE.
015254     05  FILLER                      PIC X(26) VALUE
015256         "UNCATALOGUED CODES:       ".
015258     05  UT-COUNT                    PIC ZZZ9.
015260     05  FILLER                      PIC X(50) VALUE SPACES.
015300 PROCEDURE DIVISION.
015400******************************************************************
015500* 0000-MAINLINE - SELECTS REPORT OR PURGE PROCESSING.
015900     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
016000         WS-TODAYS-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
016100         WS-LIB-MSG-TEXT.
016600     DISPLAY "Run mode - R)eport summary, P)urge old "
016700         "entries or U)ncatalogued codes: "
016800     ACCEPT WS-RUN-MODE.
016900     EVALUATE TRUE
017000         WHEN WS-PURGE-MODE
017100             PERFORM 5000-PURGE-RUN
017200                 THRU 5000-EXIT
017225         WHEN WS-UNCATALOGUED-MODE
017250             PERFORM 6000-UNCATALOGUED-RUN
017275                 THRU 6000-EXIT
017300         WHEN OTHER
017400             PERFORM 2000-REPORT-RUN
017500                 THRU 2000-EXIT
019300         THRU 2200-EXIT
019400         UNTIL WS-END-OF-FILE.
019500     CLOSE ERROR-LOG-FILE.
019525     PERFORM 7000-OPEN-CATALOG
019550         THRU 7000-EXIT.
019600     PERFORM 3000-PRINT-SUMMARY
019700         THRU 3000-EXIT.
019725     IF WS-CATALOG-AVAIL
019750         CLOSE ERROR-CATALOG-FILE
019775     END-IF.
019800 2000-EXIT.
019900     EXIT.
020000******************************************************************
021900         THRU 2400-EXIT.
022000     PERFORM 2500-COUNT-BY-DAY
022100         THRU 2500-EXIT.
022125     PERFORM 2600-COUNT-BY-CODE
022150         THRU 2600-EXIT.
022200     EVALUATE TRUE
022300         WHEN EL-SEV-SEVERE OF ERRLOG-RECORD
022400             ADD 1 TO WS-SEVERE-COUNT
034300 2510-EXIT.
034400     EXIT.
034500******************************************************************
034501* 2600-COUNT-BY-CODE - BUMP (OR START) THE BUCKET FOR THIS PROGRAM
034502*                  AND ERROR CODE - THE KEY THE ERROR CATALOG IS
034503*                  HELD BY - WITH THE FIRST AND LAST DAYS IT WAS
034504*                  LOGGED.
034505******************************************************************
034506 2600-COUNT-BY-CODE.
034507     MOVE "N" TO WS-FOUND-SWITCH.
034508     SET CDE-IDX TO 1.
034509     PERFORM 2610-SCAN-CODE-TABLE
034510         THRU 2610-EXIT
034511         UNTIL WS-ENTRY-FOUND OR CDE-IDX > WS-CODE-COUNT.
034512     IF WS-ENTRY-FOUND
034513         ADD 1 TO CDE-COUNT (CDE-IDX)
034514         IF EL-ERROR-DATE OF ERRLOG-RECORD <
034515             CDE-FIRST-DATE (CDE-IDX)
034516             MOVE EL-ERROR-DATE OF ERRLOG-RECORD
034517                 TO CDE-FIRST-DATE (CDE-IDX)
034518         END-IF
034519         IF EL-ERROR-DATE OF ERRLOG-RECORD >
034520             CDE-LAST-DATE (CDE-IDX)
034521             MOVE EL-ERROR-DATE OF ERRLOG-RECORD
034522                 TO CDE-LAST-DATE (CDE-IDX)
034523         END-IF
034524     ELSE
034525         IF WS-CODE-COUNT < 50
034526             ADD 1 TO WS-CODE-COUNT
034527             SET CDE-IDX TO WS-CODE-COUNT
034528             MOVE EL-PROGRAM-ID OF ERRLOG-RECORD
034529                 TO CDE-PROGRAM-ID (CDE-IDX)
034530             MOVE EL-ERROR-TYPE OF ERRLOG-RECORD
034531                 TO CDE-ERROR-CODE (CDE-IDX)
034532             MOVE 1 TO CDE-COUNT (CDE-IDX)
034533             MOVE EL-ERROR-DATE OF ERRLOG-RECORD
034534                 TO CDE-FIRST-DATE (CDE-IDX)
034535                    CDE-LAST-DATE (CDE-IDX)
034536         END-IF
034537     END-IF.
034538 2600-EXIT.
034539     EXIT.
034540******************************************************************
034541* 2610-SCAN-CODE-TABLE - ONE ENTRY AT A TIME.
034542******************************************************************
034543 2610-SCAN-CODE-TABLE.
034544     IF CDE-PROGRAM-ID (CDE-IDX) = EL-PROGRAM-ID OF ERRLOG-RECORD
034545         AND CDE-ERROR-CODE (CDE-IDX) =
034546             EL-ERROR-TYPE OF ERRLOG-RECORD
034547         SET WS-ENTRY-FOUND TO TRUE
034548     ELSE
034549         SET CDE-IDX UP BY 1
034550     END-IF.
034551 2610-EXIT.
034552     EXIT.
034553******************************************************************
034600* 3000-PRINT-SUMMARY - THE SUMMARY SECTIONS AND THE WEEK-OVER-
034700*                      WEEK TREND LINE.
034800******************************************************************
036400         THRU 3200-EXIT
036500         VARYING TYP-IDX FROM 1 BY 1
036600         UNTIL TYP-IDX > WS-TYPE-COUNT.
036610     MOVE "ERRORS BY PROGRAM AND CODE - OWNER AND EXPLANATION"
036620         TO WS-SECTION-LINE.
036630     MOVE WS-SECTION-LINE TO ERRLOG-RPT-LINE.
036640     WRITE ERRLOG-RPT-LINE.
036650     PERFORM 3400-PRINT-CODE-LINE
036660         THRU 3400-EXIT
036670         VARYING CDE-IDX FROM 1 BY 1
036680         UNTIL CDE-IDX > WS-CODE-COUNT.
036700     MOVE "ERRORS BY DAY" TO WS-SECTION-LINE.
036800     MOVE WS-SECTION-LINE TO ERRLOG-RPT-LINE.
036900     WRITE ERRLOG-RPT-LINE.
042100 3300-EXIT.
042200     EXIT.
042300******************************************************************
042304* 3400-PRINT-CODE-LINE - ONE LINE PER PROGRAM AND CODE WITH THE
042308*                  CATALOG'S OWNER AND EXPLANATION, OR A POINTER
042312*                  TO THE UNCATALOGUED LIST.
042316******************************************************************
042320 3400-PRINT-CODE-LINE.
042324     MOVE CDE-PROGRAM-ID (CDE-IDX) TO CD-PROGRAM-ID
042328                                      WS-CAT-PROGRAM-ID.
042332     MOVE CDE-ERROR-CODE (CDE-IDX) TO CD-ERROR-CODE
042336                                      WS-CAT-ERROR-CODE.
042340     MOVE CDE-COUNT (CDE-IDX)      TO CD-COUNT.
042344     PERFORM 7100-LOOK-UP-CATALOG
042348         THRU 7100-EXIT.
042352     IF WS-CATALOGUED
042356         MOVE EC-OWNING-TEAM TO CD-OWNING-TEAM
042360         MOVE EC-EXPLANATION TO CD-EXPLANATION
042364     ELSE
042368         MOVE "UNASSIGNED" TO CD-OWNING-TEAM
042372         MOVE "NOT IN THE ERROR CATALOG" TO CD-EXPLANATION
042376     END-IF.
042380     WRITE ERRLOG-RPT-LINE FROM WS-CODE-DETAIL.
042384 3400-EXIT.
042388     EXIT.
042392******************************************************************
042400* 5000-PURGE-RUN - ROLL ENTRIES OLDER THAN THE RETENTION PERIOD
042500*                  OFF TO THE ARCHIVE. PASS ONE SPLITS ERRLOG
042600*                  INTO ARCHIVE AND KEEP-WORK FILES; PASS TWO
045900         THRU 5500-EXIT.
046000     DISPLAY "ENTRIES ARCHIVED: " WS-ARCHIVED-COUNT.
046100     DISPLAY "ENTRIES RETAINED: " WS-RETAINED-COUNT.
046110     IF WS-HELD-COUNT > ZERO
046120         DISPLAY "ENTRIES HELD UNDER LEGAL HOLD: " WS-HELD-COUNT
046130     END-IF.
046140     MOVE "E" TO WS-LH-FUNCTION.
046150     CALL "LegalHoldCheck" USING WS-LH-FUNCTION, WS-LH-REQUEST,
046160         WS-LH-RESULT.
046200 5000-EXIT.
046300     EXIT.
046400******************************************************************
046500* 5100-SPLIT-ONE-ENTRY - ARCHIVE OR KEEP THE CURRENT ENTRY BY
046600*                        ITS AGE AGAINST THE CUTOFF. AN OLD
046650*                        ENTRY A LEGAL HOLD COVERS IS KEPT.
046700******************************************************************
046800 5100-SPLIT-ONE-ENTRY.
046900     MOVE "N" TO WS-LH-HELD-SWITCH.
047200     IF EL-ERROR-DATE OF ERRLOG-RECORD < WS-CUTOFF-DATE
047210         PERFORM 5200-CHECK-LEGAL-HOLD
047220             THRU 5200-EXIT
047230     END-IF.
047240     IF EL-ERROR-DATE OF ERRLOG-RECORD < WS-CUTOFF-DATE
047250        AND NOT WS-LH-ITEM-HELD
047300         MOVE ERRLOG-RECORD TO ERRLOG-ARCH-RECORD
047400         WRITE ERRLOG-ARCH-RECORD
047500         ADD 1 TO WS-ARCHIVED-COUNT
047600     ELSE
047700         MOVE ERRLOG-RECORD TO ERRLOG-WORK-RECORD
047800         WRITE ERRLOG-WORK-RECORD
047900         IF WS-LH-ITEM-HELD
047920             ADD 1 TO WS-HELD-COUNT
047940         ELSE
047960             ADD 1 TO WS-RETAINED-COUNT
047980         END-IF
048000     END-IF.
048100     PERFORM 2100-READ-LOG-ENTRY
048200         THRU 2100-EXIT.
048300 5100-EXIT.
048305     EXIT.
048310******************************************************************
048315* 5200-CHECK-LEGAL-HOLD - ERRLOG CARRIES NO ACCOUNT OR GL ACCOUNT,
048320*                  SO AN ENTRY IS PUT TO LEGALHOLDCHECK BY ITS
048325*                  DATE ALONE AND ONLY A DATE-RANGE HOLD CAN KEEP
048330*                  IT.
048335******************************************************************
048340 5200-CHECK-LEGAL-HOLD.
048345     MOVE EL-ERROR-DATE OF ERRLOG-RECORD TO WS-LH-ITEM-DATE.
048350     MOVE EL-PROGRAM-ID OF ERRLOG-RECORD TO WS-LH-REF-PROGRAM-ID.
048355     MOVE EL-ERROR-TIME OF ERRLOG-RECORD TO WS-LH-REF-ERROR-TIME.
048360     MOVE EL-ERROR-TYPE OF ERRLOG-RECORD TO WS-LH-REF-ERROR-TYPE.
048365     MOVE "C" TO WS-LH-FUNCTION.
048370     CALL "LegalHoldCheck" USING WS-LH-FUNCTION, WS-LH-REQUEST,
048375         WS-LH-RESULT.
048380 5200-EXIT.
048400     EXIT.
048500******************************************************************
048600* 5500-REWRITE-ACTIVE-LOG - COPY THE KEPT ENTRIES BACK OVER THE
051900 5600-EXIT.
052000     EXIT.
054900******************************************************************
054901* 6000-UNCATALOGUED-RUN - EVERY PROGRAM AND ERROR CODE ON THE LOG
054902*                  THAT HAS NO CATALOG ROW OF ITS OWN AND NO
054903*                  FLEET-WIDE ROW, SO THE OWNING TEAMS KNOW WHICH
054904*                  ERRORS STILL NEED A WRITE-UP.
054905******************************************************************
054906 6000-UNCATALOGUED-RUN.
054907     OPEN INPUT ERROR-LOG-FILE.
054908     IF NOT WS-ERRLOG-FILE-OK
054909         DISPLAY "ERRLOG OPEN FAILED, STATUS "
054910             WS-ERRLOG-FILE-STATUS
054911         GO TO 6000-EXIT
054912     END-IF.
054913     PERFORM 2100-READ-LOG-ENTRY
054914         THRU 2100-EXIT.
054915     PERFORM 2200-ACCUMULATE-ENTRY
054916         THRU 2200-EXIT
054917         UNTIL WS-END-OF-FILE.
054918     CLOSE ERROR-LOG-FILE.
054919     PERFORM 7000-OPEN-CATALOG
054920         THRU 7000-EXIT.
054921     OPEN OUTPUT UNCAT-RPT-FILE.
054922     WRITE UNCAT-RPT-LINE FROM WS-UNCAT-HEADER-LINE.
054923     WRITE UNCAT-RPT-LINE FROM WS-UNCAT-COLUMN-LINE.
054924     PERFORM 6100-CHECK-ONE-CODE
054925         THRU 6100-EXIT
054926         VARYING CDE-IDX FROM 1 BY 1
054927         UNTIL CDE-IDX > WS-CODE-COUNT.
054928     MOVE WS-UNCATALOGUED-COUNT TO UT-COUNT.
054929     WRITE UNCAT-RPT-LINE FROM WS-UNCAT-TOTAL-LINE.
054930     CLOSE UNCAT-RPT-FILE.
054931     IF WS-CATALOG-AVAIL
054932         CLOSE ERROR-CATALOG-FILE
054933     END-IF.
054934     DISPLAY "UNCATALOGUED ERROR CODES: " WS-UNCATALOGUED-COUNT.
054935 6000-EXIT.
054936     EXIT.
054937******************************************************************
054938* 6100-CHECK-ONE-CODE - LIST THE BUCKET IF THE CATALOG MISSES IT.
054939******************************************************************
054940 6100-CHECK-ONE-CODE.
054941     MOVE CDE-PROGRAM-ID (CDE-IDX) TO WS-CAT-PROGRAM-ID.
054942     MOVE CDE-ERROR-CODE (CDE-IDX) TO WS-CAT-ERROR-CODE.
054943     PERFORM 7100-LOOK-UP-CATALOG
054944         THRU 7100-EXIT.
054945     IF WS-CATALOGUED
054946         GO TO 6100-EXIT
054947     END-IF.
054948     ADD 1 TO WS-UNCATALOGUED-COUNT.
054949     MOVE CDE-PROGRAM-ID (CDE-IDX) TO UD-PROGRAM-ID.
054950     MOVE CDE-ERROR-CODE (CDE-IDX) TO UD-ERROR-CODE.
054951     MOVE CDE-COUNT (CDE-IDX)      TO UD-COUNT.
054952     MOVE CDE-FIRST-DATE (CDE-IDX) TO UD-FIRST-DATE.
054953     MOVE CDE-LAST-DATE (CDE-IDX)  TO UD-LAST-DATE.
054954     WRITE UNCAT-RPT-LINE FROM WS-UNCAT-DETAIL.
054955 6100-EXIT.
054956     EXIT.
054957******************************************************************
054958* 7000-OPEN-CATALOG - THE ERROR CATALOG FOR RANDOM LOOKUPS. A RUN
054959*                  WITHOUT ONE TREATS EVERY CODE AS UNCATALOGUED.
054960******************************************************************
054961 7000-OPEN-CATALOG.
054962     MOVE "N" TO WS-CAT-AVAIL-SWITCH.
054963     OPEN INPUT ERROR-CATALOG-FILE.
054964     IF WS-CAT-FILE-OK
054965         SET WS-CATALOG-AVAIL TO TRUE
054966     ELSE
054967         DISPLAY "ERRCATM NOT AVAILABLE, STATUS "
054968             WS-CAT-FILE-STATUS " - NO CATALOG GUIDANCE"
054969     END-IF.
054970 7000-EXIT.
054971     EXIT.
054972******************************************************************
054973* 7100-LOOK-UP-CATALOG - THE CATALOG ROW FOR WS-CAT-PROGRAM-ID AND
054974*                  WS-CAT-ERROR-CODE, FALLING BACK TO THE CODE'S
054975*                  FLEET-WIDE ("*") ROW.
054976******************************************************************
054977 7100-LOOK-UP-CATALOG.
054978     MOVE "N" TO WS-CAT-FOUND-SWITCH.
054979     IF NOT WS-CATALOG-AVAIL
054980         GO TO 7100-EXIT
054981     END-IF.
054982     MOVE WS-CAT-PROGRAM-ID TO EC-PROGRAM-ID.
054983     MOVE WS-CAT-ERROR-CODE TO EC-ERROR-CODE.
054984     READ ERROR-CATALOG-FILE
054985         INVALID KEY
054986             CONTINUE
054987         NOT INVALID KEY
054988             SET WS-CATALOGUED TO TRUE
054989     END-READ.
054990     IF WS-CATALOGUED
054991         GO TO 7100-EXIT
054992     END-IF.
054993     MOVE "*" TO EC-PROGRAM-ID.
054994     MOVE WS-CAT-ERROR-CODE TO EC-ERROR-CODE.
054995     READ ERROR-CATALOG-FILE
054996         INVALID KEY
054997             CONTINUE
054998         NOT INVALID KEY
054999             SET WS-CATALOGUED TO TRUE
055000     END-READ.
055001 7100-EXIT.
055002     EXIT.
055003******************************************************************
055004* 9999-EXIT - COMMON PROGRAM EXIT POINT.
055100******************************************************************
055200 9999-EXIT.
055300     GOBACK.
