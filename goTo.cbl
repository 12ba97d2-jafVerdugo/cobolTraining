001770*   2026-08-09 DO  ADDED A "?"/"H" HELP CHOICE TO THE MENU SO AN
001780*                  OPERATOR CAN SEE WHAT EACH NUMBERED OPTION
001790*                  DOES BEFORE COMMITTING TO ONE.
001791*   2026-08-09 DO  EXIT-TIME CLOSE OF OPERATOR-PIN-FILE NOW USES A
001792*                  DEDICATED WS-PIN-FILE-OPENED-SWITCH SET ONLY BY
001793*                  THE SUCCESSFUL OPEN, INSTEAD OF WS-PIN-FILE-OK
001794*                  - A PIN LOOKUP MISS SETS THAT SAME STATUS FIELD
001795*                  TO "23", WHICH WAS LEAVING THE FILE OPEN ON
001796*                  GOBACK.
001797*   2026-08-09 DO  OPERATOR-PIN-FILE NOW OPENS ACCESS MODE IS
001798*                  DYNAMIC - THE KEYED READ IN 2400-VERIFY-
001799*                  OPERATOR-PIN IS A RANDOM READ AND WAS NOT LEGAL
001985*                  TRAINEE FLAG LEFT ON FROM THE DAY'S LAST
001986*                  LAUNCH WAS STEERING THE OVERNIGHT CALCULATOR
001987*                  AND POSTING STEPS TO THE PRACTICE FILES.
001988*   2026-10-15 DO  AN OPERATOR SUSPENDED FOR AN OVERDUE ACCESS
001990*                  RECERTIFICATION GETS NO MENU AUTHORITY AT ALL
001992*                  AND IS REFUSED AT THE PIN GATE, LIKE A
001994*                  DISABLED ONE.
001996*   2026-10-15 DO  ADDED MENU CHOICE E - BREAK-GLASS EMERGENCY
001998*                  ACCESS. AN OPERATOR WITHOUT STANDING ADMIN
002000*                  AUTHORITY MAY, WITH PIN, REASON CODE AND
002002*                  REASON, TAKE TEMPORARY ADMIN AND POSTING
002004*                  AUTHORITY THAT EXPIRES BY ITSELF AFTER THE
002006*                  CTLPARM BREAK-GLASS HOURS. THE GRANT IS KEPT
002008*                  ON BRKGLASS FOR A SECOND ADMINISTRATOR TO
002010*                  REVIEW, AND EVERY MENU ACTION TAKEN UNDER IT
002012*                  IS TAGGED "BG" ON GOTOLOG AND WRITTEN TO
002014*                  SECLOG.
002016*   2026-10-15 DO  GOTOLOG AND SECLOG ROWS NOW CARRY A CHAIN
002018*                  SEQUENCE AND CHAIN VALUE, STAMPED BY AUDITCHAIN
002020*                  JUST AHEAD OF EACH WRITE, SO AUDITVERIFY CAN
002022*                  PROVE THE TRAILS WHOLE.
002024*   2026-10-15 DO  ADDED MENU CHOICE W - THE SIGNED-ON OPERATOR'S
002026*                  OWN WORK QUEUE FROM THE WORKITEM REGISTER
002028*                  (MYWORKQUEUE), OPEN TO EVERY OPERATOR.
002030******************************************************************
002032 IDENTIFICATION DIVISION.
002034 PROGRAM-ID. GoTo.
002050 ENVIRONMENT DIVISION.
002060 INPUT-OUTPUT SECTION.
002070 FILE-CONTROL.
002116         ACCESS MODE IS DYNAMIC
002117         RECORD KEY IS OP-OPERATOR-ID
002118         FILE STATUS IS WS-PIN-FILE-STATUS.
002119     SELECT SEC-AUDIT-FILE ASSIGN TO "SECLOG"
002120         ORGANIZATION IS LINE SEQUENTIAL
002121         FILE STATUS IS WS-SECLOG-FILE-STATUS.
002122     SELECT BREAK-GLASS-FILE ASSIGN TO "BRKGLASS"
002123         ORGANIZATION IS INDEXED
002124         ACCESS MODE IS DYNAMIC
002125         RECORD KEY IS BG-KEY
002126         FILE STATUS IS WS-BG-FILE-STATUS.
002127 DATA DIVISION.
002128 FILE SECTION.
002129 FD  AUDIT-LOG-FILE
002130     RECORDING MODE IS F.
002131 01  AUDIT-LOG-RECORD.
002132     05  AL-LOG-DATE                 PIC 9(08).
002133     05  AL-LOG-TIME                 PIC 9(08).
002135     05  AL-OPERATOR-ID              PIC X(08).
002140     05  AL-MENU-CHOICE              PIC X(20).
002142     05  AL-CHAIN-SEQ                PIC 9(09).
002144     05  AL-CHAIN-VALUE              PIC 9(08).
002145 FD  PREFERENCES-FILE
002146     RECORDING MODE IS F.
002147 01  PREFERENCES-RECORD.
002266     05  BK-OPERATOR-ID              PIC X(08).
002272     05  BK-ACK-DATE                 PIC 9(08).
002278     05  BK-ACK-TIME                 PIC 9(08).
002279 FD  SEC-AUDIT-FILE
002280     RECORDING MODE IS F.
002281 01  SEC-AUDIT-RECORD.
002282     05  SA-LOG-DATE                 PIC 9(08).
002283     05  SA-LOG-TIME                 PIC 9(08).
002284     05  SA-ADMIN-ID                 PIC X(08).
002285     05  SA-ACTION                   PIC X(08).
002286     05  SA-TARGET-ID                PIC X(08).
002287     05  SA-CHAIN-SEQ                PIC 9(09).
002288     05  SA-CHAIN-VALUE              PIC 9(08).
002289 FD  BREAK-GLASS-FILE.
002290     COPY BRKGLASS.
002291 WORKING-STORAGE SECTION.
002300 01  WS-START-OPTION                 PIC X(01).
002400     88  WS-START-YES                VALUE "Y" "y".
002500     88  WS-START-NO                 VALUE "N" "n".
002600 01  WS-MENU-OPTION                  PIC 9(01).
002605 01  WS-MENU-INPUT                   PIC X(01).
002606     88  WS-MENU-HELP-REQUESTED      VALUE "?" "H" "h".
002607     88  WS-MENU-BREAK-GLASS         VALUE "E" "e".
002608     88  WS-MENU-MY-WORK             VALUE "W" "w".
002610 01  WS-OPERATOR-ID                  PIC X(08).
002620 01  WS-TODAYS-DATE                  PIC 9(08).
002630 01  WS-CURRENT-TIME                 PIC 9(08).
002635 01  WS-AUDIT-TRAIL-NAME             PIC X(08) VALUE SPACES.
002640 01  WS-AUDIT-FILE-STATUS            PIC X(02).
002650     88  WS-AUDIT-FILE-OK           VALUE "00".
002660 01  WS-MENU-DONE-SWITCH             PIC X(01) VALUE "N".
002767         88  WS-MAY-RUN-ADMIN       VALUE "Y".
002768     05  WS-AUTH-INQ                 PIC X(01) VALUE "Y".
002769         88  WS-MAY-RUN-INQ         VALUE "Y".
002770 01  WS-SAVED-AUTH-FLAGS             PIC X(06) VALUE SPACES.
002772 01  WS-SECLOG-FILE-STATUS           PIC X(02).
002774     88  WS-SECLOG-FILE-OK          VALUE "00".
002776 01  WS-BG-FILE-STATUS               PIC X(02).
002778     88  WS-BG-FILE-OK              VALUE "00".
002780 01  WS-BG-ACTIVE-SWITCH             PIC X(01) VALUE "N".
002782     88  WS-BREAK-GLASS-ACTIVE      VALUE "Y".
002784 01  WS-BG-GRANT-STAMPS.
002786     05  WS-BG-START-DATE            PIC 9(08) VALUE ZERO.
002788     05  WS-BG-START-TIME            PIC 9(08) VALUE ZERO.
002790     05  WS-BG-EXPIRY-STAMP.
002792         10  WS-BG-EXPIRY-DATE       PIC 9(08) VALUE ZERO.
002794         10  WS-BG-EXPIRY-TIME       PIC 9(08) VALUE ZERO.
002796         10  WS-BG-EXPIRY-HMS REDEFINES WS-BG-EXPIRY-TIME.
002798             15  WS-BG-EXPIRY-HH     PIC 9(02).
002800             15  WS-BG-EXPIRY-REST   PIC 9(06).
002802 01  WS-BG-NOW-STAMP.
002804     05  WS-BG-NOW-DATE              PIC 9(08) VALUE ZERO.
002806     05  WS-BG-NOW-TIME              PIC 9(08) VALUE ZERO.
002808 01  WS-BG-REASON-CODE               PIC X(02) VALUE SPACES.
002810     88  WS-BG-REASON-VALID         VALUE "RL" "AQ" "PO" "OT".
002812 01  WS-BG-REASON-TEXT               PIC X(40) VALUE SPACES.
002814 01  WS-BG-REPLY                     PIC X(01) VALUE SPACE.
002816     88  WS-BG-CONFIRMED            VALUE "Y" "y".
002818 01  WS-BG-HOUR-TOTAL                PIC 9(04) COMP VALUE ZERO.
002820 01  WS-BG-DAYS-AHEAD                PIC 9(04) COMP VALUE ZERO.
002822 01  WS-BG-HOUR-OF-DAY               PIC 9(04) COMP VALUE ZERO.
002824 01  WS-BG-DAYS-SIGNED               PIC S9(07)
002826                                     SIGN LEADING SEPARATE.
002828 01  WS-BG-SECLOG-ACTION             PIC X(08) VALUE SPACES.
002830 01  WS-BG-SECLOG-TARGET             PIC X(08) VALUE SPACES.
002832 01  WS-SAVED-MENU-CHOICE            PIC X(20) VALUE SPACES.
002834     COPY CTLPARM.
002836 01  WS-PIN-AGE-DAYS                 PIC S9(07) VALUE ZERO.
002838 01  WS-LIB-FUNCTION                 PIC X(06).
002840 01  WS-LIB-RETURN-CODE              PIC 9(02).
002842 01  WS-LIB-DATE                     PIC 9(08).
002844 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "GOTO".
002846 01  WS-LIB-MSG-VALUE                PIC X(40).
002848 01  WS-LIB-MSG-TEXT                 PIC X(60).
002850 01  WS-DAYS-RESULT                  PIC S9(07)
002852                                     SIGN LEADING SEPARATE.
002854 PROCEDURE DIVISION.
002856******************************************************************
002900* 0000-MAINLINE - SIGN ON, ASK WHETHER TO START, SHOW THE MENU.
003000******************************************************************
003100 0000-MAINLINE.
004200     DISPLAY "Operator ID: "
004210     ACCEPT WS-OPERATOR-ID.
004220     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
004221     OPEN EXTEND AUDIT-LOG-FILE.
004222     IF NOT WS-AUDIT-FILE-OK
004223         OPEN OUTPUT AUDIT-LOG-FILE
004224     END-IF.
004225     OPEN I-O OPERATOR-PIN-FILE.
004226     IF NOT WS-PIN-FILE-OK
004227         DISPLAY "GOTOPIN OPEN FAILED - NO POSTINGS WILL BE "
004228             "AUTHORIZED THIS SESSION"
004229     ELSE
004230         SET WS-PIN-FILE-OPENED TO TRUE
004231     END-IF.
004232     PERFORM 0550-SHOW-HEALTH-BANNER
004233         THRU 0550-EXIT.
004234     PERFORM 0650-SHOW-BULLETINS
004235         THRU 0650-EXIT.
004236     PERFORM 0450-LOAD-AUTHORITY
004237         THRU 0450-EXIT.
004238     ACCEPT WS-LAST-ACTIVITY FROM TIME.
004239 0500-EXIT.
004240     EXIT.
004241******************************************************************
004242* 0450-LOAD-AUTHORITY - PICK UP THE SIGNED-ON OPERATOR'S
004243*                  PER-FUNCTION AUTHORITY FLAGS FROM THE PIN
004244*                  MASTER SO THE MENU ONLY OFFERS WHAT THEY ARE
004245*                  ALLOWED TO RUN. AN OPERATOR WITH NO PIN-MASTER
004246*                  ROW KEEPS THE TRAINING-DESK DEFAULTS -
004247*                  CALCULATOR, PERFORMUNTIL AND INQUIRY ONLY.
004248******************************************************************
004249 0450-LOAD-AUTHORITY.
004250     IF NOT WS-PIN-FILE-OPENED
004251         GO TO 0450-EXIT
004252     END-IF.
004253     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
004254     READ OPERATOR-PIN-FILE
004255         INVALID KEY
004256             CONTINUE
004257         NOT INVALID KEY
004258             MOVE OP-TRAINEE TO WS-TRAINEE-SWITCH
004259             MOVE OP-AUTH-CALC  TO WS-AUTH-CALC
004260             MOVE OP-AUTH-PERF  TO WS-AUTH-PERF
004261             MOVE OP-AUTH-POST  TO WS-AUTH-POST
004262             MOVE OP-AUTH-RATE  TO WS-AUTH-RATE
004263             MOVE OP-AUTH-ADMIN TO WS-AUTH-ADMIN
004264             MOVE OP-AUTH-INQ   TO WS-AUTH-INQ
004265             IF OP-STATUS-SUSPENDED
004266                 DISPLAY "ACCESS SUSPENDED - RECERTIFICATION "
004267                     "OVERDUE - SEE THE SECURITY ADMINISTRATOR"
004268                 MOVE "N" TO WS-AUTH-CALC
004269                             WS-AUTH-PERF
004270                             WS-AUTH-POST
004271                             WS-AUTH-RATE
004272                             WS-AUTH-ADMIN
004273                             WS-AUTH-INQ
004274             END-IF
004275     END-READ.
004276     IF WS-PIN-FILE-STATUS = "00" AND OP-STATUS-ACTIVE
004277         PERFORM 0470-RESUME-BREAK-GLASS
004278             THRU 0470-EXIT
004279     END-IF.
004280 0450-EXIT.
004281     EXIT.
004282******************************************************************
004283* 0470-RESUME-BREAK-GLASS - A GRANT OUTLIVES THE SESSION THAT TOOK
004284*                  IT AND RUNS TO ITS EXPIRY STAMP, SO AN OPERATOR
004285*                  SIGNING BACK ON INSIDE THE WINDOW PICKS THE
004286*                  ELEVATION BACK UP, TAGGING AND ALL.
004287******************************************************************
004288 0470-RESUME-BREAK-GLASS.
004289     CALL "BreakGlassCheck" USING WS-OPERATOR-ID,
004290         WS-BG-ACTIVE-SWITCH, WS-BG-GRANT-STAMPS.
004291     IF NOT WS-BREAK-GLASS-ACTIVE
004292         GO TO 0470-EXIT
004293     END-IF.
004294     MOVE WS-AUTH-FLAGS TO WS-SAVED-AUTH-FLAGS.
004295     MOVE "Y" TO WS-AUTH-ADMIN
004296                 WS-AUTH-POST.
004297     DISPLAY "*** EMERGENCY ACCESS ACTIVE UNTIL "
004298         WS-BG-EXPIRY-DATE " " WS-BG-EXPIRY-TIME (1:4)
004299         " - EVERY ACTION IS LOGGED ***".
004300 0470-EXIT.
004308     EXIT.
004309******************************************************************
004310* 0550-SHOW-HEALTH-BANNER - BEFORE THE MENU APPEARS, TELL THE
006140         DISPLAY "8. Void a logged calculation"
006141     END-IF.
006150     DISPLAY "9. Exit"
006152     IF WS-BREAK-GLASS-ACTIVE
006154         DISPLAY "E. End emergency access now"
006156         DISPLAY "*** EMERGENCY ACCESS ACTIVE UNTIL "
006158             WS-BG-EXPIRY-DATE " " WS-BG-EXPIRY-TIME (1:4)
006160             " - EVERY ACTION IS LOGGED ***"
006162     ELSE
006164         DISPLAY "E. Emergency access (break-glass)"
006166     END-IF.
006168     DISPLAY "W. My work queue"
006170     DISPLAY "Enter ? or H for help on these choices"
006180     DISPLAY "Select a program (last used: " WS-LAST-OPTION
006190         ") - press Enter alone to repeat it: "
006305         SET WS-EXIT-REQUESTED TO TRUE
006306         GO TO 2000-AUDIT
006307     END-IF.
006308     PERFORM 2940-CHECK-BREAK-GLASS-EXPIRY
006309         THRU 2940-EXIT.
006310     IF WS-MENU-BREAK-GLASS
006311         PERFORM 2950-REQUEST-BREAK-GLASS
006312             THRU 2950-EXIT
006313         GO TO 2000-SHOW-MENU
006314     END-IF.
006315     IF WS-MENU-MY-WORK
006316         PERFORM 2910-CALL-MYWORKQUEUE
006317             THRU 2910-EXIT
006318         MOVE "MYWORK" TO AL-MENU-CHOICE
006319         GO TO 2000-AUDIT
006320     END-IF.
006321     IF WS-MENU-HELP-REQUESTED
006322         PERFORM 2050-SHOW-HELP
006330             THRU 2050-EXIT
006340         GO TO 2000-SHOW-MENU
006350     END-IF.
007937         "with a reason (PIN required)".
007938     DISPLAY "9. Exit          - closes this menu and ends the "
007940         "session".
007942     DISPLAY "E. Emergency     - temporary admin and posting "
007944         "authority with a reason, reviewed afterwards".
007946     DISPLAY "W. My work       - the queue items assigned to you "
007948         "or your team, with their target dates".
007950 2050-EXIT.
007960     EXIT.
007962******************************************************************
009620         THRU 2150-EXIT.
009700     CALL "PosNegDec".
009710     PERFORM 2160-CLEAR-TRAINING-MODE
009711         THRU 2160-EXIT.
009712 2300-EXIT.
009713     EXIT.
009714******************************************************************
009715* 2500-CALL-RATEMAINT - LAUNCH THE RATE MASTER MAINTENANCE
009716*                       PROGRAM.
009717******************************************************************
009718 2500-CALL-RATEMAINT.
009719     CALL "RateMaintenance".
009720 2500-EXIT.
009721     EXIT.
009722******************************************************************
009723* 2600-CALL-SECURITYADMIN - LAUNCH THE PIN-MASTER SECURITY
009724*                           ADMINISTRATION PROGRAM. THE PIN FILE
009725*                           IS CLOSED ACROSS THE CALL SO THE
009726*                           ADMIN PROGRAM GETS IT TO ITSELF, THEN
009727*                           REOPENED SO THIS SESSION SEES THE
009728*                           CHANGES.
009729******************************************************************
009730 2600-CALL-SECURITYADMIN.
009731     IF WS-PIN-FILE-OPENED
009732         CLOSE OPERATOR-PIN-FILE
009733         MOVE "N" TO WS-PIN-FILE-OPENED-SWITCH
009734     END-IF.
009735     CALL "SecurityAdmin".
009736     OPEN I-O OPERATOR-PIN-FILE.
009737     IF WS-PIN-FILE-OK
009738         SET WS-PIN-FILE-OPENED TO TRUE
009739     ELSE
009740         DISPLAY "GOTOPIN REOPEN FAILED - NO FURTHER POSTINGS "
009741             "WILL BE AUTHORIZED THIS SESSION"
009742     END-IF.
009743 2600-EXIT.
009744     EXIT.
009745******************************************************************
009746* 2700-CALL-CALCINQUIRY - LAUNCH THE TRANSACTION LOG INQUIRY
009747*                         PANELS.
009748******************************************************************
009749 2700-CALL-CALCINQUIRY.
009750     CALL "CalcInquiry".
009751 2700-EXIT.
009752     EXIT.
009753******************************************************************
009754* 2800-CALL-REVERSAL - LAUNCH THE LEDGER REVERSAL FACILITY.
009755******************************************************************
009756 2800-CALL-REVERSAL.
009757     CALL "PosNegDecReversal".
009758 2800-EXIT.
009759     EXIT.
009760******************************************************************
009761* 2900-CALL-CALCVOID - LAUNCH THE SUPERVISED VOID FACILITY.
009762******************************************************************
009763 2900-CALL-CALCVOID.
009764     CALL "CalcVoid".
009765 2900-EXIT.
009766     EXIT.
009767******************************************************************
009768* 2910-CALL-MYWORKQUEUE - LAUNCH THE OPERATOR'S OWN WORK QUEUE.
009769******************************************************************
009770 2910-CALL-MYWORKQUEUE.
009771     CALL "MyWorkQueue" USING WS-OPERATOR-ID.
009772 2910-EXIT.
009773     EXIT.
009774******************************************************************
009775* 2940-CHECK-BREAK-GLASS-EXPIRY - EACH MENU CYCLE, BEFORE THE
009776*                  CHOICE RUNS, A GRANT PAST ITS EXPIRY STAMP IS
009777*                  DROPPED AND THE STANDING AUTHORITY PUT BACK.
009778******************************************************************
009779 2940-CHECK-BREAK-GLASS-EXPIRY.
009780     IF NOT WS-BREAK-GLASS-ACTIVE
009781         GO TO 2940-EXIT
009782     END-IF.
009783     ACCEPT WS-BG-NOW-DATE FROM DATE YYYYMMDD.
009784     ACCEPT WS-BG-NOW-TIME FROM TIME.
009785     IF WS-BG-NOW-STAMP < WS-BG-EXPIRY-STAMP
009786         GO TO 2940-EXIT
009787     END-IF.
009788     DISPLAY "EMERGENCY ACCESS EXPIRED - NORMAL AUTHORITY "
009789             "RESTORED".
009790     PERFORM 2970-DROP-BREAK-GLASS
009791         THRU 2970-EXIT.
009792     MOVE "BREAKGLASS EXPIRED" TO AL-MENU-CHOICE.
009793     PERFORM 8000-WRITE-AUDIT-RECORD
009794         THRU 8000-EXIT.
009795     MOVE "BGEXPIRE" TO WS-BG-SECLOG-ACTION.
009796     MOVE WS-OPERATOR-ID TO WS-BG-SECLOG-TARGET.
009797     PERFORM 8050-WRITE-SECLOG-RECORD
009798         THRU 8050-EXIT.
009799 2940-EXIT.
009800     EXIT.
009801******************************************************************
009802* 2950-REQUEST-BREAK-GLASS - MENU CHOICE E. WITH A GRANT LIVE IT
009803*                  OFFERS TO END IT EARLY; OTHERWISE AN ACTIVE,
009804*                  NON-TRAINEE OPERATOR WITHOUT STANDING ADMIN
009805*                  AUTHORITY MAY TAKE ONE - REASON CODE, REASON
009806*                  AND PIN REQUIRED. THE GRANT IS WRITTEN TO
009807*                  BRKGLASS PENDING REVIEW AND LOGGED BEFORE IT
009808*                  TAKES EFFECT.
009809******************************************************************
009810 2950-REQUEST-BREAK-GLASS.
009811     IF WS-BREAK-GLASS-ACTIVE
009812         PERFORM 2960-END-BREAK-GLASS
009813             THRU 2960-EXIT
009814         GO TO 2950-EXIT
009815     END-IF.
009816     IF NOT WS-PIN-FILE-OPENED
009817         DISPLAY "PIN MASTER UNAVAILABLE - EMERGENCY ACCESS "
009818             "DENIED"
009819         GO TO 2950-EXIT
009820     END-IF.
009821     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
009822     READ OPERATOR-PIN-FILE
009823         INVALID KEY
009824             DISPLAY "OPERATOR NOT FOUND IN PIN MASTER - "
009825                 "EMERGENCY ACCESS DENIED"
009826             GO TO 2950-EXIT
009827     END-READ.
009828     IF OP-MAY-RUN-ADMIN
009829         DISPLAY "YOU ALREADY HOLD ADMIN AUTHORITY - NO "
009830             "EMERGENCY "
009831             "ACCESS NEEDED"
009832         GO TO 2950-EXIT
009833     END-IF.
009834     IF OP-IS-TRAINEE
009835         DISPLAY "TRAINEES MAY NOT TAKE EMERGENCY ACCESS"
009836         GO TO 2950-EXIT
009837     END-IF.
009838     IF NOT OP-STATUS-ACTIVE
009839         DISPLAY "OPERATOR NOT ACTIVE - EMERGENCY ACCESS DENIED"
009840         GO TO 2950-EXIT
009841     END-IF.
009842     DISPLAY "Reason code - RL run lock, AQ approval queue, "
009843         "PO posting, OT other: "
009844     ACCEPT WS-BG-REASON-CODE.
009845     IF NOT WS-BG-REASON-VALID
009846         DISPLAY "UNKNOWN REASON CODE - EMERGENCY ACCESS NOT "
009847             "TAKEN"
009848         GO TO 2950-EXIT
009849     END-IF.
009850     DISPLAY "Reason (required): "
009851     ACCEPT WS-BG-REASON-TEXT.
009852     IF WS-BG-REASON-TEXT = SPACES
009853         DISPLAY "A REASON IS REQUIRED - EMERGENCY ACCESS NOT "
009854             "TAKEN"
009855         GO TO 2950-EXIT
009856     END-IF.
009857     PERFORM 2400-VERIFY-OPERATOR-PIN
009858         THRU 2400-EXIT.
009859     IF NOT WS-PIN-VERIFIED
009860         MOVE "BREAKGLASS PIN DENY" TO AL-MENU-CHOICE
009861         PERFORM 8000-WRITE-AUDIT-RECORD
009862             THRU 8000-EXIT
009863         GO TO 2950-EXIT
009864     END-IF.
009865     PERFORM 2980-SET-BREAK-GLASS-EXPIRY
009866         THRU 2980-EXIT.
009867     OPEN I-O BREAK-GLASS-FILE.
009868     IF NOT WS-BG-FILE-OK
009869         OPEN OUTPUT BREAK-GLASS-FILE
009870         CLOSE BREAK-GLASS-FILE
009871         OPEN I-O BREAK-GLASS-FILE
009872     END-IF.
009873     IF NOT WS-BG-FILE-OK
009874         DISPLAY "BRKGLASS OPEN FAILED - EMERGENCY ACCESS NOT "
009875             "TAKEN"
009876         GO TO 2950-EXIT
009877     END-IF.
009878     MOVE SPACES TO BREAK-GLASS-RECORD.
009879     MOVE WS-OPERATOR-ID      TO BG-OPERATOR-ID.
009880     MOVE WS-BG-START-DATE    TO BG-START-DATE.
009881     MOVE WS-BG-START-TIME    TO BG-START-TIME.
009882     MOVE WS-BG-REASON-CODE   TO BG-REASON-CODE.
009883     MOVE WS-BG-REASON-TEXT   TO BG-REASON-TEXT.
009884     MOVE WS-BG-EXPIRY-DATE   TO BG-EXPIRY-DATE.
009885     MOVE WS-BG-EXPIRY-TIME   TO BG-EXPIRY-TIME.
009886     MOVE ZERO TO BG-ENDED-DATE BG-ENDED-TIME BG-ACTION-COUNT
009887                  BG-REVIEW-DATE.
009888     SET BG-REVIEW-PENDING TO TRUE.
009889     WRITE BREAK-GLASS-RECORD
009890         INVALID KEY
009891             DISPLAY "BRKGLASS WRITE FAILED - EMERGENCY ACCESS "
009892                 "NOT TAKEN"
009893             CLOSE BREAK-GLASS-FILE
009894             GO TO 2950-EXIT
009895     END-WRITE.
009896     CLOSE BREAK-GLASS-FILE.
009897     MOVE "BREAKGLASS START" TO AL-MENU-CHOICE.
009898     PERFORM 8000-WRITE-AUDIT-RECORD
009899         THRU 8000-EXIT.
009900     MOVE "BGSTART " TO WS-BG-SECLOG-ACTION.
009901     MOVE WS-OPERATOR-ID TO WS-BG-SECLOG-TARGET.
009902     PERFORM 8050-WRITE-SECLOG-RECORD
009903         THRU 8050-EXIT.
009904     MOVE WS-AUTH-FLAGS TO WS-SAVED-AUTH-FLAGS.
009905     MOVE "Y" TO WS-AUTH-ADMIN
009906                 WS-AUTH-POST.
009907     SET WS-BREAK-GLASS-ACTIVE TO TRUE.
009908     DISPLAY "*** EMERGENCY ACCESS ACTIVE UNTIL "
009909         WS-BG-EXPIRY-DATE " " WS-BG-EXPIRY-TIME (1:4)
009910         " - EVERY ACTION IS LOGGED AND WILL BE REVIEWED ***".
009911 2950-EXIT.
009912     EXIT.
009913******************************************************************
009914* 2960-END-BREAK-GLASS - THE OPERATOR IS FINISHED BEFORE THE
009915*                  EXPIRY. THE GRANT ROW IS STAMPED ENDED SO IT
009916*                  CANNOT BE PICKED UP AGAIN AT SIGN-ON, AND IT
009917*                  STAYS ON THE REVIEW QUEUE.
009918******************************************************************
009919 2960-END-BREAK-GLASS.
009920     DISPLAY "End emergency access now? (Y/N): "
009921     ACCEPT WS-BG-REPLY.
009922     IF NOT WS-BG-CONFIRMED
009923         GO TO 2960-EXIT
009924     END-IF.
009925     OPEN I-O BREAK-GLASS-FILE.
009926     IF WS-BG-FILE-OK
009927         MOVE WS-OPERATOR-ID   TO BG-OPERATOR-ID
009928         MOVE WS-BG-START-DATE TO BG-START-DATE
009929         MOVE WS-BG-START-TIME TO BG-START-TIME
009930         READ BREAK-GLASS-FILE
009931             INVALID KEY
009932                 DISPLAY "BRKGLASS ROW NOT FOUND - ENDED FOR "
009933                     "THIS SESSION ONLY"
009934             NOT INVALID KEY
009935                 ACCEPT BG-ENDED-DATE FROM DATE YYYYMMDD
009936                 ACCEPT BG-ENDED-TIME FROM TIME
009937                 REWRITE BREAK-GLASS-RECORD
009938         END-READ
009939         CLOSE BREAK-GLASS-FILE
009940     END-IF.
009941     PERFORM 2970-DROP-BREAK-GLASS
009942         THRU 2970-EXIT.
009943     MOVE "BREAKGLASS ENDED" TO AL-MENU-CHOICE.
009944     PERFORM 8000-WRITE-AUDIT-RECORD
009945         THRU 8000-EXIT.
009946     MOVE "BGEND   " TO WS-BG-SECLOG-ACTION.
009947     MOVE WS-OPERATOR-ID TO WS-BG-SECLOG-TARGET.
009948     PERFORM 8050-WRITE-SECLOG-RECORD
009949         THRU 8050-EXIT.
009950     DISPLAY "EMERGENCY ACCESS ENDED - NORMAL AUTHORITY RESTORED".
009951 2960-EXIT.
009952     EXIT.
009953******************************************************************
009954* 2970-DROP-BREAK-GLASS - PUT THE STANDING AUTHORITY BACK.
009955******************************************************************
009956 2970-DROP-BREAK-GLASS.
009957     MOVE WS-SAVED-AUTH-FLAGS TO WS-AUTH-FLAGS.
009958     MOVE "N" TO WS-BG-ACTIVE-SWITCH.
009959 2970-EXIT.
009960     EXIT.
009961******************************************************************
009962* 2980-SET-BREAK-GLASS-EXPIRY - START STAMP IS NOW; EXPIRY IS NOW
009963*                  PLUS THE CTLPARM BREAK-GLASS HOURS, ROLLING
009964*                  INTO LATER DAYS THROUGH THE LIBRARY'S DATADD
009965*                  SERVICE.
009966******************************************************************
009967 2980-SET-BREAK-GLASS-EXPIRY.
009968     ACCEPT WS-BG-START-DATE FROM DATE YYYYMMDD.
009969     ACCEPT WS-BG-START-TIME FROM TIME.
009970     MOVE WS-BG-START-TIME TO WS-BG-EXPIRY-TIME.
009971     COMPUTE WS-BG-HOUR-TOTAL =
009972         WS-BG-EXPIRY-HH + CTL-BREAKGLASS-HOURS.
009973     DIVIDE WS-BG-HOUR-TOTAL BY 24
009974         GIVING WS-BG-DAYS-AHEAD
009975         REMAINDER WS-BG-HOUR-OF-DAY.
009976     MOVE WS-BG-HOUR-OF-DAY TO WS-BG-EXPIRY-HH.
009977     MOVE WS-BG-START-DATE TO WS-BG-EXPIRY-DATE.
009978     IF WS-BG-DAYS-AHEAD = ZERO
009979         GO TO 2980-EXIT
009980     END-IF.
009981     MOVE WS-BG-START-DATE TO WS-LIB-DATE.
009982     MOVE WS-BG-DAYS-AHEAD TO WS-BG-DAYS-SIGNED.
009983     MOVE SPACES TO WS-LIB-MSG-VALUE.
009984     MOVE WS-BG-DAYS-SIGNED TO WS-LIB-MSG-VALUE (1:8).
009985     MOVE "DATADD" TO WS-LIB-FUNCTION.
009986     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
009987         WS-LIB-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
009988         WS-LIB-MSG-TEXT.
009989     MOVE WS-LIB-DATE TO WS-BG-EXPIRY-DATE.
009990 2980-EXIT.
009991     EXIT.
009992******************************************************************
010001* 2400-VERIFY-OPERATOR-PIN - LEDGER-POSTING CHOICES REQUIRE THE
010002*                            SIGNED-ON OPERATOR TO ENTER THE PIN
010003*                            ON FILE FOR THEM, SO A POSTING CAN
010070             DISPLAY "OPERATOR NOT FOUND IN PIN MASTER - "
010080                 "POSTING DENIED"
010090             GO TO 2400-EXIT
010091     END-READ.
010092     IF OP-STATUS-DISABLED
010093         DISPLAY "OPERATOR DISABLED - POSTING DENIED"
010094         GO TO 2400-EXIT
010095     END-IF.
010096     IF OP-STATUS-SUSPENDED
010097         DISPLAY "OPERATOR SUSPENDED - POSTING DENIED"
010103         GO TO 2400-EXIT
010104     END-IF.
010105     IF OP-STATUS-LOCKED
010810*                           LOG SO WE CAN TELL WHICH SHIFT
010820*                           STARTED OR SKIPPED A RUN.
010830******************************************************************
010831 8000-WRITE-AUDIT-RECORD.
010832     ACCEPT WS-CURRENT-TIME FROM TIME.
010833     MOVE WS-TODAYS-DATE  TO AL-LOG-DATE.
010834     MOVE WS-CURRENT-TIME TO AL-LOG-TIME.
010835     MOVE WS-OPERATOR-ID  TO AL-OPERATOR-ID.
010836     IF NOT WS-BREAK-GLASS-ACTIVE
010837         MOVE "GOTOLOG" TO WS-AUDIT-TRAIL-NAME
010838         CALL "AuditChain" USING WS-AUDIT-TRAIL-NAME,
010839             AUDIT-LOG-RECORD
010840         WRITE AUDIT-LOG-RECORD
010841         GO TO 8000-EXIT
010842     END-IF.
010843*    UNDER BREAK-GLASS THE GOTOLOG ROW CARRIES A "BG" TAG, A
010844*    MATCHING SECLOG ROW GOES OUT AND THE GRANT'S ACTION COUNT
010845*    MOVES, SO THE REVIEWER SEES EVERYTHING DONE UNDER IT.
010846     MOVE AL-MENU-CHOICE TO WS-SAVED-MENU-CHOICE.
010847     MOVE SPACES TO AL-MENU-CHOICE.
010848     STRING "BG " DELIMITED BY SIZE
010849            WS-SAVED-MENU-CHOICE DELIMITED BY SIZE
010850         INTO AL-MENU-CHOICE
010851     END-STRING.
010852     MOVE "GOTOLOG" TO WS-AUDIT-TRAIL-NAME.
010853     CALL "AuditChain" USING WS-AUDIT-TRAIL-NAME,
010854         AUDIT-LOG-RECORD.
010855     WRITE AUDIT-LOG-RECORD.
010856     MOVE WS-SAVED-MENU-CHOICE TO AL-MENU-CHOICE.
010857     MOVE "BGACTION" TO WS-BG-SECLOG-ACTION.
010858     MOVE WS-SAVED-MENU-CHOICE (1:8) TO WS-BG-SECLOG-TARGET.
010859     PERFORM 8050-WRITE-SECLOG-RECORD
010860         THRU 8050-EXIT.
010861     PERFORM 8060-COUNT-BREAK-GLASS-ACTION
010862         THRU 8060-EXIT.
010863 8000-EXIT.
010864     EXIT.
010865******************************************************************
010866* 8050-WRITE-SECLOG-RECORD - ONE SECURITY AUDIT ROW FOR THE
010867*                  BREAK-GLASS FACILITY. THE FILE IS SHARED WITH
010868*                  THE ADMIN PROGRAMS, SO IT IS OPENED AND CLOSED
010869*                  AROUND EACH ROW.
010870******************************************************************
010871 8050-WRITE-SECLOG-RECORD.
010872     OPEN EXTEND SEC-AUDIT-FILE.
010873     IF NOT WS-SECLOG-FILE-OK
010874         OPEN OUTPUT SEC-AUDIT-FILE
010875     END-IF.
010876     ACCEPT WS-CURRENT-TIME FROM TIME.
010877     MOVE WS-TODAYS-DATE      TO SA-LOG-DATE.
010878     MOVE WS-CURRENT-TIME     TO SA-LOG-TIME.
010879     MOVE WS-OPERATOR-ID      TO SA-ADMIN-ID.
010880     MOVE WS-BG-SECLOG-ACTION TO SA-ACTION.
010881     MOVE WS-BG-SECLOG-TARGET TO SA-TARGET-ID.
010882     MOVE "SECLOG" TO WS-AUDIT-TRAIL-NAME.
010883     CALL "AuditChain" USING WS-AUDIT-TRAIL-NAME,
010884         SEC-AUDIT-RECORD.
010885     WRITE SEC-AUDIT-RECORD.
010886     CLOSE SEC-AUDIT-FILE.
010887 8050-EXIT.
010888     EXIT.
010889******************************************************************
010890* 8060-COUNT-BREAK-GLASS-ACTION - BUMP THE LIVE GRANT'S ACTION
010891*                  COUNT FOR THE REVIEW QUEUE.
010892******************************************************************
010893 8060-COUNT-BREAK-GLASS-ACTION.
010894     OPEN I-O BREAK-GLASS-FILE.
010895     IF NOT WS-BG-FILE-OK
010896         GO TO 8060-EXIT
010897     END-IF.
010898     MOVE WS-OPERATOR-ID   TO BG-OPERATOR-ID.
010899     MOVE WS-BG-START-DATE TO BG-START-DATE.
010900     MOVE WS-BG-START-TIME TO BG-START-TIME.
010901     READ BREAK-GLASS-FILE
010902         INVALID KEY
010903             CONTINUE
010904         NOT INVALID KEY
010905             ADD 1 TO BG-ACTION-COUNT
010906             REWRITE BREAK-GLASS-RECORD
010907     END-READ.
010908     CLOSE BREAK-GLASS-FILE.
010909 8060-EXIT.
010910     EXIT.
010912******************************************************************
010914* 8100-WRITE-LAST-OPTION - SAVE THIS MENU CHOICE AS THE DEFAULT
011020******************************************************************
011030 9999-EXIT.
011100     STOP RUN.
011200
