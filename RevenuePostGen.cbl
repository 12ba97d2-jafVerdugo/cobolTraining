000100******************************************************************
000200* PROGRAM-ID: REVENUEPOSTGEN
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     REVENUE GL POSTINGS FOR ONE BILLING EXTRACT
000800*              GENERATION. READS THE CALCBILL GENERATION JUST
000900*              WRITTEN, CODES EACH DETAIL TO A REVENUE GL ACCOUNT
001000*              THROUGH THE RATEGL RATE-CODE MAPPING (THE RATE
001100*              CODE COMES FROM THE CALCLOG TRANSACTION THE DETAIL
001200*              REFERENCES) AND TO THE ACCOUNT'S BILL DEPARTMENT,
001300*              AND SUMMARIZES BY GL ACCOUNT AND DEPARTMENT INTO A
001400*              HEADER/TRAILERED PNDAILY-FORMAT FILE (REVDAILY) OF
001500*              TYPE "R" POSTINGS FOR POSNEGDEC. CREDIT DETAILS
001600*              (NEGATIVE AMOUNTS) POST AS THEIR OWN OFFSETTING
001700*              LINES, NOT NETTED INTO THE CHARGES. AN UNMAPPED
001800*              RATE CODE TAKES THE "****" DEFAULT ROW, THEN THE
001900*              GLACCTM SUSPENSE ACCOUNT. THE REVRECON REPORT
002000*              PROVES THE GENERATION'S BX TRAILER COUNT AND TOTAL
002100*              AGAINST THE DETAILS READ AND THE POSTINGS MADE; AN
002200*              OUT-OF-BALANCE GENERATION IS REPORTED AND NOT
002300*              POSTED. EACH GENERATION POSTS ONCE - THE REVPREG
002400*              REGISTER REFUSES A SECOND RUN FOR THE SAME ONE.
002500*              HONORS THE BUSDATE PROCESSING-DATE CONTROL.
002600* TECTONICS:   cobc
002700*
002800* MODIFICATION HISTORY
002900*   2026-10-15 DO  INITIAL VERSION.
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. RevenuePostGen.
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT BILLING-EXTRACT-FILE ASSIGN TO "CALCBILL"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-EXTRACT-FILE-STATUS.
003900     SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS CL-LOG-KEY
004300         FILE STATUS IS WS-LOG-FILE-STATUS.
004400     SELECT RATE-GL-FILE ASSIGN TO "RATEGL"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS RG-RATE-CODE
004800         FILE STATUS IS WS-MAP-FILE-STATUS.
004900     SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCTM"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS GA-ACCOUNT-CODE
005300         FILE STATUS IS WS-GLA-FILE-STATUS.
005400     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS AM-ACCOUNT-ID
005800         FILE STATUS IS WS-ACCT-FILE-STATUS.
005900     SELECT REVENUE-DAILY-FILE ASSIGN TO "REVDAILY"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-REVD-FILE-STATUS.
006200     SELECT POSTED-REGISTER-FILE ASSIGN TO "REVPREG"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-PREG-FILE-STATUS.
006500     SELECT RECON-RPT-FILE ASSIGN TO "REVRECON"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-RPT-FILE-STATUS.
006800     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-BDATE-FILE-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  BILLING-EXTRACT-FILE
007400     RECORDING MODE IS F.
007500     COPY BILLEXTR.
007600 FD  CALC-LOG-FILE.
007700     COPY CALCLOG.
007800 FD  RATE-GL-FILE.
007900     COPY RATEGL.
008000 FD  GL-ACCOUNT-FILE.
008100     COPY GLACCT.
008200 FD  ACCOUNT-MASTER-FILE.
008300     COPY ACCTMSTR.
008400 FD  REVENUE-DAILY-FILE
008500     RECORDING MODE IS F.
008600     COPY PNDAILY.
008700 FD  POSTED-REGISTER-FILE
008800     RECORDING MODE IS F.
008900 01  POSTED-REGISTER-RECORD.
009000     05  PR-EXTRACT-GEN              PIC 9(04).
009100     05  PR-POST-DATE                PIC 9(08).
009200     05  PR-DETAIL-COUNT             PIC 9(06).
009300     05  PR-POSTING-COUNT            PIC 9(06).
009400     05  PR-POSTED-TOTAL             PIC S9(13)V99.
009500 FD  RECON-RPT-FILE
009600     RECORDING MODE IS F.
009700 01  RECON-RPT-LINE                  PIC X(80).
009800 FD  BUS-DATE-FILE
009900     RECORDING MODE IS F.
010000     COPY BUSDATE.
010100 WORKING-STORAGE SECTION.
010200 01  WS-EXTRACT-FILE-STATUS          PIC X(02).
010300     88  WS-EXTRACT-FILE-OK          VALUE "00".
010400 01  WS-LOG-FILE-STATUS              PIC X(02).
010500     88  WS-LOG-FILE-OK              VALUE "00".
010600 01  WS-MAP-FILE-STATUS              PIC X(02).
010700     88  WS-MAP-FILE-OK              VALUE "00".
010800 01  WS-GLA-FILE-STATUS              PIC X(02).
010900     88  WS-GLA-FILE-OK              VALUE "00".
011000 01  WS-ACCT-FILE-STATUS             PIC X(02).
011100     88  WS-ACCT-FILE-OK             VALUE "00".
011200 01  WS-REVD-FILE-STATUS             PIC X(02).
011300     88  WS-REVD-FILE-OK             VALUE "00".
011400 01  WS-PREG-FILE-STATUS             PIC X(02).
011500     88  WS-PREG-FILE-OK             VALUE "00".
011600 01  WS-RPT-FILE-STATUS              PIC X(02).
011700     88  WS-RPT-FILE-OK              VALUE "00".
011800 01  WS-BDATE-FILE-STATUS            PIC X(02).
011900     88  WS-BDATE-FILE-OK            VALUE "00".
012000 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
012100     88  WS-END-OF-FILE              VALUE "Y".
012200 01  WS-PREG-EOF-SWITCH              PIC X(01) VALUE "N".
012300     88  WS-END-OF-REGISTER          VALUE "Y".
012400 01  WS-GLA-EOF-SWITCH               PIC X(01) VALUE "N".
012500     88  WS-END-OF-ACCOUNTS          VALUE "Y".
012600 01  WS-TRAILER-SWITCH               PIC X(01) VALUE "N".
012700     88  WS-TRAILER-SEEN             VALUE "Y".
012733 01  WS-EXTRACT-OPEN-SWITCH          PIC X(01) VALUE "N".
012766     88  WS-EXTRACT-OPEN             VALUE "Y".
012799 01  WS-LOG-OPEN-SWITCH              PIC X(01) VALUE "N".
012832     88  WS-LOG-OPEN                 VALUE "Y".
012865 01  WS-MAP-OPEN-SWITCH              PIC X(01) VALUE "N".
012900     88  WS-MAP-OPEN                 VALUE "Y".
013000 01  WS-ACCT-OPEN-SWITCH             PIC X(01) VALUE "N".
013100     88  WS-ACCT-OPEN                VALUE "Y".
013200 01  WS-REFUSE-SWITCH                PIC X(01) VALUE "N".
013300     88  WS-RUN-REFUSED              VALUE "Y".
013400 01  WS-BALANCE-SWITCH               PIC X(01) VALUE "N".
013500     88  WS-OUT-OF-BALANCE           VALUE "Y".
013600 01  WS-POSTING-FOUND-SWITCH         PIC X(01) VALUE "N".
013700     88  WS-POSTING-FOUND            VALUE "Y".
013800 01  WS-SUSPENSE-ACCOUNT             PIC X(08) VALUE SPACES.
013900     88  WS-NO-SUSPENSE-ACCOUNT      VALUE SPACES.
014000 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
014100 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
014200 01  WS-LIB-FUNCTION                 PIC X(06).
014300 01  WS-LIB-RETURN-CODE              PIC 9(02).
014400 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "REVPOST".
014500 01  WS-LIB-MSG-VALUE                PIC X(40).
014600 01  WS-LIB-MSG-TEXT                 PIC X(60).
014700 01  WS-THIS-GEN                     PIC 9(04) VALUE ZERO.
014800 01  WS-HIGH-POSTED-GEN              PIC 9(04) VALUE ZERO.
014900 01  WS-REFUSE-REASON                PIC X(50) VALUE SPACES.
015000 01  WS-WORK-RATE-CODE               PIC X(04) VALUE SPACES.
015100 01  WS-WORK-GL-ACCOUNT              PIC X(08) VALUE SPACES.
015200 01  WS-WORK-DEPT                    PIC X(04) VALUE SPACES.
015300 01  WS-WORK-ACCOUNT                 PIC X(08) VALUE SPACES.
015400 01  WS-WORK-SIDE                    PIC X(02) VALUE SPACES.
015500 01  WS-DETAIL-COUNT                 PIC 9(06) COMP VALUE ZERO.
015600 01  WS-DETAIL-TOTAL                 PIC S9(13)V99 VALUE ZERO.
015700 01  WS-TRAILER-COUNT                PIC 9(06) VALUE ZERO.
015800 01  WS-TRAILER-TOTAL                PIC S9(13)V99 VALUE ZERO.
015900 01  WS-POSTED-TOTAL                 PIC S9(13)V99 VALUE ZERO.
016000 01  WS-DEFAULT-COUNT                PIC 9(06) COMP VALUE ZERO.
016100 01  WS-SUSPENSE-COUNT               PIC 9(06) COMP VALUE ZERO.
016200 01  WS-UNMAPPED-COUNT               PIC 9(06) COMP VALUE ZERO.
016300 01  WS-NO-LOG-COUNT                 PIC 9(06) COMP VALUE ZERO.
016400 01  WS-POSTING-TABLE.
016500     05  WS-POSTING-ENTRY OCCURS 500 TIMES INDEXED BY PT-IDX.
016600         10  PT-GL-ACCOUNT           PIC X(08).
016700         10  PT-DEPT-CODE            PIC X(04).
016800         10  PT-SIDE                 PIC X(02).
016900         10  PT-DETAIL-COUNT         PIC 9(06).
017000         10  PT-AMOUNT               PIC S9(13)V99.
017100 01  WS-POSTING-COUNT                PIC 9(04) COMP VALUE ZERO.
017200 01  WS-HEADER-LINE.
017300     05  FILLER                      PIC X(34) VALUE
017400         "REVENUE POSTING RECONCILIATION".
017500     05  FILLER                      PIC X(12) VALUE
017600         "GENERATION: ".
017700     05  HL-GEN                      PIC 9(04).
017800     05  FILLER                      PIC X(10) VALUE
017900         "  POSTED: ".
018000     05  HL-POST-DATE                PIC 9(08).
018100     05  FILLER                      PIC X(12) VALUE SPACES.
018200 01  WS-TOTAL-LINE.
018300     05  TL-LABEL                    PIC X(36).
018400     05  TL-COUNT                    PIC Z(05)9.
018500     05  FILLER                      PIC X(02) VALUE SPACES.
018600     05  TL-AMOUNT                   PIC -(13)9.99.
018700     05  FILLER                      PIC X(18) VALUE SPACES.
018800 01  WS-COLUMN-LINE.
018900     05  FILLER                      PIC X(40) VALUE
019000         "GL ACCT  DEPT  SIDE   DETAILS".
019100     05  FILLER                      PIC X(40) VALUE
019200         "         AMOUNT".
019300 01  WS-POSTING-LINE.
019400     05  PL-GL-ACCOUNT               PIC X(08).
019500     05  FILLER                      PIC X(01) VALUE SPACE.
019600     05  PL-DEPT-CODE                PIC X(04).
019700     05  FILLER                      PIC X(02) VALUE SPACES.
019800     05  PL-SIDE                     PIC X(06).
019900     05  FILLER                      PIC X(03) VALUE SPACES.
020000     05  PL-DETAIL-COUNT             PIC Z(05)9.
020100     05  FILLER                      PIC X(02) VALUE SPACES.
020200     05  PL-AMOUNT                   PIC -(13)9.99.
020300     05  FILLER                      PIC X(30) VALUE SPACES.
020400 01  WS-MESSAGE-LINE                 PIC X(80).
020500 PROCEDURE DIVISION.
020600******************************************************************
020700* 0000-MAINLINE - CHECK THE GENERATION, CODE AND SUMMARIZE ITS
020800*                 DETAILS, PROVE THE TRAILER, THEN WRITE THE
020900*                 POSTINGS AND THE RECONCILIATION.
021000******************************************************************
021100 0000-MAINLINE.
021200     PERFORM 0500-RESOLVE-BUSINESS-DATE
021300         THRU 0500-EXIT.
021400     PERFORM 1000-OPEN-AND-CHECK
021500         THRU 1000-EXIT.
021600     IF WS-RUN-REFUSED
021700         DISPLAY "REVENUE POSTING REFUSED - " WS-REFUSE-REASON
021800         PERFORM 8000-CLOSE-FILES
021900             THRU 8000-EXIT
022000         MOVE 8 TO RETURN-CODE
022100         GO TO 9999-EXIT
022200     END-IF.
022300     PERFORM 2000-CODE-ONE-DETAIL
022400         THRU 2000-EXIT
022500         UNTIL WS-END-OF-FILE.
022600     PERFORM 3000-PROVE-TRAILER
022700         THRU 3000-EXIT.
022800     IF NOT WS-OUT-OF-BALANCE
022900         PERFORM 4000-WRITE-POSTINGS
023000             THRU 4000-EXIT
023100         PERFORM 4500-REGISTER-GENERATION
023200             THRU 4500-EXIT
023300     END-IF.
023400     PERFORM 5000-WRITE-RECONCILIATION
023500         THRU 5000-EXIT.
023600     PERFORM 8000-CLOSE-FILES
023700         THRU 8000-EXIT.
023800     MOVE "REVRECON" TO WS-RPT-KEEP-NAME.
023900     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-TODAYS-DATE.
024000     DISPLAY "GENERATION " WS-THIS-GEN " DETAILS: "
024100         WS-DETAIL-COUNT " POSTINGS: " WS-POSTING-COUNT.
024200     EVALUATE TRUE
024300         WHEN WS-OUT-OF-BALANCE
024400             DISPLAY "GENERATION OUT OF BALANCE - NOT POSTED"
024500             MOVE 8 TO RETURN-CODE
024600         WHEN WS-SUSPENSE-COUNT > ZERO
024700           OR WS-UNMAPPED-COUNT > ZERO
024800           OR WS-NO-LOG-COUNT > ZERO
024900             DISPLAY "SOME DETAILS WENT TO SUSPENSE OR UNMAPPED"
025000                 " - SEE REVRECON"
025100             MOVE 4 TO RETURN-CODE
025200         WHEN OTHER
025300             MOVE ZERO TO RETURN-CODE
025400     END-EVALUATE.
025500     GO TO 9999-EXIT.
025600******************************************************************
025700* 0500-RESOLVE-BUSINESS-DATE - THE BUSDATE CONTROL WHEN ONE IS
025800*                  ON FILE, THE SYSTEM DATE OTHERWISE.
025900******************************************************************
026000 0500-RESOLVE-BUSINESS-DATE.
026100     MOVE "DATSTM" TO WS-LIB-FUNCTION.
026200     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
026300         WS-TODAYS-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
026400         WS-LIB-MSG-TEXT.
026500     OPEN INPUT BUS-DATE-FILE.
026600     IF NOT WS-BDATE-FILE-OK
026700         GO TO 0500-EXIT
026800     END-IF.
026900     READ BUS-DATE-FILE
027000         AT END
027100             CONTINUE
027200     END-READ.
027300     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
027400         MOVE BD-BUSINESS-DATE TO WS-TODAYS-DATE
027500     END-IF.
027600     CLOSE BUS-DATE-FILE.
027700 0500-EXIT.
027800     EXIT.
027900******************************************************************
028000* 1000-OPEN-AND-CHECK - THE EXTRACT MUST OPEN WITH A HEADER THAT
028100*                  NAMES ITS GENERATION, THAT GENERATION MUST NOT
028200*                  ALREADY BE ON THE POSTED REGISTER, AND CALCLOG
028300*                  MUST BE THERE TO GIVE EACH DETAIL ITS RATE
028400*                  CODE. THE MAPPING AND THE MASTERS ARE OPENED
028500*                  FOR LOOKUP.
028600******************************************************************
028700 1000-OPEN-AND-CHECK.
028800     OPEN INPUT BILLING-EXTRACT-FILE.
028900     IF NOT WS-EXTRACT-FILE-OK
029000         MOVE "CALCBILL UNAVAILABLE" TO WS-REFUSE-REASON
029100         SET WS-RUN-REFUSED TO TRUE
029180         GO TO 1000-EXIT
029260     END-IF.
029340     SET WS-EXTRACT-OPEN TO TRUE.
029420     READ BILLING-EXTRACT-FILE
029500         AT END
029600             SET WS-END-OF-FILE TO TRUE
029700     END-READ.
029800     IF WS-END-OF-FILE OR NOT BX-HEADER-RECORD
029900         MOVE "CALCBILL HAS NO HEADER RECORD" TO WS-REFUSE-REASON
030000         SET WS-RUN-REFUSED TO TRUE
030100         GO TO 1000-EXIT
030200     END-IF.
030300     IF BX-EXTRACT-GEN NOT NUMERIC OR BX-EXTRACT-GEN = ZERO
030400         MOVE "CALCBILL HEADER CARRIES NO GENERATION NUMBER"
030500             TO WS-REFUSE-REASON
030600         SET WS-RUN-REFUSED TO TRUE
030700         GO TO 1000-EXIT
030800     END-IF.
030900     MOVE BX-EXTRACT-GEN TO WS-THIS-GEN.
031000     PERFORM 1100-CHECK-POSTED-REGISTER
031100         THRU 1100-EXIT.
031200     IF WS-RUN-REFUSED
031300         GO TO 1000-EXIT
031400     END-IF.
031500     OPEN INPUT CALC-LOG-FILE.
031600     IF NOT WS-LOG-FILE-OK
031700         MOVE "CALCLOG UNAVAILABLE - RATE CODES UNKNOWN"
031800             TO WS-REFUSE-REASON
031900         SET WS-RUN-REFUSED TO TRUE
031980         GO TO 1000-EXIT
032060     END-IF.
032140     SET WS-LOG-OPEN TO TRUE.
032220     OPEN INPUT RATE-GL-FILE.
032300     IF WS-MAP-FILE-OK
032400         SET WS-MAP-OPEN TO TRUE
032500     ELSE
032600         DISPLAY "RATEGL UNAVAILABLE - ALL REVENUE TO SUSPENSE"
032700     END-IF.
032800     OPEN INPUT ACCOUNT-MASTER-FILE.
032900     IF WS-ACCT-FILE-OK
033000         SET WS-ACCT-OPEN TO TRUE
033100     ELSE
033200         DISPLAY "ACCTMSTR UNAVAILABLE - HOUSE DEPARTMENT USED"
033300     END-IF.
033400     OPEN INPUT GL-ACCOUNT-FILE.
033500     IF WS-GLA-FILE-OK
033600         PERFORM 1200-FIND-SUSPENSE-ACCOUNT
033700             THRU 1200-EXIT
033800         CLOSE GL-ACCOUNT-FILE
033900     END-IF.
034000     INITIALIZE WS-POSTING-TABLE.
034100     PERFORM 1500-READ-EXTRACT
034200         THRU 1500-EXIT.
034300 1000-EXIT.
034400     EXIT.
034500******************************************************************
034600* 1100-CHECK-POSTED-REGISTER - REFUSE A GENERATION ALREADY
034700*                  POSTED. A GENERATION MORE THAN ONE PAST THE
034800*                  HIGHEST POSTED MEANS ONE WAS SKIPPED; IT IS
034900*                  WARNED OF, NOT REFUSED, SINCE A REPRINT OF
035000*                  THE SKIPPED ONE CAN STILL BE POSTED.
035100******************************************************************
035200 1100-CHECK-POSTED-REGISTER.
035300     OPEN INPUT POSTED-REGISTER-FILE.
035400     IF NOT WS-PREG-FILE-OK
035500         GO TO 1100-EXIT
035600     END-IF.
035700     PERFORM 1110-READ-ONE-REGISTER-ROW
035800         THRU 1110-EXIT
035900         UNTIL WS-END-OF-REGISTER.
036000     CLOSE POSTED-REGISTER-FILE.
036100     IF WS-RUN-REFUSED
036200         GO TO 1100-EXIT
036300     END-IF.
036400     IF WS-HIGH-POSTED-GEN > ZERO
036500        AND WS-THIS-GEN > WS-HIGH-POSTED-GEN + 1
036600         DISPLAY "GENERATION GAP - LAST POSTED "
036700             WS-HIGH-POSTED-GEN ", THIS ONE " WS-THIS-GEN
036800     END-IF.
036900 1100-EXIT.
037000     EXIT.
037100******************************************************************
037200* 1110-READ-ONE-REGISTER-ROW - ONE POSTED GENERATION.
037300******************************************************************
037400 1110-READ-ONE-REGISTER-ROW.
037500     READ POSTED-REGISTER-FILE
037600         AT END
037700             SET WS-END-OF-REGISTER TO TRUE
037800     END-READ.
037900     IF WS-END-OF-REGISTER
038000         GO TO 1110-EXIT
038100     END-IF.
038200     IF PR-EXTRACT-GEN = WS-THIS-GEN
038300         MOVE "GENERATION ALREADY POSTED" TO WS-REFUSE-REASON
038400         SET WS-RUN-REFUSED TO TRUE
038500     END-IF.
038600     IF PR-EXTRACT-GEN > WS-HIGH-POSTED-GEN
038700         MOVE PR-EXTRACT-GEN TO WS-HIGH-POSTED-GEN
038800     END-IF.
038900 1110-EXIT.
039000     EXIT.
039100******************************************************************
039200* 1200-FIND-SUSPENSE-ACCOUNT - THE FIRST ACCOUNT ON THE MASTER
039300*                  CARRYING THE SUSPENSE DESIGNATION.
039400******************************************************************
039500 1200-FIND-SUSPENSE-ACCOUNT.
039600     MOVE LOW-VALUES TO GA-ACCOUNT-CODE.
039700     START GL-ACCOUNT-FILE KEY IS NOT LESS THAN GA-ACCOUNT-CODE
039800         INVALID KEY
039900             SET WS-END-OF-ACCOUNTS TO TRUE
040000     END-START.
040100     PERFORM 1210-SCAN-ONE-ACCOUNT
040200         THRU 1210-EXIT
040300         UNTIL WS-END-OF-ACCOUNTS
040400         OR NOT WS-NO-SUSPENSE-ACCOUNT.
040500 1200-EXIT.
040600     EXIT.
040700******************************************************************
040800* 1210-SCAN-ONE-ACCOUNT - ONE MASTER ROW AT A TIME.
040900******************************************************************
041000 1210-SCAN-ONE-ACCOUNT.
041100     READ GL-ACCOUNT-FILE NEXT RECORD
041200         AT END
041300             SET WS-END-OF-ACCOUNTS TO TRUE
041400     END-READ.
041500     IF NOT WS-END-OF-ACCOUNTS
041600         IF GA-IS-SUSPENSE
041700             MOVE GA-ACCOUNT-CODE TO WS-SUSPENSE-ACCOUNT
041800         END-IF
041900     END-IF.
042000 1210-EXIT.
042100     EXIT.
042200******************************************************************
042300* 1500-READ-EXTRACT - NEXT CALCBILL RECORD.
042400******************************************************************
042500 1500-READ-EXTRACT.
042600     READ BILLING-EXTRACT-FILE
042700         AT END
042800             SET WS-END-OF-FILE TO TRUE
042900     END-READ.
043000 1500-EXIT.
043100     EXIT.
043200******************************************************************
043300* 2000-CODE-ONE-DETAIL - FIND THE DETAIL'S GL ACCOUNT AND
043400*                  DEPARTMENT AND ADD IT TO ITS POSTING LINE. THE
043500*                  TRAILER IS KEPT FOR THE PROOF AND ENDS THE
043600*                  PASS.
043700******************************************************************
043800 2000-CODE-ONE-DETAIL.
043900     IF BX-TRAILER-RECORD
044000         SET WS-TRAILER-SEEN TO TRUE
044100         MOVE BX-RECORD-COUNT TO WS-TRAILER-COUNT
044200         MOVE BX-TOTAL-AMOUNT TO WS-TRAILER-TOTAL
044300         SET WS-END-OF-FILE TO TRUE
044400         GO TO 2000-EXIT
044500     END-IF.
044600     IF NOT BX-DETAIL-RECORD
044700         GO TO 2000-NEXT
044800     END-IF.
044900     ADD 1 TO WS-DETAIL-COUNT.
045000     ADD BX-TRANSACTION-AMOUNT TO WS-DETAIL-TOTAL.
045100     PERFORM 2100-FIND-GL-ACCOUNT
045200         THRU 2100-EXIT.
045300     PERFORM 2200-FIND-DEPARTMENT
045400         THRU 2200-EXIT.
045500     IF BX-TRANSACTION-AMOUNT < ZERO
045600         MOVE "CR" TO WS-WORK-SIDE
045700     ELSE
045800         MOVE "DR" TO WS-WORK-SIDE
045900     END-IF.
046000     PERFORM 2300-ADD-TO-POSTING
046100         THRU 2300-EXIT.
046200     IF WS-RUN-REFUSED
046300         SET WS-OUT-OF-BALANCE TO TRUE
046400         SET WS-END-OF-FILE TO TRUE
046500         GO TO 2000-EXIT
046600     END-IF.
046700 2000-NEXT.
046800     PERFORM 1500-READ-EXTRACT
046900         THRU 1500-EXIT.
047000 2000-EXIT.
047100     EXIT.
047200******************************************************************
047300* 2100-FIND-GL-ACCOUNT - RATE CODE FROM THE REFERENCED CALCLOG
047400*                  TRANSACTION, THEN ITS ACTIVE MAPPING, THEN THE
047500*                  "****" DEFAULT ROW, THEN THE SUSPENSE ACCOUNT.
047600*                  WITH NONE OF THOSE THE LINE GOES OUT UNDER
047700*                  "UNMAPPED" AND POSNEGDEC REJECTS IT TO REPAIR.
047800******************************************************************
047900 2100-FIND-GL-ACCOUNT.
048000     MOVE SPACES TO WS-WORK-RATE-CODE
048100                    WS-WORK-GL-ACCOUNT.
048200     MOVE BX-TRANSACTION-DATE TO CL-LOG-DATE.
048300     MOVE BX-OPERATOR-ID      TO CL-OPERATOR-ID.
048400     MOVE BX-REFERENCE-NO     TO CL-SEQUENCE-NO.
048500     READ CALC-LOG-FILE
048600         INVALID KEY
048700             ADD 1 TO WS-NO-LOG-COUNT
048800         NOT INVALID KEY
048900             MOVE CL-RATE-CODE TO WS-WORK-RATE-CODE
049000     END-READ.
049100     IF NOT WS-MAP-OPEN
049200         GO TO 2100-SUSPENSE
049300     END-IF.
049400     IF WS-WORK-RATE-CODE NOT = SPACES
049500         MOVE WS-WORK-RATE-CODE TO RG-RATE-CODE
049600         READ RATE-GL-FILE
049700             INVALID KEY
049800                 CONTINUE
049900             NOT INVALID KEY
050000                 IF RG-STATUS-ACTIVE
050100                     MOVE RG-GL-ACCOUNT TO WS-WORK-GL-ACCOUNT
050200                 END-IF
050300         END-READ
050400     END-IF.
050500     IF WS-WORK-GL-ACCOUNT NOT = SPACES
050600         GO TO 2100-EXIT
050700     END-IF.
050800     MOVE "****" TO RG-RATE-CODE.
050900     READ RATE-GL-FILE
051000         INVALID KEY
051100             CONTINUE
051200         NOT INVALID KEY
051300             IF RG-STATUS-ACTIVE
051400                 MOVE RG-GL-ACCOUNT TO WS-WORK-GL-ACCOUNT
051500                 ADD 1 TO WS-DEFAULT-COUNT
051600             END-IF
051700     END-READ.
051800     IF WS-WORK-GL-ACCOUNT NOT = SPACES
051900         GO TO 2100-EXIT
052000     END-IF.
052100 2100-SUSPENSE.
052200     IF WS-NO-SUSPENSE-ACCOUNT
052300         MOVE "UNMAPPED" TO WS-WORK-GL-ACCOUNT
052400         ADD 1 TO WS-UNMAPPED-COUNT
052500     ELSE
052600         MOVE WS-SUSPENSE-ACCOUNT TO WS-WORK-GL-ACCOUNT
052700         ADD 1 TO WS-SUSPENSE-COUNT
052800     END-IF.
052900 2100-EXIT.
053000     EXIT.
053100******************************************************************
053200* 2200-FIND-DEPARTMENT - THE BILL DEPARTMENT OF THE ACCOUNT THE
053300*                  WORK WAS DONE FOR (THE SUBSIDIARY ON A GROUP-
053400*                  LEVEL EXTRACT). BLANK IS THE HOUSE DEPARTMENT.
053500******************************************************************
053600 2200-FIND-DEPARTMENT.
053700     MOVE SPACES TO WS-WORK-DEPT.
053800     IF NOT WS-ACCT-OPEN
053900         GO TO 2200-EXIT
054000     END-IF.
054100     IF BX-SUBSIDIARY-ID NOT = SPACES
054200         MOVE BX-SUBSIDIARY-ID TO WS-WORK-ACCOUNT
054300     ELSE
054400         MOVE BX-ACCOUNT-ID TO WS-WORK-ACCOUNT
054500     END-IF.
054600     MOVE WS-WORK-ACCOUNT TO AM-ACCOUNT-ID.
054700     READ ACCOUNT-MASTER-FILE
054800         INVALID KEY
054900             CONTINUE
055000         NOT INVALID KEY
055100             MOVE AM-BILL-DEPT TO WS-WORK-DEPT
055200     END-READ.
055300 2200-EXIT.
055400     EXIT.
055500******************************************************************
055600* 2300-ADD-TO-POSTING - ONE POSTING LINE PER GL ACCOUNT,
055700*                  DEPARTMENT AND SIDE. A FULL TABLE REFUSES THE
055800*                  RUN RATHER THAN POST PART OF A GENERATION.
055900******************************************************************
056000 2300-ADD-TO-POSTING.
056100     MOVE "N" TO WS-POSTING-FOUND-SWITCH.
056200     SET PT-IDX TO 1.
056300     SEARCH WS-POSTING-ENTRY
056400         AT END
056500             CONTINUE
056600         WHEN PT-IDX > WS-POSTING-COUNT
056700             CONTINUE
056800         WHEN PT-GL-ACCOUNT (PT-IDX) = WS-WORK-GL-ACCOUNT
056900          AND PT-DEPT-CODE (PT-IDX) = WS-WORK-DEPT
057000          AND PT-SIDE (PT-IDX) = WS-WORK-SIDE
057100             SET WS-POSTING-FOUND TO TRUE
057200     END-SEARCH.
057300     IF NOT WS-POSTING-FOUND
057400         IF WS-POSTING-COUNT < 500
057500             ADD 1 TO WS-POSTING-COUNT
057600             SET PT-IDX TO WS-POSTING-COUNT
057700             MOVE WS-WORK-GL-ACCOUNT TO PT-GL-ACCOUNT (PT-IDX)
057800             MOVE WS-WORK-DEPT TO PT-DEPT-CODE (PT-IDX)
057900             MOVE WS-WORK-SIDE TO PT-SIDE (PT-IDX)
058000         ELSE
058100             MOVE "POSTING TABLE FULL - GENERATION NOT POSTED"
058200                 TO WS-REFUSE-REASON
058300             SET WS-RUN-REFUSED TO TRUE
058400             GO TO 2300-EXIT
058500         END-IF
058600     END-IF.
058700     ADD 1 TO PT-DETAIL-COUNT (PT-IDX).
058800     ADD BX-TRANSACTION-AMOUNT TO PT-AMOUNT (PT-IDX).
058900 2300-EXIT.
059000     EXIT.
059100******************************************************************
059200* 3000-PROVE-TRAILER - THE TRAILER'S COUNT AND TOTAL MUST MATCH
059300*                  THE DETAILS READ, AND THE POSTING LINES MUST
059400*                  ADD BACK TO THE SAME TOTAL.
059500******************************************************************
059600 3000-PROVE-TRAILER.
059700     PERFORM 3100-ADD-POSTED-TOTAL
059800         THRU 3100-EXIT
059900         VARYING PT-IDX FROM 1 BY 1
060000         UNTIL PT-IDX > WS-POSTING-COUNT.
060100     IF WS-RUN-REFUSED
060200         GO TO 3000-EXIT
060300     END-IF.
060400     IF NOT WS-TRAILER-SEEN
060500         MOVE "CALCBILL HAS NO TRAILER RECORD"
060600             TO WS-REFUSE-REASON
060700         SET WS-OUT-OF-BALANCE TO TRUE
060800         GO TO 3000-EXIT
060900     END-IF.
061000     IF WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
061100        OR WS-TRAILER-TOTAL NOT = WS-DETAIL-TOTAL
061200        OR WS-POSTED-TOTAL NOT = WS-TRAILER-TOTAL
061300         MOVE "TRAILER DOES NOT MATCH THE DETAILS"
061400             TO WS-REFUSE-REASON
061500         SET WS-OUT-OF-BALANCE TO TRUE
061600     END-IF.
061700 3000-EXIT.
061800     EXIT.
061900******************************************************************
062000* 3100-ADD-POSTED-TOTAL - ONE POSTING LINE INTO THE TOTAL.
062100******************************************************************
062200 3100-ADD-POSTED-TOTAL.
062300     ADD PT-AMOUNT (PT-IDX) TO WS-POSTED-TOTAL.
062400 3100-EXIT.
062500     EXIT.
062600******************************************************************
062700* 4000-WRITE-POSTINGS - REVDAILY IN PNDAILY FORMAT: A HEADER
062800*                  DATED THE BUSINESS DATE, ONE TYPE "R" DETAIL
062900*                  PER POSTING LINE, AND A TRAILER WITH THE LINE
063000*                  COUNT AND THE POST-AMOUNT TOTAL. THE SIGNED
063100*                  ADJUSTMENT HASH IS ZERO, AS REVENUE DETAILS
063200*                  CARRY NO ADJUSTMENT.
063300******************************************************************
063400 4000-WRITE-POSTINGS.
063500     OPEN OUTPUT REVENUE-DAILY-FILE.
063600     MOVE SPACES TO DAILY-TRANS-RECORD.
063700     MOVE "HD" TO DT-RECORD-TYPE.
063800     MOVE WS-TODAYS-DATE TO DT-BATCH-DATE.
063900     MOVE ZERO TO DT-POST-AMOUNT.
064000     WRITE DAILY-TRANS-RECORD.
064100     PERFORM 4100-WRITE-ONE-POSTING
064200         THRU 4100-EXIT
064300         VARYING PT-IDX FROM 1 BY 1
064400         UNTIL PT-IDX > WS-POSTING-COUNT.
064500     MOVE SPACES TO DAILY-TRANS-RECORD.
064600     MOVE "TL" TO DT-RECORD-TYPE.
064700     MOVE WS-POSTING-COUNT TO DT-RECORD-COUNT.
064800     MOVE ZERO TO DT-HASH-TOTAL.
064900     MOVE WS-POSTED-TOTAL TO DT-POST-AMOUNT.
065000     WRITE DAILY-TRANS-RECORD.
065100     CLOSE REVENUE-DAILY-FILE.
065200 4000-EXIT.
065300     EXIT.
065400******************************************************************
065500* 4100-WRITE-ONE-POSTING - ONE REVENUE DETAIL.
065600******************************************************************
065700 4100-WRITE-ONE-POSTING.
065800     MOVE SPACES TO DAILY-TRANS-RECORD.
065900     MOVE "DT" TO DT-RECORD-TYPE.
066000     MOVE ZERO TO DT-NUM1-ADJ
066100                  DT-NUM2-ADJ
066200                  DT-NUM3-ADJ.
066300     MOVE PT-GL-ACCOUNT (PT-IDX) TO DT-GL-ACCOUNT.
066400     MOVE PT-DEPT-CODE (PT-IDX) TO DT-DEPT-CODE.
066500     SET DT-TYPE-REVENUE TO TRUE.
066600     MOVE PT-AMOUNT (PT-IDX) TO DT-POST-AMOUNT.
066700     WRITE DAILY-TRANS-RECORD.
066800 4100-EXIT.
066900     EXIT.
067000******************************************************************
067100* 4500-REGISTER-GENERATION - APPEND THE GENERATION TO REVPREG SO
067200*                  IT IS NEVER POSTED TWICE.
067300******************************************************************
067400 4500-REGISTER-GENERATION.
067500     OPEN EXTEND POSTED-REGISTER-FILE.
067600     IF NOT WS-PREG-FILE-OK
067700         OPEN OUTPUT POSTED-REGISTER-FILE
067800     END-IF.
067900     MOVE WS-THIS-GEN      TO PR-EXTRACT-GEN.
068000     MOVE WS-TODAYS-DATE   TO PR-POST-DATE.
068100     MOVE WS-DETAIL-COUNT  TO PR-DETAIL-COUNT.
068200     MOVE WS-POSTING-COUNT TO PR-POSTING-COUNT.
068300     MOVE WS-POSTED-TOTAL  TO PR-POSTED-TOTAL.
068400     WRITE POSTED-REGISTER-RECORD.
068500     CLOSE POSTED-REGISTER-FILE.
068600 4500-EXIT.
068700     EXIT.
068800******************************************************************
068900* 5000-WRITE-RECONCILIATION - TRAILER AGAINST DETAILS AGAINST
069000*                  POSTINGS, EACH POSTING LINE, AND THE VERDICT.
069100******************************************************************
069200 5000-WRITE-RECONCILIATION.
069300     OPEN OUTPUT RECON-RPT-FILE.
069400     MOVE WS-THIS-GEN TO HL-GEN.
069500     MOVE WS-TODAYS-DATE TO HL-POST-DATE.
069600     WRITE RECON-RPT-LINE FROM WS-HEADER-LINE.
069700     MOVE SPACES TO RECON-RPT-LINE.
069800     WRITE RECON-RPT-LINE.
069900     MOVE "BX TRAILER COUNT / TOTAL" TO TL-LABEL.
070000     MOVE WS-TRAILER-COUNT TO TL-COUNT.
070100     MOVE WS-TRAILER-TOTAL TO TL-AMOUNT.
070200     WRITE RECON-RPT-LINE FROM WS-TOTAL-LINE.
070300     MOVE "DETAILS READ / TOTAL" TO TL-LABEL.
070400     MOVE WS-DETAIL-COUNT TO TL-COUNT.
070500     MOVE WS-DETAIL-TOTAL TO TL-AMOUNT.
070600     WRITE RECON-RPT-LINE FROM WS-TOTAL-LINE.
070700     MOVE "POSTING LINES / TOTAL" TO TL-LABEL.
070800     MOVE WS-POSTING-COUNT TO TL-COUNT.
070900     MOVE WS-POSTED-TOTAL TO TL-AMOUNT.
071000     WRITE RECON-RPT-LINE FROM WS-TOTAL-LINE.
071100     MOVE ZERO TO TL-AMOUNT.
071200     MOVE "  CODED BY THE DEFAULT MAPPING" TO TL-LABEL.
071300     MOVE WS-DEFAULT-COUNT TO TL-COUNT.
071400     WRITE RECON-RPT-LINE FROM WS-TOTAL-LINE.
071500     MOVE "  CODED TO SUSPENSE" TO TL-LABEL.
071600     MOVE WS-SUSPENSE-COUNT TO TL-COUNT.
071700     WRITE RECON-RPT-LINE FROM WS-TOTAL-LINE.
071800     MOVE "  LEFT UNMAPPED" TO TL-LABEL.
071900     MOVE WS-UNMAPPED-COUNT TO TL-COUNT.
072000     WRITE RECON-RPT-LINE FROM WS-TOTAL-LINE.
072100     MOVE "  NOT FOUND ON CALCLOG" TO TL-LABEL.
072200     MOVE WS-NO-LOG-COUNT TO TL-COUNT.
072300     WRITE RECON-RPT-LINE FROM WS-TOTAL-LINE.
072400     MOVE SPACES TO RECON-RPT-LINE.
072500     WRITE RECON-RPT-LINE.
072600     WRITE RECON-RPT-LINE FROM WS-COLUMN-LINE.
072700     PERFORM 5100-PRINT-ONE-POSTING
072800         THRU 5100-EXIT
072900         VARYING PT-IDX FROM 1 BY 1
073000         UNTIL PT-IDX > WS-POSTING-COUNT.
073100     MOVE SPACES TO RECON-RPT-LINE.
073200     WRITE RECON-RPT-LINE.
073300     IF WS-OUT-OF-BALANCE
073400         MOVE SPACES TO WS-MESSAGE-LINE
073500         STRING "OUT OF BALANCE - NOT POSTED: "
073600             DELIMITED BY SIZE
073700             WS-REFUSE-REASON DELIMITED BY SIZE
073800             INTO WS-MESSAGE-LINE
073900         END-STRING
074000     ELSE
074133         MOVE "RECONCILED - TRAILER EQUALS POSTINGS"
074266             TO WS-MESSAGE-LINE
074400     END-IF.
074500     WRITE RECON-RPT-LINE FROM WS-MESSAGE-LINE.
074600     CLOSE RECON-RPT-FILE.
074700 5000-EXIT.
074800     EXIT.
074900******************************************************************
075000* 5100-PRINT-ONE-POSTING - ONE POSTING LINE.
075100******************************************************************
075200 5100-PRINT-ONE-POSTING.
075300     MOVE PT-GL-ACCOUNT (PT-IDX) TO PL-GL-ACCOUNT.
075400     MOVE PT-DEPT-CODE (PT-IDX) TO PL-DEPT-CODE.
075500     IF PT-SIDE (PT-IDX) = "CR"
075600         MOVE "CREDIT" TO PL-SIDE
075700     ELSE
075800         MOVE "CHARGE" TO PL-SIDE
075900     END-IF.
076000     MOVE PT-DETAIL-COUNT (PT-IDX) TO PL-DETAIL-COUNT.
076100     MOVE PT-AMOUNT (PT-IDX) TO PL-AMOUNT.
076200     WRITE RECON-RPT-LINE FROM WS-POSTING-LINE.
076300 5100-EXIT.
076400     EXIT.
076500******************************************************************
076600* 8000-CLOSE-FILES - CLOSE WHATEVER THE RUN OPENED.
076700******************************************************************
076800 8000-CLOSE-FILES.
076900     IF WS-EXTRACT-OPEN
077000         CLOSE BILLING-EXTRACT-FILE
077100     END-IF.
077200     IF WS-LOG-OPEN
077300         CLOSE CALC-LOG-FILE
077400     END-IF.
077500     IF WS-MAP-OPEN
077600         CLOSE RATE-GL-FILE
077700     END-IF.
077800     IF WS-ACCT-OPEN
077900         CLOSE ACCOUNT-MASTER-FILE
078000     END-IF.
078100 8000-EXIT.
078200     EXIT.
078300******************************************************************
078400* 9999-EXIT - COMMON PROGRAM EXIT POINT.
078500******************************************************************
078600 9999-EXIT.
078700     GOBACK.
078800 END PROGRAM RevenuePostGen.
