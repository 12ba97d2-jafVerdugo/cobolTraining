000100******************************************************************
000200* PROGRAM-ID: LEGALHOLDMAINT
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     MAINTENANCE OF THE LEGAL HOLDS ON LEGLHOLD. AN
000800*              ADMINISTRATOR PLACES A HOLD ON AN ACCOUNT, A GL
000900*              ACCOUNT, A REPORT NAME OR A DATE RANGE, OPTIONALLY
001000*              LIMITED TO A DATE RANGE AND WITH A PLANNED RELEASE
001100*              DATE; WHILE IT IS IN FORCE CALCARCHIVE,
001200*              POSNEGDECARCHIVE, THE ERRLOG PURGE AND REPORTKEEP
001300*              LEAVE THE ITEMS IT COVERS IN PLACE. A HOLD IS
001400*              RELEASED, NEVER DELETED, SO THE ROW STAYS AS
001500*              EVIDENCE. ONLY A STANDING, ACTIVE ADMINISTRATOR MAY
001600*              PLACE, CHANGE OR RELEASE A HOLD, AND EVERY ONE OF
001700*              THOSE ACTIONS IS AUDITED TO SECLOG. THE LHSKIP
001800*              REGISTER CAN BE LISTED HERE TO SHOW WHAT EACH HOLD
001900*              HAS KEPT.
002000* TECTONICS:   cobc
002100*
002200* MODIFICATION HISTORY
002300*   2026-10-15 DO  INITIAL VERSION.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. LegalHoldMaint.
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT LEGAL-HOLD-FILE ASSIGN TO "LEGLHOLD"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS LH-HOLD-ID
003400         FILE STATUS IS WS-HOLD-FILE-STATUS.
003500     SELECT OPERATOR-PIN-FILE ASSIGN TO "GOTOPIN"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS OP-OPERATOR-ID
003900         FILE STATUS IS WS-PIN-FILE-STATUS.
004000     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS AM-ACCOUNT-ID
004400         FILE STATUS IS WS-ACCT-FILE-STATUS.
004500     SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCTM"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS GA-ACCOUNT-CODE
004900         FILE STATUS IS WS-GL-FILE-STATUS.
005000     SELECT HOLD-SKIP-FILE ASSIGN TO "LHSKIP"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-SKIP-FILE-STATUS.
005300     SELECT SEC-AUDIT-FILE ASSIGN TO "SECLOG"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-AUDIT-FILE-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  LEGAL-HOLD-FILE.
005900     COPY LEGLHOLD.
006000 FD  OPERATOR-PIN-FILE.
006100     COPY GOTOPIN.
006200 FD  ACCOUNT-MASTER-FILE.
006300     COPY ACCTMSTR.
006400 FD  GL-ACCOUNT-FILE.
006500     COPY GLACCT.
006600 FD  HOLD-SKIP-FILE
006700     RECORDING MODE IS F.
006800     COPY LHSKIP.
006900 FD  SEC-AUDIT-FILE
007000     RECORDING MODE IS F.
007100 01  SEC-AUDIT-RECORD.
007200     05  SA-LOG-DATE                 PIC 9(08).
007300     05  SA-LOG-TIME                 PIC 9(08).
007400     05  SA-ADMIN-ID                 PIC X(08).
007500     05  SA-ACTION                   PIC X(08).
007600     05  SA-TARGET-ID                PIC X(08).
007700     05  SA-CHAIN-SEQ                PIC 9(09).
007800     05  SA-CHAIN-VALUE              PIC 9(08).
007900 WORKING-STORAGE SECTION.
008000 01  WS-HOLD-FILE-STATUS             PIC X(02).
008100     88  WS-HOLD-FILE-OK             VALUE "00".
008200 01  WS-PIN-FILE-STATUS              PIC X(02).
008300     88  WS-PIN-FILE-OK              VALUE "00".
008400 01  WS-ACCT-FILE-STATUS             PIC X(02).
008500     88  WS-ACCT-FILE-OK             VALUE "00".
008600 01  WS-GL-FILE-STATUS               PIC X(02).
008700     88  WS-GL-FILE-OK               VALUE "00".
008800 01  WS-SKIP-FILE-STATUS             PIC X(02).
008900     88  WS-SKIP-FILE-OK             VALUE "00".
009000 01  WS-AUDIT-FILE-STATUS            PIC X(02).
009100     88  WS-AUDIT-FILE-OK            VALUE "00".
009200 01  WS-ADMIN-ID                     PIC X(08) VALUE SPACES.
009300 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
009400 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
009500 01  WS-AUDIT-TRAIL-NAME             PIC X(08) VALUE SPACES.
009600 01  WS-MAINT-OPTION                 PIC X(01) VALUE SPACE.
009700     88  WS-MAINT-PLACE              VALUE "P" "p".
009800     88  WS-MAINT-RELEASE            VALUE "R" "r".
009900     88  WS-MAINT-CHANGE             VALUE "C" "c".
010000     88  WS-MAINT-BROWSE             VALUE "B" "b".
010100     88  WS-MAINT-SKIPPED            VALUE "S" "s".
010200     88  WS-MAINT-EXIT               VALUE "X" "x".
010300 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
010400     88  WS-END-OF-HOLDS             VALUE "Y".
010500 01  WS-SKIP-EOF-SWITCH              PIC X(01) VALUE "N".
010600     88  WS-END-OF-SKIPS             VALUE "Y".
010700 01  WS-ACCT-OPEN-SWITCH             PIC X(01) VALUE "N".
010800     88  WS-ACCT-FILE-OPEN           VALUE "Y".
010900 01  WS-GL-OPEN-SWITCH               PIC X(01) VALUE "N".
011000     88  WS-GL-FILE-OPEN             VALUE "Y".
011100 01  WS-WORK-HOLD-ID                 PIC 9(06) VALUE ZERO.
011200 01  WS-NEXT-HOLD-ID                 PIC 9(06) VALUE ZERO.
011300 01  WS-WORK-TYPE                    PIC X(01) VALUE SPACE.
011400     88  WS-WORK-TYPE-ACCOUNT        VALUE "A" "a".
011500     88  WS-WORK-TYPE-GL-ACCOUNT     VALUE "G" "g".
011600     88  WS-WORK-TYPE-REPORT         VALUE "R" "r".
011700     88  WS-WORK-TYPE-DATE-RANGE     VALUE "D" "d".
011800 01  WS-WORK-VALUE                   PIC X(08) VALUE SPACES.
011900 01  WS-WORK-FROM-DATE               PIC 9(08) VALUE ZERO.
012000 01  WS-WORK-TO-DATE                 PIC 9(08) VALUE ZERO.
012100 01  WS-WORK-RELEASE-DATE            PIC 9(08) VALUE ZERO.
012200 01  WS-WORK-RELEASE-REPLY           PIC X(08) VALUE SPACES.
012300 01  WS-WORK-MATTER-REF              PIC X(20) VALUE SPACES.
012400 01  WS-WORK-DESCRIPTION             PIC X(30) VALUE SPACES.
012500 01  WS-CONFIRM-REPLY                PIC X(01) VALUE SPACE.
012600     88  WS-CONFIRMED                VALUE "Y" "y".
012700 01  WS-EDIT-DATE                    PIC 9(08) VALUE ZERO.
012800 01  WS-EDIT-DATE-NAME               PIC X(12) VALUE SPACES.
012900 01  WS-BROWSE-COUNT                 PIC 9(04) COMP VALUE ZERO.
013000 01  WS-BROWSE-STATE                 PIC X(08) VALUE SPACES.
013100 01  WS-SKIP-COUNT                   PIC 9(06) COMP VALUE ZERO.
013200 01  WS-SKIP-COUNT-DISPLAY           PIC ZZZ,ZZ9.
013300 01  WS-LIB-FUNCTION                 PIC X(06).
013400 01  WS-LIB-RETURN-CODE              PIC 9(02).
013500 01  WS-LIB-DATE                     PIC 9(08).
013600 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "LEGLHOLD".
013700 01  WS-LIB-MSG-VALUE                PIC X(40).
013800 01  WS-LIB-MSG-TEXT                 PIC X(60).
013900 PROCEDURE DIVISION.
014000******************************************************************
014100* 0000-MAINLINE - VERIFY THE ADMINISTRATOR, OPEN THE FILES, THEN
014200*                 LOOP ON THE MAINTENANCE MENU.
014300******************************************************************
014400 0000-MAINLINE.
014500     DISPLAY "Administrator ID: "
014600     ACCEPT WS-ADMIN-ID.
014700     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
014800     PERFORM 0400-CHECK-AUTHORITY
014900         THRU 0400-EXIT.
015000     IF NOT WS-PIN-FILE-OK
015100         GO TO 9999-EXIT
015200     END-IF.
015300     PERFORM 0500-OPEN-FILES
015400         THRU 0500-EXIT.
015500     IF NOT WS-HOLD-FILE-OK
015600         GO TO 9999-EXIT
015700     END-IF.
015800     PERFORM 2000-SHOW-MENU
015900         THRU 2000-EXIT
016000         UNTIL WS-MAINT-EXIT.
016100     CLOSE LEGAL-HOLD-FILE
016200           OPERATOR-PIN-FILE
016300           SEC-AUDIT-FILE.
016400     IF WS-ACCT-FILE-OPEN
016500         CLOSE ACCOUNT-MASTER-FILE
016600     END-IF.
016700     IF WS-GL-FILE-OPEN
016800         CLOSE GL-ACCOUNT-FILE
016900     END-IF.
017000     GO TO 9999-EXIT.
017100******************************************************************
017200* 0400-CHECK-AUTHORITY - A HOLD IS A LEGAL INSTRUCTION, SO ONLY
017300*                  THE STANDING ADMIN FLAG AND AN ACTIVE STATUS ON
017400*                  THE PIN MASTER WILL DO.
017500******************************************************************
017600 0400-CHECK-AUTHORITY.
017700     OPEN INPUT OPERATOR-PIN-FILE.
017800     IF NOT WS-PIN-FILE-OK
017900         DISPLAY "GOTOPIN OPEN FAILED - SESSION REFUSED"
018000         GO TO 0400-EXIT
018100     END-IF.
018200     MOVE WS-ADMIN-ID TO OP-OPERATOR-ID.
018300     READ OPERATOR-PIN-FILE
018400         INVALID KEY
018500             DISPLAY "ADMINISTRATOR NOT ON THE PIN MASTER - "
018600                 "SESSION REFUSED"
018700             CLOSE OPERATOR-PIN-FILE
018800             MOVE "99" TO WS-PIN-FILE-STATUS
018900             GO TO 0400-EXIT
019000     END-READ.
019100     IF NOT OP-MAY-RUN-ADMIN OR NOT OP-STATUS-ACTIVE
019200         DISPLAY "ONLY AN ACTIVE OPERATOR WITH THE STANDING "
019300             "ADMIN AUTHORITY MAY MAINTAIN LEGAL HOLDS - SESSION "
019400             "REFUSED"
019500         CLOSE OPERATOR-PIN-FILE
019600         MOVE "99" TO WS-PIN-FILE-STATUS
019700     END-IF.
019800 0400-EXIT.
019900     EXIT.
020000******************************************************************
020100* 0500-OPEN-FILES - THE HOLD MASTER FOR UPDATE, CREATED ON FIRST
020200*                  USE, AND SECLOG FOR APPEND. THE ACCOUNT AND GL
020300*                  MASTERS ARE OPENED FOR THE VALUE EDITS WHEN
020400*                  THEY ARE THERE.
020500******************************************************************
020600 0500-OPEN-FILES.
020700     OPEN I-O LEGAL-HOLD-FILE.
020800     IF NOT WS-HOLD-FILE-OK
020900         OPEN OUTPUT LEGAL-HOLD-FILE
021000         IF NOT WS-HOLD-FILE-OK
021100             DISPLAY "LEGLHOLD OPEN FAILED, STATUS "
021200                 WS-HOLD-FILE-STATUS
021300             CLOSE OPERATOR-PIN-FILE
021400             GO TO 0500-EXIT
021500         END-IF
021600         CLOSE LEGAL-HOLD-FILE
021700         OPEN I-O LEGAL-HOLD-FILE
021800         IF NOT WS-HOLD-FILE-OK
021900             DISPLAY "LEGLHOLD REOPEN FAILED, STATUS "
022000                 WS-HOLD-FILE-STATUS
022100             CLOSE OPERATOR-PIN-FILE
022200             GO TO 0500-EXIT
022300         END-IF
022400     END-IF.
022500     OPEN INPUT ACCOUNT-MASTER-FILE.
022600     IF WS-ACCT-FILE-OK
022700         SET WS-ACCT-FILE-OPEN TO TRUE
022800     END-IF.
022900     OPEN INPUT GL-ACCOUNT-FILE.
023000     IF WS-GL-FILE-OK
023100         SET WS-GL-FILE-OPEN TO TRUE
023200     END-IF.
023300     OPEN EXTEND SEC-AUDIT-FILE.
023400     IF NOT WS-AUDIT-FILE-OK
023500         OPEN OUTPUT SEC-AUDIT-FILE
023600     END-IF.
023700 0500-EXIT.
023800     EXIT.
023900******************************************************************
024000* 2000-SHOW-MENU - ONE MAINTENANCE ACTION PER PASS.
024100******************************************************************
024200 2000-SHOW-MENU.
024300     DISPLAY "Legal holds - P)lace R)elease C)hange B)rowse "
024400         "S)kipped items X) exit: "
024500     ACCEPT WS-MAINT-OPTION.
024600     EVALUATE TRUE
024700         WHEN WS-MAINT-PLACE
024800             PERFORM 3000-PLACE-HOLD
024900                 THRU 3000-EXIT
025000         WHEN WS-MAINT-RELEASE
025100             PERFORM 4000-RELEASE-HOLD
025200                 THRU 4000-EXIT
025300         WHEN WS-MAINT-CHANGE
025400             PERFORM 4500-CHANGE-HOLD
025500                 THRU 4500-EXIT
025600         WHEN WS-MAINT-BROWSE
025700             PERFORM 5000-BROWSE-HOLDS
025800                 THRU 5000-EXIT
025900         WHEN WS-MAINT-SKIPPED
026000             PERFORM 6000-LIST-SKIPPED-ITEMS
026100                 THRU 6000-EXIT
026200         WHEN WS-MAINT-EXIT
026300             CONTINUE
026400         WHEN OTHER
026500             DISPLAY "UNKNOWN OPTION"
026600     END-EVALUATE.
026700 2000-EXIT.
026800     EXIT.
026900******************************************************************
027000* 3000-PLACE-HOLD - THE HOLD TYPE AND VALUE, THE DATE RANGE IT
027100*                  COVERS (BLANK FOR ALL DATES), THE MATTER
027200*                  REFERENCE AND AN OPTIONAL PLANNED RELEASE DATE.
027300*                  THE HOLD TAKES THE NEXT FREE NUMBER.
027400******************************************************************
027500 3000-PLACE-HOLD.
027600     DISPLAY "Hold on A)ccount, G)L account, R)eport name, "
027700         "D)ate range only: "
027800     ACCEPT WS-WORK-TYPE.
027900     MOVE SPACES TO WS-WORK-VALUE.
028000     EVALUATE TRUE
028100         WHEN WS-WORK-TYPE-ACCOUNT
028200             MOVE "A" TO WS-WORK-TYPE
028300             DISPLAY "Account ID: "
028400             ACCEPT WS-WORK-VALUE
028500         WHEN WS-WORK-TYPE-GL-ACCOUNT
028600             MOVE "G" TO WS-WORK-TYPE
028700             DISPLAY "GL account: "
028800             ACCEPT WS-WORK-VALUE
028900         WHEN WS-WORK-TYPE-REPORT
029000             MOVE "R" TO WS-WORK-TYPE
029100             DISPLAY "Report name: "
029200             ACCEPT WS-WORK-VALUE
029300         WHEN WS-WORK-TYPE-DATE-RANGE
029400             MOVE "D" TO WS-WORK-TYPE
029500         WHEN OTHER
029600             DISPLAY "HOLD TYPE MUST BE A, G, R OR D"
029700             GO TO 3000-EXIT
029800     END-EVALUATE.
029900     PERFORM 3100-EDIT-HOLD-VALUE
030000         THRU 3100-EXIT.
030100     IF WS-LIB-RETURN-CODE NOT = ZERO
030200         GO TO 3000-EXIT
030300     END-IF.
030400     DISPLAY "Covers items dated from (YYYYMMDD, 0 for all): "
030500     MOVE ZERO TO WS-WORK-FROM-DATE.
030600     ACCEPT WS-WORK-FROM-DATE.
030700     DISPLAY "Covers items dated to (YYYYMMDD, 0 for all): "
030800     MOVE ZERO TO WS-WORK-TO-DATE.
030900     ACCEPT WS-WORK-TO-DATE.
031000     IF WS-WORK-TO-DATE = ZERO
031100         MOVE 99999999 TO WS-WORK-TO-DATE
031200     END-IF.
031300     PERFORM 3200-EDIT-HOLD-RANGE
031400         THRU 3200-EXIT.
031500     IF WS-LIB-RETURN-CODE NOT = ZERO
031600         GO TO 3000-EXIT
031700     END-IF.
031800     IF WS-WORK-TYPE-DATE-RANGE
031900        AND WS-WORK-FROM-DATE = ZERO
032000        AND WS-WORK-TO-DATE = 99999999
032100         DISPLAY "A DATE-RANGE HOLD NEEDS A FROM OR A TO DATE"
032200         GO TO 3000-EXIT
032300     END-IF.
032400     DISPLAY "Matter reference: "
032500     MOVE SPACES TO WS-WORK-MATTER-REF.
032600     ACCEPT WS-WORK-MATTER-REF.
032700     IF WS-WORK-MATTER-REF = SPACES
032800         DISPLAY "A MATTER REFERENCE IS REQUIRED"
032900         GO TO 3000-EXIT
033000     END-IF.
033100     DISPLAY "Description: "
033200     MOVE SPACES TO WS-WORK-DESCRIPTION.
033300     ACCEPT WS-WORK-DESCRIPTION.
033400     DISPLAY "Planned release date (YYYYMMDD, 0 for none): "
033500     MOVE ZERO TO WS-WORK-RELEASE-DATE.
033600     ACCEPT WS-WORK-RELEASE-DATE.
033700     PERFORM 3300-EDIT-RELEASE-DATE
033800         THRU 3300-EXIT.
033900     IF WS-LIB-RETURN-CODE NOT = ZERO
034000         GO TO 3000-EXIT
034100     END-IF.
034200     PERFORM 3400-FIND-NEXT-HOLD-ID
034300         THRU 3400-EXIT.
034400     INITIALIZE LEGAL-HOLD-RECORD.
034500     MOVE WS-NEXT-HOLD-ID      TO LH-HOLD-ID.
034600     MOVE WS-WORK-TYPE         TO LH-HOLD-TYPE.
034700     MOVE WS-WORK-VALUE        TO LH-HOLD-VALUE.
034800     MOVE WS-WORK-FROM-DATE    TO LH-FROM-DATE.
034900     MOVE WS-WORK-TO-DATE      TO LH-TO-DATE.
035000     MOVE WS-WORK-MATTER-REF   TO LH-MATTER-REF.
035100     MOVE WS-WORK-DESCRIPTION  TO LH-DESCRIPTION.
035200     MOVE WS-WORK-RELEASE-DATE TO LH-RELEASE-DATE.
035300     MOVE "A"                  TO LH-STATUS.
035400     MOVE WS-ADMIN-ID          TO LH-PLACED-BY.
035500     MOVE WS-TODAYS-DATE       TO LH-PLACED-DATE.
035600     WRITE LEGAL-HOLD-RECORD
035700         INVALID KEY
035800             DISPLAY "WRITE FAILED, STATUS " WS-HOLD-FILE-STATUS
035900             GO TO 3000-EXIT
036000     END-WRITE.
036100     MOVE "LHPLACE " TO SA-ACTION.
036200     MOVE LH-HOLD-ID TO SA-TARGET-ID.
036300     PERFORM 8000-WRITE-AUDIT-RECORD
036400         THRU 8000-EXIT.
036500     DISPLAY "LEGAL HOLD " LH-HOLD-ID " PLACED FOR MATTER "
036600         LH-MATTER-REF.
036700 3000-EXIT.
036800     EXIT.
036900******************************************************************
037000* 3100-EDIT-HOLD-VALUE - AN ACCOUNT MUST BE ON ACCTMSTR AND A GL
037100*                  ACCOUNT ON GLACCTM WHEN THE MASTER IS THERE TO
037200*                  ASK; A REPORT NAME NEED ONLY BE GIVEN. A
037300*                  NONZERO LIBRARY RETURN CODE TELLS THE CALLER TO
037400*                  STOP.
037500******************************************************************
037600 3100-EDIT-HOLD-VALUE.
037700     MOVE ZERO TO WS-LIB-RETURN-CODE.
037800     IF WS-WORK-TYPE-DATE-RANGE
037900         GO TO 3100-EXIT
038000     END-IF.
038100     IF WS-WORK-VALUE = SPACES
038200         DISPLAY "THE HELD VALUE IS REQUIRED"
038300         MOVE 99 TO WS-LIB-RETURN-CODE
038400         GO TO 3100-EXIT
038500     END-IF.
038600     IF WS-WORK-TYPE-ACCOUNT AND WS-ACCT-FILE-OPEN
038700         MOVE WS-WORK-VALUE TO AM-ACCOUNT-ID
038800         READ ACCOUNT-MASTER-FILE
038900             INVALID KEY
039000                 DISPLAY "ACCOUNT " WS-WORK-VALUE
039100                     " NOT ON THE ACCOUNT MASTER"
039200                 MOVE 99 TO WS-LIB-RETURN-CODE
039300         END-READ
039400     END-IF.
039500     IF WS-WORK-TYPE-GL-ACCOUNT AND WS-GL-FILE-OPEN
039600         MOVE WS-WORK-VALUE TO GA-ACCOUNT-CODE
039700         READ GL-ACCOUNT-FILE
039800             INVALID KEY
039900                 DISPLAY "GL ACCOUNT " WS-WORK-VALUE
040000                     " NOT ON THE GL ACCOUNT MASTER"
040100                 MOVE 99 TO WS-LIB-RETURN-CODE
040200         END-READ
040300     END-IF.
040400 3100-EXIT.
040500     EXIT.
040600******************************************************************
040700* 3200-EDIT-HOLD-RANGE - ANY DATE GIVEN GOES THROUGH THE LIBRARY'S
040800*                  DATVAL SERVICE, THEN THE ORDER.
040900******************************************************************
041000 3200-EDIT-HOLD-RANGE.
041100     MOVE ZERO TO WS-LIB-RETURN-CODE.
041200     IF WS-WORK-FROM-DATE NOT = ZERO
041300         MOVE WS-WORK-FROM-DATE TO WS-EDIT-DATE
041400         MOVE "FROM DATE" TO WS-EDIT-DATE-NAME
041500         PERFORM 3500-VALIDATE-DATE
041600             THRU 3500-EXIT
041700         IF WS-LIB-RETURN-CODE NOT = ZERO
041800             GO TO 3200-EXIT
041900         END-IF
042000     END-IF.
042100     IF WS-WORK-TO-DATE NOT = 99999999
042200         MOVE WS-WORK-TO-DATE TO WS-EDIT-DATE
042300         MOVE "TO DATE" TO WS-EDIT-DATE-NAME
042400         PERFORM 3500-VALIDATE-DATE
042500             THRU 3500-EXIT
042600         IF WS-LIB-RETURN-CODE NOT = ZERO
042700             GO TO 3200-EXIT
042800         END-IF
042900     END-IF.
043000     IF WS-WORK-TO-DATE < WS-WORK-FROM-DATE
043100         DISPLAY "TO DATE IS BEFORE THE FROM DATE"
043200         MOVE 99 TO WS-LIB-RETURN-CODE
043300     END-IF.
043400 3200-EXIT.
043500     EXIT.
043600******************************************************************
043700* 3300-EDIT-RELEASE-DATE - A PLANNED RELEASE DATE MUST BE A REAL
043800*                  DATE AFTER TODAY; ZERO MEANS THE HOLD RUNS
043900*                  UNTIL RELEASED BY HAND.
044000******************************************************************
044100 3300-EDIT-RELEASE-DATE.
044200     MOVE ZERO TO WS-LIB-RETURN-CODE.
044300     IF WS-WORK-RELEASE-DATE = ZERO
044400         GO TO 3300-EXIT
044500     END-IF.
044600     MOVE WS-WORK-RELEASE-DATE TO WS-EDIT-DATE.
044700     MOVE "RELEASE DATE" TO WS-EDIT-DATE-NAME.
044800     PERFORM 3500-VALIDATE-DATE
044900         THRU 3500-EXIT.
045000     IF WS-LIB-RETURN-CODE NOT = ZERO
045100         GO TO 3300-EXIT
045200     END-IF.
045300     IF WS-WORK-RELEASE-DATE NOT > WS-TODAYS-DATE
045400         DISPLAY "A PLANNED RELEASE DATE MUST BE AFTER TODAY - "
045500             "USE R)ELEASE TO END A HOLD NOW"
045600         MOVE 99 TO WS-LIB-RETURN-CODE
045700     END-IF.
045800 3300-EXIT.
045900     EXIT.
046000******************************************************************
046100* 3400-FIND-NEXT-HOLD-ID - ONE PAST THE HIGHEST HOLD NUMBER ON
046200*                  FILE. RELEASED ROWS STAY ON FILE, SO A NUMBER
046300*                  IS NEVER REUSED.
046400******************************************************************
046500 3400-FIND-NEXT-HOLD-ID.
046600     MOVE ZERO TO WS-NEXT-HOLD-ID.
046700     MOVE "N" TO WS-EOF-SWITCH.
046800     MOVE ZERO TO LH-HOLD-ID.
046900     START LEGAL-HOLD-FILE KEY IS NOT LESS THAN LH-HOLD-ID
047000         INVALID KEY
047100             SET WS-END-OF-HOLDS TO TRUE
047200     END-START.
047300     PERFORM 3450-NOTE-ONE-HOLD-ID
047400         THRU 3450-EXIT
047500         UNTIL WS-END-OF-HOLDS.
047600     ADD 1 TO WS-NEXT-HOLD-ID.
047700 3400-EXIT.
047800     EXIT.
047900******************************************************************
048000* 3450-NOTE-ONE-HOLD-ID - KEY ORDER, SO THE LAST ONE READ WINS.
048100******************************************************************
048200 3450-NOTE-ONE-HOLD-ID.
048300     READ LEGAL-HOLD-FILE NEXT RECORD
048400         AT END
048500             SET WS-END-OF-HOLDS TO TRUE
048600             GO TO 3450-EXIT
048700     END-READ.
048800     MOVE LH-HOLD-ID TO WS-NEXT-HOLD-ID.
048900 3450-EXIT.
049000     EXIT.
049100******************************************************************
049200* 3500-VALIDATE-DATE - ONE DATE THROUGH THE LIBRARY'S DATVAL
049300*                  SERVICE; THE CALLER NAMES IT FOR THE MESSAGE.
049400******************************************************************
049500 3500-VALIDATE-DATE.
049600     MOVE "DATVAL" TO WS-LIB-FUNCTION.
049700     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
049800         WS-EDIT-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
049900         WS-LIB-MSG-TEXT.
050000     IF WS-LIB-RETURN-CODE NOT = ZERO
050100         DISPLAY WS-EDIT-DATE-NAME " " WS-EDIT-DATE
050200             " IS NOT A REAL CALENDAR DATE"
050300     END-IF.
050400 3500-EXIT.
050500     EXIT.
050600******************************************************************
050700* 4000-RELEASE-HOLD - ANY STANDING ADMINISTRATOR MAY RELEASE A
050800*                  HOLD ONCE LEGAL SAYS THE MATTER IS CLOSED. THE
050900*                  ROW STAYS ON FILE, MARKED; THE NEXT RETENTION
051000*                  RUN AGES THE ITEMS OUT AS NORMAL.
051100******************************************************************
051200 4000-RELEASE-HOLD.
051300     DISPLAY "Hold number: "
051400     MOVE ZERO TO WS-WORK-HOLD-ID.
051500     ACCEPT WS-WORK-HOLD-ID.
051600     MOVE WS-WORK-HOLD-ID TO LH-HOLD-ID.
051700     READ LEGAL-HOLD-FILE
051800         INVALID KEY
051900             DISPLAY "NO SUCH HOLD ON FILE"
052000             GO TO 4000-EXIT
052100     END-READ.
052200     IF LH-STATUS-RELEASED
052300         DISPLAY "HOLD WAS ALREADY RELEASED BY " LH-RELEASED-BY
052400             " ON " LH-RELEASED-DATE
052500         GO TO 4000-EXIT
052600     END-IF.
052700     PERFORM 5100-SHOW-ONE-HOLD
052800         THRU 5100-EXIT.
052900     DISPLAY "Release this hold? (Y/N): "
053000     ACCEPT WS-CONFIRM-REPLY.
053100     IF NOT WS-CONFIRMED
053200         DISPLAY "LEFT IN FORCE"
053300         GO TO 4000-EXIT
053400     END-IF.
053500     MOVE "R"            TO LH-STATUS.
053600     MOVE WS-ADMIN-ID    TO LH-RELEASED-BY.
053700     MOVE WS-TODAYS-DATE TO LH-RELEASED-DATE.
053800     REWRITE LEGAL-HOLD-RECORD
053900         INVALID KEY
054000             DISPLAY "REWRITE FAILED, STATUS " WS-HOLD-FILE-STATUS
054100             GO TO 4000-EXIT
054200     END-REWRITE.
054300     MOVE "LHRELEAS" TO SA-ACTION.
054400     MOVE LH-HOLD-ID TO SA-TARGET-ID.
054500     PERFORM 8000-WRITE-AUDIT-RECORD
054600         THRU 8000-EXIT.
054700     DISPLAY "LEGAL HOLD " LH-HOLD-ID " RELEASED".
054800 4000-EXIT.
054900     EXIT.
055000******************************************************************
055100* 4500-CHANGE-HOLD - A HOLD STILL IN FORCE MAY HAVE ITS MATTER
055200*                  REFERENCE, DESCRIPTION OR PLANNED RELEASE DATE
055300*                  CHANGED; WHAT IT COVERS MAY NOT - RELEASE IT
055400*                  AND PLACE A NEW ONE. A BLANK ANSWER KEEPS THE
055500*                  VALUE ON FILE.
055600******************************************************************
055700 4500-CHANGE-HOLD.
055800     DISPLAY "Hold number: "
055900     MOVE ZERO TO WS-WORK-HOLD-ID.
056000     ACCEPT WS-WORK-HOLD-ID.
056100     MOVE WS-WORK-HOLD-ID TO LH-HOLD-ID.
056200     READ LEGAL-HOLD-FILE
056300         INVALID KEY
056400             DISPLAY "NO SUCH HOLD ON FILE"
056500             GO TO 4500-EXIT
056600     END-READ.
056700     IF LH-STATUS-RELEASED
056800         DISPLAY "A RELEASED HOLD CANNOT BE CHANGED"
056900         GO TO 4500-EXIT
057000     END-IF.
057100     PERFORM 5100-SHOW-ONE-HOLD
057200         THRU 5100-EXIT.
057300     DISPLAY "New matter reference (blank to keep): "
057400     MOVE SPACES TO WS-WORK-MATTER-REF.
057500     ACCEPT WS-WORK-MATTER-REF.
057600     DISPLAY "New description (blank to keep): "
057700     MOVE SPACES TO WS-WORK-DESCRIPTION.
057800     ACCEPT WS-WORK-DESCRIPTION.
057900     DISPLAY "New planned release date (YYYYMMDD, 0 for none, "
058000         "blank to keep): "
058100     MOVE SPACES TO WS-WORK-RELEASE-REPLY.
058200     ACCEPT WS-WORK-RELEASE-REPLY.
058300     MOVE LH-RELEASE-DATE TO WS-WORK-RELEASE-DATE.
058400     IF WS-WORK-RELEASE-REPLY NOT = SPACES
058500         IF WS-WORK-RELEASE-REPLY IS NOT NUMERIC
058600            AND WS-WORK-RELEASE-REPLY NOT = "0"
058700             DISPLAY "RELEASE DATE MUST BE YYYYMMDD OR 0"
058800             GO TO 4500-EXIT
058900         END-IF
059000         IF WS-WORK-RELEASE-REPLY = "0"
059100             MOVE ZERO TO WS-WORK-RELEASE-DATE
059200         ELSE
059300             MOVE WS-WORK-RELEASE-REPLY TO WS-WORK-RELEASE-DATE
059400         END-IF
059500     END-IF.
059600     IF WS-WORK-RELEASE-DATE NOT = LH-RELEASE-DATE
059700         PERFORM 3300-EDIT-RELEASE-DATE
059800             THRU 3300-EXIT
059900         IF WS-LIB-RETURN-CODE NOT = ZERO
060000             GO TO 4500-EXIT
060100         END-IF
060200     END-IF.
060300     IF WS-WORK-MATTER-REF NOT = SPACES
060400         MOVE WS-WORK-MATTER-REF TO LH-MATTER-REF
060500     END-IF.
060600     IF WS-WORK-DESCRIPTION NOT = SPACES
060700         MOVE WS-WORK-DESCRIPTION TO LH-DESCRIPTION
060800     END-IF.
060900     MOVE WS-WORK-RELEASE-DATE TO LH-RELEASE-DATE.
061000     REWRITE LEGAL-HOLD-RECORD
061100         INVALID KEY
061200             DISPLAY "REWRITE FAILED, STATUS " WS-HOLD-FILE-STATUS
061300             GO TO 4500-EXIT
061400     END-REWRITE.
061500     MOVE "LHCHANGE" TO SA-ACTION.
061600     MOVE LH-HOLD-ID TO SA-TARGET-ID.
061700     PERFORM 8000-WRITE-AUDIT-RECORD
061800         THRU 8000-EXIT.
061900     DISPLAY "LEGAL HOLD " LH-HOLD-ID " CHANGED".
062000 4500-EXIT.
062100     EXIT.
062200******************************************************************
062300* 5000-BROWSE-HOLDS - EVERY ROW ON FILE IN HOLD NUMBER ORDER WITH
062400*                  ITS STATE AS OF TODAY.
062500******************************************************************
062600 5000-BROWSE-HOLDS.
062700     MOVE ZERO TO WS-BROWSE-COUNT.
062800     MOVE "N" TO WS-EOF-SWITCH.
062900     MOVE ZERO TO LH-HOLD-ID.
063000     START LEGAL-HOLD-FILE KEY IS NOT LESS THAN LH-HOLD-ID
063100         INVALID KEY
063200             SET WS-END-OF-HOLDS TO TRUE
063300     END-START.
063400     PERFORM 5050-BROWSE-ONE
063500         THRU 5050-EXIT
063600         UNTIL WS-END-OF-HOLDS.
063700     DISPLAY WS-BROWSE-COUNT " LEGAL HOLDS ON FILE".
063800 5000-EXIT.
063900     EXIT.
064000******************************************************************
064100* 5050-BROWSE-ONE - READ AND SHOW THE NEXT HOLD.
064200******************************************************************
064300 5050-BROWSE-ONE.
064400     READ LEGAL-HOLD-FILE NEXT RECORD
064500         AT END
064600             SET WS-END-OF-HOLDS TO TRUE
064700             GO TO 5050-EXIT
064800     END-READ.
064900     ADD 1 TO WS-BROWSE-COUNT.
065000     PERFORM 5100-SHOW-ONE-HOLD
065100         THRU 5100-EXIT.
065200 5050-EXIT.
065300     EXIT.
065400******************************************************************
065500* 5100-SHOW-ONE-HOLD - ONE HOLD ON THE SCREEN.
065600******************************************************************
065700 5100-SHOW-ONE-HOLD.
065800     EVALUATE TRUE
065900         WHEN LH-STATUS-RELEASED
066000             MOVE "RELEASED" TO WS-BROWSE-STATE
066100         WHEN LH-RELEASE-DATE NOT = ZERO
066200          AND LH-RELEASE-DATE NOT > WS-TODAYS-DATE
066300             MOVE "LAPSED  " TO WS-BROWSE-STATE
066400         WHEN OTHER
066500             MOVE "IN FORCE" TO WS-BROWSE-STATE
066600     END-EVALUATE.
066700     DISPLAY LH-HOLD-ID " TYPE " LH-HOLD-TYPE " " LH-HOLD-VALUE
066800         " ITEMS " LH-FROM-DATE "-" LH-TO-DATE " RELEASE "
066900         LH-RELEASE-DATE " " WS-BROWSE-STATE.
067000     DISPLAY "    " LH-MATTER-REF " " LH-DESCRIPTION.
067100     DISPLAY "    PLACED BY " LH-PLACED-BY " ON " LH-PLACED-DATE.
067200 5100-EXIT.
067300     EXIT.
067400******************************************************************
067500* 6000-LIST-SKIPPED-ITEMS - THE LHSKIP REGISTER, FOR ONE HOLD OR
067600*                  (HOLD NUMBER ZERO) FOR ALL OF THEM.
067700******************************************************************
067800 6000-LIST-SKIPPED-ITEMS.
067900     DISPLAY "Hold number (0 for all holds): "
068000     MOVE ZERO TO WS-WORK-HOLD-ID.
068100     ACCEPT WS-WORK-HOLD-ID.
068200     OPEN INPUT HOLD-SKIP-FILE.
068300     IF NOT WS-SKIP-FILE-OK
068400         DISPLAY "NO ITEMS HAVE BEEN KEPT UNDER A LEGAL HOLD"
068500         GO TO 6000-EXIT
068600     END-IF.
068700     MOVE ZERO TO WS-SKIP-COUNT.
068800     MOVE "N" TO WS-SKIP-EOF-SWITCH.
068900     PERFORM 6100-LIST-ONE-SKIPPED-ITEM
069000         THRU 6100-EXIT
069100         UNTIL WS-END-OF-SKIPS.
069200     CLOSE HOLD-SKIP-FILE.
069300     MOVE WS-SKIP-COUNT TO WS-SKIP-COUNT-DISPLAY.
069400     DISPLAY WS-SKIP-COUNT-DISPLAY " ITEMS KEPT UNDER LEGAL HOLD".
069500 6000-EXIT.
069600     EXIT.
069700******************************************************************
069800* 6100-LIST-ONE-SKIPPED-ITEM - ONE REGISTER ROW, IF IT IS FOR THE
069900*                  HOLD ASKED FOR.
070000******************************************************************
070100 6100-LIST-ONE-SKIPPED-ITEM.
070200     READ HOLD-SKIP-FILE
070300         AT END
070400             SET WS-END-OF-SKIPS TO TRUE
070500             GO TO 6100-EXIT
070600     END-READ.
070700     IF WS-WORK-HOLD-ID NOT = ZERO
070800        AND LS-HOLD-ID NOT = WS-WORK-HOLD-ID
070900         GO TO 6100-EXIT
071000     END-IF.
071100     ADD 1 TO WS-SKIP-COUNT.
071200     DISPLAY LS-SKIP-DATE " " LS-CALLER " HOLD " LS-HOLD-ID " "
071300         LS-MATTER-REF " ITEM " LS-ITEM-DATE " " LS-ITEM-REF.
071400 6100-EXIT.
071500     EXIT.
071600******************************************************************
071700* 8000-WRITE-AUDIT-RECORD - ONE SECLOG ROW PER PLACEMENT, CHANGE
071800*                  OR RELEASE - WHICH ADMINISTRATOR ACTED, ON
071900*                  WHICH HOLD. THE CALLER FILLS IN THE ACTION AND
072000*                  THE TARGET.
072100******************************************************************
072200 8000-WRITE-AUDIT-RECORD.
072300     ACCEPT WS-CURRENT-TIME FROM TIME.
072400     MOVE WS-TODAYS-DATE  TO SA-LOG-DATE.
072500     MOVE WS-CURRENT-TIME TO SA-LOG-TIME.
072600     MOVE WS-ADMIN-ID     TO SA-ADMIN-ID.
072700     MOVE "SECLOG" TO WS-AUDIT-TRAIL-NAME.
072800     CALL "AuditChain" USING WS-AUDIT-TRAIL-NAME,
072900         SEC-AUDIT-RECORD.
073000     WRITE SEC-AUDIT-RECORD.
073100 8000-EXIT.
073200     EXIT.
073300******************************************************************
073400* 9999-EXIT - COMMON PROGRAM EXIT POINT.
073500******************************************************************
073600 9999-EXIT.
073700     GOBACK.
073800 END PROGRAM LegalHoldMaint.
