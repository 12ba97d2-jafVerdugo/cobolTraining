000100******************************************************************
000200* PROGRAM-ID: GROUPSTATEMENT
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     CONSOLIDATED CORPORATE-GROUP STATEMENT OVER THE
000800*              CALCULATOR TRANSACTION LOG AND THE CALCARCH
000900*              ARCHIVE. EVERY ACCOUNT IS ROLLED UP ITS
001000*              AM-PARENT-ACCOUNT CHAIN TO THE ULTIMATE PARENT,
001100*              THE CUSTOMER-SIDE COUNTERPART OF GA-PARENT-ACCOUNT
001200*              ON THE GL. FOR ONE GROUP, OR EVERY GROUP THAT HAS
001300*              SUBSIDIARIES, IT PRINTS EACH MEMBER WITH ITS
001400*              IMMEDIATE PARENT AND ITS OWN IN-RANGE OK ACTIVITY,
001500*              THEN THE GROUP'S CONSOLIDATED TOTAL. VOIDED AND
001600*              FAILED CALCULATIONS ARE KEPT OUT, THE SAME
001700*              TREATMENT ACCOUNTSTATEMENT GIVES THEM. ARCHIVED
001800*              RECORDS OF A MERGED-AWAY ACCOUNT COUNT UNDER ITS
001900*              SURVIVOR THROUGH THE ACCTMAP MAPPING.
002000* TECTONICS:   cobc
002100*
002200* MODIFICATION HISTORY
002300*   2026-10-15 DO  INITIAL VERSION.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. GroupStatement.
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS AM-ACCOUNT-ID
003400         FILE STATUS IS WS-ACCT-FILE-STATUS.
003500     SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS CL-LOG-KEY
003900         FILE STATUS IS WS-LOG-FILE-STATUS.
004000     SELECT CALC-ARCHIVE-FILE ASSIGN TO "CALCARCH"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-ARCH-FILE-STATUS.
004300     SELECT ACCOUNT-MAP-FILE ASSIGN TO "ACCTMAP"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-MAP-FILE-STATUS.
004600     SELECT GROUP-RPT-FILE ASSIGN TO "GRPSTMT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-RPT-FILE-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  ACCOUNT-MASTER-FILE.
005200     COPY ACCTMSTR.
005300 FD  CALC-LOG-FILE.
005400     COPY CALCLOG.
005500 FD  CALC-ARCHIVE-FILE
005600     RECORDING MODE IS F.
005700     COPY CALCLOG REPLACING CALC-LOG-RECORD BY
005800         ARCHIVE-LOG-RECORD.
005900 FD  ACCOUNT-MAP-FILE
006000     RECORDING MODE IS F.
006100     COPY ACCTMAP.
006200 FD  GROUP-RPT-FILE
006300     RECORDING MODE IS F.
006400 01  GROUP-RPT-LINE                  PIC X(80).
006500 WORKING-STORAGE SECTION.
006600 01  WS-ACCT-FILE-STATUS             PIC X(02).
006700     88  WS-ACCT-FILE-OK             VALUE "00".
006800 01  WS-LOG-FILE-STATUS              PIC X(02).
006900     88  WS-LOG-FILE-OK              VALUE "00".
007000 01  WS-ARCH-FILE-STATUS             PIC X(02).
007100     88  WS-ARCH-FILE-OK             VALUE "00".
007200 01  WS-RPT-FILE-STATUS              PIC X(02).
007300     88  WS-RPT-FILE-OK              VALUE "00".
007400 01  WS-ACCT-EOF-SWITCH              PIC X(01) VALUE "N".
007500     88  WS-END-OF-MASTER            VALUE "Y".
007600 01  WS-LOG-EOF-SWITCH               PIC X(01) VALUE "N".
007700     88  WS-END-OF-LOG               VALUE "Y".
007800 01  WS-ARCH-EOF-SWITCH              PIC X(01) VALUE "N".
007900     88  WS-END-OF-ARCHIVE           VALUE "Y".
008000 01  WS-MAP-FILE-STATUS              PIC X(02).
008100     88  WS-MAP-FILE-OK              VALUE "00".
008200 01  WS-MAP-EOF-SWITCH               PIC X(01) VALUE "N".
008300     88  WS-END-OF-MAP               VALUE "Y".
008400 01  WS-MAP-FOLLOW-SWITCH            PIC X(01) VALUE "N".
008500     88  WS-MAP-FOLLOWING            VALUE "Y".
008600 01  WS-MAP-TABLE.
008700     05  WS-MAP-ENTRY OCCURS 200 TIMES INDEXED BY MT-IDX.
008800         10  MT-RETIRED-ID           PIC X(08).
008900         10  MT-SURVIVOR-ID          PIC X(08).
009000 01  WS-MAP-COUNT                    PIC 9(03) COMP VALUE ZERO.
009100 01  WS-MAP-HOPS                     PIC 9(03) COMP VALUE ZERO.
009200 01  WS-MAPPED-ACCOUNT               PIC X(08) VALUE SPACES.
009300 01  WS-FROM-DATE                    PIC 9(08) VALUE ZERO.
009400 01  WS-TO-DATE                      PIC 9(08) VALUE ZERO.
009500 01  WS-REQUEST-GROUP                PIC X(08) VALUE SPACES.
009600     88  WS-ALL-GROUPS-RUN           VALUE SPACES.
009700 01  WS-GROUP-TABLE.
009800     05  WS-GROUP-ENTRY OCCURS 500 TIMES INDEXED BY GT-IDX.
009900         10  GT-ACCOUNT-ID           PIC X(08).
010000         10  GT-CUSTOMER-NAME        PIC X(30).
010100         10  GT-PARENT-ID            PIC X(08).
010200         10  GT-TOP-ID               PIC X(08).
010300         10  GT-ITEM-COUNT           PIC 9(06) COMP.
010400         10  GT-OWN-TOTAL            PIC S9(13)V99.
010500 01  WS-GROUP-COUNT                  PIC 9(03) COMP VALUE ZERO.
010600 01  WS-OVERFLOW-COUNT               PIC 9(06) COMP VALUE ZERO.
010700 01  WS-UNKNOWN-COUNT                PIC 9(06) COMP VALUE ZERO.
010800 01  WS-TOP-IDX                      PIC 9(03) COMP VALUE ZERO.
010900 01  WS-MEMBER-IDX                   PIC 9(03) COMP VALUE ZERO.
011000 01  WS-MEMBER-COUNT                 PIC 9(03) COMP VALUE ZERO.
011100 01  WS-CHAIN-ACCOUNT                PIC X(08) VALUE SPACES.
011200 01  WS-CHAIN-HOPS                   PIC 9(03) COMP VALUE ZERO.
011300 01  WS-WORK-ACCOUNT                 PIC X(08) VALUE SPACES.
011400 01  WS-WORK-AMOUNT                  PIC S9(13)V99 VALUE ZERO.
011500 01  WS-FOUND-SWITCH                 PIC X(01) VALUE "N".
011600     88  WS-ACCOUNT-FOUND            VALUE "Y".
011700 01  WS-GROUP-TOTAL                  PIC S9(13)V99 VALUE ZERO.
011800 01  WS-GROUP-ITEMS                  PIC 9(08) COMP VALUE ZERO.
011900 01  WS-PAGE-COUNT                   PIC 9(04) COMP VALUE ZERO.
012000 01  WS-HEADER-LINE                  PIC X(80) VALUE
012100     "CONSOLIDATED GROUP STATEMENT".
012200 01  WS-GROUP-LINE.
012300     05  FILLER                      PIC X(07) VALUE "GROUP: ".
012400     05  GL-GROUP-ID                 PIC X(08).
012500     05  FILLER                      PIC X(01) VALUE SPACE.
012600     05  GL-GROUP-NAME               PIC X(30).
012700     05  FILLER                      PIC X(07) VALUE "  FROM ".
012800     05  GL-FROM-DATE                PIC 9(08).
012900     05  FILLER                      PIC X(04) VALUE " TO ".
013000     05  GL-TO-DATE                  PIC 9(08).
013100     05  FILLER                      PIC X(07) VALUE SPACES.
013166 01  WS-COLUMN-LINE.
013232     05  FILLER                      PIC X(44) VALUE
013298         "ACCOUNT  PARENT   CUSTOMER NAME".
013364     05  FILLER                      PIC X(36) VALUE
013430         "ITEMS        OWN ACTIVITY".
013500 01  WS-MEMBER-LINE.
013600     05  ML-ACCOUNT-ID               PIC X(08).
013700     05  FILLER                      PIC X(01) VALUE SPACE.
013800     05  ML-PARENT-ID                PIC X(08).
013900     05  FILLER                      PIC X(01) VALUE SPACE.
014000     05  ML-CUSTOMER-NAME            PIC X(25).
014100     05  FILLER                      PIC X(01) VALUE SPACE.
014200     05  ML-ITEM-COUNT               PIC ZZZ,ZZ9.
014300     05  FILLER                      PIC X(01) VALUE SPACE.
014400     05  ML-OWN-TOTAL                PIC $$,$$$,$$$,$$$,$$9.99-.
014500     05  FILLER                      PIC X(06) VALUE SPACES.
014600 01  WS-TOTAL-LINE.
014700     05  TL-LABEL                    PIC X(28).
014800     05  TL-ITEM-COUNT               PIC Z,ZZZ,ZZ9.
014900     05  FILLER                      PIC X(01) VALUE SPACE.
015000     05  TL-AMOUNT                   PIC $$,$$$,$$$,$$$,$$9.99-.
015100     05  FILLER                      PIC X(20) VALUE SPACES.
015200 PROCEDURE DIVISION.
015300******************************************************************
015400* 0000-MAINLINE - TAKE THE REQUEST, LOAD THE HIERARCHY, FOLD IN
015500*                 THE ACTIVITY, THEN PRINT ONE PAGE PER GROUP.
015600******************************************************************
015700 0000-MAINLINE.
015800     DISPLAY "From date (YYYYMMDD): "
015900     ACCEPT WS-FROM-DATE.
016000     DISPLAY "To date (YYYYMMDD): "
016100     ACCEPT WS-TO-DATE.
016200     DISPLAY "Group account id (Enter for every group): "
016300     MOVE SPACES TO WS-REQUEST-GROUP.
016400     ACCEPT WS-REQUEST-GROUP.
016500     PERFORM 0500-LOAD-ACCOUNT-MAP
016600         THRU 0500-EXIT.
016700     PERFORM 1000-LOAD-HIERARCHY
016800         THRU 1000-EXIT.
016900     IF WS-GROUP-COUNT = ZERO
017000         DISPLAY "NO ACCOUNTS ON ACCTMSTR - NOTHING TO STATEMENT"
017100         GO TO 9999-EXIT
017200     END-IF.
017300     IF NOT WS-ALL-GROUPS-RUN
017400         PERFORM 0700-RESOLVE-REQUEST-GROUP
017500             THRU 0700-EXIT
017600         IF WS-REQUEST-GROUP = SPACES
017700             GO TO 9999-EXIT
017800         END-IF
017900     END-IF.
018000     PERFORM 2000-COLLECT-ACTIVITY
018100         THRU 2000-EXIT.
018200     OPEN OUTPUT GROUP-RPT-FILE.
018300     MOVE WS-HEADER-LINE TO GROUP-RPT-LINE.
018400     WRITE GROUP-RPT-LINE.
018500     PERFORM 3000-STATEMENT-ONE-GROUP
018600         THRU 3000-EXIT
018700         VARYING WS-TOP-IDX FROM 1 BY 1
018800         UNTIL WS-TOP-IDX > WS-GROUP-COUNT.
018900     CLOSE GROUP-RPT-FILE.
019000     DISPLAY "GROUP STATEMENT PAGES PRODUCED: " WS-PAGE-COUNT.
019100     GO TO 9999-EXIT.
019200******************************************************************
019300* 0500-LOAD-ACCOUNT-MAP - THE ACCTMAP MERGE MAPPINGS INTO A
019400*                  TABLE. ACCOUNTMERGE RE-POINTS THE LIVE LOG BUT
019500*                  NEVER THE ARCHIVE, SO AN ARCHIVED RECORD OF A
019600*                  RETIRED ID IS TRANSLATED THROUGH THIS TABLE.
019700******************************************************************
019800 0500-LOAD-ACCOUNT-MAP.
019900     MOVE ZERO TO WS-MAP-COUNT.
020000     OPEN INPUT ACCOUNT-MAP-FILE.
020100     IF NOT WS-MAP-FILE-OK
020200         GO TO 0500-EXIT
020300     END-IF.
020400     MOVE "N" TO WS-MAP-EOF-SWITCH.
020500     PERFORM 0550-LOAD-ONE-MAPPING
020600         THRU 0550-EXIT
020700         UNTIL WS-END-OF-MAP.
020800     CLOSE ACCOUNT-MAP-FILE.
020900 0500-EXIT.
021000     EXIT.
021100******************************************************************
021200* 0550-LOAD-ONE-MAPPING - ONE RETIRED-TO-SURVIVOR ROW.
021300******************************************************************
021400 0550-LOAD-ONE-MAPPING.
021500     READ ACCOUNT-MAP-FILE
021600         AT END
021700             SET WS-END-OF-MAP TO TRUE
021800     END-READ.
021900     IF WS-END-OF-MAP OR WS-MAP-COUNT NOT < 200
022000         GO TO 0550-EXIT
022100     END-IF.
022200     ADD 1 TO WS-MAP-COUNT.
022300     SET MT-IDX TO WS-MAP-COUNT.
022400     MOVE AX-RETIRED-ID  TO MT-RETIRED-ID (MT-IDX).
022500     MOVE AX-SURVIVOR-ID TO MT-SURVIVOR-ID (MT-IDX).
022600 0550-EXIT.
022700     EXIT.
022800******************************************************************
022900* 0600-RESOLVE-MERGED-ID - FOLLOW WS-MAPPED-ACCOUNT THROUGH THE
023000*                  MAPPINGS TO THE ACCOUNT IT NOW LIVES UNDER. A
023100*                  SURVIVOR MERGED AGAIN LATER IS FOLLOWED ON;
023200*                  THE HOP LIMIT GUARDS AGAINST A LOOPED MAP.
023300******************************************************************
023400 0600-RESOLVE-MERGED-ID.
023500     MOVE ZERO TO WS-MAP-HOPS.
023600     MOVE "Y" TO WS-MAP-FOLLOW-SWITCH.
023700     PERFORM 0650-FOLLOW-ONE-MAPPING
023800         THRU 0650-EXIT
023900         UNTIL NOT WS-MAP-FOLLOWING OR WS-MAP-HOPS > 20.
024000 0600-EXIT.
024100     EXIT.
024200******************************************************************
024300* 0650-FOLLOW-ONE-MAPPING - ONE HOP.
024400******************************************************************
024500 0650-FOLLOW-ONE-MAPPING.
024600     ADD 1 TO WS-MAP-HOPS.
024700     SET MT-IDX TO 1.
024800     SEARCH WS-MAP-ENTRY
024900         AT END
025000             MOVE "N" TO WS-MAP-FOLLOW-SWITCH
025100         WHEN MT-IDX > WS-MAP-COUNT
025200             MOVE "N" TO WS-MAP-FOLLOW-SWITCH
025300         WHEN MT-RETIRED-ID (MT-IDX) = WS-MAPPED-ACCOUNT
025400             MOVE MT-SURVIVOR-ID (MT-IDX) TO WS-MAPPED-ACCOUNT
025500     END-SEARCH.
025600 0650-EXIT.
025700     EXIT.
025800******************************************************************
025900* 0700-RESOLVE-REQUEST-GROUP - A REQUESTED ID THAT IS ITSELF A
026000*                  SUBSIDIARY STATEMENTS THE WHOLE GROUP IT
026100*                  BELONGS TO. AN ID NOT ON FILE ENDS THE RUN.
026200******************************************************************
026300 0700-RESOLVE-REQUEST-GROUP.
026400     MOVE WS-REQUEST-GROUP TO WS-MAPPED-ACCOUNT.
026500     PERFORM 0600-RESOLVE-MERGED-ID
026600         THRU 0600-EXIT.
026700     MOVE WS-MAPPED-ACCOUNT TO WS-WORK-ACCOUNT.
026800     PERFORM 2500-FIND-ACCOUNT
026900         THRU 2500-EXIT.
027000     IF NOT WS-ACCOUNT-FOUND
027100         DISPLAY "ACCOUNT " WS-REQUEST-GROUP " NOT ON FILE"
027200         MOVE SPACES TO WS-REQUEST-GROUP
027300         GO TO 0700-EXIT
027400     END-IF.
027500     IF GT-TOP-ID (GT-IDX) NOT = WS-REQUEST-GROUP
027600         DISPLAY "ACCOUNT " WS-REQUEST-GROUP
027700             " BELONGS TO GROUP " GT-TOP-ID (GT-IDX)
027800             " - STATEMENTING " GT-TOP-ID (GT-IDX)
027900         MOVE GT-TOP-ID (GT-IDX) TO WS-REQUEST-GROUP
028000     END-IF.
028100 0700-EXIT.
028200     EXIT.
028300******************************************************************
028400* 1000-LOAD-HIERARCHY - EVERY ACCOUNT ON THE MASTER INTO THE
028500*                  GROUP TABLE IN KEY ORDER, THEN EACH ONE'S
028600*                  ULTIMATE PARENT WORKED OUT FROM THE TABLE.
028700******************************************************************
028800 1000-LOAD-HIERARCHY.
028900     MOVE ZERO TO WS-GROUP-COUNT.
029000     OPEN INPUT ACCOUNT-MASTER-FILE.
029100     IF NOT WS-ACCT-FILE-OK
029200         DISPLAY "ACCTMSTR OPEN FAILED, STATUS "
029300             WS-ACCT-FILE-STATUS
029400         GO TO 1000-EXIT
029500     END-IF.
029600     MOVE "N" TO WS-ACCT-EOF-SWITCH.
029700     PERFORM 1100-LOAD-ONE-ACCOUNT
029800         THRU 1100-EXIT
029900         UNTIL WS-END-OF-MASTER.
030000     CLOSE ACCOUNT-MASTER-FILE.
030100     IF WS-OVERFLOW-COUNT > ZERO
030200         DISPLAY "GROUP TABLE FULL - " WS-OVERFLOW-COUNT
030300             " ACCOUNTS LEFT OUT OF THE STATEMENT"
030400     END-IF.
030500     PERFORM 1200-FIND-ULTIMATE-PARENT
030600         THRU 1200-EXIT
030700         VARYING WS-MEMBER-IDX FROM 1 BY 1
030800         UNTIL WS-MEMBER-IDX > WS-GROUP-COUNT.
030900 1000-EXIT.
031000     EXIT.
031100******************************************************************
031200* 1100-LOAD-ONE-ACCOUNT - ONE MASTER RECORD INTO THE TABLE.
031300******************************************************************
031400 1100-LOAD-ONE-ACCOUNT.
031500     READ ACCOUNT-MASTER-FILE NEXT RECORD
031600         AT END
031700             SET WS-END-OF-MASTER TO TRUE
031800     END-READ.
031900     IF WS-END-OF-MASTER
032000         GO TO 1100-EXIT
032100     END-IF.
032200     IF WS-GROUP-COUNT NOT < 500
032300         ADD 1 TO WS-OVERFLOW-COUNT
032400         GO TO 1100-EXIT
032500     END-IF.
032600     ADD 1 TO WS-GROUP-COUNT.
032700     SET GT-IDX TO WS-GROUP-COUNT.
032800     MOVE AM-ACCOUNT-ID      TO GT-ACCOUNT-ID (GT-IDX).
032900     MOVE AM-CUSTOMER-NAME   TO GT-CUSTOMER-NAME (GT-IDX).
033000     MOVE AM-PARENT-ACCOUNT  TO GT-PARENT-ID (GT-IDX).
033100     MOVE AM-ACCOUNT-ID      TO GT-TOP-ID (GT-IDX).
033200     MOVE ZERO               TO GT-ITEM-COUNT (GT-IDX).
033300     MOVE ZERO               TO GT-OWN-TOTAL (GT-IDX).
033400 1100-EXIT.
033500     EXIT.
033600******************************************************************
033700* 1200-FIND-ULTIMATE-PARENT - CLIMB FROM ONE ENTRY TO THE TOP
033800*                  OF ITS GROUP. ACCOUNTMAINTENANCE REFUSES
033900*                  CYCLES; THE HOP LIMIT GUARDS A DAMAGED MASTER.
034000******************************************************************
034100 1200-FIND-ULTIMATE-PARENT.
034200     MOVE GT-PARENT-ID (WS-MEMBER-IDX) TO WS-CHAIN-ACCOUNT.
034300     MOVE ZERO TO WS-CHAIN-HOPS.
034400     PERFORM 1250-CLIMB-ONE-PARENT
034500         THRU 1250-EXIT
034600         UNTIL WS-CHAIN-ACCOUNT = SPACES OR WS-CHAIN-HOPS > 20.
034700 1200-EXIT.
034800     EXIT.
034900******************************************************************
035000* 1250-CLIMB-ONE-PARENT - ONE STEP UP. A PARENT MISSING FROM THE
035100*                  TABLE ENDS THE CLIMB AT THE LAST ONE FOUND.
035200******************************************************************
035300 1250-CLIMB-ONE-PARENT.
035400     ADD 1 TO WS-CHAIN-HOPS.
035500     MOVE WS-CHAIN-ACCOUNT TO WS-WORK-ACCOUNT.
035600     PERFORM 2500-FIND-ACCOUNT
035700         THRU 2500-EXIT.
035800     IF NOT WS-ACCOUNT-FOUND
035900         MOVE SPACES TO WS-CHAIN-ACCOUNT
036000         GO TO 1250-EXIT
036100     END-IF.
036200     MOVE GT-ACCOUNT-ID (GT-IDX) TO GT-TOP-ID (WS-MEMBER-IDX).
036300     MOVE GT-PARENT-ID (GT-IDX) TO WS-CHAIN-ACCOUNT.
036400 1250-EXIT.
036500     EXIT.
036600******************************************************************
036700* 2000-COLLECT-ACTIVITY - ONE PASS OVER EACH SOURCE, FOLDING
036800*                  EVERY IN-RANGE OK RECORD INTO ITS ACCOUNT'S
036900*                  OWN TOTAL.
037000******************************************************************
037100 2000-COLLECT-ACTIVITY.
037200     MOVE "N" TO WS-ARCH-EOF-SWITCH.
037300     OPEN INPUT CALC-ARCHIVE-FILE.
037400     IF WS-ARCH-FILE-OK
037500         PERFORM 2200-COLLECT-ONE-ARCH-ROW
037600             THRU 2200-EXIT
037700             UNTIL WS-END-OF-ARCHIVE
037800         CLOSE CALC-ARCHIVE-FILE
037900     END-IF.
038000     MOVE "N" TO WS-LOG-EOF-SWITCH.
038100     OPEN INPUT CALC-LOG-FILE.
038200     IF WS-LOG-FILE-OK
038300         PERFORM 2100-COLLECT-ONE-LOG-ROW
038400             THRU 2100-EXIT
038500             UNTIL WS-END-OF-LOG
038600         CLOSE CALC-LOG-FILE
038700     ELSE
038800         DISPLAY "CALCLOG UNAVAILABLE, STATUS "
038900             WS-LOG-FILE-STATUS
039000     END-IF.
039100     IF WS-UNKNOWN-COUNT > ZERO
039200         DISPLAY "RECORDS FOR ACCOUNTS NOT ON ACCTMSTR: "
039300             WS-UNKNOWN-COUNT
039400     END-IF.
039500 2000-EXIT.
039600     EXIT.
039700******************************************************************
039800* 2100-COLLECT-ONE-LOG-ROW - THE NEXT ACTIVE-LOG RECORD.
039900******************************************************************
040000 2100-COLLECT-ONE-LOG-ROW.
040100     READ CALC-LOG-FILE NEXT RECORD
040200         AT END
040300             SET WS-END-OF-LOG TO TRUE
040400     END-READ.
040500     IF WS-END-OF-LOG
040600         GO TO 2100-EXIT
040700     END-IF.
040800     IF NOT CL-STATUS-OK OF CALC-LOG-RECORD
040900         OR CL-LOG-DATE OF CALC-LOG-RECORD < WS-FROM-DATE
041000         OR CL-LOG-DATE OF CALC-LOG-RECORD > WS-TO-DATE
041100         GO TO 2100-EXIT
041200     END-IF.
041300     MOVE CL-ACCOUNT-ID OF CALC-LOG-RECORD TO WS-WORK-ACCOUNT.
041400     MOVE CL-RESULT OF CALC-LOG-RECORD TO WS-WORK-AMOUNT.
041500     PERFORM 2400-ADD-TO-ACCOUNT
041600         THRU 2400-EXIT.
041700 2100-EXIT.
041800     EXIT.
041900******************************************************************
042000* 2200-COLLECT-ONE-ARCH-ROW - THE NEXT ARCHIVE RECORD, ITS
042100*                  ACCOUNT TRANSLATED THROUGH ACCTMAP.
042200******************************************************************
042300 2200-COLLECT-ONE-ARCH-ROW.
042400     READ CALC-ARCHIVE-FILE
042500         AT END
042600             SET WS-END-OF-ARCHIVE TO TRUE
042700     END-READ.
042800     IF WS-END-OF-ARCHIVE
042900         GO TO 2200-EXIT
043000     END-IF.
043100     IF NOT CL-STATUS-OK OF ARCHIVE-LOG-RECORD
043200         OR CL-LOG-DATE OF ARCHIVE-LOG-RECORD < WS-FROM-DATE
043300         OR CL-LOG-DATE OF ARCHIVE-LOG-RECORD > WS-TO-DATE
043400         GO TO 2200-EXIT
043500     END-IF.
043600     MOVE CL-ACCOUNT-ID OF ARCHIVE-LOG-RECORD
043700         TO WS-MAPPED-ACCOUNT.
043800     PERFORM 0600-RESOLVE-MERGED-ID
043900         THRU 0600-EXIT.
044000     MOVE WS-MAPPED-ACCOUNT TO WS-WORK-ACCOUNT.
044100     MOVE CL-RESULT OF ARCHIVE-LOG-RECORD TO WS-WORK-AMOUNT.
044200     PERFORM 2400-ADD-TO-ACCOUNT
044300         THRU 2400-EXIT.
044400 2200-EXIT.
044500     EXIT.
044600******************************************************************
044700* 2400-ADD-TO-ACCOUNT - FOLD WS-WORK-AMOUNT INTO THE OWN TOTAL
044800*                  OF WS-WORK-ACCOUNT.
044900******************************************************************
045000 2400-ADD-TO-ACCOUNT.
045100     PERFORM 2500-FIND-ACCOUNT
045200         THRU 2500-EXIT.
045300     IF NOT WS-ACCOUNT-FOUND
045400         ADD 1 TO WS-UNKNOWN-COUNT
045500         GO TO 2400-EXIT
045600     END-IF.
045700     ADD 1 TO GT-ITEM-COUNT (GT-IDX).
045800     ADD WS-WORK-AMOUNT TO GT-OWN-TOTAL (GT-IDX).
045900 2400-EXIT.
046000     EXIT.
046100******************************************************************
046200* 2500-FIND-ACCOUNT - LOCATE WS-WORK-ACCOUNT IN THE GROUP TABLE,
046300*                  LEAVING GT-IDX ON IT.
046400******************************************************************
046500 2500-FIND-ACCOUNT.
046600     MOVE "N" TO WS-FOUND-SWITCH.
046700     SET GT-IDX TO 1.
046800     SEARCH WS-GROUP-ENTRY
046900         AT END
047000             CONTINUE
047100         WHEN GT-IDX > WS-GROUP-COUNT
047200             CONTINUE
047300         WHEN GT-ACCOUNT-ID (GT-IDX) = WS-WORK-ACCOUNT
047400             SET WS-ACCOUNT-FOUND TO TRUE
047500     END-SEARCH.
047600 2500-EXIT.
047700     EXIT.
047800******************************************************************
047900* 3000-STATEMENT-ONE-GROUP - WS-TOP-IDX NAMES A CANDIDATE GROUP.
048000*                  ONLY THE TOP OF A GROUP IS STATEMENTED - THE
048100*                  REQUESTED ONE, OR ON AN ALL-GROUPS RUN ONE
048200*                  THAT ACTUALLY HAS SUBSIDIARIES.
048300******************************************************************
048400 3000-STATEMENT-ONE-GROUP.
048500     IF GT-TOP-ID (WS-TOP-IDX) NOT = GT-ACCOUNT-ID (WS-TOP-IDX)
048600         GO TO 3000-EXIT
048700     END-IF.
048800     IF NOT WS-ALL-GROUPS-RUN
048900         AND GT-ACCOUNT-ID (WS-TOP-IDX) NOT = WS-REQUEST-GROUP
049000         GO TO 3000-EXIT
049100     END-IF.
049200     MOVE ZERO TO WS-MEMBER-COUNT.
049300     PERFORM 3100-COUNT-ONE-MEMBER
049400         THRU 3100-EXIT
049500         VARYING WS-MEMBER-IDX FROM 1 BY 1
049600         UNTIL WS-MEMBER-IDX > WS-GROUP-COUNT.
049700     IF WS-ALL-GROUPS-RUN AND WS-MEMBER-COUNT < 2
049800         GO TO 3000-EXIT
049900     END-IF.
050000     MOVE ZERO TO WS-GROUP-TOTAL.
050100     MOVE ZERO TO WS-GROUP-ITEMS.
050200     MOVE SPACES TO GROUP-RPT-LINE.
050300     WRITE GROUP-RPT-LINE.
050400     MOVE GT-ACCOUNT-ID (WS-TOP-IDX)    TO GL-GROUP-ID.
050500     MOVE GT-CUSTOMER-NAME (WS-TOP-IDX) TO GL-GROUP-NAME.
050600     MOVE WS-FROM-DATE                  TO GL-FROM-DATE.
050700     MOVE WS-TO-DATE                    TO GL-TO-DATE.
050800     WRITE GROUP-RPT-LINE FROM WS-GROUP-LINE.
050900     WRITE GROUP-RPT-LINE FROM WS-COLUMN-LINE.
051000     PERFORM 3200-PRINT-ONE-MEMBER
051100         THRU 3200-EXIT
051200         VARYING WS-MEMBER-IDX FROM 1 BY 1
051300         UNTIL WS-MEMBER-IDX > WS-GROUP-COUNT.
051400     MOVE "GROUP CONSOLIDATED TOTAL:   " TO TL-LABEL.
051500     MOVE WS-GROUP-ITEMS TO TL-ITEM-COUNT.
051600     MOVE WS-GROUP-TOTAL TO TL-AMOUNT.
051700     WRITE GROUP-RPT-LINE FROM WS-TOTAL-LINE.
051800     ADD 1 TO WS-PAGE-COUNT.
051900 3000-EXIT.
052000     EXIT.
052100******************************************************************
052200* 3100-COUNT-ONE-MEMBER - THE TOP ACCOUNT COUNTS AS A MEMBER OF
052300*                  ITS OWN GROUP.
052400******************************************************************
052500 3100-COUNT-ONE-MEMBER.
052600     IF GT-TOP-ID (WS-MEMBER-IDX) = GT-ACCOUNT-ID (WS-TOP-IDX)
052700         ADD 1 TO WS-MEMBER-COUNT
052800     END-IF.
052900 3100-EXIT.
053000     EXIT.
053100******************************************************************
053200* 3200-PRINT-ONE-MEMBER - ONE MEMBER LINE WITH ITS IMMEDIATE
053300*                  PARENT AND OWN ACTIVITY, ROLLED INTO THE GROUP.
053400******************************************************************
053500 3200-PRINT-ONE-MEMBER.
053600     IF GT-TOP-ID (WS-MEMBER-IDX) NOT = GT-ACCOUNT-ID (WS-TOP-IDX)
053700         GO TO 3200-EXIT
053800     END-IF.
053900     MOVE GT-ACCOUNT-ID (WS-MEMBER-IDX)    TO ML-ACCOUNT-ID.
054000     MOVE GT-PARENT-ID (WS-MEMBER-IDX)     TO ML-PARENT-ID.
054100     MOVE GT-CUSTOMER-NAME (WS-MEMBER-IDX) TO ML-CUSTOMER-NAME.
054200     MOVE GT-ITEM-COUNT (WS-MEMBER-IDX)    TO ML-ITEM-COUNT.
054300     MOVE GT-OWN-TOTAL (WS-MEMBER-IDX)     TO ML-OWN-TOTAL.
054400     WRITE GROUP-RPT-LINE FROM WS-MEMBER-LINE.
054500     ADD GT-ITEM-COUNT (WS-MEMBER-IDX) TO WS-GROUP-ITEMS.
054600     ADD GT-OWN-TOTAL (WS-MEMBER-IDX)  TO WS-GROUP-TOTAL.
054700 3200-EXIT.
054800     EXIT.
054900******************************************************************
055000* 9999-EXIT - COMMON PROGRAM EXIT POINT.
055100******************************************************************
055200 9999-EXIT.
055300     GOBACK.
055400 END PROGRAM GroupStatement.
