000100******************************************************************
000200* PROGRAM-ID: ACCOUNTMERGE
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     SUPERVISED MERGE OF A DUPLICATE CUSTOMER ACCOUNT
000800*              INTO THE ACCOUNT THAT SURVIVES IT. AN ADMIN GIVES
000900*              THE RETIRING ID AND THE SURVIVING ID AND CONFIRMS;
001000*              UNDER THE CALCLOCK RUN LOCK THE RUN THEN RE-POINTS
001100*              EVERY CALCLOG RECORD AND ITS CALCLOGX
001200*              CROSS-REFERENCE ROW, THE ACCTRATE OVERRIDES AND
001300*              THE STNDINST STANDING INSTRUCTIONS TO THE
001400*              SURVIVOR. OPEN BILLDISP DISPUTES ARE KEYED BY
001500*              THEIR LOG RECORD AND FOLLOW IT. THE RETIRING
001600*              ACCOUNT IS CLOSED ON ACCTMSTR, AN ACCTMAP ROW
001700*              RECORDS THE OLD-TO-NEW MAPPING SO ARCHIVED
001800*              CALCARCH RECORDS STILL FIND THE SURVIVOR, EVERY
001900*              CHANGED RECORD IS WRITTEN BEFORE AND AFTER TO THE
002000*              MERGEAUD AUDIT, AND A MERGE REPORT GIVES THE
002100*              RECORD COUNT PER FILE.
002200* TECTONICS:   cobc
002300*
002400* MODIFICATION HISTORY
002500*   2026-10-15 DO  INITIAL VERSION.
002600*   2026-10-15 DO  SUBSIDIARIES WHOSE PARENT IS THE RETIRING ID
002700*                  ARE RE-PARENTED TO THE SURVIVOR, AND A MERGE
002800*                  INTO A SURVIVOR THAT SITS BELOW THE RETIRING
002900*                  ID IN ITS GROUP IS REFUSED.
003000*   2026-10-15 DO  THE RETIREMENT AND EVERY RE-PARENTING ARE NOW
003100*                  ALSO LOGGED TO ACCTLOG (DEACT AND PARENT ROWS),
003200*                  THE SAME TRAIL ACCOUNTMAINTENANCE WRITES, SO
003300*                  THE CUSTOMER FEED TO BILLING PICKS THEM UP.
003400*   2026-10-15 DO  SECLOG AND ACCTLOG ROWS NOW CARRY A CHAIN
003500*                  SEQUENCE AND CHAIN VALUE, STAMPED BY AUDITCHAIN
003600*                  JUST AHEAD OF EACH WRITE, SO AUDITVERIFY CAN
003700*                  PROVE THE TRAILS WHOLE.
003800******************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. AccountMerge.
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS AM-ACCOUNT-ID
004800         FILE STATUS IS WS-ACCT-FILE-STATUS.
004900     SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS CL-LOG-KEY
005300         FILE STATUS IS WS-LOG-FILE-STATUS.
005400     SELECT ACCT-XREF-FILE ASSIGN TO "CALCLOGX"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS XR-XREF-KEY
005800         FILE STATUS IS WS-XREF-FILE-STATUS.
005900     SELECT ACCT-RATE-FILE ASSIGN TO "ACCTRATE"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS AR-OVERRIDE-KEY
006300         FILE STATUS IS WS-ARATE-FILE-STATUS.
006400     SELECT STANDING-INST-FILE ASSIGN TO "STNDINST"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-INST-FILE-STATUS.
006700     SELECT DISPUTE-QUEUE-FILE ASSIGN TO "BILLDISP"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-DISP-FILE-STATUS.
007000     SELECT ACCOUNT-MAP-FILE ASSIGN TO "ACCTMAP"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-MAP-FILE-STATUS.
007300     SELECT MERGE-AUDIT-FILE ASSIGN TO "MERGEAUD"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-MAUD-FILE-STATUS.
007600     SELECT OPERATOR-PIN-FILE ASSIGN TO "GOTOPIN"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS RANDOM
007900         RECORD KEY IS OP-OPERATOR-ID
008000         FILE STATUS IS WS-PIN-FILE-STATUS.
008100     SELECT SEC-AUDIT-FILE ASSIGN TO "SECLOG"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-AUDIT-FILE-STATUS.
008400     SELECT RUN-LOCK-FILE ASSIGN TO "CALCLOCK"
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-LOCK-FILE-STATUS.
008700     SELECT ACCT-AUDIT-FILE ASSIGN TO "ACCTLOG"
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-ALOG-FILE-STATUS.
009000     SELECT MERGE-RPT-FILE ASSIGN TO "MERGERPT"
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS WS-RPT-FILE-STATUS.
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  ACCOUNT-MASTER-FILE.
009600     COPY ACCTMSTR.
009700 FD  CALC-LOG-FILE.
009800     COPY CALCLOG.
009900 FD  ACCT-XREF-FILE.
010000     COPY CALCLOGX.
010100 FD  ACCT-RATE-FILE.
010200     COPY ACCTRATE.
010300 FD  STANDING-INST-FILE
010400     RECORDING MODE IS F.
010500     COPY STNDINST.
010600 FD  DISPUTE-QUEUE-FILE
010700     RECORDING MODE IS F.
010800     COPY BILLDISP.
010900 FD  ACCOUNT-MAP-FILE
011000     RECORDING MODE IS F.
011100     COPY ACCTMAP.
011200 FD  MERGE-AUDIT-FILE
011300     RECORDING MODE IS F.
011400     COPY MERGEAUD.
011500 FD  OPERATOR-PIN-FILE.
011600     COPY GOTOPIN.
011700 FD  SEC-AUDIT-FILE
011800     RECORDING MODE IS F.
011900 01  SEC-AUDIT-RECORD.
012000     05  SA-LOG-DATE                 PIC 9(08).
012100     05  SA-LOG-TIME                 PIC 9(08).
012200     05  SA-ADMIN-ID                 PIC X(08).
012300     05  SA-ACTION                   PIC X(08).
012400     05  SA-TARGET-ID                PIC X(08).
012500     05  SA-CHAIN-SEQ                PIC 9(09).
012600     05  SA-CHAIN-VALUE              PIC 9(08).
012700 FD  RUN-LOCK-FILE
012800     RECORDING MODE IS F.
012900     COPY LOCKREC.
013000 FD  ACCT-AUDIT-FILE
013100     RECORDING MODE IS F.
013200 01  ACCT-AUDIT-RECORD.
013300     05  AU-LOG-DATE                 PIC 9(08).
013400     05  AU-LOG-TIME                 PIC 9(08).
013500     05  AU-OPERATOR-ID              PIC X(08).
013600     05  AU-ACTION                   PIC X(06).
013700     05  AU-ACCOUNT-ID               PIC X(08).
013800     05  AU-CHAIN-SEQ                PIC 9(09).
013900     05  AU-CHAIN-VALUE              PIC 9(08).
014000 FD  MERGE-RPT-FILE
014100     RECORDING MODE IS F.
014200 01  MERGE-RPT-LINE                  PIC X(80).
014300 WORKING-STORAGE SECTION.
014400 01  WS-ACCT-FILE-STATUS             PIC X(02).
014500     88  WS-ACCT-FILE-OK             VALUE "00".
014600 01  WS-LOG-FILE-STATUS              PIC X(02).
014700     88  WS-LOG-FILE-OK              VALUE "00".
014800 01  WS-XREF-FILE-STATUS             PIC X(02).
014900     88  WS-XREF-FILE-OK             VALUE "00".
015000 01  WS-ARATE-FILE-STATUS            PIC X(02).
015100     88  WS-ARATE-FILE-OK            VALUE "00".
015200 01  WS-INST-FILE-STATUS             PIC X(02).
015300     88  WS-INST-FILE-OK             VALUE "00".
015400 01  WS-DISP-FILE-STATUS             PIC X(02).
015500     88  WS-DISP-FILE-OK             VALUE "00".
015600 01  WS-MAP-FILE-STATUS              PIC X(02).
015700     88  WS-MAP-FILE-OK              VALUE "00".
015800 01  WS-MAUD-FILE-STATUS             PIC X(02).
015900     88  WS-MAUD-FILE-OK             VALUE "00".
016000 01  WS-ALOG-FILE-STATUS             PIC X(02).
016100     88  WS-ALOG-FILE-OK             VALUE "00".
016200 01  WS-PIN-FILE-STATUS              PIC X(02).
016300     88  WS-PIN-FILE-OK              VALUE "00".
016400 01  WS-AUDIT-FILE-STATUS            PIC X(02).
016500     88  WS-AUDIT-FILE-OK            VALUE "00".
016600 01  WS-LOCK-FILE-STATUS             PIC X(02).
016700     88  WS-LOCK-FILE-OK            VALUE "00".
016800 01  WS-RPT-FILE-STATUS              PIC X(02).
016900     88  WS-RPT-FILE-OK              VALUE "00".
017000 01  WS-LOCK-REFUSED-SWITCH          PIC X(01) VALUE "N".
017100     88  WS-LOCK-REFUSED            VALUE "Y".
017200 01  WS-LOCK-HELD-SWITCH             PIC X(01) VALUE "N".
017300     88  WS-LOCK-HELD               VALUE "Y".
017400 01  WS-XREF-OPENED-SWITCH           PIC X(01) VALUE "N".
017500     88  WS-XREF-OPENED             VALUE "Y".
017600 01  WS-MERGE-OK-SWITCH              PIC X(01) VALUE "N".
017700     88  WS-MERGE-OK                 VALUE "Y".
017800 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
017900     88  WS-END-OF-FILE              VALUE "Y".
018000 01  WS-ADMIN-ID                     PIC X(08) VALUE SPACES.
018100 01  WS-RETIRING-ID                  PIC X(08) VALUE SPACES.
018200 01  WS-SURVIVING-ID                 PIC X(08) VALUE SPACES.
018300 01  WS-RETIRING-NAME                PIC X(30) VALUE SPACES.
018400 01  WS-SURVIVING-NAME               PIC X(30) VALUE SPACES.
018500 01  WS-CONFIRM-REPLY                PIC X(01) VALUE SPACE.
018600     88  WS-CONFIRMED                VALUE "Y" "y".
018700 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
018800 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
018900 01  WS-AUDIT-TRAIL-NAME             PIC X(08) VALUE SPACES.
019000 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
019100 01  WS-SAVE-LOG-KEY                 PIC X(22) VALUE SPACES.
019200 01  WS-CHAIN-ACCOUNT                PIC X(08) VALUE SPACES.
019300 01  WS-CHAIN-HOPS                   PIC 9(03) COMP VALUE ZERO.
019400 01  WS-BELOW-RETIRING-SWITCH        PIC X(01) VALUE "N".
019500     88  WS-SURVIVOR-BELOW-RETIRING  VALUE "Y".
019600 01  WS-INST-TABLE.
019700     05  WS-INST-ENTRY OCCURS 200 TIMES INDEXED BY SI-IDX.
019800         10  IT-ROW-IMAGE            PIC X(40).
019900 01  WS-INST-COUNT                   PIC 9(03) COMP VALUE ZERO.
020000 01  WS-INST-OVERFLOW-COUNT          PIC 9(06) COMP VALUE ZERO.
020100 01  WS-RATE-TABLE.
020200     05  WS-RATE-ENTRY OCCURS 100 TIMES INDEXED BY RT-IDX.
020300         10  RT-ROW-IMAGE            PIC X(40).
020400 01  WS-RATE-COUNT                   PIC 9(03) COMP VALUE ZERO.
020500 01  WS-RATE-OVERFLOW-COUNT          PIC 9(06) COMP VALUE ZERO.
020600 01  WS-MERGE-COUNTS.
020700     05  WS-LOG-MOVED-COUNT          PIC 9(08) VALUE ZERO.
020800     05  WS-XREF-MOVED-COUNT         PIC 9(08) VALUE ZERO.
020900     05  WS-XREF-MISSING-COUNT       PIC 9(08) VALUE ZERO.
021000     05  WS-RATE-MOVED-COUNT         PIC 9(06) VALUE ZERO.
021100     05  WS-RATE-KEPT-COUNT          PIC 9(06) VALUE ZERO.
021200     05  WS-INST-MOVED-COUNT         PIC 9(06) VALUE ZERO.
021300     05  WS-CHILD-MOVED-COUNT        PIC 9(06) VALUE ZERO.
021400     05  WS-DISP-MOVED-COUNT         PIC 9(06) VALUE ZERO.
021500     05  WS-AUDIT-ROW-COUNT          PIC 9(08) VALUE ZERO.
021600 01  WS-HEADER-LINE.
021700     05  FILLER                      PIC X(30) VALUE
021800         "ACCOUNT MERGE REPORT          ".
021900     05  FILLER                      PIC X(06) VALUE "DATE: ".
022000     05  HL-RUN-DATE                 PIC 9(08).
022100     05  FILLER                      PIC X(09) VALUE "  ADMIN: ".
022200     05  HL-ADMIN-ID                 PIC X(08).
022300     05  FILLER                      PIC X(19) VALUE SPACES.
022400 01  WS-ACCOUNT-LINE.
022500     05  AL-LABEL                    PIC X(12).
022600     05  AL-ACCOUNT-ID               PIC X(08).
022700     05  FILLER                      PIC X(02) VALUE SPACES.
022800     05  AL-CUSTOMER-NAME            PIC X(30).
022900     05  FILLER                      PIC X(28) VALUE SPACES.
023000 01  WS-COUNT-LINE.
023100     05  CT-FILE-NAME                PIC X(10).
023200     05  CT-LABEL                    PIC X(40).
023300     05  CT-COUNT                    PIC ZZ,ZZZ,ZZ9.
023400     05  FILLER                      PIC X(20) VALUE SPACES.
023500 PROCEDURE DIVISION.
023600******************************************************************
023700* 0000-MAINLINE - CHECK THE ADMIN, TAKE AND CONFIRM THE TWO
023800*                 IDS, THEN RE-POINT FILE BY FILE UNDER THE RUN
023900*                 LOCK AND REPORT THE COUNTS.
024000******************************************************************
024100 0000-MAINLINE.
024200     DISPLAY "Merge administrator ID: "
024300     ACCEPT WS-ADMIN-ID.
024400     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
024500     PERFORM 0400-CHECK-AUTHORITY
024600         THRU 0400-EXIT.
024700     IF NOT WS-PIN-FILE-OK
024800         GO TO 9999-EXIT
024900     END-IF.
025000     DISPLAY "Retiring (duplicate) account ID: "
025100     ACCEPT WS-RETIRING-ID.
025200     DISPLAY "Surviving account ID: "
025300     ACCEPT WS-SURVIVING-ID.
025400     PERFORM 1000-VALIDATE-ACCOUNTS
025500         THRU 1000-EXIT.
025600     IF NOT WS-MERGE-OK
025700         GO TO 9999-EXIT
025800     END-IF.
025900     PERFORM 1200-LOAD-INSTRUCTIONS
026000         THRU 1200-EXIT.
026100     IF WS-INST-OVERFLOW-COUNT > ZERO
026200         DISPLAY "MERGE REFUSED - STNDINST EXCEEDS THE WORK "
026300             "TABLE BY " WS-INST-OVERFLOW-COUNT " ROWS AND THE "
026400             "REWRITE WOULD DROP THEM"
026500         GO TO 9999-EXIT
026600     END-IF.
026700     DISPLAY "MERGE " WS-RETIRING-ID " " WS-RETIRING-NAME.
026800     DISPLAY " INTO " WS-SURVIVING-ID " " WS-SURVIVING-NAME.
026900     DISPLAY "Proceed with the merge (Y/N)? "
027000     ACCEPT WS-CONFIRM-REPLY.
027100     IF NOT WS-CONFIRMED
027200         DISPLAY "MERGE CANCELLED - NOTHING CHANGED"
027300         GO TO 9999-EXIT
027400     END-IF.
027500     PERFORM 0300-ACQUIRE-RUN-LOCK
027600         THRU 0300-EXIT.
027700     IF WS-LOCK-REFUSED
027800         GO TO 9999-EXIT
027900     END-IF.
028000     OPEN EXTEND MERGE-AUDIT-FILE.
028100     IF NOT WS-MAUD-FILE-OK
028200         OPEN OUTPUT MERGE-AUDIT-FILE
028300     END-IF.
028400     ACCEPT WS-CURRENT-TIME FROM TIME.
028500     PERFORM 2000-FOLLOW-OPEN-DISPUTES
028600         THRU 2000-EXIT.
028700     PERFORM 3000-REPOINT-LOG
028800         THRU 3000-EXIT.
028900     IF NOT WS-MERGE-OK
029000         CLOSE MERGE-AUDIT-FILE
029100         PERFORM 0350-RELEASE-RUN-LOCK
029200             THRU 0350-EXIT
029300         GO TO 9999-EXIT
029400     END-IF.
029500     PERFORM 4000-REPOINT-OVERRIDES
029600         THRU 4000-EXIT.
029700     PERFORM 5000-REPOINT-INSTRUCTIONS
029800         THRU 5000-EXIT.
029900     PERFORM 6000-RETIRE-ACCOUNT
030000         THRU 6000-EXIT.
030100     CLOSE MERGE-AUDIT-FILE.
030200     PERFORM 7000-RECORD-MAPPING
030300         THRU 7000-EXIT.
030400     PERFORM 0350-RELEASE-RUN-LOCK
030500         THRU 0350-EXIT.
030600     PERFORM 8000-PRINT-REPORT
030700         THRU 8000-EXIT.
030800     DISPLAY "MERGE COMPLETE - " WS-LOG-MOVED-COUNT
030900         " LOG RECORDS NOW UNDER " WS-SURVIVING-ID.
031000     GO TO 9999-EXIT.
031100******************************************************************
031200* 0300-ACQUIRE-RUN-LOCK - TAKE THE CALCLOG RUN LOCK BEFORE ANY
031300*                  RECORD IS RE-POINTED, THE SAME HANDSHAKE
031400*                  CALCULATOR MAKES. A LIVE LOCK MEANS A SESSION
031500*                  OR THE OVERNIGHT BATCH COULD LOG AGAINST THE
031600*                  RETIRING ID MID-MERGE - THE RUN IS REFUSED AND
031700*                  THE HOLDER REPORTED.
031800******************************************************************
031900 0300-ACQUIRE-RUN-LOCK.
032000     MOVE "N" TO WS-LOCK-REFUSED-SWITCH.
032100     OPEN INPUT RUN-LOCK-FILE.
032200     IF WS-LOCK-FILE-OK
032300         READ RUN-LOCK-FILE
032400             AT END
032500                 CONTINUE
032600         END-READ
032700         IF WS-LOCK-FILE-OK
032800             DISPLAY "CALCLOG IS LOCKED BY " RL-PROGRAM-ID
032900                 " OPERATOR " RL-OPERATOR-ID " SINCE "
033000                 RL-START-DATE " " RL-START-TIME
033100                 " - RUN REFUSED"
033200             SET WS-LOCK-REFUSED TO TRUE
033300         END-IF
033400         CLOSE RUN-LOCK-FILE
033500     END-IF.
033600     IF NOT WS-LOCK-REFUSED
033700         OPEN OUTPUT RUN-LOCK-FILE
033800         MOVE "ACCTMERGE   " TO RL-PROGRAM-ID
033900         MOVE WS-ADMIN-ID TO RL-OPERATOR-ID
034000         MOVE WS-TODAYS-DATE TO RL-START-DATE
034100         ACCEPT WS-CURRENT-TIME FROM TIME
034200         MOVE WS-CURRENT-TIME TO RL-START-TIME
034300         WRITE RUN-LOCK-RECORD
034400         CLOSE RUN-LOCK-FILE
034500         SET WS-LOCK-HELD TO TRUE
034600     END-IF.
034700 0300-EXIT.
034800     EXIT.
034900******************************************************************
035000* 0350-RELEASE-RUN-LOCK - EMPTY THE LOCK FILE AT CLEAN CLOSE SO
035100*                  THE NEXT RUN FINDS NO LIVE LOCK.
035200******************************************************************
035300 0350-RELEASE-RUN-LOCK.
035400     IF WS-LOCK-HELD
035500         OPEN OUTPUT RUN-LOCK-FILE
035600         CLOSE RUN-LOCK-FILE
035700         MOVE "N" TO WS-LOCK-HELD-SWITCH
035800     END-IF.
035900 0350-EXIT.
036000     EXIT.
036100******************************************************************
036200* 0400-CHECK-AUTHORITY - A MERGE REWRITES HISTORY ACROSS SIX
036300*                  FILES, SO ONLY AN OPERATOR CARRYING THE ADMIN
036400*                  AUTHORITY ON THE PIN MASTER MAY RUN ONE.
036500******************************************************************
036600 0400-CHECK-AUTHORITY.
036700     OPEN INPUT OPERATOR-PIN-FILE.
036800     IF NOT WS-PIN-FILE-OK
036900         DISPLAY "GOTOPIN OPEN FAILED - MERGE REFUSED"
037000         GO TO 0400-EXIT
037100     END-IF.
037200     MOVE WS-ADMIN-ID TO OP-OPERATOR-ID.
037300     READ OPERATOR-PIN-FILE
037400         INVALID KEY
037500             DISPLAY "ADMIN NOT ON THE PIN MASTER - "
037600                 "MERGE REFUSED"
037700             CLOSE OPERATOR-PIN-FILE
037800             MOVE "99" TO WS-PIN-FILE-STATUS
037900             GO TO 0400-EXIT
038000     END-READ.
038100     CLOSE OPERATOR-PIN-FILE.
038200     IF NOT OP-MAY-RUN-ADMIN
038300         DISPLAY "OPERATOR LACKS THE ADMIN AUTHORITY - "
038400             "MERGE REFUSED"
038500         MOVE "99" TO WS-PIN-FILE-STATUS
038600     END-IF.
038700 0400-EXIT.
038800     EXIT.
038900******************************************************************
039000* 1000-VALIDATE-ACCOUNTS - BOTH IDS MUST BE ON THE MASTER AND
039100*                  DIFFERENT, AND THE SURVIVOR MUST BE ACTIVE -
039200*                  HISTORY IS NEVER MOVED ONTO A CLOSED ACCOUNT.
039300******************************************************************
039400 1000-VALIDATE-ACCOUNTS.
039500     MOVE "N" TO WS-MERGE-OK-SWITCH.
039600     IF WS-RETIRING-ID = SPACES OR WS-SURVIVING-ID = SPACES
039700         DISPLAY "BOTH ACCOUNT IDS ARE REQUIRED"
039800         GO TO 1000-EXIT
039900     END-IF.
040000     IF WS-RETIRING-ID = WS-SURVIVING-ID
040100         DISPLAY "AN ACCOUNT CANNOT BE MERGED INTO ITSELF"
040200         GO TO 1000-EXIT
040300     END-IF.
040400     OPEN INPUT ACCOUNT-MASTER-FILE.
040500     IF NOT WS-ACCT-FILE-OK
040600         DISPLAY "ACCTMSTR OPEN FAILED, STATUS "
040700             WS-ACCT-FILE-STATUS
040800         GO TO 1000-EXIT
040900     END-IF.
041000     MOVE WS-RETIRING-ID TO AM-ACCOUNT-ID.
041100     READ ACCOUNT-MASTER-FILE
041200         INVALID KEY
041300             DISPLAY "RETIRING ACCOUNT " WS-RETIRING-ID
041400                 " NOT ON FILE"
041500             CLOSE ACCOUNT-MASTER-FILE
041600             GO TO 1000-EXIT
041700     END-READ.
041800     MOVE AM-CUSTOMER-NAME TO WS-RETIRING-NAME.
041900     MOVE WS-SURVIVING-ID TO AM-ACCOUNT-ID.
042000     READ ACCOUNT-MASTER-FILE
042100         INVALID KEY
042200             DISPLAY "SURVIVING ACCOUNT " WS-SURVIVING-ID
042300                 " NOT ON FILE"
042400             CLOSE ACCOUNT-MASTER-FILE
042500             GO TO 1000-EXIT
042600     END-READ.
042700     IF NOT AM-STATUS-ACTIVE
042800         DISPLAY "SURVIVING ACCOUNT " WS-SURVIVING-ID
042900             " IS NOT ACTIVE - MERGE REFUSED"
043000             CLOSE ACCOUNT-MASTER-FILE
043100         GO TO 1000-EXIT
043200     END-IF.
043300     MOVE AM-CUSTOMER-NAME TO WS-SURVIVING-NAME.
043400     MOVE "N" TO WS-BELOW-RETIRING-SWITCH.
043500     MOVE AM-PARENT-ACCOUNT TO WS-CHAIN-ACCOUNT.
043600     MOVE ZERO TO WS-CHAIN-HOPS.
043700     PERFORM 1100-WALK-ONE-PARENT
043800         THRU 1100-EXIT
043900         UNTIL WS-CHAIN-ACCOUNT = SPACES OR WS-CHAIN-HOPS > 20.
044000     CLOSE ACCOUNT-MASTER-FILE.
044100     IF WS-SURVIVOR-BELOW-RETIRING
044200         DISPLAY "SURVIVING ACCOUNT " WS-SURVIVING-ID
044300             " IS A SUBSIDIARY OF " WS-RETIRING-ID
044400             " - RE-PARENT IT FIRST, MERGE REFUSED"
044500         GO TO 1000-EXIT
044600     END-IF.
044700     SET WS-MERGE-OK TO TRUE.
044800 1000-EXIT.
044900     EXIT.
045000******************************************************************
045100* 1100-WALK-ONE-PARENT - ONE STEP UP THE SURVIVOR'S PARENT
045200*                  CHAIN, WATCHING FOR THE RETIRING ID.
045300******************************************************************
045400 1100-WALK-ONE-PARENT.
045500     ADD 1 TO WS-CHAIN-HOPS.
045600     IF WS-CHAIN-ACCOUNT = WS-RETIRING-ID
045700         SET WS-SURVIVOR-BELOW-RETIRING TO TRUE
045800         MOVE SPACES TO WS-CHAIN-ACCOUNT
045900         GO TO 1100-EXIT
046000     END-IF.
046100     MOVE WS-CHAIN-ACCOUNT TO AM-ACCOUNT-ID.
046200     READ ACCOUNT-MASTER-FILE
046300         INVALID KEY
046400             MOVE SPACES TO WS-CHAIN-ACCOUNT
046500             GO TO 1100-EXIT
046600     END-READ.
046700     MOVE AM-PARENT-ACCOUNT TO WS-CHAIN-ACCOUNT.
046800 1100-EXIT.
046900     EXIT.
047000******************************************************************
047100* 1200-LOAD-INSTRUCTIONS - THE STANDING INSTRUCTIONS INTO THE
047200*                  WORK TABLE FOR THE ONE-PASS REWRITE. DONE
047300*                  BEFORE THE CONFIRMATION SO AN OVERSIZE FILE
047400*                  REFUSES THE MERGE BEFORE ANYTHING MOVES.
047500******************************************************************
047600 1200-LOAD-INSTRUCTIONS.
047700     OPEN INPUT STANDING-INST-FILE.
047800     IF NOT WS-INST-FILE-OK
047900         GO TO 1200-EXIT
048000     END-IF.
048100     MOVE "N" TO WS-EOF-SWITCH.
048200     PERFORM 1250-LOAD-ONE-INSTRUCTION
048300         THRU 1250-EXIT
048400         UNTIL WS-END-OF-FILE.
048500     CLOSE STANDING-INST-FILE.
048600 1200-EXIT.
048700     EXIT.
048800******************************************************************
048900* 1250-LOAD-ONE-INSTRUCTION - ONE ROW INTO THE TABLE.
049000******************************************************************
049100 1250-LOAD-ONE-INSTRUCTION.
049200     READ STANDING-INST-FILE
049300         AT END
049400             SET WS-END-OF-FILE TO TRUE
049500     END-READ.
049600     IF WS-END-OF-FILE
049700         GO TO 1250-EXIT
049800     END-IF.
049900     IF WS-INST-COUNT < 200
050000         ADD 1 TO WS-INST-COUNT
050100         SET SI-IDX TO WS-INST-COUNT
050200         MOVE STANDING-INSTRUCTION-RECORD
050300             TO IT-ROW-IMAGE (SI-IDX)
050400     ELSE
050500         ADD 1 TO WS-INST-OVERFLOW-COUNT
050600     END-IF.
050700 1250-EXIT.
050800     EXIT.
050900******************************************************************
051000* 2000-FOLLOW-OPEN-DISPUTES - AN OPEN BILLDISP ITEM CARRIES THE
051100*                  LOG KEY, NOT THE ACCOUNT, SO IT MOVES TO THE
051200*                  SURVIVOR WITH ITS LOG RECORD. EACH ONE THAT
051300*                  BELONGS TO THE RETIRING ID IS COUNTED AND
051400*                  AUDITED HERE, BEFORE THE LOG IS RE-POINTED.
051500******************************************************************
051600 2000-FOLLOW-OPEN-DISPUTES.
051700     OPEN INPUT DISPUTE-QUEUE-FILE.
051800     IF NOT WS-DISP-FILE-OK
051900         GO TO 2000-EXIT
052000     END-IF.
052100     OPEN INPUT CALC-LOG-FILE.
052200     IF NOT WS-LOG-FILE-OK
052300         CLOSE DISPUTE-QUEUE-FILE
052400         GO TO 2000-EXIT
052500     END-IF.
052600     MOVE "N" TO WS-EOF-SWITCH.
052700     PERFORM 2100-FOLLOW-ONE-DISPUTE
052800         THRU 2100-EXIT
052900         UNTIL WS-END-OF-FILE.
053000     CLOSE DISPUTE-QUEUE-FILE
053100           CALC-LOG-FILE.
053200 2000-EXIT.
053300     EXIT.
053400******************************************************************
053500* 2100-FOLLOW-ONE-DISPUTE - ONE DISPUTE ROW.
053600******************************************************************
053700 2100-FOLLOW-ONE-DISPUTE.
053800     READ DISPUTE-QUEUE-FILE
053900         AT END
054000             SET WS-END-OF-FILE TO TRUE
054100     END-READ.
054200     IF WS-END-OF-FILE OR NOT DQ-OPEN
054300         GO TO 2100-EXIT
054400     END-IF.
054500     MOVE DQ-LOG-DATE    TO CL-LOG-DATE.
054600     MOVE DQ-OPERATOR-ID TO CL-OPERATOR-ID.
054700     MOVE DQ-SEQUENCE-NO TO CL-SEQUENCE-NO.
054800     READ CALC-LOG-FILE
054900         INVALID KEY
055000             GO TO 2100-EXIT
055100     END-READ.
055200     IF CL-ACCOUNT-ID NOT = WS-RETIRING-ID
055300         GO TO 2100-EXIT
055400     END-IF.
055500     ADD 1 TO WS-DISP-MOVED-COUNT.
055600     MOVE "BILLDISP" TO MA-FILE-NAME.
055700     SET MA-REPOINTED TO TRUE.
055800     MOVE CL-LOG-KEY TO MA-RECORD-KEY.
055900     MOVE BILLING-DISPUTE-RECORD TO MA-BEFORE-IMAGE.
056000     PERFORM 9000-WRITE-AUDIT
056100         THRU 9000-EXIT.
056200 2100-EXIT.
056300     EXIT.
056400******************************************************************
056500* 3000-REPOINT-LOG - ONE PASS OVER THE LOG. EVERY RECORD OF THE
056600*                  RETIRING ID IS REWRITTEN UNDER THE SURVIVOR
056700*                  AND ITS XREF ROW IS MOVED WITH IT. WITH NO
056800*                  XREF ON HAND THE LOG IS STILL RE-POINTED AND
056900*                  CALCACCTINDEX REBUILDS THE XREF AFTERWARDS.
057000******************************************************************
057100 3000-REPOINT-LOG.
057200     OPEN I-O CALC-LOG-FILE.
057300     IF NOT WS-LOG-FILE-OK
057400         DISPLAY "CALCLOG OPEN FAILED, STATUS "
057500             WS-LOG-FILE-STATUS " - MERGE ABANDONED, NOTHING "
057600             "RE-POINTED"
057700         MOVE "N" TO WS-MERGE-OK-SWITCH
057800         GO TO 3000-EXIT
057900     END-IF.
058000     OPEN I-O ACCT-XREF-FILE.
058100     IF WS-XREF-FILE-OK
058200         SET WS-XREF-OPENED TO TRUE
058300     ELSE
058400         DISPLAY "CALCLOGX NOT AVAILABLE - RUN CALCACCTINDEX "
058500             "AFTER THE MERGE"
058600     END-IF.
058700     MOVE "N" TO WS-EOF-SWITCH.
058800     PERFORM 3100-REPOINT-ONE-RECORD
058900         THRU 3100-EXIT
059000         UNTIL WS-END-OF-FILE.
059100     CLOSE CALC-LOG-FILE.
059200     IF WS-XREF-OPENED
059300         CLOSE ACCT-XREF-FILE
059400     END-IF.
059500 3000-EXIT.
059600     EXIT.
059700******************************************************************
059800* 3100-REPOINT-ONE-RECORD - ONE LOG RECORD.
059900******************************************************************
060000 3100-REPOINT-ONE-RECORD.
060100     READ CALC-LOG-FILE NEXT RECORD
060200         AT END
060300             SET WS-END-OF-FILE TO TRUE
060400     END-READ.
060500     IF WS-END-OF-FILE
060600         GO TO 3100-EXIT
060700     END-IF.
060800     IF CL-ACCOUNT-ID NOT = WS-RETIRING-ID
060900         GO TO 3100-EXIT
061000     END-IF.
061100     MOVE "CALCLOG " TO MA-FILE-NAME.
061200     SET MA-REPOINTED TO TRUE.
061300     MOVE CL-LOG-KEY TO MA-RECORD-KEY.
061400     MOVE CALC-LOG-RECORD TO MA-BEFORE-IMAGE.
061500     MOVE WS-SURVIVING-ID TO CL-ACCOUNT-ID.
061600     REWRITE CALC-LOG-RECORD
061700         INVALID KEY
061800             DISPLAY "CALCLOG REWRITE FAILED FOR "
061900                 CL-LOG-KEY ", STATUS " WS-LOG-FILE-STATUS
062000             GO TO 3100-EXIT
062100     END-REWRITE.
062200     ADD 1 TO WS-LOG-MOVED-COUNT.
062300     PERFORM 9000-WRITE-AUDIT
062400         THRU 9000-EXIT.
062500     IF WS-XREF-OPENED
062600         PERFORM 3200-REPOINT-XREF-ROW
062700             THRU 3200-EXIT
062800     END-IF.
062900 3100-EXIT.
063000     EXIT.
063100******************************************************************
063200* 3200-REPOINT-XREF-ROW - THE XREF KEY LEADS WITH THE ACCOUNT,
063300*                  SO THE OLD ROW IS DELETED AND A NEW ONE
063400*                  WRITTEN UNDER THE SURVIVOR. A MISSING OLD ROW
063500*                  IS COUNTED AND THE NEW ONE WRITTEN ANYWAY.
063600******************************************************************
063700 3200-REPOINT-XREF-ROW.
063800     MOVE CL-LOG-KEY TO WS-SAVE-LOG-KEY.
063900     MOVE WS-RETIRING-ID TO XR-ACCOUNT-ID.
064000     MOVE CL-LOG-DATE    TO XR-LOG-DATE.
064100     MOVE CL-OPERATOR-ID TO XR-OPERATOR-ID.
064200     MOVE CL-SEQUENCE-NO TO XR-SEQUENCE-NO.
064300     MOVE CALC-ACCT-XREF-RECORD TO MA-BEFORE-IMAGE.
064400     DELETE ACCT-XREF-FILE
064500         INVALID KEY
064600             ADD 1 TO WS-XREF-MISSING-COUNT
064700     END-DELETE.
064800     MOVE WS-SURVIVING-ID TO XR-ACCOUNT-ID.
064900     WRITE CALC-ACCT-XREF-RECORD
065000         INVALID KEY
065100             CONTINUE
065200         NOT INVALID KEY
065300             ADD 1 TO WS-XREF-MOVED-COUNT
065400     END-WRITE.
065500     MOVE "CALCLOGX" TO MA-FILE-NAME.
065600     SET MA-REPOINTED TO TRUE.
065700     MOVE WS-SAVE-LOG-KEY TO MA-RECORD-KEY.
065800     PERFORM 9000-WRITE-AUDIT
065900         THRU 9000-EXIT.
066000 3200-EXIT.
066100     EXIT.
066200******************************************************************
066300* 4000-REPOINT-OVERRIDES - THE RETIRING ID'S ACCTRATE OVERRIDES
066400*                  ARE GATHERED FIRST AND THEN MOVED, SO THE
066500*                  BROWSE IS NEVER DISTURBED BY ITS OWN WRITES.
066600*                  WHERE THE SURVIVOR ALREADY HAS AN OVERRIDE FOR
066700*                  THE SAME CODE AND START DATE ITS OWN CONTRACT
066800*                  STANDS AND THE RETIRING ROW IS DROPPED.
066900******************************************************************
067000 4000-REPOINT-OVERRIDES.
067100     OPEN I-O ACCT-RATE-FILE.
067200     IF NOT WS-ARATE-FILE-OK
067300         GO TO 4000-EXIT
067400     END-IF.
067500     MOVE WS-RETIRING-ID TO AR-ACCOUNT-ID.
067600     MOVE LOW-VALUES     TO AR-RATE-CODE.
067700     MOVE ZERO           TO AR-EFFECTIVE-FROM.
067800     MOVE "N" TO WS-EOF-SWITCH.
067900     START ACCT-RATE-FILE KEY IS NOT LESS THAN AR-OVERRIDE-KEY
068000         INVALID KEY
068100             SET WS-END-OF-FILE TO TRUE
068200     END-START.
068300     PERFORM 4100-GATHER-ONE-OVERRIDE
068400         THRU 4100-EXIT
068500         UNTIL WS-END-OF-FILE.
068600     IF WS-RATE-OVERFLOW-COUNT > ZERO
068700         DISPLAY "ACCTRATE - " WS-RATE-OVERFLOW-COUNT
068800             " OVERRIDES BEYOND THE WORK TABLE LEFT UNDER "
068900             WS-RETIRING-ID " - RERUN THE MERGE TO MOVE THEM"
069000     END-IF.
069100     PERFORM 4200-MOVE-ONE-OVERRIDE
069200         THRU 4200-EXIT
069300         VARYING RT-IDX FROM 1 BY 1
069400         UNTIL RT-IDX > WS-RATE-COUNT.
069500     CLOSE ACCT-RATE-FILE.
069600 4000-EXIT.
069700     EXIT.
069800******************************************************************
069900* 4100-GATHER-ONE-OVERRIDE - NEXT OVERRIDE OF THE RETIRING ID.
070000******************************************************************
070100 4100-GATHER-ONE-OVERRIDE.
070200     READ ACCT-RATE-FILE NEXT RECORD
070300         AT END
070400             SET WS-END-OF-FILE TO TRUE
070500     END-READ.
070600     IF WS-END-OF-FILE
070700         GO TO 4100-EXIT
070800     END-IF.
070900     IF AR-ACCOUNT-ID NOT = WS-RETIRING-ID
071000         SET WS-END-OF-FILE TO TRUE
071100         GO TO 4100-EXIT
071200     END-IF.
071300     IF WS-RATE-COUNT < 100
071400         ADD 1 TO WS-RATE-COUNT
071500         SET RT-IDX TO WS-RATE-COUNT
071600         MOVE ACCOUNT-RATE-RECORD TO RT-ROW-IMAGE (RT-IDX)
071700     ELSE
071800         ADD 1 TO WS-RATE-OVERFLOW-COUNT
071900     END-IF.
072000 4100-EXIT.
072100     EXIT.
072200******************************************************************
072300* 4200-MOVE-ONE-OVERRIDE - WRITE THE ROW UNDER THE SURVIVOR,
072400*                  THEN DELETE THE RETIRING ROW.
072500******************************************************************
072600 4200-MOVE-ONE-OVERRIDE.
072700     MOVE RT-ROW-IMAGE (RT-IDX) TO ACCOUNT-RATE-RECORD.
072800     MOVE "ACCTRATE" TO MA-FILE-NAME.
072900     MOVE AR-OVERRIDE-KEY TO MA-RECORD-KEY.
073000     MOVE ACCOUNT-RATE-RECORD TO MA-BEFORE-IMAGE.
073100     MOVE WS-SURVIVING-ID TO AR-ACCOUNT-ID.
073200     WRITE ACCOUNT-RATE-RECORD
073300         INVALID KEY
073400             SET MA-KEPT-SURVIVOR TO TRUE
073500             ADD 1 TO WS-RATE-KEPT-COUNT
073600         NOT INVALID KEY
073700             SET MA-REPOINTED TO TRUE
073800             ADD 1 TO WS-RATE-MOVED-COUNT
073900     END-WRITE.
074000     MOVE RT-ROW-IMAGE (RT-IDX) TO ACCOUNT-RATE-RECORD.
074100     DELETE ACCT-RATE-FILE
074200         INVALID KEY
074300             CONTINUE
074400     END-DELETE.
074500     PERFORM 9000-WRITE-AUDIT
074600         THRU 9000-EXIT.
074700 4200-EXIT.
074800     EXIT.
074900******************************************************************
075000* 5000-REPOINT-INSTRUCTIONS - RE-POINT THE RETIRING ID'S
075100*                  STANDING INSTRUCTIONS IN THE TABLE AND WRITE
075200*                  THE MASTER BACK IN ONE PASS.
075300******************************************************************
075400 5000-REPOINT-INSTRUCTIONS.
075500     IF WS-INST-COUNT = ZERO
075600         GO TO 5000-EXIT
075700     END-IF.
075800     PERFORM 5100-REPOINT-ONE-INSTRUCTION
075900         THRU 5100-EXIT
076000         VARYING SI-IDX FROM 1 BY 1
076100         UNTIL SI-IDX > WS-INST-COUNT.
076200     IF WS-INST-MOVED-COUNT = ZERO
076300         GO TO 5000-EXIT
076400     END-IF.
076500     OPEN OUTPUT STANDING-INST-FILE.
076600     PERFORM 5200-WRITE-ONE-INSTRUCTION
076700         THRU 5200-EXIT
076800         VARYING SI-IDX FROM 1 BY 1
076900         UNTIL SI-IDX > WS-INST-COUNT.
077000     CLOSE STANDING-INST-FILE.
077100 5000-EXIT.
077200     EXIT.
077300******************************************************************
077400* 5100-REPOINT-ONE-INSTRUCTION - ONE TABLE ROW.
077500******************************************************************
077600 5100-REPOINT-ONE-INSTRUCTION.
077700     MOVE IT-ROW-IMAGE (SI-IDX) TO STANDING-INSTRUCTION-RECORD.
077800     IF SI-ACCOUNT-ID NOT = WS-RETIRING-ID
077900         GO TO 5100-EXIT
078000     END-IF.
078100     MOVE "STNDINST" TO MA-FILE-NAME.
078200     SET MA-REPOINTED TO TRUE.
078300     MOVE STANDING-INSTRUCTION-RECORD TO MA-RECORD-KEY.
078400     MOVE STANDING-INSTRUCTION-RECORD TO MA-BEFORE-IMAGE.
078500     MOVE WS-SURVIVING-ID TO SI-ACCOUNT-ID.
078600     MOVE STANDING-INSTRUCTION-RECORD TO IT-ROW-IMAGE (SI-IDX).
078700     ADD 1 TO WS-INST-MOVED-COUNT.
078800     PERFORM 9000-WRITE-AUDIT
078900         THRU 9000-EXIT.
079000 5100-EXIT.
079100     EXIT.
079200******************************************************************
079300* 5200-WRITE-ONE-INSTRUCTION - ONE ROW BACK TO THE MASTER.
079400******************************************************************
079500 5200-WRITE-ONE-INSTRUCTION.
079600     MOVE IT-ROW-IMAGE (SI-IDX) TO STANDING-INSTRUCTION-RECORD.
079700     WRITE STANDING-INSTRUCTION-RECORD.
079800 5200-EXIT.
079900     EXIT.
080000******************************************************************
080100* 6000-RETIRE-ACCOUNT - CLOSE THE RETIRING ID ON THE MASTER SO
080200*                  NOTHING NEW IS CHARGED TO IT. THE CLOSURE AND
080300*                  EACH RE-PARENTED SUBSIDIARY GO TO ACCTLOG TOO.
080400******************************************************************
080500 6000-RETIRE-ACCOUNT.
080600     OPEN I-O ACCOUNT-MASTER-FILE.
080700     IF NOT WS-ACCT-FILE-OK
080800         DISPLAY "ACCTMSTR OPEN FAILED - " WS-RETIRING-ID
080900             " LEFT OPEN, DEACTIVATE IT IN ACCOUNTMAINTENANCE"
081000         GO TO 6000-EXIT
081100     END-IF.
081200     MOVE WS-RETIRING-ID TO AM-ACCOUNT-ID.
081300     READ ACCOUNT-MASTER-FILE
081400         INVALID KEY
081500             CLOSE ACCOUNT-MASTER-FILE
081600             GO TO 6000-EXIT
081700     END-READ.
081800     OPEN EXTEND ACCT-AUDIT-FILE.
081900     IF NOT WS-ALOG-FILE-OK
082000         OPEN OUTPUT ACCT-AUDIT-FILE
082100     END-IF.
082200     MOVE "ACCTMSTR" TO MA-FILE-NAME.
082300     SET MA-CLOSED TO TRUE.
082400     MOVE AM-ACCOUNT-ID TO MA-RECORD-KEY.
082500     MOVE ACCOUNT-MASTER-RECORD TO MA-BEFORE-IMAGE.
082600     SET AM-STATUS-INACTIVE TO TRUE.
082700     REWRITE ACCOUNT-MASTER-RECORD
082800         INVALID KEY
082900             DISPLAY "ACCTMSTR REWRITE FAILED FOR "
083000                 WS-RETIRING-ID
083100     END-REWRITE.
083200     PERFORM 9000-WRITE-AUDIT
083300         THRU 9000-EXIT.
083400     MOVE "DEACT " TO AU-ACTION.
083500     MOVE WS-RETIRING-ID TO AU-ACCOUNT-ID.
083600     PERFORM 9100-WRITE-ACCTLOG
083700         THRU 9100-EXIT.
083800     MOVE "N" TO WS-EOF-SWITCH.
083900     MOVE LOW-VALUES TO AM-ACCOUNT-ID.
084000     START ACCOUNT-MASTER-FILE KEY IS NOT LESS THAN AM-ACCOUNT-ID
084100         INVALID KEY
084200             SET WS-END-OF-FILE TO TRUE
084300     END-START.
084400     PERFORM 6100-REPARENT-ONE-ACCOUNT
084500         THRU 6100-EXIT
084600         UNTIL WS-END-OF-FILE.
084700     CLOSE ACCOUNT-MASTER-FILE
084800           ACCT-AUDIT-FILE.
084900 6000-EXIT.
085000     EXIT.
085100******************************************************************
085200* 6100-REPARENT-ONE-ACCOUNT - A SUBSIDIARY OF THE RETIRING ID
085300*                  MOVES UNDER THE SURVIVOR.
085400******************************************************************
085500 6100-REPARENT-ONE-ACCOUNT.
085600     READ ACCOUNT-MASTER-FILE NEXT RECORD
085700         AT END
085800             SET WS-END-OF-FILE TO TRUE
085900     END-READ.
086000     IF WS-END-OF-FILE
086100         GO TO 6100-EXIT
086200     END-IF.
086300     IF AM-PARENT-ACCOUNT NOT = WS-RETIRING-ID
086400         GO TO 6100-EXIT
086500     END-IF.
086600     MOVE "ACCTMSTR" TO MA-FILE-NAME.
086700     SET MA-REPOINTED TO TRUE.
086800     MOVE AM-ACCOUNT-ID TO MA-RECORD-KEY.
086900     MOVE ACCOUNT-MASTER-RECORD TO MA-BEFORE-IMAGE.
087000     MOVE WS-SURVIVING-ID TO AM-PARENT-ACCOUNT.
087100     REWRITE ACCOUNT-MASTER-RECORD
087200         INVALID KEY
087300             DISPLAY "ACCTMSTR REWRITE FAILED FOR "
087400                 AM-ACCOUNT-ID
087500             GO TO 6100-EXIT
087600     END-REWRITE.
087700     ADD 1 TO WS-CHILD-MOVED-COUNT.
087800     PERFORM 9000-WRITE-AUDIT
087900         THRU 9000-EXIT.
088000     MOVE "PARENT" TO AU-ACTION.
088100     MOVE AM-ACCOUNT-ID TO AU-ACCOUNT-ID.
088200     PERFORM 9100-WRITE-ACCTLOG
088300         THRU 9100-EXIT.
088400 6100-EXIT.
088500     EXIT.
088600******************************************************************
088700* 7000-RECORD-MAPPING - APPEND THE OLD-TO-NEW ROW TO ACCTMAP AND
088800*                  THE MERGE ITSELF TO THE SECURITY AUDIT TRAIL.
088900******************************************************************
089000 7000-RECORD-MAPPING.
089100     OPEN EXTEND ACCOUNT-MAP-FILE.
089200     IF NOT WS-MAP-FILE-OK
089300         OPEN OUTPUT ACCOUNT-MAP-FILE
089400     END-IF.
089500     MOVE WS-RETIRING-ID  TO AX-RETIRED-ID.
089600     MOVE WS-SURVIVING-ID TO AX-SURVIVOR-ID.
089700     MOVE WS-TODAYS-DATE  TO AX-MERGE-DATE.
089800     MOVE WS-CURRENT-TIME TO AX-MERGE-TIME.
089900     MOVE WS-ADMIN-ID     TO AX-MERGED-BY.
090000     WRITE ACCOUNT-MAP-RECORD.
090100     CLOSE ACCOUNT-MAP-FILE.
090200     OPEN EXTEND SEC-AUDIT-FILE.
090300     IF NOT WS-AUDIT-FILE-OK
090400         OPEN OUTPUT SEC-AUDIT-FILE
090500     END-IF.
090600     MOVE WS-TODAYS-DATE  TO SA-LOG-DATE.
090700     MOVE WS-CURRENT-TIME TO SA-LOG-TIME.
090800     MOVE WS-ADMIN-ID     TO SA-ADMIN-ID.
090900     MOVE "ACCTMRG " TO SA-ACTION.
091000     MOVE WS-RETIRING-ID  TO SA-TARGET-ID.
091100     MOVE "SECLOG" TO WS-AUDIT-TRAIL-NAME.
091200     CALL "AuditChain" USING WS-AUDIT-TRAIL-NAME,
091300         SEC-AUDIT-RECORD.
091400     WRITE SEC-AUDIT-RECORD.
091500     CLOSE SEC-AUDIT-FILE.
091600 7000-EXIT.
091700     EXIT.
091800******************************************************************
091900* 8000-PRINT-REPORT - THE TWO ACCOUNTS AND THE RECORD COUNT PER
092000*                  FILE, KEPT THROUGH REPORTKEEP.
092100******************************************************************
092200 8000-PRINT-REPORT.
092300     OPEN OUTPUT MERGE-RPT-FILE.
092400     MOVE WS-TODAYS-DATE TO HL-RUN-DATE.
092500     MOVE WS-ADMIN-ID    TO HL-ADMIN-ID.
092600     WRITE MERGE-RPT-LINE FROM WS-HEADER-LINE.
092700     MOVE SPACES TO MERGE-RPT-LINE.
092800     WRITE MERGE-RPT-LINE.
092900     MOVE "RETIRED:    " TO AL-LABEL.
093000     MOVE WS-RETIRING-ID   TO AL-ACCOUNT-ID.
093100     MOVE WS-RETIRING-NAME TO AL-CUSTOMER-NAME.
093200     WRITE MERGE-RPT-LINE FROM WS-ACCOUNT-LINE.
093300     MOVE "SURVIVOR:   " TO AL-LABEL.
093400     MOVE WS-SURVIVING-ID   TO AL-ACCOUNT-ID.
093500     MOVE WS-SURVIVING-NAME TO AL-CUSTOMER-NAME.
093600     WRITE MERGE-RPT-LINE FROM WS-ACCOUNT-LINE.
093700     MOVE SPACES TO MERGE-RPT-LINE.
093800     WRITE MERGE-RPT-LINE.
093900     MOVE "CALCLOG"  TO CT-FILE-NAME.
094000     MOVE "LOG RECORDS RE-POINTED" TO CT-LABEL.
094100     MOVE WS-LOG-MOVED-COUNT TO CT-COUNT.
094200     WRITE MERGE-RPT-LINE FROM WS-COUNT-LINE.
094300     MOVE "CALCLOGX" TO CT-FILE-NAME.
094400     MOVE "XREF ROWS RE-POINTED" TO CT-LABEL.
094500     MOVE WS-XREF-MOVED-COUNT TO CT-COUNT.
094600     WRITE MERGE-RPT-LINE FROM WS-COUNT-LINE.
094700     MOVE SPACES TO CT-FILE-NAME.
094800     MOVE "XREF ROWS MISSING BEFORE THE MERGE" TO CT-LABEL.
094900     MOVE WS-XREF-MISSING-COUNT TO CT-COUNT.
095000     WRITE MERGE-RPT-LINE FROM WS-COUNT-LINE.
095100     MOVE "ACCTRATE" TO CT-FILE-NAME.
095200     MOVE "OVERRIDES MOVED TO THE SURVIVOR" TO CT-LABEL.
095300     MOVE WS-RATE-MOVED-COUNT TO CT-COUNT.
095400     WRITE MERGE-RPT-LINE FROM WS-COUNT-LINE.
095500     MOVE SPACES TO CT-FILE-NAME.
095600     MOVE "OVERRIDES DROPPED - SURVIVOR'S KEPT" TO CT-LABEL.
095700     MOVE WS-RATE-KEPT-COUNT TO CT-COUNT.
095800     WRITE MERGE-RPT-LINE FROM WS-COUNT-LINE.
095900     MOVE "ACCTMSTR" TO CT-FILE-NAME.
096000     MOVE "SUBSIDIARIES RE-PARENTED" TO CT-LABEL.
096100     MOVE WS-CHILD-MOVED-COUNT TO CT-COUNT.
096200     WRITE MERGE-RPT-LINE FROM WS-COUNT-LINE.
096300     MOVE "STNDINST" TO CT-FILE-NAME.
096400     MOVE "STANDING INSTRUCTIONS RE-POINTED" TO CT-LABEL.
096500     MOVE WS-INST-MOVED-COUNT TO CT-COUNT.
096600     WRITE MERGE-RPT-LINE FROM WS-COUNT-LINE.
096700     MOVE "BILLDISP" TO CT-FILE-NAME.
096800     MOVE "OPEN DISPUTES FOLLOWING THEIR LOG RECORD" TO CT-LABEL.
096900     MOVE WS-DISP-MOVED-COUNT TO CT-COUNT.
097000     WRITE MERGE-RPT-LINE FROM WS-COUNT-LINE.
097100     MOVE "MERGEAUD" TO CT-FILE-NAME.
097200     MOVE "BEFORE/AFTER AUDIT ROWS WRITTEN" TO CT-LABEL.
097300     MOVE WS-AUDIT-ROW-COUNT TO CT-COUNT.
097400     WRITE MERGE-RPT-LINE FROM WS-COUNT-LINE.
097500     CLOSE MERGE-RPT-FILE.
097600     MOVE "ACCTMRG " TO WS-RPT-KEEP-NAME.
097700     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-TODAYS-DATE.
097800 8000-EXIT.
097900     EXIT.
098000******************************************************************
098100* 9000-WRITE-AUDIT - ONE BEFORE/AFTER ROW. THE CALLER HAS SET
098200*                  THE FILE, ACTION, KEY AND BEFORE IMAGE.
098300******************************************************************
098400 9000-WRITE-AUDIT.
098500     MOVE WS-TODAYS-DATE  TO MA-MERGE-DATE.
098600     MOVE WS-CURRENT-TIME TO MA-MERGE-TIME.
098700     MOVE WS-ADMIN-ID     TO MA-ADMIN-ID.
098800     MOVE WS-RETIRING-ID  TO MA-BEFORE-ACCOUNT.
098900     IF MA-KEPT-SURVIVOR OR MA-CLOSED
099000         MOVE WS-RETIRING-ID  TO MA-AFTER-ACCOUNT
099100     ELSE
099200         MOVE WS-SURVIVING-ID TO MA-AFTER-ACCOUNT
099300     END-IF.
099400     WRITE MERGE-AUDIT-RECORD.
099500     ADD 1 TO WS-AUDIT-ROW-COUNT.
099600 9000-EXIT.
099700     EXIT.
099800******************************************************************
099900* 9100-WRITE-ACCTLOG - ONE ACCOUNT AUDIT ROW IN
100000*                  ACCOUNTMAINTENANCE'S LAYOUT, UNDER THE ADMIN
100100*                  WHO RAN THE MERGE.
100200******************************************************************
100300 9100-WRITE-ACCTLOG.
100400     MOVE WS-TODAYS-DATE  TO AU-LOG-DATE.
100500     MOVE WS-CURRENT-TIME TO AU-LOG-TIME.
100600     MOVE WS-ADMIN-ID     TO AU-OPERATOR-ID.
100700     MOVE "ACCTLOG" TO WS-AUDIT-TRAIL-NAME.
100800     CALL "AuditChain" USING WS-AUDIT-TRAIL-NAME,
100900         ACCT-AUDIT-RECORD.
101000     WRITE ACCT-AUDIT-RECORD.
101100 9100-EXIT.
101200     EXIT.
101300******************************************************************
101400* 9999-EXIT - COMMON PROGRAM EXIT POINT.
101500******************************************************************
101600 9999-EXIT.
101700     GOBACK.
101800 END PROGRAM AccountMerge.
