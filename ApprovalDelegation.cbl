000100******************************************************************
000200* PROGRAM-ID: APPROVALDELEGATION
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     MAINTENANCE OF THE APPROVAL DELEGATIONS ON APPRDLG.
000800*              AN ADMINISTRATOR COVERING AN ABSENCE LENDS THEIR
000900*              APPROVAL AUTHORITY ON THE CALC QUEUE, THE RATE
001000*              QUEUE OR BOTH TO A NAMED OPERATOR FOR A DATE RANGE
001100*              - NO LONGER THAN THE CTLPARM DELEGATION WINDOW -
001200*              AND OPTIONALLY CAPS IT AT AN AMOUNT, ABOVE WHICH
001300*              THE DELEGATE MAY NOT DECIDE. ONLY A STANDING,
001400*              ACTIVE ADMINISTRATOR MAY DELEGATE OR REVOKE; A
001500*              BREAK-GLASS GRANT OR A DELEGATION OF ONE'S OWN DOES
001600*              NOT COUNT. EVERY GRANT AND REVOCATION IS AUDITED TO
001700*              SECLOG.
001800* TECTONICS:   cobc
001900*
002000* MODIFICATION HISTORY
002100*   2026-10-15 DO  INITIAL VERSION.
002120*   2026-10-15 DO  SECLOG ROWS NOW CARRY A CHAIN SEQUENCE AND
002140*                  CHAIN VALUE, STAMPED BY AUDITCHAIN JUST AHEAD
002160*                  OF EACH WRITE, SO AUDITVERIFY CAN PROVE THE
002180*                  TRAIL WHOLE.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. ApprovalDelegation.
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT DELEGATION-FILE ASSIGN TO "APPRDLG"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS AD-KEY
003200         FILE STATUS IS WS-DLG-FILE-STATUS.
003300     SELECT OPERATOR-PIN-FILE ASSIGN TO "GOTOPIN"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS OP-OPERATOR-ID
003700         FILE STATUS IS WS-PIN-FILE-STATUS.
003800     SELECT SEC-AUDIT-FILE ASSIGN TO "SECLOG"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-AUDIT-FILE-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  DELEGATION-FILE.
004400     COPY APPRDLG.
004500 FD  OPERATOR-PIN-FILE.
004600     COPY GOTOPIN.
004700 FD  SEC-AUDIT-FILE
004800     RECORDING MODE IS F.
004900 01  SEC-AUDIT-RECORD.
005000     05  SA-LOG-DATE                 PIC 9(08).
005100     05  SA-LOG-TIME                 PIC 9(08).
005200     05  SA-ADMIN-ID                 PIC X(08).
005300     05  SA-ACTION                   PIC X(08).
005400     05  SA-TARGET-ID                PIC X(08).
005433     05  SA-CHAIN-SEQ                PIC 9(09).
005466     05  SA-CHAIN-VALUE              PIC 9(08).
005500 WORKING-STORAGE SECTION.
005600 01  WS-DLG-FILE-STATUS              PIC X(02).
005700     88  WS-DLG-FILE-OK              VALUE "00".
005800 01  WS-PIN-FILE-STATUS              PIC X(02).
005900     88  WS-PIN-FILE-OK              VALUE "00".
006000 01  WS-AUDIT-FILE-STATUS            PIC X(02).
006100     88  WS-AUDIT-FILE-OK            VALUE "00".
006200 01  WS-DELEGATOR-ID                 PIC X(08) VALUE SPACES.
006300 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
006400 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
006450 01  WS-AUDIT-TRAIL-NAME             PIC X(08) VALUE SPACES.
006500 01  WS-MAINT-OPTION                 PIC X(01) VALUE SPACE.
006600     88  WS-MAINT-ADD                VALUE "A" "a".
006700     88  WS-MAINT-REVOKE             VALUE "R" "r".
006800     88  WS-MAINT-BROWSE             VALUE "B" "b".
006900     88  WS-MAINT-EXIT               VALUE "X" "x".
007000 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
007100     88  WS-END-OF-DELEGATIONS       VALUE "Y".
007200 01  WS-WORK-DELEGATE-ID             PIC X(08) VALUE SPACES.
007300 01  WS-WORK-DELEGATOR-ID            PIC X(08) VALUE SPACES.
007400 01  WS-WORK-QUEUE                   PIC X(01) VALUE SPACE.
007500     88  WS-WORK-QUEUE-CALC          VALUE "C" "c".
007600     88  WS-WORK-QUEUE-RATE          VALUE "R" "r".
007700     88  WS-WORK-QUEUE-BOTH          VALUE "B" "b".
007800 01  WS-WORK-FROM-DATE               PIC 9(08) VALUE ZERO.
007900 01  WS-WORK-TO-DATE                 PIC 9(08) VALUE ZERO.
008000 01  WS-WORK-AMOUNT-CAP              PIC S9(11)V99 VALUE ZERO.
008100 01  WS-WORK-REASON                  PIC X(30) VALUE SPACES.
008200 01  WS-CONFIRM-REPLY                PIC X(01) VALUE SPACE.
008300     88  WS-CONFIRMED                VALUE "Y" "y".
008400 01  WS-WINDOW-DAYS                  PIC S9(07) VALUE ZERO.
008500 01  WS-DAYS-RESULT                  PIC S9(07)
008600                                     SIGN LEADING SEPARATE.
008700 01  WS-BROWSE-COUNT                 PIC 9(04) COMP VALUE ZERO.
008800 01  WS-BROWSE-STATE                 PIC X(08) VALUE SPACES.
008900 01  WS-LIB-FUNCTION                 PIC X(06).
009000 01  WS-LIB-RETURN-CODE              PIC 9(02).
009100 01  WS-LIB-DATE                     PIC 9(08).
009200 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "APPRDLG".
009300 01  WS-LIB-MSG-VALUE                PIC X(40).
009400 01  WS-LIB-MSG-TEXT                 PIC X(60).
009500     COPY CTLPARM.
009600     COPY CUEDIT.
009700 PROCEDURE DIVISION.
009800******************************************************************
009900* 0000-MAINLINE - VERIFY THE DELEGATOR, OPEN THE FILES, THEN LOOP
010000*                 ON THE MAINTENANCE MENU.
010100******************************************************************
010200 0000-MAINLINE.
010300     DISPLAY "Delegating administrator ID: "
010400     ACCEPT WS-DELEGATOR-ID.
010500     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
010600     PERFORM 0400-CHECK-AUTHORITY
010700         THRU 0400-EXIT.
010800     IF NOT WS-PIN-FILE-OK
010900         GO TO 9999-EXIT
011000     END-IF.
011100     PERFORM 0500-OPEN-FILES
011200         THRU 0500-EXIT.
011300     IF NOT WS-DLG-FILE-OK
011400         GO TO 9999-EXIT
011500     END-IF.
011600     PERFORM 2000-SHOW-MENU
011700         THRU 2000-EXIT
011800         UNTIL WS-MAINT-EXIT.
011900     CLOSE DELEGATION-FILE
012000           OPERATOR-PIN-FILE
012100           SEC-AUDIT-FILE.
012200     GO TO 9999-EXIT.
012300******************************************************************
012400* 0400-CHECK-AUTHORITY - ONLY AUTHORITY HELD OUTRIGHT CAN BE
012500*                  LENT - THE STANDING ADMIN FLAG AND AN ACTIVE
012600*                  STATUS ON THE PIN MASTER.
012700******************************************************************
012800 0400-CHECK-AUTHORITY.
012900     OPEN INPUT OPERATOR-PIN-FILE.
013000     IF NOT WS-PIN-FILE-OK
013100         DISPLAY "GOTOPIN OPEN FAILED - SESSION REFUSED"
013200         GO TO 0400-EXIT
013300     END-IF.
013400     MOVE WS-DELEGATOR-ID TO OP-OPERATOR-ID.
013500     READ OPERATOR-PIN-FILE
013600         INVALID KEY
013700             DISPLAY "ADMINISTRATOR NOT ON THE PIN MASTER - "
013800                 "SESSION REFUSED"
013900             CLOSE OPERATOR-PIN-FILE
014000             MOVE "99" TO WS-PIN-FILE-STATUS
014100             GO TO 0400-EXIT
014200     END-READ.
014300     IF NOT OP-MAY-RUN-ADMIN OR NOT OP-STATUS-ACTIVE
014400         DISPLAY "ONLY AN ACTIVE OPERATOR WITH THE STANDING "
014500             "ADMIN AUTHORITY MAY DELEGATE - SESSION REFUSED"
014600         CLOSE OPERATOR-PIN-FILE
014700         MOVE "99" TO WS-PIN-FILE-STATUS
014800     END-IF.
014900 0400-EXIT.
015000     EXIT.
015100******************************************************************
015200* 0500-OPEN-FILES - THE DELEGATION MASTER FOR UPDATE, CREATED ON
015300*                  FIRST USE, AND SECLOG FOR APPEND. THE PIN
015400*                  MASTER STAYS OPEN FROM THE AUTHORITY CHECK FOR
015500*                  THE DELEGATE EDITS.
015600******************************************************************
015700 0500-OPEN-FILES.
015800     OPEN I-O DELEGATION-FILE.
015900     IF NOT WS-DLG-FILE-OK
016000         OPEN OUTPUT DELEGATION-FILE
016100         IF NOT WS-DLG-FILE-OK
016200             DISPLAY "APPRDLG OPEN FAILED, STATUS "
016300                 WS-DLG-FILE-STATUS
016400             CLOSE OPERATOR-PIN-FILE
016500             GO TO 0500-EXIT
016600         END-IF
016700         CLOSE DELEGATION-FILE
016800         OPEN I-O DELEGATION-FILE
016900         IF NOT WS-DLG-FILE-OK
017000             DISPLAY "APPRDLG REOPEN FAILED, STATUS "
017100                 WS-DLG-FILE-STATUS
017200             CLOSE OPERATOR-PIN-FILE
017300             GO TO 0500-EXIT
017400         END-IF
017500     END-IF.
017600     OPEN EXTEND SEC-AUDIT-FILE.
017700     IF NOT WS-AUDIT-FILE-OK
017800         OPEN OUTPUT SEC-AUDIT-FILE
017900     END-IF.
018000 0500-EXIT.
018100     EXIT.
018200******************************************************************
018300* 2000-SHOW-MENU - ONE MAINTENANCE ACTION PER PASS.
018400******************************************************************
018500 2000-SHOW-MENU.
018600     DISPLAY "Approval delegations - A)dd R)evoke B)rowse "
018700         "X) exit: "
018800     ACCEPT WS-MAINT-OPTION.
018900     EVALUATE TRUE
019000         WHEN WS-MAINT-ADD
019100             PERFORM 3000-ADD-DELEGATION
019200                 THRU 3000-EXIT
019300         WHEN WS-MAINT-REVOKE
019400             PERFORM 4000-REVOKE-DELEGATION
019500                 THRU 4000-EXIT
019600         WHEN WS-MAINT-BROWSE
019700             PERFORM 5000-BROWSE-DELEGATIONS
019800                 THRU 5000-EXIT
019900         WHEN WS-MAINT-EXIT
020000             CONTINUE
020100         WHEN OTHER
020200             DISPLAY "UNKNOWN OPTION"
020300     END-EVALUATE.
020400 2000-EXIT.
020500     EXIT.
020600******************************************************************
020700* 3000-ADD-DELEGATION - THE DELEGATE MUST BE ANOTHER ACTIVE
020800*                  OPERATOR WITHOUT THE ADMIN FLAG OF THEIR OWN;
020900*                  THE WINDOW MUST BE REAL DATES, START NO EARLIER
021000*                  THAN TODAY AND RUN NO LONGER THAN THE CTLPARM
021100*                  LIMIT.
021200******************************************************************
021300 3000-ADD-DELEGATION.
021400     DISPLAY "Delegate operator ID: "
021500     ACCEPT WS-WORK-DELEGATE-ID.
021600     IF WS-WORK-DELEGATE-ID = WS-DELEGATOR-ID
021700         DISPLAY "AUTHORITY CANNOT BE DELEGATED TO ONESELF"
021800         GO TO 3000-EXIT
021900     END-IF.
022000     MOVE WS-WORK-DELEGATE-ID TO OP-OPERATOR-ID.
022100     READ OPERATOR-PIN-FILE
022200         INVALID KEY
022300             DISPLAY "DELEGATE NOT ON THE PIN MASTER"
022400             GO TO 3000-EXIT
022500     END-READ.
022600     IF NOT OP-STATUS-ACTIVE
022700         DISPLAY "DELEGATE IS NOT AN ACTIVE OPERATOR"
022800         GO TO 3000-EXIT
022900     END-IF.
023000     IF OP-MAY-RUN-ADMIN
023100         DISPLAY "DELEGATE ALREADY HOLDS THE ADMIN AUTHORITY - "
023200             "NO DELEGATION NEEDED"
023300         GO TO 3000-EXIT
023400     END-IF.
023500     DISPLAY "Queue - C)alc, R)ate, B)oth: "
023600     ACCEPT WS-WORK-QUEUE.
023700     EVALUATE TRUE
023800         WHEN WS-WORK-QUEUE-CALC
023900             MOVE "C" TO WS-WORK-QUEUE
024000         WHEN WS-WORK-QUEUE-RATE
024100             MOVE "R" TO WS-WORK-QUEUE
024200         WHEN WS-WORK-QUEUE-BOTH
024300             MOVE "B" TO WS-WORK-QUEUE
024400         WHEN OTHER
024500             DISPLAY "QUEUE MUST BE C, R OR B"
024600             GO TO 3000-EXIT
024700     END-EVALUATE.
024800     DISPLAY "From date (YYYYMMDD): "
024900     ACCEPT WS-WORK-FROM-DATE.
025000     DISPLAY "To date (YYYYMMDD): "
025100     ACCEPT WS-WORK-TO-DATE.
025200     PERFORM 3100-EDIT-WINDOW
025300         THRU 3100-EXIT.
025400     IF WS-LIB-RETURN-CODE NOT = ZERO
025500         GO TO 3000-EXIT
025600     END-IF.
025700     DISPLAY "Amount cap (0 for no cap): "
025800     MOVE ZERO TO WS-WORK-AMOUNT-CAP.
025900     ACCEPT WS-WORK-AMOUNT-CAP.
026000     IF WS-WORK-AMOUNT-CAP < ZERO
026100         DISPLAY "THE CAP CANNOT BE NEGATIVE"
026200         GO TO 3000-EXIT
026300     END-IF.
026400     DISPLAY "Reason for the delegation: "
026500     MOVE SPACES TO WS-WORK-REASON.
026600     ACCEPT WS-WORK-REASON.
026700     IF WS-WORK-REASON = SPACES
026800         DISPLAY "A REASON IS REQUIRED"
026900         GO TO 3000-EXIT
027000     END-IF.
027100     INITIALIZE APPROVAL-DELEGATION-RECORD.
027200     MOVE WS-WORK-DELEGATE-ID  TO AD-DELEGATE-ID.
027300     MOVE WS-DELEGATOR-ID      TO AD-DELEGATOR-ID.
027400     MOVE WS-WORK-FROM-DATE    TO AD-FROM-DATE.
027500     MOVE WS-WORK-TO-DATE      TO AD-TO-DATE.
027600     MOVE WS-WORK-QUEUE        TO AD-QUEUE.
027700     MOVE WS-WORK-AMOUNT-CAP   TO AD-AMOUNT-CAP.
027800     MOVE "A"                  TO AD-STATUS.
027900     MOVE WS-WORK-REASON       TO AD-REASON.
028000     MOVE WS-TODAYS-DATE       TO AD-CREATED-DATE.
028100     WRITE APPROVAL-DELEGATION-RECORD
028200         INVALID KEY
028300             DISPLAY "A DELEGATION TO THIS OPERATOR FROM THIS "
028400                 "DATE IS ALREADY ON FILE"
028500             GO TO 3000-EXIT
028600     END-WRITE.
028700     MOVE "DLGGRANT" TO SA-ACTION.
028800     MOVE WS-WORK-DELEGATE-ID TO SA-TARGET-ID.
028900     PERFORM 8000-WRITE-AUDIT-RECORD
029000         THRU 8000-EXIT.
029100     DISPLAY "DELEGATION TO " WS-WORK-DELEGATE-ID " RECORDED FOR "
029200         WS-WORK-FROM-DATE " TO " WS-WORK-TO-DATE.
029300 3000-EXIT.
029400     EXIT.
029500******************************************************************
029600* 3100-EDIT-WINDOW - BOTH DATES THROUGH THE LIBRARY'S DATVAL
029700*                  SERVICE, THEN THE ORDER AND THE LENGTH. A
029800*                  NONZERO LIBRARY RETURN CODE TELLS THE CALLER TO
029900*                  STOP.
030000******************************************************************
030100 3100-EDIT-WINDOW.
030200     MOVE "DATVAL" TO WS-LIB-FUNCTION.
030300     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
030400         WS-WORK-FROM-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
030500         WS-LIB-MSG-TEXT.
030600     IF WS-LIB-RETURN-CODE NOT = ZERO
030700         DISPLAY "FROM DATE " WS-WORK-FROM-DATE " IS NOT A REAL "
030800             "CALENDAR DATE"
030900         GO TO 3100-EXIT
031000     END-IF.
031100     MOVE "DATVAL" TO WS-LIB-FUNCTION.
031200     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
031300         WS-WORK-TO-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
031400         WS-LIB-MSG-TEXT.
031500     IF WS-LIB-RETURN-CODE NOT = ZERO
031600         DISPLAY "TO DATE " WS-WORK-TO-DATE " IS NOT A REAL "
031700             "CALENDAR DATE"
031800         GO TO 3100-EXIT
031900     END-IF.
032000     IF WS-WORK-FROM-DATE < WS-TODAYS-DATE
032100         DISPLAY "A DELEGATION CANNOT START IN THE PAST"
032200         MOVE 99 TO WS-LIB-RETURN-CODE
032300         GO TO 3100-EXIT
032400     END-IF.
032500     IF WS-WORK-TO-DATE < WS-WORK-FROM-DATE
032600         DISPLAY "TO DATE IS BEFORE THE FROM DATE"
032700         MOVE 99 TO WS-LIB-RETURN-CODE
032800         GO TO 3100-EXIT
032900     END-IF.
033000     MOVE WS-WORK-TO-DATE TO WS-LIB-DATE.
033100     MOVE SPACES TO WS-LIB-MSG-VALUE.
033200     MOVE WS-WORK-FROM-DATE TO WS-LIB-MSG-VALUE (1:8).
033300     MOVE "DATDIF" TO WS-LIB-FUNCTION.
033400     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
033500         WS-LIB-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
033600         WS-LIB-MSG-TEXT.
033700     MOVE WS-LIB-MSG-VALUE (9:8) TO WS-DAYS-RESULT.
033800     MOVE WS-DAYS-RESULT TO WS-WINDOW-DAYS.
033900     ADD 1 TO WS-WINDOW-DAYS.
034000     IF WS-WINDOW-DAYS > CTL-DELEGATION-MAX-DAYS
034100         DISPLAY "WINDOW OF " WS-WINDOW-DAYS " DAYS EXCEEDS THE "
034200             CTL-DELEGATION-MAX-DAYS "-DAY LIMIT"
034300         MOVE 99 TO WS-LIB-RETURN-CODE
034400     END-IF.
034500 3100-EXIT.
034600     EXIT.
034700******************************************************************
034800* 4000-REVOKE-DELEGATION - ANY STANDING ADMINISTRATOR MAY END A
034900*                  DELEGATION EARLY, THEIR OWN OR ONE LEFT BY AN
035000*                  ABSENT COLLEAGUE. THE ROW STAYS ON FILE,
035100*                  MARKED.
035200******************************************************************
035300 4000-REVOKE-DELEGATION.
035400     DISPLAY "Delegate operator ID: "
035500     ACCEPT WS-WORK-DELEGATE-ID.
035600     DISPLAY "Delegator ID (blank for yourself): "
035700     MOVE SPACES TO WS-WORK-DELEGATOR-ID.
035800     ACCEPT WS-WORK-DELEGATOR-ID.
035900     IF WS-WORK-DELEGATOR-ID = SPACES
036000         MOVE WS-DELEGATOR-ID TO WS-WORK-DELEGATOR-ID
036100     END-IF.
036200     DISPLAY "From date of the delegation (YYYYMMDD): "
036300     ACCEPT WS-WORK-FROM-DATE.
036400     MOVE WS-WORK-DELEGATE-ID  TO AD-DELEGATE-ID.
036500     MOVE WS-WORK-DELEGATOR-ID TO AD-DELEGATOR-ID.
036600     MOVE WS-WORK-FROM-DATE    TO AD-FROM-DATE.
036700     READ DELEGATION-FILE
036800         INVALID KEY
036900             DISPLAY "NO SUCH DELEGATION ON FILE"
037000             GO TO 4000-EXIT
037100     END-READ.
037200     IF NOT AD-STATUS-ACTIVE
037300         DISPLAY "DELEGATION WAS ALREADY REVOKED BY "
037400             AD-REVOKED-BY " ON " AD-REVOKED-DATE
037500         GO TO 4000-EXIT
037600     END-IF.
037700     PERFORM 5100-SHOW-ONE-DELEGATION
037800         THRU 5100-EXIT.
037900     DISPLAY "Revoke this delegation? (Y/N): "
038000     ACCEPT WS-CONFIRM-REPLY.
038100     IF NOT WS-CONFIRMED
038200         DISPLAY "LEFT IN FORCE"
038300         GO TO 4000-EXIT
038400     END-IF.
038500     MOVE "R"             TO AD-STATUS.
038600     MOVE WS-DELEGATOR-ID TO AD-REVOKED-BY.
038700     MOVE WS-TODAYS-DATE  TO AD-REVOKED-DATE.
038800     REWRITE APPROVAL-DELEGATION-RECORD
038900         INVALID KEY
039000             DISPLAY "REWRITE FAILED, STATUS " WS-DLG-FILE-STATUS
039100             GO TO 4000-EXIT
039200     END-REWRITE.
039300     MOVE "DLGREVOK" TO SA-ACTION.
039400     MOVE AD-DELEGATE-ID TO SA-TARGET-ID.
039500     PERFORM 8000-WRITE-AUDIT-RECORD
039600         THRU 8000-EXIT.
039700     DISPLAY "DELEGATION REVOKED".
039800 4000-EXIT.
039900     EXIT.
040000******************************************************************
040100* 5000-BROWSE-DELEGATIONS - EVERY ROW ON FILE IN KEY ORDER WITH
040200*                  ITS STATE AS OF TODAY.
040300******************************************************************
040400 5000-BROWSE-DELEGATIONS.
040500     MOVE ZERO TO WS-BROWSE-COUNT.
040600     MOVE "N" TO WS-EOF-SWITCH.
040700     MOVE LOW-VALUES TO AD-KEY.
040800     START DELEGATION-FILE KEY IS NOT LESS THAN AD-KEY
040900         INVALID KEY
041000             SET WS-END-OF-DELEGATIONS TO TRUE
041100     END-START.
041200     PERFORM 5050-BROWSE-ONE
041300         THRU 5050-EXIT
041400         UNTIL WS-END-OF-DELEGATIONS.
041500     DISPLAY WS-BROWSE-COUNT " DELEGATIONS ON FILE".
041600 5000-EXIT.
041700     EXIT.
041800******************************************************************
041900* 5050-BROWSE-ONE - READ AND SHOW THE NEXT DELEGATION.
042000******************************************************************
042100 5050-BROWSE-ONE.
042200     READ DELEGATION-FILE NEXT RECORD
042300         AT END
042400             SET WS-END-OF-DELEGATIONS TO TRUE
042500             GO TO 5050-EXIT
042600     END-READ.
042700     ADD 1 TO WS-BROWSE-COUNT.
042800     PERFORM 5100-SHOW-ONE-DELEGATION
042900         THRU 5100-EXIT.
043000 5050-EXIT.
043100     EXIT.
043200******************************************************************
043300* 5100-SHOW-ONE-DELEGATION - ONE DELEGATION ON THE SCREEN.
043400******************************************************************
043500 5100-SHOW-ONE-DELEGATION.
043600     EVALUATE TRUE
043700         WHEN AD-STATUS-REVOKED
043800             MOVE "REVOKED " TO WS-BROWSE-STATE
043900         WHEN AD-TO-DATE < WS-TODAYS-DATE
044000             MOVE "LAPSED  " TO WS-BROWSE-STATE
044100         WHEN AD-FROM-DATE > WS-TODAYS-DATE
044200             MOVE "FUTURE  " TO WS-BROWSE-STATE
044300         WHEN OTHER
044400             MOVE "IN FORCE" TO WS-BROWSE-STATE
044500     END-EVALUATE.
044600     MOVE AD-AMOUNT-CAP TO CU-EDIT-MONEY-FIELD.
044700     DISPLAY AD-DELEGATE-ID " FROM " AD-DELEGATOR-ID " QUEUE "
044800         AD-QUEUE " " AD-FROM-DATE "-" AD-TO-DATE " CAP "
044900         CU-EDIT-MONEY-FIELD " " WS-BROWSE-STATE.
045000     DISPLAY "    " AD-REASON.
045100 5100-EXIT.
045200     EXIT.
045300******************************************************************
045400* 8000-WRITE-AUDIT-RECORD - ONE SECLOG ROW PER GRANT OR REVOCATION
045500*                  - WHICH ADMINISTRATOR ACTED, ON WHICH DELEGATE.
045600*                  THE CALLER FILLS IN THE ACTION AND THE TARGET.
045700******************************************************************
045800 8000-WRITE-AUDIT-RECORD.
045900     ACCEPT WS-CURRENT-TIME FROM TIME.
046000     MOVE WS-TODAYS-DATE  TO SA-LOG-DATE.
046100     MOVE WS-CURRENT-TIME TO SA-LOG-TIME.
046200     MOVE WS-DELEGATOR-ID TO SA-ADMIN-ID.
046225     MOVE "SECLOG" TO WS-AUDIT-TRAIL-NAME.
046250     CALL "AuditChain" USING WS-AUDIT-TRAIL-NAME,
046275         SEC-AUDIT-RECORD.
046300     WRITE SEC-AUDIT-RECORD.
046400 8000-EXIT.
046500     EXIT.
046600******************************************************************
046700* 9999-EXIT - COMMON PROGRAM EXIT POINT.
046800******************************************************************
046900 9999-EXIT.
047000     GOBACK.
047100 END PROGRAM ApprovalDelegation.
