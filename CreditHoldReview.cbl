000100******************************************************************
000200* PROGRAM-ID: CREDITHOLDREVIEW
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     CREDIT CONTROL REVIEW OF THE CALCCHLD CREDIT-HOLD
000800*              QUEUE. CALCULATOR HOLDS ANY SUCCESSFUL CHARGE
000900*              THAT WOULD TAKE ITS ACCOUNT PAST THE ACCTMSTR
001000*              CREDIT LIMIT HERE INSTEAD OF WRITING IT TO THE
001100*              LOG. A REVIEWER WITH THE ADMIN AUTHORITY FLAG SEES
001200*              EACH HELD CHARGE WITH THE LIMIT AND EXPOSURE IT
001300*              WAS JUDGED AGAINST AND RELEASES IT TO CALCLOG (AND
001400*              THE CALCLOGX XREF AND THE CLOSE-OF-RUN CONTROL,
001500*              SO DOWNSTREAM BALANCING STILL SQUARES) OR REJECTS
001600*              IT - BOTH DECISIONS AUDITED TO SECLOG. A RELEASED
001700*              CHARGE ABOVE THE CTLPARM APPROVAL THRESHOLD STILL
001800*              NEEDS ITS SUPERVISOR APPROVAL, SO IT MOVES ON TO
001900*              THE CALCPEND QUEUE RATHER THAN THE LOG. SKIPPED
002000*              CHARGES STAY ON THE QUEUE FOR THE NEXT REVIEW.
002100* TECTONICS:   cobc
002200*
002300* MODIFICATION HISTORY
002400*   2026-10-15 DO  INITIAL VERSION.
002500*   2026-10-15 DO  THE CALCPEND RECORD WIDENED TO X(300) IN STEP
002600*                  WITH CALCULATOR.
002700*   2026-10-15 DO  SECLOG ROWS NOW CARRY A CHAIN SEQUENCE AND
002800*                  CHAIN VALUE, STAMPED BY AUDITCHAIN JUST AHEAD
002900*                  OF EACH WRITE, SO AUDITVERIFY CAN PROVE THE
003000*                  TRAIL WHOLE.
003100*   2026-10-15 DO  A RELEASED CHARGE CARRYING A PROMOTIONAL
003200*                  DISCOUNT NOW SPENDS THE PROMOTION'S BUDGET WHEN
003300*                  IT IS WRITTEN TO THE LOG.
003400******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. CreditHoldReview.
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT CREDIT-HOLD-FILE ASSIGN TO "CALCCHLD"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-CHLD-FILE-STATUS.
004300     SELECT PENDING-APPROVAL-FILE ASSIGN TO "CALCPEND"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-PEND-FILE-STATUS.
004600     SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS CL-LOG-KEY
005000         FILE STATUS IS WS-LOG-FILE-STATUS.
005100     SELECT ACCT-XREF-FILE ASSIGN TO "CALCLOGX"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS XR-XREF-KEY
005500         FILE STATUS IS WS-XREF-FILE-STATUS.
005600     SELECT OPERATOR-PIN-FILE ASSIGN TO "GOTOPIN"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS OP-OPERATOR-ID
006000         FILE STATUS IS WS-PIN-FILE-STATUS.
006100     SELECT SEC-AUDIT-FILE ASSIGN TO "SECLOG"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-AUDIT-FILE-STATUS.
006400     SELECT RUN-CTL-FILE ASSIGN TO "CALCRUNC"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-RCTL-FILE-STATUS.
006700     SELECT RUN-LOCK-FILE ASSIGN TO "CALCLOCK"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-LOCK-FILE-STATUS.
007000     SELECT PROMO-MASTER-FILE ASSIGN TO "PROMMSTR"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS RANDOM
007300         RECORD KEY IS PM-PROMO-CODE
007400         FILE STATUS IS WS-PROMO-FILE-STATUS.
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  CREDIT-HOLD-FILE
007800     RECORDING MODE IS F.
007900     COPY CRHOLD.
008000 FD  PENDING-APPROVAL-FILE
008100     RECORDING MODE IS F.
008200 01  PENDING-APPROVAL-RECORD         PIC X(300).
008300 FD  CALC-LOG-FILE.
008400     COPY CALCLOG.
008500 FD  ACCT-XREF-FILE.
008600     COPY CALCLOGX.
008700 FD  OPERATOR-PIN-FILE.
008800     COPY GOTOPIN.
008900 FD  SEC-AUDIT-FILE
009000     RECORDING MODE IS F.
009100 01  SEC-AUDIT-RECORD.
009200     05  SA-LOG-DATE                 PIC 9(08).
009300     05  SA-LOG-TIME                 PIC 9(08).
009400     05  SA-ADMIN-ID                 PIC X(08).
009500     05  SA-ACTION                   PIC X(08).
009600     05  SA-TARGET-ID                PIC X(08).
009700     05  SA-CHAIN-SEQ                PIC 9(09).
009800     05  SA-CHAIN-VALUE              PIC 9(08).
009900 FD  RUN-CTL-FILE
010000     RECORDING MODE IS F.
010100     COPY RUNCTL.
010200 FD  RUN-LOCK-FILE
010300     RECORDING MODE IS F.
010400     COPY LOCKREC.
010500 FD  PROMO-MASTER-FILE.
010600     COPY PROMMSTR.
010700 WORKING-STORAGE SECTION.
010800 01  WS-CHLD-FILE-STATUS             PIC X(02).
010900     88  WS-CHLD-FILE-OK             VALUE "00".
011000 01  WS-PEND-FILE-STATUS             PIC X(02).
011100     88  WS-PEND-FILE-OK             VALUE "00".
011200 01  WS-LOG-FILE-STATUS              PIC X(02).
011300     88  WS-LOG-FILE-OK              VALUE "00".
011400 01  WS-XREF-FILE-STATUS             PIC X(02).
011500     88  WS-XREF-FILE-OK             VALUE "00".
011600 01  WS-PIN-FILE-STATUS              PIC X(02).
011700     88  WS-PIN-FILE-OK              VALUE "00".
011800 01  WS-AUDIT-FILE-STATUS            PIC X(02).
011900     88  WS-AUDIT-FILE-OK            VALUE "00".
012000 01  WS-RCTL-FILE-STATUS             PIC X(02).
012100     88  WS-RCTL-FILE-OK             VALUE "00".
012200 01  WS-LOCK-FILE-STATUS             PIC X(02).
012300     88  WS-LOCK-FILE-OK            VALUE "00".
012400 01  WS-PROMO-FILE-STATUS            PIC X(02).
012500     88  WS-PROMO-FILE-OK            VALUE "00".
012600 01  WS-PROMO-OPENED-SWITCH          PIC X(01) VALUE "N".
012700     88  WS-PROMO-OPENED             VALUE "Y".
012800 01  WS-LOCK-REFUSED-SWITCH          PIC X(01) VALUE "N".
012900     88  WS-LOCK-REFUSED            VALUE "Y".
013000 01  WS-LOCK-HELD-SWITCH             PIC X(01) VALUE "N".
013100     88  WS-LOCK-HELD               VALUE "Y".
013200 01  WS-XREF-OPENED-SWITCH           PIC X(01) VALUE "N".
013300     88  WS-XREF-OPENED             VALUE "Y".
013400 01  WS-REVIEWER-ID                  PIC X(08) VALUE SPACES.
013500 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
013600 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
013700 01  WS-AUDIT-TRAIL-NAME             PIC X(08) VALUE SPACES.
013800 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
013900     88  WS-END-OF-QUEUE             VALUE "Y".
014000 01  WS-HOLD-TABLE.
014100     05  WS-HOLD-ENTRY OCCURS 200 TIMES INDEXED BY HD-IDX.
014200         10  HT-RECORD-IMAGE         PIC X(343).
014300         10  HT-DISPOSITION          PIC X(01).
014400             88  HT-KEEP             VALUE "K".
014500             88  HT-RELEASED         VALUE "R".
014600             88  HT-REJECTED         VALUE "J".
014700 01  WS-HOLD-COUNT                   PIC 9(03) COMP VALUE ZERO.
014800 01  WS-OVERFLOW-COUNT               PIC 9(06) COMP VALUE ZERO.
014900 01  WS-DECISION-REPLY               PIC X(01) VALUE SPACE.
015000     88  WS-DECIDE-RELEASE           VALUE "R" "r".
015100     88  WS-DECIDE-REJECT            VALUE "J" "j".
015200     88  WS-DECIDE-SKIP              VALUE "S" "s".
015300 01  WS-RELEASED-COUNT               PIC 9(04) VALUE ZERO.
015400 01  WS-TO-APPROVAL-COUNT            PIC 9(04) VALUE ZERO.
015500 01  WS-REJECTED-COUNT               PIC 9(04) VALUE ZERO.
015600 01  WS-KEPT-COUNT                   PIC 9(04) VALUE ZERO.
015700 01  WS-RELEASED-HASH                PIC S9(15)V99 VALUE ZERO.
015800 01  WS-EDIT-LIMIT                   PIC $$,$$$,$$$,$$$,$$9.99-.
015900 01  WS-EDIT-EXPOSURE                PIC $$,$$$,$$$,$$$,$$9.99-.
016000     COPY CTLPARM.
016100     COPY CUEDIT.
016200 PROCEDURE DIVISION.
016300******************************************************************
016400* 0000-MAINLINE - VERIFY THE REVIEWER'S AUTHORITY, LOAD THE
016500*                 QUEUE, REVIEW EACH HELD CHARGE, WRITE THE
016600*                 KEEPERS BACK AND FOLD THE RELEASES INTO THE
016700*                 RUN CONTROL.
016800******************************************************************
016900 0000-MAINLINE.
017000     DISPLAY "Credit control reviewer ID: "
017100     ACCEPT WS-REVIEWER-ID.
017200     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
017300     PERFORM 0400-CHECK-AUTHORITY
017400         THRU 0400-EXIT.
017500     IF NOT WS-PIN-FILE-OK
017600         GO TO 9999-EXIT
017700     END-IF.
017800     PERFORM 1000-LOAD-QUEUE
017900         THRU 1000-EXIT.
018000     IF WS-OVERFLOW-COUNT > ZERO
018100         DISPLAY "SESSION REFUSED - CALCCHLD EXCEEDS THE "
018200             "REVIEW TABLE BY " WS-OVERFLOW-COUNT " RECORDS "
018300             "AND THE REWRITE WOULD DROP THEM"
018400         GO TO 9999-EXIT
018500     END-IF.
018600     IF WS-HOLD-COUNT = ZERO
018700         DISPLAY "CREDIT-HOLD QUEUE IS EMPTY"
018800         GO TO 9999-EXIT
018900     END-IF.
019000     PERFORM 0300-ACQUIRE-RUN-LOCK
019100         THRU 0300-EXIT.
019200     IF WS-LOCK-REFUSED
019300         GO TO 9999-EXIT
019400     END-IF.
019500     OPEN I-O CALC-LOG-FILE.
019600     IF NOT WS-LOG-FILE-OK
019700         DISPLAY "CALCLOG OPEN FAILED, STATUS "
019800             WS-LOG-FILE-STATUS
019900         PERFORM 0350-RELEASE-RUN-LOCK
020000             THRU 0350-EXIT
020100         GO TO 9999-EXIT
020200     END-IF.
020300     OPEN I-O ACCT-XREF-FILE.
020400     IF WS-XREF-FILE-OK
020500         SET WS-XREF-OPENED TO TRUE
020600     END-IF.
020700     OPEN I-O PROMO-MASTER-FILE.
020800     IF WS-PROMO-FILE-OK
020900         SET WS-PROMO-OPENED TO TRUE
021000     END-IF.
021100     OPEN EXTEND SEC-AUDIT-FILE.
021200     IF NOT WS-AUDIT-FILE-OK
021300         OPEN OUTPUT SEC-AUDIT-FILE
021400     END-IF.
021500     PERFORM 2000-REVIEW-ONE-RECORD
021600         THRU 2000-EXIT
021700         VARYING HD-IDX FROM 1 BY 1
021800         UNTIL HD-IDX > WS-HOLD-COUNT.
021900     CLOSE CALC-LOG-FILE
022000           SEC-AUDIT-FILE.
022100     IF WS-XREF-OPENED
022200         CLOSE ACCT-XREF-FILE
022300     END-IF.
022400     IF WS-PROMO-OPENED
022500         CLOSE PROMO-MASTER-FILE
022600     END-IF.
022700     PERFORM 4000-REWRITE-QUEUE
022800         THRU 4000-EXIT.
022900     IF WS-RELEASED-COUNT > ZERO
023000         PERFORM 5000-UPDATE-RUN-CONTROL
023100             THRU 5000-EXIT
023200     END-IF.
023300     PERFORM 0350-RELEASE-RUN-LOCK
023400         THRU 0350-EXIT.
023500     DISPLAY "RELEASED: " WS-RELEASED-COUNT
023600         " TO APPROVAL: " WS-TO-APPROVAL-COUNT
023700         " REJECTED: " WS-REJECTED-COUNT
023800         " STILL HELD: " WS-KEPT-COUNT.
023900     GO TO 9999-EXIT.
024000******************************************************************
024100* 0400-CHECK-AUTHORITY - ONLY AN OPERATOR WITH THE ADMIN
024200*                  AUTHORITY FLAG MAY RELEASE OR REJECT HELD
024300*                  CHARGES, THE SAME RULE THE APPROVAL QUEUE
024400*                  APPLIES.
024500******************************************************************
024600 0400-CHECK-AUTHORITY.
024700     OPEN INPUT OPERATOR-PIN-FILE.
024800     IF NOT WS-PIN-FILE-OK
024900         DISPLAY "GOTOPIN OPEN FAILED - REVIEW REFUSED"
025000         GO TO 0400-EXIT
025100     END-IF.
025200     MOVE WS-REVIEWER-ID TO OP-OPERATOR-ID.
025300     READ OPERATOR-PIN-FILE
025400         INVALID KEY
025500             DISPLAY "REVIEWER NOT ON THE PIN MASTER - "
025600                 "REVIEW REFUSED"
025700             CLOSE OPERATOR-PIN-FILE
025800             MOVE "99" TO WS-PIN-FILE-STATUS
025900             GO TO 0400-EXIT
026000     END-READ.
026100     CLOSE OPERATOR-PIN-FILE.
026200     IF NOT OP-MAY-RUN-ADMIN
026300         DISPLAY "REVIEWER LACKS THE ADMIN AUTHORITY - "
026400             "REVIEW REFUSED"
026500         MOVE "99" TO WS-PIN-FILE-STATUS
026600     END-IF.
026700 0400-EXIT.
026800     EXIT.
026900******************************************************************
027000* 0300-ACQUIRE-RUN-LOCK - TAKE THE CALCLOG RUN LOCK BEFORE
027100*                  OPENING THE LOG FOR UPDATE, THE SAME HANDSHAKE
027200*                  CALCULATOR MAKES. A STALE LOCK IS CLEARED
027300*                  THROUGH SECURITYADMIN.
027400******************************************************************
027500 0300-ACQUIRE-RUN-LOCK.
027600     MOVE "N" TO WS-LOCK-REFUSED-SWITCH.
027700     OPEN INPUT RUN-LOCK-FILE.
027800     IF WS-LOCK-FILE-OK
027900         READ RUN-LOCK-FILE
028000             AT END
028100                 CONTINUE
028200         END-READ
028300         IF WS-LOCK-FILE-OK
028400             DISPLAY "CALCLOG IS LOCKED BY " RL-PROGRAM-ID
028500                 " OPERATOR " RL-OPERATOR-ID " SINCE "
028600                 RL-START-DATE " " RL-START-TIME
028700                 " - RUN REFUSED"
028800             SET WS-LOCK-REFUSED TO TRUE
028900         END-IF
029000         CLOSE RUN-LOCK-FILE
029100     END-IF.
029200     IF NOT WS-LOCK-REFUSED
029300         OPEN OUTPUT RUN-LOCK-FILE
029400         MOVE "CREDITHOLD  " TO RL-PROGRAM-ID
029500         MOVE WS-REVIEWER-ID TO RL-OPERATOR-ID
029600         MOVE WS-TODAYS-DATE TO RL-START-DATE
029700         ACCEPT WS-CURRENT-TIME FROM TIME
029800         MOVE WS-CURRENT-TIME TO RL-START-TIME
029900         WRITE RUN-LOCK-RECORD
030000         CLOSE RUN-LOCK-FILE
030100         SET WS-LOCK-HELD TO TRUE
030200     END-IF.
030300 0300-EXIT.
030400     EXIT.
030500******************************************************************
030600* 0350-RELEASE-RUN-LOCK - EMPTY THE LOCK FILE AT CLEAN CLOSE SO
030700*                  THE NEXT RUN FINDS NO LIVE LOCK.
030800******************************************************************
030900 0350-RELEASE-RUN-LOCK.
031000     IF WS-LOCK-HELD
031100         OPEN OUTPUT RUN-LOCK-FILE
031200         CLOSE RUN-LOCK-FILE
031300         MOVE "N" TO WS-LOCK-HELD-SWITCH
031400     END-IF.
031500 0350-EXIT.
031600     EXIT.
031700******************************************************************
031800* 1000-LOAD-QUEUE - THE WHOLE CREDIT-HOLD QUEUE INTO THE REVIEW
031900*                  TABLE, EVERY ENTRY MARKED KEEP UNTIL A
032000*                  DECISION IS TAKEN.
032100******************************************************************
032200 1000-LOAD-QUEUE.
032300     OPEN INPUT CREDIT-HOLD-FILE.
032400     IF NOT WS-CHLD-FILE-OK
032500         GO TO 1000-EXIT
032600     END-IF.
032700     PERFORM 1100-LOAD-ONE-ENTRY
032800         THRU 1100-EXIT
032900         UNTIL WS-END-OF-QUEUE.
033000     CLOSE CREDIT-HOLD-FILE.
033100     IF WS-OVERFLOW-COUNT > ZERO
033200         DISPLAY "REVIEW TABLE FULL - " WS-OVERFLOW-COUNT
033300             " HELD CHARGES DID NOT FIT"
033400     END-IF.
033500 1000-EXIT.
033600     EXIT.
033700******************************************************************
033800* 1100-LOAD-ONE-ENTRY - FILE ONE HELD CHARGE IN THE TABLE.
033900******************************************************************
034000 1100-LOAD-ONE-ENTRY.
034100     READ CREDIT-HOLD-FILE
034200         AT END
034300             SET WS-END-OF-QUEUE TO TRUE
034400     END-READ.
034500     IF NOT WS-END-OF-QUEUE
034600         IF WS-HOLD-COUNT < 200
034700             ADD 1 TO WS-HOLD-COUNT
034800             SET HD-IDX TO WS-HOLD-COUNT
034900             MOVE CREDIT-HOLD-RECORD
035000                 TO HT-RECORD-IMAGE (HD-IDX)
035100             MOVE "K" TO HT-DISPOSITION (HD-IDX)
035200         ELSE
035300             ADD 1 TO WS-OVERFLOW-COUNT
035400         END-IF
035500     END-IF.
035600 1100-EXIT.
035700     EXIT.
035800******************************************************************
035900* 2000-REVIEW-ONE-RECORD - SHOW ONE HELD CHARGE WITH THE LIMIT
036000*                  AND EXPOSURE IT WAS HELD AGAINST AND TAKE THE
036100*                  REVIEWER'S DECISION.
036200******************************************************************
036300 2000-REVIEW-ONE-RECORD.
036400     MOVE HT-RECORD-IMAGE (HD-IDX) TO CREDIT-HOLD-RECORD.
036500     MOVE CH-LOG-IMAGE TO CALC-LOG-RECORD.
036600     MOVE CL-RESULT TO CU-EDIT-MONEY-FIELD.
036700     MOVE CH-CREDIT-LIMIT TO WS-EDIT-LIMIT.
036800     MOVE CH-EXPOSURE TO WS-EDIT-EXPOSURE.
036900     DISPLAY "HELD " CH-HOLD-DATE " (" CH-HOLD-SOURCE "): "
037000         CL-LOG-DATE "/" CL-OPERATOR-ID "/" CL-SEQUENCE-NO
037100         " ACCOUNT " CL-ACCOUNT-ID.
037200     DISPLAY "    CHARGE   " CU-EDIT-MONEY-FIELD.
037300     DISPLAY "    LIMIT    " WS-EDIT-LIMIT.
037400     DISPLAY "    EXPOSURE " WS-EDIT-EXPOSURE.
037500     DISPLAY "R)elease to the log, J) reject, S)kip: "
037600     ACCEPT WS-DECISION-REPLY.
037700     EVALUATE TRUE
037800         WHEN WS-DECIDE-RELEASE
037900             PERFORM 2100-RELEASE-RECORD
038000                 THRU 2100-EXIT
038100         WHEN WS-DECIDE-REJECT
038200             MOVE "J" TO HT-DISPOSITION (HD-IDX)
038300             ADD 1 TO WS-REJECTED-COUNT
038400             MOVE "CRHREJ  " TO SA-ACTION
038500             PERFORM 8000-WRITE-AUDIT-RECORD
038600                 THRU 8000-EXIT
038700             DISPLAY "REJECTED"
038800         WHEN OTHER
038900             ADD 1 TO WS-KEPT-COUNT
039000             DISPLAY "LEFT ON THE QUEUE"
039100     END-EVALUATE.
039200 2000-EXIT.
039300     EXIT.
039400******************************************************************
039500* 2100-RELEASE-RECORD - A RELEASED CHARGE ABOVE THE APPROVAL
039600*                  THRESHOLD GOES ON TO THE CALCPEND QUEUE FOR
039700*                  ITS SUPERVISOR APPROVAL; ANY OTHER IS WRITTEN
039800*                  TO THE LOG AND THE ACCOUNT XREF AND FOLDED
039900*                  INTO THE RELEASE FIGURES FOR THE RUN CONTROL.
040000*                  A KEY COLLISION LEAVES THE CHARGE ON THE QUEUE.
040100******************************************************************
040200 2100-RELEASE-RECORD.
040300     IF CL-RESULT > CTL-APPROVAL-THRESHOLD
040400         PERFORM 2200-PASS-TO-APPROVAL
040500             THRU 2200-EXIT
040600         GO TO 2100-EXIT
040700     END-IF.
040800     WRITE CALC-LOG-RECORD
040900         INVALID KEY
041000             DISPLAY "LOG KEY ALREADY ON FILE - LEFT ON THE "
041100                 "QUEUE, SEE CALCLOGVALIDATE"
041200             ADD 1 TO WS-KEPT-COUNT
041300             GO TO 2100-EXIT
041400     END-WRITE.
041500     MOVE "R" TO HT-DISPOSITION (HD-IDX).
041600     ADD 1 TO WS-RELEASED-COUNT.
041700     ADD CL-RESULT TO WS-RELEASED-HASH.
041800     IF WS-XREF-OPENED
041900         MOVE CL-ACCOUNT-ID  TO XR-ACCOUNT-ID
042000         MOVE CL-LOG-DATE    TO XR-LOG-DATE
042100         MOVE CL-OPERATOR-ID TO XR-OPERATOR-ID
042200         MOVE CL-SEQUENCE-NO TO XR-SEQUENCE-NO
042300         WRITE CALC-ACCT-XREF-RECORD
042400             INVALID KEY
042500                 CONTINUE
042600         END-WRITE
042700     END-IF.
042800     MOVE "CRHREL  " TO SA-ACTION.
042900     PERFORM 8000-WRITE-AUDIT-RECORD
043000         THRU 8000-EXIT.
043100     IF CL-PROMO-CODE NOT = SPACES AND WS-PROMO-OPENED
043200         PERFORM 2150-SPEND-PROMOTION-BUDGET
043300             THRU 2150-EXIT
043400     END-IF.
043500     DISPLAY "RELEASED TO THE LOG".
043600 2100-EXIT.
043700     EXIT.
043800******************************************************************
043900* 2150-SPEND-PROMOTION-BUDGET - THE HELD CHARGE CARRIED ITS
044000*                  PROMOTIONAL DISCOUNT BUT CALCULATOR SPENDS A
044100*                  PROMOTION'S BUDGET ONLY FOR WHAT REACHES THE
044200*                  LOG, SO THE RELEASE CHARGES IT NOW.
044300******************************************************************
044400 2150-SPEND-PROMOTION-BUDGET.
044500     MOVE CL-PROMO-CODE TO PM-PROMO-CODE.
044600     READ PROMO-MASTER-FILE
044700         INVALID KEY
044800             DISPLAY "PROMOTION " CL-PROMO-CODE
044900                 " NOT ON FILE - BUDGET NOT UPDATED"
045000             GO TO 2150-EXIT
045100     END-READ.
045200     ADD CL-PROMO-DISCOUNT TO PM-DISCOUNT-GIVEN.
045300     ADD 1 TO PM-USE-COUNT.
045400     MOVE WS-TODAYS-DATE TO PM-LAST-USED-DATE.
045500     REWRITE PROMO-MASTER-RECORD
045600         INVALID KEY
045700             DISPLAY "PROMMSTR REWRITE FAILED, STATUS "
045800                 WS-PROMO-FILE-STATUS
045900     END-REWRITE.
046000 2150-EXIT.
046100     EXIT.
046200******************************************************************
046300* 2200-PASS-TO-APPROVAL - CREDIT CONTROL HAS CLEARED THE CHARGE
046400*                  BUT IT IS ABOVE THE APPROVAL THRESHOLD, SO IT
046500*                  JOINS THE CALCPEND QUEUE EXACTLY AS CALCULATOR
046600*                  WOULD HAVE PUT IT THERE.
046700******************************************************************
046800 2200-PASS-TO-APPROVAL.
046900     OPEN EXTEND PENDING-APPROVAL-FILE.
047000     IF NOT WS-PEND-FILE-OK
047100         OPEN OUTPUT PENDING-APPROVAL-FILE
047200     END-IF.
047300     MOVE SPACES TO PENDING-APPROVAL-RECORD.
047400     MOVE CALC-LOG-RECORD TO PENDING-APPROVAL-RECORD.
047500     WRITE PENDING-APPROVAL-RECORD.
047600     CLOSE PENDING-APPROVAL-FILE.
047700     MOVE "R" TO HT-DISPOSITION (HD-IDX).
047800     ADD 1 TO WS-TO-APPROVAL-COUNT.
047900     MOVE "CRHAPPR " TO SA-ACTION.
048000     PERFORM 8000-WRITE-AUDIT-RECORD
048100         THRU 8000-EXIT.
048200     DISPLAY "RELEASED FROM CREDIT HOLD - ABOVE THE APPROVAL "
048300         "THRESHOLD, NOW ON THE APPROVAL QUEUE".
048400 2200-EXIT.
048500     EXIT.
048600******************************************************************
048700* 4000-REWRITE-QUEUE - ONLY THE UNDECIDED CHARGES GO BACK TO THE
048800*                  QUEUE - RELEASES ARE ON THE LOG OR THE
048900*                  APPROVAL QUEUE, REJECTS ARE AUDITED AND
049000*                  DROPPED.
049100******************************************************************
049200 4000-REWRITE-QUEUE.
049300     OPEN OUTPUT CREDIT-HOLD-FILE.
049400     PERFORM 4100-WRITE-ONE-KEEPER
049500         THRU 4100-EXIT
049600         VARYING HD-IDX FROM 1 BY 1
049700         UNTIL HD-IDX > WS-HOLD-COUNT.
049800     CLOSE CREDIT-HOLD-FILE.
049900 4000-EXIT.
050000     EXIT.
050100******************************************************************
050200* 4100-WRITE-ONE-KEEPER - ONE UNDECIDED CHARGE BACK TO THE QUEUE.
050300******************************************************************
050400 4100-WRITE-ONE-KEEPER.
050500     IF HT-KEEP (HD-IDX)
050600         MOVE HT-RECORD-IMAGE (HD-IDX) TO CREDIT-HOLD-RECORD
050700         WRITE CREDIT-HOLD-RECORD
050800     END-IF.
050900 4100-EXIT.
051000     EXIT.
051100******************************************************************
051200* 5000-UPDATE-RUN-CONTROL - FOLD THE RELEASED CHARGES INTO THE
051300*                  CLOSE-OF-RUN CONTROL THE DOWNSTREAM LOG
051400*                  READERS VERIFY AGAINST, THE SAME ADJUSTMENT
051500*                  THE APPROVAL QUEUE MAKES.
051600******************************************************************
051700 5000-UPDATE-RUN-CONTROL.
051800     OPEN INPUT RUN-CTL-FILE.
051900     IF WS-RCTL-FILE-OK
052000         READ RUN-CTL-FILE
052100             AT END
052200                 INITIALIZE RUN-CONTROL-RECORD
052300         END-READ
052400         CLOSE RUN-CTL-FILE
052500     ELSE
052600         INITIALIZE RUN-CONTROL-RECORD
052700     END-IF.
052800     ADD WS-RELEASED-COUNT TO RC-LOG-RECORD-COUNT.
052900     ADD WS-RELEASED-HASH  TO RC-RESULT-HASH.
053000     OPEN OUTPUT RUN-CTL-FILE.
053100     WRITE RUN-CONTROL-RECORD.
053200     CLOSE RUN-CTL-FILE.
053300 5000-EXIT.
053400     EXIT.
053500******************************************************************
053600* 8000-WRITE-AUDIT-RECORD - ONE SECLOG ROW PER DECISION - WHICH
053700*                  REVIEWER RELEASED OR REJECTED WHICH ACCOUNT'S
053800*                  HELD CHARGE, AND WHEN.
053900******************************************************************
054000 8000-WRITE-AUDIT-RECORD.
054100     ACCEPT WS-CURRENT-TIME FROM TIME.
054200     MOVE WS-TODAYS-DATE   TO SA-LOG-DATE.
054300     MOVE WS-CURRENT-TIME  TO SA-LOG-TIME.
054400     MOVE WS-REVIEWER-ID   TO SA-ADMIN-ID.
054500     MOVE CL-ACCOUNT-ID    TO SA-TARGET-ID.
054600     MOVE "SECLOG" TO WS-AUDIT-TRAIL-NAME.
054700     CALL "AuditChain" USING WS-AUDIT-TRAIL-NAME,
054800         SEC-AUDIT-RECORD.
054900     WRITE SEC-AUDIT-RECORD.
055000 8000-EXIT.
055100     EXIT.
055200******************************************************************
055300* 9999-EXIT - COMMON PROGRAM EXIT POINT.
055400******************************************************************
055500 9999-EXIT.
055600     GOBACK.
055700 END PROGRAM CreditHoldReview.
