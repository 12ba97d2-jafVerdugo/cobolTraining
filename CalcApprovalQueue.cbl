002030*                  WOULD HAVE DELETED EVERY UNTABLED HELD
002040*                  RECORD, ALL OF IT ABOVE-THRESHOLD WORK THAT
002050*                  NEVER REACHED THE LOG OR THE AUDIT TRAIL.
002052*   2026-10-15 DO  THE CALCPEND RECORD AND REVIEW TABLE IMAGE
002054*                  WIDENED TO X(300) TO HOLD THE GROWN LOG
002056*                  RECORD.
002058*   2026-10-15 DO  A SUPERVISOR WITHOUT THE STANDING ADMIN FLAG
002060*                  IS ADMITTED WHILE HOLDING A LIVE BREAK-GLASS
002062*                  GRANT (BREAKGLASSCHECK), AND EVERY SECLOG ROW
002064*                  WRITTEN UNDER ONE IS MATCHED BY A BGACTION ROW
002066*                  FOR THE AFTER-THE-FACT REVIEW.
002068*   2026-10-15 DO  A SUPERVISOR HOLDING A CALC-QUEUE DELEGATION
002070*                  (APPRDLG, THROUGH DELEGATIONCHECK) IS ADMITTED
002072*                  FOR ITS WINDOW; ITEMS ABOVE THE DELEGATED CAP
002074*                  ARE SKIPPED AND EVERY DELEGATED DECISION IS
002076*                  ALSO LOGGED TO DLGAPLOG. NOBODY MAY DECIDE A
002078*                  HELD RECORD THEY KEYED THEMSELVES.
002080*   2026-10-15 DO  SECLOG ROWS NOW CARRY A CHAIN SEQUENCE AND
002082*                  CHAIN VALUE, STAMPED BY AUDITCHAIN JUST AHEAD
002084*                  OF EACH WRITE, SO AUDITVERIFY CAN PROVE THE
002086*                  TRAIL WHOLE.
002088*   2026-10-15 DO  EACH HELD RECORD IS CHECKED AGAINST THE
002090*                  WORKITEM REGISTER BEFORE IT IS OFFERED - ONE
002092*                  ASSIGNED TO ANOTHER OPERATOR IS LEFT FOR THEM.
002094*   2026-10-15 DO  A RELEASED CHARGE CARRYING A PROMOTIONAL
002096*                  DISCOUNT NOW SPENDS THE PROMOTION'S BUDGET WHEN
002098*                  IT IS WRITTEN TO THE LOG.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. CalcApprovalQueue.
005100     SELECT RUN-LOCK-FILE ASSIGN TO "CALCLOCK"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-LOCK-FILE-STATUS.
005310     SELECT DELEGATED-APPROVAL-FILE ASSIGN TO "DLGAPLOG"
005320         ORGANIZATION IS LINE SEQUENTIAL
005330         FILE STATUS IS WS-DLG-FILE-STATUS.
005340     SELECT PROMO-MASTER-FILE ASSIGN TO "PROMMSTR"
005350         ORGANIZATION IS INDEXED
005360         ACCESS MODE IS RANDOM
005370         RECORD KEY IS PM-PROMO-CODE
005380         FILE STATUS IS WS-PROMO-FILE-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  PENDING-APPROVAL-FILE
005700     RECORDING MODE IS F.
005800 01  PENDING-APPROVAL-RECORD         PIC X(300).
005900 FD  CALC-LOG-FILE.
006000     COPY CALCLOG.
006100 FD  ACCT-XREF-FILE.
007000     05  SA-ADMIN-ID                 PIC X(08).
007100     05  SA-ACTION                   PIC X(08).
007200     05  SA-TARGET-ID                PIC X(08).
007225     05  SA-CHAIN-SEQ                PIC 9(09).
007250     05  SA-CHAIN-VALUE              PIC 9(08).
007300 FD  RUN-CTL-FILE
007400     RECORDING MODE IS F.
007500     COPY RUNCTL.
007600 FD  RUN-LOCK-FILE
007700     RECORDING MODE IS F.
007800     COPY LOCKREC.
007810 FD  DELEGATED-APPROVAL-FILE
007820     RECORDING MODE IS F.
007830     COPY DLGAPLOG.
007840 FD  PROMO-MASTER-FILE.
007850     COPY PROMMSTR.
007900 WORKING-STORAGE SECTION.
008000 01  WS-PEND-FILE-STATUS             PIC X(02).
008100     88  WS-PEND-FILE-OK             VALUE "00".
009100     88  WS-RCTL-FILE-OK             VALUE "00".
009200 01  WS-LOCK-FILE-STATUS             PIC X(02).
009300     88  WS-LOCK-FILE-OK            VALUE "00".
009310 01  WS-DLG-FILE-STATUS              PIC X(02).
009320     88  WS-DLG-FILE-OK              VALUE "00".
009330 01  WS-PROMO-FILE-STATUS            PIC X(02).
009340     88  WS-PROMO-FILE-OK            VALUE "00".
009350 01  WS-PROMO-OPENED-SWITCH          PIC X(01) VALUE "N".
009360     88  WS-PROMO-OPENED             VALUE "Y".
009400 01  WS-LOCK-REFUSED-SWITCH          PIC X(01) VALUE "N".
009500     88  WS-LOCK-REFUSED            VALUE "Y".
009600 01  WS-LOCK-HELD-SWITCH             PIC X(01) VALUE "N".
009800 01  WS-XREF-OPENED-SWITCH           PIC X(01) VALUE "N".
009900     88  WS-XREF-OPENED             VALUE "Y".
010000 01  WS-SUPERVISOR-ID                PIC X(08) VALUE SPACES.
010005 01  WS-BG-ACTIVE-SWITCH             PIC X(01) VALUE "N".
010010     88  WS-BREAK-GLASS-ACTIVE      VALUE "Y".
010015 01  WS-BG-GRANT-STAMPS.
010020     05  WS-BG-START-DATE            PIC 9(08) VALUE ZERO.
010025     05  WS-BG-START-TIME            PIC 9(08) VALUE ZERO.
010030     05  WS-BG-EXPIRY-DATE           PIC 9(08) VALUE ZERO.
010035     05  WS-BG-EXPIRY-TIME           PIC 9(08) VALUE ZERO.
010040 01  WS-DLG-QUEUE                    PIC X(01) VALUE "C".
010045 01  WS-DLG-RESULT.
010050     05  WS-DLG-FOUND-SWITCH         PIC X(01) VALUE "N".
010055         88  WS-UNDER-DELEGATION     VALUE "Y".
010060     05  WS-DLG-DELEGATOR-ID         PIC X(08) VALUE SPACES.
010065     05  WS-DLG-FROM-DATE            PIC 9(08) VALUE ZERO.
010070     05  WS-DLG-AMOUNT-CAP           PIC S9(11)V99 VALUE ZERO.
010075 01  WS-DLG-ITEM-AMOUNT              PIC S9(11)V99 VALUE ZERO.
010100 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
010200 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
010250 01  WS-AUDIT-TRAIL-NAME             PIC X(08) VALUE SPACES.
010300 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
010400     88  WS-END-OF-QUEUE             VALUE "Y".
010500 01  WS-PEND-TABLE.
010600     05  WS-PEND-ENTRY OCCURS 200 TIMES INDEXED BY PD-IDX.
010700         10  PT-RECORD-IMAGE         PIC X(300).
010800         10  PT-DISPOSITION          PIC X(01).
010900             88  PT-KEEP             VALUE "K".
011000             88  PT-RELEASED         VALUE "R".
011900 01  WS-REJECTED-COUNT               PIC 9(04) VALUE ZERO.
012000 01  WS-KEPT-COUNT                   PIC 9(04) VALUE ZERO.
012100 01  WS-RELEASED-HASH                PIC S9(15)V99 VALUE ZERO.
012110 01  WS-WI-ITEM-TYPE                 PIC X(04) VALUE "CAPP".
012120 01  WS-WI-SOURCE-KEY                PIC X(70) VALUE SPACES.
012130 01  WS-WI-RESULT.
012140     05  WS-WI-MAY-WORK-SWITCH       PIC X(01).
012150         88  WS-WI-MAY-WORK          VALUE "Y".
012160     05  WS-WI-ASSIGNEE-TYPE         PIC X(01).
012170     05  WS-WI-ASSIGNEE-ID           PIC X(12).
012180     05  WS-WI-TARGET-DATE           PIC 9(08).
012200     COPY CUEDIT.
012300 PROCEDURE DIVISION.
012400******************************************************************
015900     IF WS-XREF-FILE-OK
016000         SET WS-XREF-OPENED TO TRUE
016100     END-IF.
016120     OPEN I-O PROMO-MASTER-FILE.
016140     IF WS-PROMO-FILE-OK
016160         SET WS-PROMO-OPENED TO TRUE
016180     END-IF.
016200     OPEN EXTEND SEC-AUDIT-FILE.
016300     IF NOT WS-AUDIT-FILE-OK
016400         OPEN OUTPUT SEC-AUDIT-FILE
016410     END-IF.
016420     IF WS-UNDER-DELEGATION
016430         OPEN EXTEND DELEGATED-APPROVAL-FILE
016440         IF NOT WS-DLG-FILE-OK
016450             OPEN OUTPUT DELEGATED-APPROVAL-FILE
016460         END-IF
016500     END-IF.
016600     PERFORM 2000-REVIEW-ONE-RECORD
016700         THRU 2000-EXIT
016900         UNTIL PD-IDX > WS-PEND-COUNT.
017000     CLOSE CALC-LOG-FILE
017100           SEC-AUDIT-FILE.
017125     IF WS-UNDER-DELEGATION
017150         CLOSE DELEGATED-APPROVAL-FILE
017175     END-IF.
017200     IF WS-XREF-OPENED
017300         CLOSE ACCT-XREF-FILE
017325     END-IF.
017350     IF WS-PROMO-OPENED
017375         CLOSE PROMO-MASTER-FILE
017400     END-IF.
017500     PERFORM 4000-REWRITE-QUEUE
017600         THRU 4000-EXIT.
018800* 0400-CHECK-AUTHORITY - ONLY AN OPERATOR WITH THE ADMIN
018900*                  AUTHORITY FLAG MAY RELEASE HELD WORK. THE PIN
019000*                  MASTER IS THE AUTHORITY OF RECORD, THE SAME
019100*                  FLAGS THE GOTO MENU IS BUILT FROM. A DELEGATION
019125*                  IN FORCE FROM AN ADMINISTRATOR, THEN A LIVE
019150*                  BREAK-GLASS GRANT, STAND IN FOR THE FLAG.
019200******************************************************************
019300 0400-CHECK-AUTHORITY.
019400     OPEN INPUT OPERATOR-PIN-FILE.
020600             GO TO 0400-EXIT
020700     END-READ.
020800     CLOSE OPERATOR-PIN-FILE.
020900     IF OP-MAY-RUN-ADMIN
020904         GO TO 0400-EXIT
020908     END-IF.
020912     CALL "DelegationCheck" USING WS-SUPERVISOR-ID, WS-DLG-QUEUE,
020916         WS-TODAYS-DATE, WS-DLG-RESULT.
020920     IF WS-UNDER-DELEGATION AND OP-STATUS-ACTIVE
020924         MOVE WS-DLG-AMOUNT-CAP TO CU-EDIT-MONEY-FIELD
020928         DISPLAY "ACTING UNDER DELEGATION FROM "
020932             WS-DLG-DELEGATOR-ID
020936         IF WS-DLG-AMOUNT-CAP NOT = ZERO
020940             DISPLAY "DELEGATED CAP " CU-EDIT-MONEY-FIELD
020944                 " - LARGER RESULTS ARE LEFT ON THE QUEUE"
020948         END-IF
020952         GO TO 0400-EXIT
020956     END-IF.
020960     MOVE "N" TO WS-DLG-FOUND-SWITCH.
020964*    NO STANDING ADMIN FLAG - A LIVE BREAK-GLASS GRANT TAKEN AT
020968*    THE GOTO MENU STANDS IN FOR IT UNTIL IT EXPIRES.
020972     CALL "BreakGlassCheck" USING WS-SUPERVISOR-ID,
020976         WS-BG-ACTIVE-SWITCH, WS-BG-GRANT-STAMPS.
020980     IF WS-BREAK-GLASS-ACTIVE AND OP-STATUS-ACTIVE
020984         DISPLAY "*** EMERGENCY ACCESS - EVERY DECISION IS "
020988             "LOGGED FOR REVIEW ***"
020992     ELSE
021000         DISPLAY "SUPERVISOR LACKS THE ADMIN AUTHORITY - "
021100             "REVIEW REFUSED"
021200         MOVE "99" TO WS-PIN-FILE-STATUS
030400     EXIT.
030500******************************************************************
030600* 2000-REVIEW-ONE-RECORD - SHOW ONE HELD RECORD AND TAKE THE
030700*                  SUPERVISOR'S DECISION. A RECORD THE SUPERVISOR
030725*                  KEYED THEMSELVES, ONE ABOVE A DELEGATED CAP, OR
030750*                  ONE THE WORKITEM REGISTER HAS ASSIGNED TO
030775*                  ANOTHER OPERATOR, IS LEFT FOR SOMEONE ELSE.
030800******************************************************************
030900 2000-REVIEW-ONE-RECORD.
031000     MOVE PT-RECORD-IMAGE (PD-IDX) TO CALC-LOG-RECORD.
031200     DISPLAY "HELD: " CL-LOG-DATE "/" CL-OPERATOR-ID "/"
031300         CL-SEQUENCE-NO " ACCOUNT " CL-ACCOUNT-ID
031400         " RESULT " CU-EDIT-MONEY-FIELD.
031402     IF CL-OPERATOR-ID = WS-SUPERVISOR-ID
031404         DISPLAY "KEYED BY THE SUPERVISOR - A DIFFERENT "
031406             "OPERATOR MUST DECIDE THIS RECORD, SKIPPED"
031408         ADD 1 TO WS-KEPT-COUNT
031410         GO TO 2000-EXIT
031412     END-IF.
031414     IF WS-UNDER-DELEGATION AND WS-DLG-AMOUNT-CAP NOT = ZERO
031416         MOVE CL-RESULT TO WS-DLG-ITEM-AMOUNT
031418         IF WS-DLG-ITEM-AMOUNT < ZERO
031420             MULTIPLY -1 BY WS-DLG-ITEM-AMOUNT
031422         END-IF
031424         IF WS-DLG-ITEM-AMOUNT > WS-DLG-AMOUNT-CAP
031426             DISPLAY "ABOVE THE DELEGATED CAP - SKIPPED"
031428             ADD 1 TO WS-KEPT-COUNT
031430             GO TO 2000-EXIT
031432         END-IF
031434     END-IF.
031436     MOVE SPACES TO WS-WI-SOURCE-KEY.
031438     MOVE CL-LOG-KEY TO WS-WI-SOURCE-KEY.
031440     CALL "WorkItemCheck" USING WS-WI-ITEM-TYPE, WS-WI-SOURCE-KEY,
031442         WS-SUPERVISOR-ID, WS-WI-RESULT.
031444     IF NOT WS-WI-MAY-WORK
031446         DISPLAY "ASSIGNED TO OPERATOR " WS-WI-ASSIGNEE-ID
031448             " - LEFT FOR THEM, SKIPPED"
031450         ADD 1 TO WS-KEPT-COUNT
031452         GO TO 2000-EXIT
031454     END-IF.
031500     DISPLAY "R)elease to the log, J) reject, S)kip: "
031600     ACCEPT WS-DECISION-REPLY.
031700     EVALUATE TRUE
036100     MOVE "APPRREL " TO SA-ACTION.
036200     PERFORM 8000-WRITE-AUDIT-RECORD
036300         THRU 8000-EXIT.
036320     IF CL-PROMO-CODE NOT = SPACES AND WS-PROMO-OPENED
036340         PERFORM 2150-SPEND-PROMOTION-BUDGET
036360             THRU 2150-EXIT
036380     END-IF.
036400     DISPLAY "RELEASED TO THE LOG".
036500 2100-EXIT.
036504     EXIT.
036508******************************************************************
036512* 2150-SPEND-PROMOTION-BUDGET - THE HELD CHARGE CARRIED ITS
036516*                  PROMOTIONAL DISCOUNT BUT CALCULATOR SPENDS A
036520*                  PROMOTION'S BUDGET ONLY FOR WHAT REACHES THE
036524*                  LOG, SO THE RELEASE CHARGES IT NOW.
036528******************************************************************
036532 2150-SPEND-PROMOTION-BUDGET.
036536     MOVE CL-PROMO-CODE TO PM-PROMO-CODE.
036540     READ PROMO-MASTER-FILE
036544         INVALID KEY
036548             DISPLAY "PROMOTION " CL-PROMO-CODE
036552                 " NOT ON FILE - BUDGET NOT UPDATED"
036556             GO TO 2150-EXIT
036560     END-READ.
036564     ADD CL-PROMO-DISCOUNT TO PM-DISCOUNT-GIVEN.
036568     ADD 1 TO PM-USE-COUNT.
036572     MOVE WS-TODAYS-DATE TO PM-LAST-USED-DATE.
036576     REWRITE PROMO-MASTER-RECORD
036580         INVALID KEY
036584             DISPLAY "PROMMSTR REWRITE FAILED, STATUS "
036588                 WS-PROMO-FILE-STATUS
036592     END-REWRITE.
036596 2150-EXIT.
036600     EXIT.
036700******************************************************************
036800* 4000-REWRITE-QUEUE - ONLY THE UNDECIDED RECORDS GO BACK TO THE
042800     MOVE WS-CURRENT-TIME  TO SA-LOG-TIME.
042900     MOVE WS-SUPERVISOR-ID TO SA-ADMIN-ID.
043000     MOVE CL-OPERATOR-ID   TO SA-TARGET-ID.
043025     MOVE "SECLOG" TO WS-AUDIT-TRAIL-NAME.
043050     CALL "AuditChain" USING WS-AUDIT-TRAIL-NAME,
043075         SEC-AUDIT-RECORD.
043100     WRITE SEC-AUDIT-RECORD.
043105     IF WS-UNDER-DELEGATION
043110         PERFORM 8100-WRITE-DELEGATED-RECORD
043115             THRU 8100-EXIT
043120     END-IF.
043125     IF WS-BREAK-GLASS-ACTIVE
043130         MOVE SA-ACTION  TO SA-TARGET-ID
043135         MOVE "BGACTION" TO SA-ACTION
043140         MOVE "SECLOG" TO WS-AUDIT-TRAIL-NAME
043145         CALL "AuditChain" USING WS-AUDIT-TRAIL-NAME,
043150             SEC-AUDIT-RECORD
043155         WRITE SEC-AUDIT-RECORD
043160     END-IF.
043200 8000-EXIT.
043204     EXIT.
043208******************************************************************
043212* 8100-WRITE-DELEGATED-RECORD - THE SAME DECISION TO DLGAPLOG WITH
043216*                  THE DELEGATOR WHOSE AUTHORITY WAS USED, FOR THE
043220*                  DELEGATED-APPROVALS REPORT.
043224******************************************************************
043228 8100-WRITE-DELEGATED-RECORD.
043232     MOVE WS-TODAYS-DATE      TO DA-LOG-DATE.
043236     MOVE WS-CURRENT-TIME     TO DA-LOG-TIME.
043240     MOVE "C"                 TO DA-QUEUE.
043244     MOVE WS-SUPERVISOR-ID    TO DA-DELEGATE-ID.
043248     MOVE WS-DLG-DELEGATOR-ID TO DA-DELEGATOR-ID.
043252     MOVE CL-OPERATOR-ID      TO DA-REQUESTED-BY.
043256     MOVE SPACES              TO DA-ITEM-REF.
043260     STRING CL-LOG-DATE "/" CL-OPERATOR-ID "/" CL-SEQUENCE-NO
043264         DELIMITED BY SIZE INTO DA-ITEM-REF.
043268     MOVE CL-RESULT           TO DA-AMOUNT.
043272     MOVE SA-ACTION           TO DA-DECISION.
043276     WRITE DELEGATED-APPROVAL-RECORD.
043280 8100-EXIT.
043300     EXIT.
043400******************************************************************
043500* 9999-EXIT - COMMON PROGRAM EXIT POINT.
