001700*
001800* MODIFICATION HISTORY
001900*   2026-09-02 DO  INITIAL VERSION.
001904*   2026-10-15 DO  A REVIEWER HOLDING A RATE-QUEUE DELEGATION
001908*                  (APPRDLG, THROUGH DELEGATIONCHECK) IS ADMITTED
001912*                  FOR ITS WINDOW; ROWS WHOSE VALUE IS ABOVE THE
001916*                  DELEGATED CAP ARE SKIPPED AND EVERY DELEGATED
001920*                  DECISION IS ALSO LOGGED TO DLGAPLOG.
001924*   2026-10-15 DO  RATELOG ROWS NOW CARRY A CHAIN SEQUENCE AND
001928*                  CHAIN VALUE, STAMPED BY AUDITCHAIN JUST AHEAD
001932*                  OF EACH WRITE, SO AUDITVERIFY CAN PROVE THE
001936*                  TRAIL WHOLE.
001940*   2026-10-15 DO  EACH PENDING ROW IS CHECKED AGAINST THE
001944*                  WORKITEM REGISTER BEFORE IT IS OFFERED - ONE
001948*                  ASSIGNED TO ANOTHER OPERATOR IS LEFT FOR THEM.
001952*   2026-10-15 DO  A QUEUED ADD CARRIES ITS COMPANY TO THE MASTER
001956*                  ROW, AND A ROW FOR A COMPANY THE APPROVER IS
001960*                  NOT PERMITTED TO WORK (COMPANYCHECK) IS
001964*                  SKIPPED.
001968*   2026-10-15 DO  AN APPROVER WITH NEITHER THE ADMIN FLAG NOR A
001972*                  DELEGATION IS ADMITTED WHILE HOLDING A LIVE
001976*                  BREAK-GLASS GRANT (BREAKGLASSCHECK), AND EVERY
001980*                  DECISION TAKEN UNDER ONE IS ALSO WRITTEN TO
001984*                  SECLOG AS A BGACTION ROW FOR THE AFTER-THE-FACT
001988*                  REVIEW.
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. RateApproval.
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS OP-OPERATOR-ID
004100         FILE STATUS IS WS-PIN-FILE-STATUS.
004110     SELECT DELEGATED-APPROVAL-FILE ASSIGN TO "DLGAPLOG"
004120         ORGANIZATION IS LINE SEQUENTIAL
004130         FILE STATUS IS WS-DLG-FILE-STATUS.
004140     SELECT SEC-AUDIT-FILE ASSIGN TO "SECLOG"
004150         ORGANIZATION IS LINE SEQUENTIAL
004160         FILE STATUS IS WS-SECLOG-FILE-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  RATE-PENDING-FILE
005100     COPY RATELOG.
005200 FD  OPERATOR-PIN-FILE.
005300     COPY GOTOPIN.
005305 FD  DELEGATED-APPROVAL-FILE
005310     RECORDING MODE IS F.
005315     COPY DLGAPLOG.
005320 FD  SEC-AUDIT-FILE
005325     RECORDING MODE IS F.
005330 01  SEC-AUDIT-RECORD.
005335     05  SA-LOG-DATE                 PIC 9(08).
005340     05  SA-LOG-TIME                 PIC 9(08).
005345     05  SA-ADMIN-ID                 PIC X(08).
005350     05  SA-ACTION                   PIC X(08).
005355     05  SA-TARGET-ID                PIC X(08).
005360     05  SA-CHAIN-SEQ                PIC 9(09).
005365     05  SA-CHAIN-VALUE              PIC 9(08).
005400 WORKING-STORAGE SECTION.
005500 01  WS-PEND-FILE-STATUS             PIC X(02).
005600     88  WS-PEND-FILE-OK             VALUE "00".
006000     88  WS-AUDIT-FILE-OK            VALUE "00".
006100 01  WS-PIN-FILE-STATUS              PIC X(02).
006200     88  WS-PIN-FILE-OK              VALUE "00".
006220 01  WS-DLG-FILE-STATUS              PIC X(02).
006240     88  WS-DLG-FILE-OK              VALUE "00".
006260 01  WS-SECLOG-FILE-STATUS           PIC X(02).
006280     88  WS-SECLOG-FILE-OK           VALUE "00".
006300 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
006400     88  WS-END-OF-QUEUE             VALUE "Y".
006500 01  WS-APPROVER-ID                  PIC X(08) VALUE SPACES.
006505 01  WS-DLG-QUEUE                    PIC X(01) VALUE "R".
006510 01  WS-DLG-RESULT.
006515     05  WS-DLG-FOUND-SWITCH         PIC X(01) VALUE "N".
006520         88  WS-UNDER-DELEGATION     VALUE "Y".
006525     05  WS-DLG-DELEGATOR-ID         PIC X(08) VALUE SPACES.
006530     05  WS-DLG-FROM-DATE            PIC 9(08) VALUE ZERO.
006535     05  WS-DLG-AMOUNT-CAP           PIC S9(11)V99 VALUE ZERO.
006540 01  WS-DLG-ITEM-AMOUNT              PIC S9(11)V99 VALUE ZERO.
006545 01  WS-BG-ACTIVE-SWITCH             PIC X(01) VALUE "N".
006550     88  WS-BREAK-GLASS-ACTIVE       VALUE "Y".
006555 01  WS-BG-GRANT-STAMPS.
006560     05  WS-BG-START-DATE            PIC 9(08) VALUE ZERO.
006565     05  WS-BG-START-TIME            PIC 9(08) VALUE ZERO.
006570     05  WS-BG-EXPIRY-DATE           PIC 9(08) VALUE ZERO.
006575     05  WS-BG-EXPIRY-TIME           PIC 9(08) VALUE ZERO.
006600 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
006700 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
006750 01  WS-AUDIT-TRAIL-NAME             PIC X(08) VALUE SPACES.
006800 01  WS-PEND-TABLE.
006900     05  WS-PEND-ENTRY OCCURS 200 TIMES INDEXED BY RP-IDX.
007000         10  PT-ROW-IMAGE            PIC X(90).
008000 01  WS-APPLIED-COUNT                PIC 9(04) VALUE ZERO.
008100 01  WS-REJECTED-COUNT               PIC 9(04) VALUE ZERO.
008200 01  WS-KEPT-COUNT                   PIC 9(04) VALUE ZERO.
008205 01  WS-WI-ITEM-TYPE                 PIC X(04) VALUE "RAPP".
008210 01  WS-WI-SOURCE-KEY                PIC X(70) VALUE SPACES.
008215 01  WS-WI-RESULT.
008220     05  WS-WI-MAY-WORK-SWITCH       PIC X(01).
008225         88  WS-WI-MAY-WORK          VALUE "Y".
008230     05  WS-WI-ASSIGNEE-TYPE         PIC X(01).
008235     05  WS-WI-ASSIGNEE-ID           PIC X(12).
008240     05  WS-WI-TARGET-DATE           PIC 9(08).
008245 01  WS-CO-RESULT.
008250     05  WS-CO-KNOWN-SWITCH          PIC X(01).
008255         88  WS-CO-KNOWN             VALUE "Y".
008260     05  WS-CO-PERMITTED-SWITCH      PIC X(01).
008265         88  WS-CO-PERMITTED         VALUE "Y".
008270     05  WS-CO-EFFECTIVE-COMPANY     PIC X(04).
008275     05  WS-CO-COMPANY-NAME          PIC X(30).
008300     COPY CUEDIT.
008400 PROCEDURE DIVISION.
008500******************************************************************
011700     IF NOT WS-AUDIT-FILE-OK
011800         OPEN OUTPUT RATE-AUDIT-FILE
011900     END-IF.
011905     IF WS-BREAK-GLASS-ACTIVE
011910         OPEN EXTEND SEC-AUDIT-FILE
011915         IF NOT WS-SECLOG-FILE-OK
011920             OPEN OUTPUT SEC-AUDIT-FILE
011925         END-IF
011930     END-IF.
011935     IF WS-UNDER-DELEGATION
011940         OPEN EXTEND DELEGATED-APPROVAL-FILE
011945         IF NOT WS-DLG-FILE-OK
011950             OPEN OUTPUT DELEGATED-APPROVAL-FILE
011955         END-IF
011960     END-IF.
012000     PERFORM 2000-REVIEW-ONE-ROW
012100         THRU 2000-EXIT
012200         VARYING RP-IDX FROM 1 BY 1
012300         UNTIL RP-IDX > WS-PEND-COUNT.
012400     CLOSE RATE-MASTER-FILE
012500           RATE-AUDIT-FILE.
012510     IF WS-BREAK-GLASS-ACTIVE
012520         CLOSE SEC-AUDIT-FILE
012530     END-IF.
012540     IF WS-UNDER-DELEGATION
012550         CLOSE DELEGATED-APPROVAL-FILE
012560     END-IF.
012600     PERFORM 4000-REWRITE-QUEUE
012700         THRU 4000-EXIT.
012800     DISPLAY "APPLIED: " WS-APPLIED-COUNT
013100     GO TO 9999-EXIT.
013200******************************************************************
013300* 0400-CHECK-AUTHORITY - THE APPROVER MUST CARRY THE ADMIN
013400*                  AUTHORITY FLAG ON THE PIN MASTER, OR HOLD A
013425*                  RATE-QUEUE DELEGATION IN FORCE FROM AN
013450*                  ADMINISTRATOR WHO DOES, OR HOLD A LIVE
013475*                  BREAK-GLASS GRANT.
013500******************************************************************
013600 0400-CHECK-AUTHORITY.
013700     OPEN INPUT OPERATOR-PIN-FILE.
014900             GO TO 0400-EXIT
015000     END-READ.
015100     CLOSE OPERATOR-PIN-FILE.
015200     IF OP-MAY-RUN-ADMIN
015204         GO TO 0400-EXIT
015208     END-IF.
015212     CALL "DelegationCheck" USING WS-APPROVER-ID, WS-DLG-QUEUE,
015216         WS-TODAYS-DATE, WS-DLG-RESULT.
015220     IF WS-UNDER-DELEGATION AND OP-STATUS-ACTIVE
015224         MOVE WS-DLG-AMOUNT-CAP TO CU-EDIT-MONEY-FIELD
015228         DISPLAY "ACTING UNDER DELEGATION FROM "
015232             WS-DLG-DELEGATOR-ID
015236         IF WS-DLG-AMOUNT-CAP NOT = ZERO
015240             DISPLAY "DELEGATED CAP " CU-EDIT-MONEY-FIELD
015244                 " - LARGER VALUES ARE LEFT ON THE QUEUE"
015248         END-IF
015252         GO TO 0400-EXIT
015256     END-IF.
015260     MOVE "N" TO WS-DLG-FOUND-SWITCH.
015264*    NO FLAG AND NO DELEGATION - A LIVE BREAK-GLASS GRANT TAKEN
015268*    AT THE GOTO MENU STANDS IN FOR THE FLAG UNTIL IT EXPIRES.
015272     CALL "BreakGlassCheck" USING WS-APPROVER-ID,
015276         WS-BG-ACTIVE-SWITCH, WS-BG-GRANT-STAMPS.
015280     IF WS-BREAK-GLASS-ACTIVE AND OP-STATUS-ACTIVE
015284         DISPLAY "*** EMERGENCY ACCESS - EVERY DECISION IS "
015288             "LOGGED FOR REVIEW ***"
015292     ELSE
015300         DISPLAY "APPROVER LACKS THE ADMIN AUTHORITY - "
015400             "REVIEW REFUSED"
015500         MOVE "99" TO WS-PIN-FILE-STATUS
019900******************************************************************
020000* 2000-REVIEW-ONE-ROW - SHOW ONE PENDING CHANGE AND TAKE THE
020100*                  APPROVER'S DECISION. A ROW THE APPROVER
020200*                  REQUESTED THEMSELVES CANNOT BE SELF-APPROVED, A
020225*                  DELEGATE CANNOT DECIDE ONE ABOVE THE CAP, AND
020250*                  ONE THE WORKITEM REGISTER HAS ASSIGNED TO
020275*                  ANOTHER OPERATOR IS LEFT FOR THEM.
020300******************************************************************
020400 2000-REVIEW-ONE-ROW.
020500     MOVE PT-ROW-IMAGE (RP-IDX) TO RATE-PENDING-RECORD.
020800         RP-EFFECTIVE-FROM " VALUE " CU-EDIT-MONEY-FIELD
020900         " REQUESTED BY " RP-REQUESTED-BY " ON "
021000         RP-REQUEST-DATE.
021005     IF RP-COMPANY-CODE NOT = SPACES
021010         DISPLAY "FOR COMPANY " RP-COMPANY-CODE
021015         CALL "CompanyCheck" USING WS-APPROVER-ID,
021020             RP-COMPANY-CODE, WS-CO-RESULT
021025         IF NOT WS-CO-PERMITTED
021030             DISPLAY "APPROVER NOT PERMITTED FOR COMPANY "
021035                 RP-COMPANY-CODE " - SKIPPED"
021040             ADD 1 TO WS-KEPT-COUNT
021045             GO TO 2000-EXIT
021050         END-IF
021055     END-IF.
021100     IF RP-REQUESTED-BY = WS-APPROVER-ID
021200         DISPLAY "REQUESTED BY THE APPROVER - A DIFFERENT "
021300             "OPERATOR MUST DECIDE THIS ROW, SKIPPED"
021304         ADD 1 TO WS-KEPT-COUNT
021308         GO TO 2000-EXIT
021312     END-IF.
021316     IF WS-UNDER-DELEGATION AND WS-DLG-AMOUNT-CAP NOT = ZERO
021320         MOVE RP-RATE-VALUE TO WS-DLG-ITEM-AMOUNT
021324         IF WS-DLG-ITEM-AMOUNT < ZERO
021328             MULTIPLY -1 BY WS-DLG-ITEM-AMOUNT
021332         END-IF
021336         IF WS-DLG-ITEM-AMOUNT > WS-DLG-AMOUNT-CAP
021340             DISPLAY "ABOVE THE DELEGATED CAP - SKIPPED"
021344             ADD 1 TO WS-KEPT-COUNT
021348             GO TO 2000-EXIT
021352         END-IF
021356     END-IF.
021360     MOVE SPACES TO WS-WI-SOURCE-KEY.
021364     MOVE RATE-PENDING-RECORD (1:18) TO WS-WI-SOURCE-KEY (1:18).
021368     MOVE RP-REQUESTED-BY TO WS-WI-SOURCE-KEY (19:8).
021372     MOVE RP-REQUEST-DATE TO WS-WI-SOURCE-KEY (27:8).
021376     CALL "WorkItemCheck" USING WS-WI-ITEM-TYPE, WS-WI-SOURCE-KEY,
021380         WS-APPROVER-ID, WS-WI-RESULT.
021384     IF NOT WS-WI-MAY-WORK
021388         DISPLAY "ASSIGNED TO OPERATOR " WS-WI-ASSIGNEE-ID
021392             " - LEFT FOR THEM, SKIPPED"
021400         ADD 1 TO WS-KEPT-COUNT
021500         GO TO 2000-EXIT
021600     END-IF.
024600         MOVE RP-EFFECTIVE-TO   TO RM-EFFECTIVE-TO
024700         MOVE RP-RATE-VALUE     TO RM-RATE-VALUE
024800         MOVE RP-DESCRIPTION    TO RM-RATE-DESCRIPTION
024850         MOVE RP-COMPANY-CODE   TO RM-COMPANY-CODE
024900         WRITE RATE-MASTER-RECORD
025000             INVALID KEY
025100                 DISPLAY "ROW ALREADY ON THE MASTER - LEFT "
031700     MOVE RP-OLD-VALUE      TO RA-OLD-VALUE.
031800     MOVE RP-RATE-VALUE     TO RA-NEW-VALUE.
031900     MOVE WS-APPROVER-ID    TO RA-APPROVED-BY.
031925     MOVE "RATELOG" TO WS-AUDIT-TRAIL-NAME.
031950     CALL "AuditChain" USING WS-AUDIT-TRAIL-NAME,
031975         RATE-AUDIT-RECORD.
032000     WRITE RATE-AUDIT-RECORD.
032010     IF WS-UNDER-DELEGATION
032020         PERFORM 8100-WRITE-DELEGATED-RECORD
032030             THRU 8100-EXIT
032040     END-IF.
032050     IF WS-BREAK-GLASS-ACTIVE
032060         PERFORM 8200-WRITE-BREAK-GLASS-RECORD
032070             THRU 8200-EXIT
032080     END-IF.
032100 8000-EXIT.
032102     EXIT.
032104******************************************************************
032106* 8100-WRITE-DELEGATED-RECORD - THE SAME DECISION TO DLGAPLOG WITH
032108*                  THE DELEGATOR WHOSE AUTHORITY WAS USED, FOR THE
032110*                  DELEGATED-APPROVALS REPORT.
032112******************************************************************
032114 8100-WRITE-DELEGATED-RECORD.
032116     MOVE WS-TODAYS-DATE      TO DA-LOG-DATE.
032118     MOVE WS-CURRENT-TIME     TO DA-LOG-TIME.
032120     MOVE "R"                 TO DA-QUEUE.
032122     MOVE WS-APPROVER-ID      TO DA-DELEGATE-ID.
032124     MOVE WS-DLG-DELEGATOR-ID TO DA-DELEGATOR-ID.
032126     MOVE RP-REQUESTED-BY     TO DA-REQUESTED-BY.
032128     MOVE SPACES              TO DA-ITEM-REF.
032130     STRING RP-RATE-CODE "/" RP-EFFECTIVE-FROM
032132         DELIMITED BY SIZE INTO DA-ITEM-REF.
032134     MOVE RP-RATE-VALUE       TO DA-AMOUNT.
032136     MOVE RA-ACTION           TO DA-DECISION.
032138     WRITE DELEGATED-APPROVAL-RECORD.
032140 8100-EXIT.
032142     EXIT.
032144******************************************************************
032146* 8200-WRITE-BREAK-GLASS-RECORD - THE SAME DECISION TO SECLOG AS A
032148*                  BGACTION ROW, THE DECISION IN THE TARGET COLUMN
032150*                  THE WAY THE OTHER BREAK-GLASS PROGRAMS WRITE
032152*                  IT, FOR THE AFTER-THE-FACT REVIEW.
032154******************************************************************
032156 8200-WRITE-BREAK-GLASS-RECORD.
032158     MOVE WS-TODAYS-DATE  TO SA-LOG-DATE.
032160     MOVE WS-CURRENT-TIME TO SA-LOG-TIME.
032162     MOVE WS-APPROVER-ID  TO SA-ADMIN-ID.
032164     MOVE "BGACTION"      TO SA-ACTION.
032166     MOVE RA-ACTION       TO SA-TARGET-ID.
032168     MOVE "SECLOG" TO WS-AUDIT-TRAIL-NAME.
032170     CALL "AuditChain" USING WS-AUDIT-TRAIL-NAME,
032172         SEC-AUDIT-RECORD.
032174     WRITE SEC-AUDIT-RECORD.
032176 8200-EXIT.
032200     EXIT.
032300******************************************************************
032400* 9999-EXIT - COMMON PROGRAM EXIT POINT.
