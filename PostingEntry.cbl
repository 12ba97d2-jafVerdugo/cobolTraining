002000*
002100* MODIFICATION HISTORY
002200*   2026-09-02 DO  INITIAL VERSION.
002205*   2026-10-15 DO  ADDED TYPE Y - A MONTH-END ACCRUAL. IT IS KEYED
002210*                  LIKE A COMBINED ADJUSTMENT, AND THE FIRST
002215*                  POSNEGDEC RUN OF THE NEXT OPEN PERIOD REVERSES
002220*                  IT WITHOUT ANYONE HAVING TO ASK.
002225*   2026-10-15 DO  PNENTLOG ROWS NOW CARRY A CHAIN SEQUENCE AND
002230*                  CHAIN VALUE, STAMPED BY AUDITCHAIN JUST AHEAD
002235*                  OF EACH WRITE, SO AUDITVERIFY CAN PROVE THE
002240*                  TRAIL WHOLE.
002245*   2026-10-15 DO  A GL ACCOUNT BELONGING TO A COMPANY THE
002250*                  OPERATOR IS NOT PERMITTED ON GOTOPIN IS
002255*                  REFUSED, AND AN INTERCOMPANY ACCOUNT IS NAMED
002260*                  AS SUCH WHEN KEYED.
002265*   2026-10-15 DO  AN OPERATOR WITHOUT THE STANDING POSTING FLAG
002270*                  IS ADMITTED WHILE HOLDING A LIVE BREAK-GLASS
002275*                  GRANT (BREAKGLASSCHECK), AND EVERY ADJUSTMENT
002280*                  STAGED UNDER ONE IS ALSO WRITTEN TO SECLOG AS A
002285*                  BGACTION ROW FOR THE AFTER-THE-FACT REVIEW.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. PostingEntry.
004200     SELECT ENTRY-AUDIT-FILE ASSIGN TO "PNENTLOG"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-AUDIT-FILE-STATUS.
004425     SELECT SEC-AUDIT-FILE ASSIGN TO "SECLOG"
004450         ORGANIZATION IS LINE SEQUENTIAL
004475         FILE STATUS IS WS-SECLOG-FILE-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  STAGED-OUT-FILE
006000     05  EA-GL-ACCOUNT               PIC X(08).
006100     05  EA-TRANS-TYPE               PIC X(01).
006200     05  EA-NUM2-ADJ                 PIC S9999.
006205     05  EA-CHAIN-SEQ                PIC 9(09).
006210     05  EA-CHAIN-VALUE              PIC 9(08).
006215 FD  SEC-AUDIT-FILE
006220     RECORDING MODE IS F.
006225 01  SEC-AUDIT-RECORD.
006230     05  SA-LOG-DATE                 PIC 9(08).
006235     05  SA-LOG-TIME                 PIC 9(08).
006240     05  SA-ADMIN-ID                 PIC X(08).
006245     05  SA-ACTION                   PIC X(08).
006250     05  SA-TARGET-ID                PIC X(08).
006255     05  SA-CHAIN-SEQ                PIC 9(09).
006260     05  SA-CHAIN-VALUE              PIC 9(08).
006300 WORKING-STORAGE SECTION.
006400 01  WS-OUT-FILE-STATUS              PIC X(02).
006500     88  WS-OUT-FILE-OK              VALUE "00".
006900     88  WS-PIN-FILE-OK              VALUE "00".
007000 01  WS-AUDIT-FILE-STATUS            PIC X(02).
007100     88  WS-AUDIT-FILE-OK            VALUE "00".
007125 01  WS-SECLOG-FILE-STATUS           PIC X(02).
007150     88  WS-SECLOG-FILE-OK           VALUE "00".
007200 01  WS-OPERATOR-ID                  PIC X(08) VALUE SPACES.
007300 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
007400 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
007410 01  WS-AUDIT-TRAIL-NAME             PIC X(08) VALUE SPACES.
007420 01  WS-BG-ACTIVE-SWITCH             PIC X(01) VALUE "N".
007430     88  WS-BREAK-GLASS-ACTIVE       VALUE "Y".
007440 01  WS-BG-GRANT-STAMPS.
007450     05  WS-BG-START-DATE            PIC 9(08) VALUE ZERO.
007460     05  WS-BG-START-TIME            PIC 9(08) VALUE ZERO.
007470     05  WS-BG-EXPIRY-DATE           PIC 9(08) VALUE ZERO.
007480     05  WS-BG-EXPIRY-TIME           PIC 9(08) VALUE ZERO.
007500 01  WS-ENTRY-COUNT                  PIC 9(06) VALUE ZERO.
007600 01  WS-HASH-ACCUM                   PIC S9(09) VALUE ZERO.
007700 01  WS-WORK-GL-ACCOUNT              PIC X(08) VALUE SPACES.
007750 01  WS-WORK-DEPT-CODE               PIC X(04) VALUE SPACES.
007800 01  WS-WORK-TRANS-TYPE              PIC X(01) VALUE SPACE.
007900     88  WS-TYPE-VALID               VALUE "C" "S" "A" "B" "Y".
007950     88  WS-TYPE-ALL-FIELDS          VALUE "B" "Y".
008000 01  WS-WORK-NUM1                    PIC 9999 VALUE ZERO.
008100 01  WS-WORK-NUM2                    PIC S9999 VALUE ZERO.
008200 01  WS-WORK-NUM3                    PIC 9V99 VALUE ZERO.
008400     88  WS-ANOTHER-ENTRY            VALUE "Y" "y".
008500 01  WS-ACCOUNT-OK-SWITCH            PIC X(01) VALUE "N".
008600     88  WS-ACCOUNT-OK               VALUE "Y".
008610 01  WS-CO-RESULT.
008620     05  WS-CO-KNOWN-SWITCH          PIC X(01).
008630         88  WS-CO-KNOWN             VALUE "Y".
008640     05  WS-CO-PERMITTED-SWITCH      PIC X(01).
008650         88  WS-CO-PERMITTED         VALUE "Y".
008660     05  WS-CO-EFFECTIVE-COMPANY     PIC X(04).
008670     05  WS-CO-COMPANY-NAME          PIC X(30).
008700 PROCEDURE DIVISION.
008800******************************************************************
008900* 0000-MAINLINE - VERIFY THE OPERATOR'S POSTING AUTHORITY, TAKE
011400     IF NOT WS-AUDIT-FILE-OK
011500         OPEN OUTPUT ENTRY-AUDIT-FILE
011600     END-IF.
011610     IF WS-BREAK-GLASS-ACTIVE
011620         OPEN EXTEND SEC-AUDIT-FILE
011630         IF NOT WS-SECLOG-FILE-OK
011640             OPEN OUTPUT SEC-AUDIT-FILE
011650         END-IF
011660     END-IF.
011700     PERFORM 2000-TAKE-ONE-ADJUSTMENT
011800         THRU 2000-EXIT
011900         UNTIL NOT WS-ANOTHER-ENTRY.
012500     CLOSE STAGED-OUT-FILE
012600           GL-ACCOUNT-FILE
012700           ENTRY-AUDIT-FILE.
012725     IF WS-BREAK-GLASS-ACTIVE
012750         CLOSE SEC-AUDIT-FILE
012775     END-IF.
012800     DISPLAY "ADJUSTMENTS STAGED FOR THE NEXT POSTING RUN: "
012900         WS-ENTRY-COUNT.
013000     GO TO 9999-EXIT.
013100******************************************************************
013200* 0400-CHECK-AUTHORITY - ONLY AN OPERATOR WITH THE POSTING
013300*                  AUTHORITY FLAG MAY STAGE LEDGER ADJUSTMENTS.
013325*                  A LIVE BREAK-GLASS GRANT STANDS IN FOR THE
013350*                  FLAG UNTIL IT EXPIRES.
013400******************************************************************
013500 0400-CHECK-AUTHORITY.
013600     OPEN INPUT OPERATOR-PIN-FILE.
014800             GO TO 0400-EXIT
014900     END-READ.
015000     CLOSE OPERATOR-PIN-FILE.
015100     IF OP-MAY-RUN-POST
015110         GO TO 0400-EXIT
015120     END-IF.
015130     CALL "BreakGlassCheck" USING WS-OPERATOR-ID,
015140         WS-BG-ACTIVE-SWITCH, WS-BG-GRANT-STAMPS.
015150     IF WS-BREAK-GLASS-ACTIVE AND OP-STATUS-ACTIVE
015160         DISPLAY "*** EMERGENCY ACCESS - EVERY ADJUSTMENT IS "
015170             "LOGGED FOR REVIEW ***"
015180     ELSE
015200         DISPLAY "OPERATOR LACKS THE POSTING AUTHORITY - "
015300             "SESSION REFUSED"
015400         MOVE "99" TO WS-PIN-FILE-STATUS
017020     MOVE SPACES TO WS-WORK-DEPT-CODE.
017030     ACCEPT WS-WORK-DEPT-CODE.
017100     DISPLAY "Transaction type - C)ount S)igned A)mount "
017200         "B)combined Y)accrual, auto-reversed: "
017300     ACCEPT WS-WORK-TRANS-TYPE.
017400     IF NOT WS-TYPE-VALID
017500         DISPLAY "TYPE MUST BE C, S, A, B OR Y"
017600         GO TO 2000-ASK-AGAIN
017700     END-IF.
017800     MOVE ZERO TO WS-WORK-NUM1.
017900     MOVE ZERO TO WS-WORK-NUM2.
018000     MOVE ZERO TO WS-WORK-NUM3.
018100     IF WS-WORK-TRANS-TYPE = "C" OR WS-TYPE-ALL-FIELDS
018200         DISPLAY "Count adjustment (9999): "
018300         ACCEPT WS-WORK-NUM1
018400     END-IF.
018500     IF WS-WORK-TRANS-TYPE = "S" OR WS-TYPE-ALL-FIELDS
018600         DISPLAY "Signed adjustment (S9999): "
018700         ACCEPT WS-WORK-NUM2
018800     END-IF.
018900     IF WS-WORK-TRANS-TYPE = "A" OR WS-TYPE-ALL-FIELDS
019000         DISPLAY "Amount adjustment (9V99): "
019100         ACCEPT WS-WORK-NUM3
019200     END-IF.
021600******************************************************************
021700* 2100-VALIDATE-GL-ACCOUNT - THE ACCOUNT MUST BE ON THE MASTER
021800*                  AND ACTIVE - MISCODED POSTINGS STOP HERE, NOT
021900*                  AT MONTH-END - AND IT MUST BELONG TO A COMPANY
021950*                  THE OPERATOR MAY POST FOR.
022000******************************************************************
022100 2100-VALIDATE-GL-ACCOUNT.
022200     MOVE "N" TO WS-ACCOUNT-OK-SWITCH.
023000         DISPLAY "ACCOUNT IS CLOSED - POSTING REFUSED"
023100         GO TO 2100-EXIT
023200     END-IF.
023205     CALL "CompanyCheck" USING WS-OPERATOR-ID, GA-COMPANY-CODE,
023210         WS-CO-RESULT.
023215     IF NOT WS-CO-PERMITTED
023220         DISPLAY "ACCOUNT BELONGS TO COMPANY "
023225             WS-CO-EFFECTIVE-COMPANY " - NOT PERMITTED FOR THIS "
023230             "OPERATOR, POSTING REFUSED"
023235         GO TO 2100-EXIT
023240     END-IF.
023245     IF NOT GA-NOT-INTERCOMPANY
023250         DISPLAY "INTERCOMPANY ACCOUNT - COMPANY "
023255             WS-CO-EFFECTIVE-COMPANY " WITH COMPANY "
023260             GA-INTERCO-COMPANY
023265     END-IF.
023300     SET WS-ACCOUNT-OK TO TRUE.
023400 2100-EXIT.
023500     EXIT.
023600******************************************************************
023700* 8000-WRITE-AUDIT-RECORD - ONE AUDIT ROW PER STAGED ADJUSTMENT -
023800*                  WHO ENTERED WHAT AGAINST WHICH ACCOUNT, AND
023900*                  WHEN - AND, UNDER A BREAK-GLASS GRANT, A
023950*                  BGACTION ROW TO SECLOG NAMING THE ACCOUNT.
024000******************************************************************
024100 8000-WRITE-AUDIT-RECORD.
024200     ACCEPT WS-CURRENT-TIME FROM TIME.
024600     MOVE WS-WORK-GL-ACCOUNT TO EA-GL-ACCOUNT.
024700     MOVE WS-WORK-TRANS-TYPE TO EA-TRANS-TYPE.
024800     MOVE WS-WORK-NUM2       TO EA-NUM2-ADJ.
024825     MOVE "PNENTLOG" TO WS-AUDIT-TRAIL-NAME.
024850     CALL "AuditChain" USING WS-AUDIT-TRAIL-NAME,
024875         ENTRY-AUDIT-RECORD.
024900     WRITE ENTRY-AUDIT-RECORD.
024905     IF WS-BREAK-GLASS-ACTIVE
024910         MOVE WS-TODAYS-DATE     TO SA-LOG-DATE
024915         MOVE WS-CURRENT-TIME    TO SA-LOG-TIME
024920         MOVE WS-OPERATOR-ID     TO SA-ADMIN-ID
024925         MOVE "BGACTION"         TO SA-ACTION
024930         MOVE WS-WORK-GL-ACCOUNT TO SA-TARGET-ID
024935         MOVE "SECLOG" TO WS-AUDIT-TRAIL-NAME
024940         CALL "AuditChain" USING WS-AUDIT-TRAIL-NAME,
024945             SEC-AUDIT-RECORD
024950         WRITE SEC-AUDIT-RECORD
024955     END-IF.
025000 8000-EXIT.
025100     EXIT.
025200******************************************************************
