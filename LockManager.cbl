001900*
002000* MODIFICATION HISTORY
002100*   2026-09-02 DO  INITIAL VERSION.
002105*   2026-10-15 DO  A SUPERVISOR WITHOUT THE STANDING ADMIN FLAG
002110*                  IS ADMITTED WHILE HOLDING A LIVE BREAK-GLASS
002115*                  GRANT (BREAKGLASSCHECK), AND EVERY SECLOG ROW
002120*                  WRITTEN UNDER ONE IS MATCHED BY A BGACTION ROW
002125*                  FOR THE AFTER-THE-FACT REVIEW.
002130*   2026-10-15 DO  SECLOG ROWS NOW CARRY A CHAIN SEQUENCE AND
002135*                  CHAIN VALUE, STAMPED BY AUDITCHAIN JUST AHEAD
002140*                  OF EACH WRITE, SO AUDITVERIFY CAN PROVE THE
002145*                  TRAIL WHOLE.
002150*   2026-10-15 DO  A LOCK FOUND HELD NOW RAISES A LOCKSTAL ALERT
002155*                  THROUGH ALERTWRITER, MEASURED BY ITS AGE IN
002160*                  DAYS, SO THE ON-CALL ROTA HEARS OF A STALE LOCK
002165*                  WITHOUT WAITING FOR THE NEXT RUN TO REFUSE TO
002170*                  START.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. LockManager.
005900     05  SA-ADMIN-ID                 PIC X(08).
006000     05  SA-ACTION                   PIC X(08).
006100     05  SA-TARGET-ID                PIC X(08).
006125     05  SA-CHAIN-SEQ                PIC 9(09).
006150     05  SA-CHAIN-VALUE              PIC 9(08).
006200 WORKING-STORAGE SECTION.
006300 01  WS-CLOCK-FILE-STATUS            PIC X(02).
006400     88  WS-CLOCK-FILE-OK            VALUE "00".
006900 01  WS-AUDIT-FILE-STATUS            PIC X(02).
007000     88  WS-AUDIT-FILE-OK            VALUE "00".
007100 01  WS-SUPERVISOR-ID                PIC X(08) VALUE SPACES.
007110 01  WS-BG-ACTIVE-SWITCH             PIC X(01) VALUE "N".
007120     88  WS-BREAK-GLASS-ACTIVE      VALUE "Y".
007130 01  WS-BG-GRANT-STAMPS.
007140     05  WS-BG-START-DATE            PIC 9(08) VALUE ZERO.
007150     05  WS-BG-START-TIME            PIC 9(08) VALUE ZERO.
007160     05  WS-BG-EXPIRY-DATE           PIC 9(08) VALUE ZERO.
007170     05  WS-BG-EXPIRY-TIME           PIC 9(08) VALUE ZERO.
007200 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
007300 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
007350 01  WS-AUDIT-TRAIL-NAME             PIC X(08) VALUE SPACES.
007400 01  WS-CLEAR-REPLY                  PIC X(01) VALUE SPACE.
007500     88  WS-CLEAR-CONFIRMED          VALUE "Y" "y".
007600 01  WS-LIB-FUNCTION                 PIC X(06).
008200 01  WS-DAYS-RESULT                  PIC S9(07)
008300                                     SIGN LEADING SEPARATE.
008400 01  WS-AGE-DAYS                     PIC S9(07) VALUE ZERO.
008410 01  WS-AGE-DAYS-EDIT                PIC Z(06)9.
008420 01  WS-LOCK-NAME                    PIC X(08) VALUE SPACES.
008430 01  WS-LOCK-HOLDER                  PIC X(12) VALUE SPACES.
008440 01  WS-LOCK-START-DATE              PIC 9(08) VALUE ZERO.
008450     COPY ALERTREQ.
008500 PROCEDURE DIVISION.
008600******************************************************************
008700* 0000-MAINLINE - VERIFY THE SUPERVISOR, THEN LIST AND OFFER TO
012600             GO TO 0400-EXIT
012700     END-READ.
012800     CLOSE OPERATOR-PIN-FILE.
012900     IF OP-MAY-RUN-ADMIN
012905         GO TO 0400-EXIT
012910     END-IF.
012915*    NO STANDING ADMIN FLAG - A LIVE BREAK-GLASS GRANT TAKEN AT
012920*    THE GOTO MENU STANDS IN FOR IT UNTIL IT EXPIRES.
012925     CALL "BreakGlassCheck" USING WS-SUPERVISOR-ID,
012930         WS-BG-ACTIVE-SWITCH, WS-BG-GRANT-STAMPS.
012935     IF WS-BREAK-GLASS-ACTIVE AND OP-STATUS-ACTIVE
012940         DISPLAY "*** EMERGENCY ACCESS - EVERY DECISION IS "
012945             "LOGGED FOR REVIEW ***"
012950     ELSE
013000         DISPLAY "SUPERVISOR LACKS THE ADMIN AUTHORITY - "
013100             "SESSION REFUSED"
013200         MOVE "99" TO WS-PIN-FILE-STATUS
015900         RL-START-DATE OF RUN-LOCK-RECORD " "
016000         RL-START-TIME OF RUN-LOCK-RECORD
016100         " (" WS-AGE-DAYS " DAYS OLD)".
016110     MOVE "CALCLOCK" TO WS-LOCK-NAME.
016120     MOVE RL-PROGRAM-ID OF RUN-LOCK-RECORD TO WS-LOCK-HOLDER.
016130     MOVE RL-START-DATE OF RUN-LOCK-RECORD TO WS-LOCK-START-DATE.
016140     PERFORM 8600-RAISE-LOCK-ALERT
016150         THRU 8600-EXIT.
016200     DISPLAY "A LOCK THIS OLD IS USUALLY A CRASHED RUN - BUT "
016300         "RELEASING A LIVE ONE PUTS TWO RUNS ON ONE FILE.".
016400     DISPLAY "Force-release CALCLOCK? (Y/N): "
019600     DISPLAY "PNLOCK HELD BY " PL-PROGRAM-ID " OPERATOR "
019700         PL-OPERATOR-ID " SINCE " PL-START-DATE " "
019800         PL-START-TIME " (" WS-AGE-DAYS " DAYS OLD)".
019810     MOVE "PNLOCK" TO WS-LOCK-NAME.
019820     MOVE PL-PROGRAM-ID TO WS-LOCK-HOLDER.
019830     MOVE PL-START-DATE TO WS-LOCK-START-DATE.
019840     PERFORM 8600-RAISE-LOCK-ALERT
019850         THRU 8600-EXIT.
019900     DISPLAY "Force-release PNLOCK? (Y/N): "
020000     ACCEPT WS-CLEAR-REPLY.
020100     IF WS-CLEAR-CONFIRMED
022500 8500-EXIT.
022600     EXIT.
022700******************************************************************
022702* 8600-RAISE-LOCK-ALERT - A LOCK IS HELD. HAND IT TO ALERTWRITER
022704*                  AS A LOCKSTAL ALERT MEASURED BY ITS AGE IN
022706*                  DAYS; THE RULE'S LIMIT DECIDES HOW OLD A LOCK
022708*                  MUST BE BEFORE ANYONE IS PAGED, AND THE LOCK
022710*                  NAME AND START DATE IN THE DEDUPE KEY KEEP ONE
022712*                  STALE LOCK TO ONE PAGE HOWEVER OFTEN IT IS
022714*                  LISTED.
022716******************************************************************
022718 8600-RAISE-LOCK-ALERT.
022720     MOVE "LOCKSTAL" TO AQ-CONDITION.
022722     MOVE WS-LOCK-NAME TO AQ-SOURCE.
022724     SET AQ-SEV-WARNING TO TRUE.
022726     IF WS-AGE-DAYS > ZERO
022728         MOVE WS-AGE-DAYS TO AQ-MEASURE
022730     ELSE
022732         MOVE ZERO TO AQ-MEASURE
022734     END-IF.
022736     MOVE WS-AGE-DAYS TO WS-AGE-DAYS-EDIT.
022738     MOVE SPACES TO AQ-DEDUPE-KEY.
022740     STRING "LOCK " DELIMITED BY SIZE
022742         WS-LOCK-NAME DELIMITED BY SPACE
022744         " " DELIMITED BY SIZE
022746         WS-LOCK-START-DATE DELIMITED BY SIZE
022748         INTO AQ-DEDUPE-KEY.
022750     MOVE SPACES TO AQ-ALERT-TEXT.
022752     STRING WS-LOCK-NAME DELIMITED BY SPACE
022754         " HELD BY " DELIMITED BY SIZE
022756         WS-LOCK-HOLDER DELIMITED BY SPACE
022758         " SINCE " DELIMITED BY SIZE
022760         WS-LOCK-START-DATE DELIMITED BY SIZE
022762         " -" DELIMITED BY SIZE
022764         WS-AGE-DAYS-EDIT DELIMITED BY SIZE
022766         " DAYS" DELIMITED BY SIZE
022768         INTO AQ-ALERT-TEXT.
022770     CALL "AlertWriter" USING ALERT-REQUEST, ALERT-RESULT.
022772 8600-EXIT.
022774     EXIT.
022776******************************************************************
022800* 8000-WRITE-AUDIT-RECORD - WHO RELEASED WHICH LOCK, AND WHEN.
022900******************************************************************
023000 8000-WRITE-AUDIT-RECORD.
023200     MOVE WS-TODAYS-DATE   TO SA-LOG-DATE.
023300     MOVE WS-CURRENT-TIME  TO SA-LOG-TIME.
023400     MOVE WS-SUPERVISOR-ID TO SA-ADMIN-ID.
023425     MOVE "SECLOG" TO WS-AUDIT-TRAIL-NAME.
023450     CALL "AuditChain" USING WS-AUDIT-TRAIL-NAME,
023475         SEC-AUDIT-RECORD.
023500     WRITE SEC-AUDIT-RECORD.
023510     IF WS-BREAK-GLASS-ACTIVE
023520         MOVE SA-ACTION  TO SA-TARGET-ID
023530         MOVE "BGACTION" TO SA-ACTION
023540         MOVE "SECLOG" TO WS-AUDIT-TRAIL-NAME
023550         CALL "AuditChain" USING WS-AUDIT-TRAIL-NAME,
023560             SEC-AUDIT-RECORD
023570         WRITE SEC-AUDIT-RECORD
023580     END-IF.
023600 8000-EXIT.
023700     EXIT.
023800******************************************************************
