002088*                  COUNTED SEPARATELY - AND THE RUN TAKES THE
002090*                  PNLOCK RUN LOCK BEFORE OPENING THE LEDGER,
002092*                  LIKE EVERY OTHER UPDATER.
002093*   2026-10-15 DO  A REVENUE POSTING (LR-POST-AMOUNT) CAN NOW BE
002094*                  REVERSED - THE REVERSAL CARRIES THE NEGATED
002095*                  AMOUNT LIKE THE ADJUSTMENT FIELDS.
002096*   2026-10-15 DO  PNREVAUD ROWS NOW CARRY A CHAIN SEQUENCE AND
002097*                  CHAIN VALUE, STAMPED BY AUDITCHAIN JUST AHEAD
002098*                  OF EACH WRITE, SO AUDITVERIFY CAN PROVE THE
002099*                  TRAIL WHOLE.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. PosNegDecReversal.
004600     05  RV-SEQ-FROM                 PIC 9(06).
004700     05  RV-SEQ-TO                   PIC 9(06).
004800     05  RV-REVERSED-COUNT           PIC 9(06).
004825     05  RV-CHAIN-SEQ                PIC 9(09).
004850     05  RV-CHAIN-VALUE              PIC 9(08).
004900 WORKING-STORAGE SECTION.
005000 01  WS-LEDGER-FILE-STATUS           PIC X(02).
005100     88  WS-LEDGER-FILE-OK           VALUE "00".
005800 01  WS-WORK-SEQ                     PIC 9(06) VALUE ZERO.
005900 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
006000 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
006050 01  WS-AUDIT-TRAIL-NAME             PIC X(08) VALUE SPACES.
006100 01  WS-REVERSAL-SEQ                 PIC 9(06) VALUE ZERO.
006200 01  WS-SEED-EOF-SWITCH              PIC X(01) VALUE "N".
006300     88  WS-END-OF-SEED-SCAN         VALUE "Y".
006900 01  WS-MOVE-NUM1                    PIC S9(05) VALUE ZERO.
007000 01  WS-MOVE-NUM2                    PIC S9(05) VALUE ZERO.
007100 01  WS-MOVE-NUM3                    PIC S9(03)V99 VALUE ZERO.
007150 01  WS-MOVE-POST-AMOUNT             PIC S9(13)V99 VALUE ZERO.
007200 01  WS-ORIG-GL-ACCOUNT              PIC X(08) VALUE SPACES.
007300 01  WS-ORIG-KEY.
007400     05  WS-ORIG-POST-DATE           PIC 9(08).
020500         GO TO 2000-EXIT
020600     END-IF.
020610     IF LR-ADJ-NUM1 = ZERO AND LR-ADJ-NUM2 = ZERO
020620         AND LR-ADJ-NUM3 = ZERO AND LR-POST-AMOUNT = ZERO
020630         ADD 1 TO WS-SKIPPED-COUNT
020640         DISPLAY "SEQUENCE " WS-WORK-SEQ " CARRIES NO "
020650             "ADJUSTMENT AMOUNTS (WRITTEN BEFORE THEY WERE "
020700     MOVE LR-ADJ-NUM1 TO WS-MOVE-NUM1.
020800     MOVE LR-ADJ-NUM2 TO WS-MOVE-NUM2.
020900     MOVE LR-ADJ-NUM3 TO WS-MOVE-NUM3.
020950     MOVE LR-POST-AMOUNT TO WS-MOVE-POST-AMOUNT.
021000     MOVE LR-POST-DATE   TO WS-ORIG-POST-DATE.
021100     MOVE LR-SEQUENCE-NO TO WS-ORIG-SEQUENCE-NO.
021200     MOVE LR-GL-ACCOUNT  TO WS-ORIG-GL-ACCOUNT.
023310     COMPUTE LR-ADJ-NUM1 = ZERO - WS-MOVE-NUM1.
023320     COMPUTE LR-ADJ-NUM2 = ZERO - WS-MOVE-NUM2.
023330     COMPUTE LR-ADJ-NUM3 = ZERO - WS-MOVE-NUM3.
023350     COMPUTE LR-POST-AMOUNT = ZERO - WS-MOVE-POST-AMOUNT.
023400     MOVE WS-ORIG-GL-ACCOUNT TO LR-GL-ACCOUNT.
023500     SET LR-UNCONFIRMED TO TRUE.
023600     MOVE ZERO TO LR-CONFIRM-DATE.
026300     MOVE WS-SEQ-FROM      TO RV-SEQ-FROM.
026400     MOVE WS-SEQ-TO        TO RV-SEQ-TO.
026500     MOVE WS-REVERSED-COUNT TO RV-REVERSED-COUNT.
026525     MOVE "PNREVAUD" TO WS-AUDIT-TRAIL-NAME.
026550     CALL "AuditChain" USING WS-AUDIT-TRAIL-NAME,
026575         REVERSAL-AUDIT-RECORD.
026600     WRITE REVERSAL-AUDIT-RECORD.
026700     CLOSE REVERSAL-AUDIT-FILE.
026800 8000-EXIT.
