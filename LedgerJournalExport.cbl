000900*              RECORDS AND RE-ENTER THEM AS VOUCHERS BY HAND.
001000*              FOR ONE POST DATE THIS TURNS EVERY ACTIVE POSTING
001100*              INTO A DEBIT OR CREDIT LINE BY GL ACCOUNT FROM
001200*              THE NUM2 ADJUSTMENT PLUS THE POSTED MONEY
001250*              (LR-POST-AMOUNT) - REVERSED ORIGINALS ("R") ARE
001300*              EXCLUDED AND OFFSETTING "V" RECORDS APPLY THEIR
001400*              STORED NEGATED MOVEMENTS - AND ANY OUT-OF-BALANCE
001500*              REMAINDER POSTS TO THE SUSPENSE ACCOUNT DESIGNATED
001900*
002000* MODIFICATION HISTORY
002100*   2026-09-02 DO  INITIAL VERSION.
002110*   2026-10-15 DO  A COMPANY CODE MAY NOW BE GIVEN TO EXPORT ONE
002120*                  LEGAL ENTITY'S VOUCHERS (BLANK = EVERY COMPANY;
002130*                  A POSTING WITH NO COMPANY IS THE HOME
002140*                  COMPANY'S). EACH DETAIL LINE CARRIES ITS
002150*                  COMPANY AND AN INTERCOMPANY FLAG, AND THE
002160*                  HEADER THE RUN COMPANY.
002165*   2026-10-15 DO  A LINE'S MOVEMENT NOW INCLUDES THE POSTED
002170*                  MONEY, SO REVENUE AND REVALUATION POSTINGS GO
002175*                  OUT AS VOUCHERS. VOUCHER AMOUNTS AND THE
002180*                  TRAILER TOTALS NOW CARRY TWO DECIMALS.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. LedgerJournalExport.
005700     05  VJ-DETAIL-LAYOUT.
005800         10  VJ-GL-ACCOUNT           PIC X(08).
005900         10  VJ-SIDE                 PIC X(02).
006000         10  VJ-AMOUNT               PIC 9(11)V99.
006100         10  VJ-DEPT-CODE            PIC X(04).
006200         10  VJ-COMPANY-CODE         PIC X(04).
006250         10  VJ-INTERCO-FLAG         PIC X(01).
006300     05  VJ-HEADER-LAYOUT REDEFINES VJ-DETAIL-LAYOUT.
006400         10  VJ-POST-DATE            PIC 9(08).
006500         10  VJ-EXPORT-COMPANY       PIC X(04).
006550         10  FILLER                  PIC X(20).
006600     05  VJ-TRAILER-LAYOUT REDEFINES VJ-DETAIL-LAYOUT.
006700         10  VJ-LINE-COUNT           PIC 9(06).
006800         10  VJ-DEBIT-TOTAL          PIC 9(11)V99.
006900         10  VJ-CREDIT-TOTAL         PIC 9(11)V99.
007100 FD  EXPORT-RPT-FILE
007200     RECORDING MODE IS F.
007300 01  EXPORT-RPT-LINE                 PIC X(80).
008800 01  WS-SUSPENSE-ACCOUNT             PIC X(08) VALUE SPACES.
008900     88  WS-NO-SUSPENSE-ACCOUNT      VALUE SPACES.
009000 01  WS-LINE-COUNT                   PIC 9(06) VALUE ZERO.
009100 01  WS-DEBIT-TOTAL                  PIC 9(11)V99 VALUE ZERO.
009200 01  WS-CREDIT-TOTAL                 PIC 9(11)V99 VALUE ZERO.
009300 01  WS-MOVEMENT                     PIC S9(13)V99 VALUE ZERO.
009400 01  WS-REMAINDER                    PIC S9(11)V99 VALUE ZERO.
009500 01  WS-BALANCED-SWITCH              PIC X(01) VALUE "Y".
009600     88  WS-EXPORT-BALANCED          VALUE "Y".
009700 01  WS-HEADER-LINE                  PIC X(80) VALUE
009800     "JOURNAL VOUCHER EXPORT EXCEPTION PAGE".
009805 01  WS-RUN-COMPANY                  PIC X(04) VALUE SPACES.
009810 01  WS-RECORD-COMPANY               PIC X(04) VALUE SPACES.
009815 01  WS-NO-OPERATOR                  PIC X(08) VALUE SPACES.
009820 01  WS-CO-RESULT.
009825     05  WS-CO-KNOWN-SWITCH          PIC X(01).
009830         88  WS-CO-KNOWN             VALUE "Y".
009835     05  WS-CO-PERMITTED-SWITCH      PIC X(01).
009840         88  WS-CO-PERMITTED         VALUE "Y".
009845     05  WS-CO-EFFECTIVE-COMPANY     PIC X(04).
009850     05  WS-CO-COMPANY-NAME          PIC X(30).
009855 COPY CTLPARM.
009900 PROCEDURE DIVISION.
010000******************************************************************
010100* 0000-MAINLINE - FIND THE DESIGNATED SUSPENSE ACCOUNT, TURN ONE
010500 0000-MAINLINE.
010600     DISPLAY "Post date to export (YYYYMMDD): "
010700     ACCEPT WS-EXPORT-DATE.
010705     DISPLAY "Company code (blank = all companies): "
010710     ACCEPT WS-RUN-COMPANY.
010715     IF WS-RUN-COMPANY NOT = SPACES
010720         CALL "CompanyCheck" USING WS-NO-OPERATOR, WS-RUN-COMPANY,
010725             WS-CO-RESULT
010730         IF NOT WS-CO-KNOWN
010735             DISPLAY "COMPANY " WS-RUN-COMPANY " NOT KNOWN"
010740             GO TO 9999-EXIT
010745         END-IF
010750     END-IF.
010800     OPEN INPUT GL-ACCOUNT-FILE.
010900     IF WS-ACCT-FILE-OK
011000         PERFORM 1000-FIND-SUSPENSE-ACCOUNT
012400     MOVE SPACES TO VOUCHER-OUT-RECORD.
012500     MOVE "HD" TO VJ-RECORD-TYPE.
012600     MOVE WS-EXPORT-DATE TO VJ-POST-DATE.
012650     MOVE WS-RUN-COMPANY TO VJ-EXPORT-COMPANY.
012700     WRITE VOUCHER-OUT-RECORD.
012800     MOVE WS-EXPORT-DATE TO LR-POST-DATE.
012900     MOVE ZERO TO LR-SEQUENCE-NO.
019000     IF LR-STATUS-REVERSED
019100         GO TO 2000-EXIT
019200     END-IF.
019210     MOVE LR-COMPANY-CODE TO WS-RECORD-COMPANY.
019220     IF WS-RECORD-COMPANY = SPACES
019230         MOVE CTL-HOME-COMPANY TO WS-RECORD-COMPANY
019240     END-IF.
019250     IF WS-RUN-COMPANY NOT = SPACES
019260         AND WS-RECORD-COMPANY NOT = WS-RUN-COMPANY
019270         GO TO 2000-EXIT
019280     END-IF.
019300     MOVE LR-ADJ-NUM2 TO WS-MOVEMENT.
019350     ADD LR-POST-AMOUNT TO WS-MOVEMENT.
019400     IF WS-MOVEMENT = ZERO
019500         GO TO 2000-EXIT
019600     END-IF.
019800     MOVE "DT" TO VJ-RECORD-TYPE.
019900     MOVE LR-GL-ACCOUNT TO VJ-GL-ACCOUNT.
020000     MOVE LR-DEPT-CODE  TO VJ-DEPT-CODE.
020010     MOVE WS-RECORD-COMPANY TO VJ-COMPANY-CODE.
020020     MOVE "N" TO VJ-INTERCO-FLAG.
020030     IF NOT LR-NOT-INTERCOMPANY
020040         MOVE "Y" TO VJ-INTERCO-FLAG
020050     END-IF.
020100     IF WS-MOVEMENT > ZERO
020200         MOVE "DR" TO VJ-SIDE
020300         MOVE WS-MOVEMENT TO VJ-AMOUNT
024200     MOVE "DT" TO VJ-RECORD-TYPE.
024300     MOVE WS-SUSPENSE-ACCOUNT TO VJ-GL-ACCOUNT.
024400     MOVE SPACES TO VJ-DEPT-CODE.
024410     MOVE WS-RUN-COMPANY TO VJ-COMPANY-CODE.
024420     IF WS-RUN-COMPANY = SPACES
024430         MOVE CTL-HOME-COMPANY TO VJ-COMPANY-CODE
024440     END-IF.
024450     MOVE "N" TO VJ-INTERCO-FLAG.
024500     IF WS-REMAINDER > ZERO
024600         MOVE "CR" TO VJ-SIDE
024700         MOVE WS-REMAINDER TO VJ-AMOUNT
