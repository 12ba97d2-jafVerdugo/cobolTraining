003130*                  BILLDISP DISPUTE FILE, OPEN, FOR AN OPERATOR
003140*                  TO WORK THROUGH THE BILLDISPUTEWORKBENCH, SO
003150*                  REJECTS STOP SITTING WITH NOBODY ON THEM.
003152*   2026-10-15 DO  AN ACKNOWLEDGED DETAIL NOW OPENS AN INVOICE
003156*                  ITEM ON THE ARITEM RECEIVABLES SUBLEDGER FOR
003160*                  ITS AMOUNT PLUS TAX, DATED THE ACKNOWLEDGMENT
003164*                  DATE, SO THE MONEY IS FOLLOWED PAST BILLING.
003168*                  THE REGISTER ROW NOW CARRIES THE ACCOUNT AND
003172*                  THE TAX THROUGH THE REWRITE.
003176*   2026-10-15 DO  WHEN ANY DETAIL IS UNACKNOWLEDGED PAST THE
003180*                  AGING PERIOD THE RUN NOW RAISES AN ACKAGED
003184*                  ALERT THROUGH ALERTWRITER, MEASURED BY THE
003188*                  NUMBER OF SUCH DETAILS.
003200******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. BillAckMatch.
004610     SELECT DISPUTE-QUEUE-FILE ASSIGN TO "BILLDISP"
004620         ORGANIZATION IS LINE SEQUENTIAL
004630         FILE STATUS IS WS-DISP-FILE-STATUS.
004640     SELECT AR-ITEM-FILE ASSIGN TO "ARITEM"
004650         ORGANIZATION IS INDEXED
004660         ACCESS MODE IS DYNAMIC
004670         RECORD KEY IS AI-ITEM-KEY
004680         FILE STATUS IS WS-AR-FILE-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  SENT-REGISTER-FILE
006510 FD  DISPUTE-QUEUE-FILE
006520     RECORDING MODE IS F.
006530     COPY BILLDISP.
006550 FD  AR-ITEM-FILE.
006575     COPY ARITEM.
006600 WORKING-STORAGE SECTION.
006700 01  WS-SENT-FILE-STATUS             PIC X(02).
006800     88  WS-SENT-FILE-OK             VALUE "00".
007200     88  WS-RPT-FILE-OK              VALUE "00".
007210 01  WS-DISP-FILE-STATUS             PIC X(02).
007220     88  WS-DISP-FILE-OK             VALUE "00".
007230 01  WS-AR-FILE-STATUS               PIC X(02).
007240     88  WS-AR-FILE-OK               VALUE "00".
007250 01  WS-AR-OPEN-SWITCH               PIC X(01) VALUE "N".
007260     88  WS-AR-OPEN                  VALUE "Y".
007270 01  WS-AR-OPENED-COUNT              PIC 9(06) COMP VALUE ZERO.
007300 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
007400     88  WS-END-OF-FILE              VALUE "Y".
007500     COPY CTLPARM.
008500             88  ST-ACKED            VALUE "A".
008600             88  ST-REJECTED         VALUE "R".
008700         10  ST-REASON-CODE          PIC X(04).
008725         10  ST-ACCOUNT-ID           PIC X(08).
008750         10  ST-TAX-AMOUNT           PIC S9(11)V99.
008800 01  WS-SENT-COUNT                   PIC 9(04) COMP VALUE ZERO.
008900 01  WS-OVERFLOW-COUNT               PIC 9(06) COMP VALUE ZERO.
009000 01  WS-MATCH-FOUND-SWITCH           PIC X(01) VALUE "N".
010400 01  WS-DAYS-RESULT                  PIC S9(07)
010500                                     SIGN LEADING SEPARATE.
010600 01  WS-AGE-DAYS                     PIC S9(07) VALUE ZERO.
010625 01  WS-UNACKED-EDIT                 PIC ZZZ,ZZ9.
010650     COPY ALERTREQ.
010700 01  WS-HEADER-LINE                  PIC X(80) VALUE
010800     "BILLING ACKNOWLEDGMENT MATCH REPORT".
010900 01  WS-SECTION-LINE                 PIC X(80) VALUE SPACES.
013500         WS-LIB-MSG-TEXT.
013600     PERFORM 1000-LOAD-SENT-REGISTER
013700         THRU 1000-EXIT.
013725     PERFORM 1500-OPEN-AR-LEDGER
013750         THRU 1500-EXIT.
013800     PERFORM 2000-MATCH-ACK-FILE
013900         THRU 2000-EXIT.
013925     IF WS-AR-OPEN
013950         CLOSE AR-ITEM-FILE
013975     END-IF.
014000     PERFORM 3000-WRITE-MATCH-REPORT
014100         THRU 3000-EXIT.
014120     IF WS-UNACKED-COUNT > ZERO
014140         PERFORM 3800-RAISE-AGED-ALERT
014160             THRU 3800-EXIT
014180     END-IF.
014200     PERFORM 4000-REWRITE-SENT-REGISTER
014300         THRU 4000-EXIT.
014400     GO TO 9999-EXIT.
019400         MOVE BS-AMOUNT       TO ST-AMOUNT (ST-IDX)
019500         MOVE BS-ACK-STATUS   TO ST-MATCH-STATUS (ST-IDX)
019600         MOVE BS-REASON-CODE  TO ST-REASON-CODE (ST-IDX)
019610         MOVE BS-ACCOUNT-ID   TO ST-ACCOUNT-ID (ST-IDX)
019620         IF BS-TAX-AMOUNT NUMERIC
019630             MOVE BS-TAX-AMOUNT TO ST-TAX-AMOUNT (ST-IDX)
019640         ELSE
019650             MOVE ZERO TO ST-TAX-AMOUNT (ST-IDX)
019660         END-IF
019700     ELSE
019800         ADD 1 TO WS-OVERFLOW-COUNT
019900     END-IF.
020000     PERFORM 1100-READ-REGISTER-ROW
020100         THRU 1100-EXIT.
020200 1200-EXIT.
020204     EXIT.
020208******************************************************************
020212* 1500-OPEN-AR-LEDGER - THE RECEIVABLES SUBLEDGER FOR UPDATE,
020216*                  CREATED ON FIRST USE. WITHOUT IT THE MATCH
020220*                  STILL RUNS; ACKNOWLEDGED ROWS STAY ON THE
020224*                  REGISTER SO NO RECEIVABLE IS LOST.
020228******************************************************************
020232 1500-OPEN-AR-LEDGER.
020236     OPEN I-O AR-ITEM-FILE.
020240     IF NOT WS-AR-FILE-OK
020244         OPEN OUTPUT AR-ITEM-FILE
020248         CLOSE AR-ITEM-FILE
020252         OPEN I-O AR-ITEM-FILE
020256     END-IF.
020260     IF WS-AR-FILE-OK
020264         SET WS-AR-OPEN TO TRUE
020268     ELSE
020272         DISPLAY "ARITEM OPEN FAILED, STATUS " WS-AR-FILE-STATUS
020276             " - ACKNOWLEDGED ROWS KEPT ON THE REGISTER"
020280     END-IF.
020284 1500-EXIT.
020300     EXIT.
020400******************************************************************
020500* 2000-MATCH-ACK-FILE - WALK BILLING'S ACKNOWLEDGMENT FILE AND
025200             MOVE AK-REASON-CODE TO ST-REASON-CODE (ST-IDX)
025300         ELSE
025400             MOVE "A" TO ST-MATCH-STATUS (ST-IDX)
025425             PERFORM 2300-OPEN-RECEIVABLE
025450                 THRU 2300-EXIT
025500         END-IF
025600     ELSE
025700         ADD 1 TO WS-UNKNOWN-REF-COUNT
027600         SET ST-IDX UP BY 1
027700     END-IF.
027800 2250-EXIT.
027802     EXIT.
027804******************************************************************
027806* 2300-OPEN-RECEIVABLE - THE ACKNOWLEDGED DETAIL BECOMES AN OPEN
027808*                  INVOICE ITEM ON ARITEM. AN ITEM ALREADY ON
027810*                  FILE (A REPEATED ACKNOWLEDGMENT) IS LEFT AS
027812*                  IT IS. WITH NO LEDGER THE ROW IS PUT BACK TO
027814*                  UNMATCHED, SO IT STAYS ON THE REGISTER AND IS
027816*                  OPENED ON A LATER RUN.
027818******************************************************************
027820 2300-OPEN-RECEIVABLE.
027822     IF NOT WS-AR-OPEN
027824         MOVE "U" TO ST-MATCH-STATUS (ST-IDX)
027826         GO TO 2300-EXIT
027828     END-IF.
027830     MOVE SPACES TO AR-OPEN-ITEM-RECORD.
027832     MOVE ST-ACCOUNT-ID (ST-IDX)  TO AI-ACCOUNT-ID.
027834     MOVE ST-LOG-DATE (ST-IDX)    TO AI-REF-DATE.
027836     MOVE ST-OPERATOR-ID (ST-IDX) TO AI-REF-OPERATOR.
027838     MOVE ST-SEQUENCE-NO (ST-IDX) TO AI-REF-SEQUENCE.
027840     SET AI-INVOICE-ITEM TO TRUE.
027842     SET AI-ITEM-OPEN TO TRUE.
027844     IF AK-ACK-DATE NUMERIC AND AK-ACK-DATE NOT = ZERO
027846         MOVE AK-ACK-DATE TO AI-ITEM-DATE
027848     ELSE
027850         MOVE WS-TODAYS-DATE TO AI-ITEM-DATE
027852     END-IF.
027854     MOVE ST-EXTRACT-GEN (ST-IDX) TO AI-EXTRACT-GEN.
027856     COMPUTE AI-ORIGINAL-AMOUNT = ST-AMOUNT (ST-IDX)
027858         + ST-TAX-AMOUNT (ST-IDX).
027860     MOVE AI-ORIGINAL-AMOUNT TO AI-OPEN-AMOUNT.
027862     MOVE AI-ITEM-DATE TO AI-LAST-ACTIVITY.
027864     MOVE ZERO TO AI-APPLY-DATE.
027866     MOVE SPACES TO AI-APPLY-OPERATOR.
027868     MOVE ZERO TO AI-APPLY-SEQUENCE.
027870     WRITE AR-OPEN-ITEM-RECORD
027872         INVALID KEY
027874             CONTINUE
027876         NOT INVALID KEY
027878             ADD 1 TO WS-AR-OPENED-COUNT
027880     END-WRITE.
027882 2300-EXIT.
027900     EXIT.
028000******************************************************************
028100* 3000-WRITE-MATCH-REPORT - THE THREE BUCKETS, EACH UNDER ITS OWN
032200     DISPLAY "ACKNOWLEDGED: " WS-ACKED-COUNT
032300         " REJECTED: " WS-REJECTED-COUNT
032400         " UNACKNOWLEDGED: " WS-UNACKED-COUNT.
032450     DISPLAY "RECEIVABLES OPENED ON ARITEM: " WS-AR-OPENED-COUNT.
032500 3000-EXIT.
032600     EXIT.
032700******************************************************************
039700 3500-EXIT.
039800     EXIT.
039900******************************************************************
039904* 3800-RAISE-AGED-ALERT - DETAILS HAVE GONE UNACKNOWLEDGED PAST
039908*                  THE AGING PERIOD. HAND THE COUNT TO ALERTWRITER
039912*                  AS AN ACKAGED ALERT; THE RULE'S LIMIT DECIDES
039916*                  HOW MANY BEFORE ANYONE IS PAGED, AND THE SINGLE
039920*                  DEDUPE KEY KEEPS IT TO ONE LIVE ALERT UNTIL
039924*                  SOMEONE CLOSES IT, HOWEVER MANY NIGHTS THE
039928*                  BACKLOG LASTS.
039932******************************************************************
039936 3800-RAISE-AGED-ALERT.
039940     MOVE "ACKAGED" TO AQ-CONDITION.
039944     MOVE "BILLACKMATCH" TO AQ-SOURCE.
039948     SET AQ-SEV-WARNING TO TRUE.
039952     MOVE WS-UNACKED-COUNT TO AQ-MEASURE.
039956     MOVE "BILLACK AGED" TO AQ-DEDUPE-KEY.
039960     MOVE WS-UNACKED-COUNT TO WS-UNACKED-EDIT.
039964     MOVE SPACES TO AQ-ALERT-TEXT.
039968     STRING WS-UNACKED-EDIT DELIMITED BY SIZE
039972         " BILLING DETAILS UNACKNOWLEDGED PAST THE AGING PERIOD"
039976             DELIMITED BY SIZE
039980         INTO AQ-ALERT-TEXT.
039984     CALL "AlertWriter" USING ALERT-REQUEST, ALERT-RESULT.
039988 3800-EXIT.
039992     EXIT.
039996******************************************************************
040000* 4000-REWRITE-SENT-REGISTER - ONLY THE STILL-UNRESOLVED ROWS GO
040100*                  BACK TO THE REGISTER. ACKNOWLEDGED ROWS ARE
040200*                  DONE, AND REJECTED ROWS HAVE BEEN REPORTED
043100     MOVE ST-AMOUNT (ST-IDX)      TO BS-AMOUNT.
043200     MOVE ST-MATCH-STATUS (ST-IDX) TO BS-ACK-STATUS.
043300     MOVE ST-REASON-CODE (ST-IDX) TO BS-REASON-CODE.
043325     MOVE ST-ACCOUNT-ID (ST-IDX)  TO BS-ACCOUNT-ID.
043350     MOVE ST-TAX-AMOUNT (ST-IDX)  TO BS-TAX-AMOUNT.
043400     WRITE SENT-REGISTER-RECORD.
043500 4100-EXIT.
043600     EXIT.
