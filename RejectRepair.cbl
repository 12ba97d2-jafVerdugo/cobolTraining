002480*                  IT AS A SIXTH CHOICE - A FOREIGN-CURRENCY
002490*                  REJECT NO LONGER RECYCLES AS BASE-CURRENCY
002495*                  WORK.
002500*   2026-10-15 DO  POSTING EXCEPTIONS NOW CARRY THE WIDER PNDAILY
002505*                  DETAIL. A REVENUE ("R") DETAIL VALIDATES AND
002510*                  RECYCLES WITH ITS POST AMOUNT, RE-KEYING ONE
002515*                  PROMPTS FOR IT, THE FIX-FIELD MENU OFFERS IT AS
002520*                  A SIXTH CHOICE, AND THE PNRCYC TRAILER CARRIES
002525*                  THE POST-AMOUNT TOTAL.
002530*   2026-10-15 DO  A REPAIRED POSTING MAY NOW CARRY THE "Y"
002535*                  (AUTO-REVERSING ACCRUAL) TRANSACTION TYPE.
002540*   2026-10-15 DO  EACH REJECT IS CHECKED AGAINST THE WORKITEM
002545*                  REGISTER BEFORE IT IS OFFERED - ONE ASSIGNED TO
002550*                  ANOTHER OPERATOR IS LEFT ON THE QUEUE FOR THEM.
002555*   2026-10-15 DO  THE CALCREJ IMAGE AND THE CALCRCYC RECORD
002560*                  WIDENED TO THE FULL 61-BYTE CALCIN RECORD. A
002565*                  REPAIRED CALC REJECT NOW RECYCLES WITH ITS
002570*                  VALUE DATE, QUOTATION NUMBER AND INTAKE
002575*                  REFERENCE; RE-KEYING PROMPTS FOR THE VALUE DATE
002580*                  AND QUOTE, THE FIX-FIELD MENU OFFERS THEM AS
002585*                  SEVENTH AND EIGHTH CHOICES, AND BOTH ARE
002590*                  REVALIDATED THE WAY CALCPREEDIT EDITS THEM.
002595******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. RejectRepair.
002800 ENVIRONMENT DIVISION.
006300 01  CALC-REJECT-RECORD.
006400     05  RJ-REASON-CODE              PIC X(02).
006500     05  FILLER                      PIC X(01).
006600     05  RJ-RECORD-IMAGE             PIC X(61).
006700     05  FILLER                      PIC X(01).
006800     05  RJ-REJECT-DATE              PIC 9(08).
006900 FD  CALC-RECYCLE-FILE
007000     RECORDING MODE IS F.
007100 01  CALC-RECYCLE-RECORD             PIC X(61).
007200 FD  POST-EXCP-FILE
007300     RECORDING MODE IS F.
007400 01  POST-EXCP-RECORD.
007600     05  FILLER                      PIC X(01).
007700     05  XP-REASON                   PIC X(30).
007800     05  FILLER                      PIC X(01).
007900     05  XP-DETAIL-IMAGE             PIC X(45).
008000 FD  POST-RECYCLE-FILE
008100     RECORDING MODE IS F.
008200     COPY PNDAILY.
012800 01  WS-RECYCLE-BATCH-ID             PIC X(08) VALUE SPACES.
012900 01  WS-REJECT-TABLE.
013000     05  WS-REJ-ENTRY OCCURS 200 TIMES INDEXED BY RJ-IDX.
013100         10  RT-ROW-IMAGE            PIC X(85).
013200         10  RT-DISPOSITION          PIC X(01).
013300             88  RT-KEEP             VALUE "K".
013400             88  RT-RECYCLED         VALUE "R".
014100     05  WC-ACCOUNT-ID               PIC X(08).
014200     05  WC-RATE-CODE                PIC X(04).
014250     05  WC-CURRENCY-CODE            PIC X(03).
014275     05  WC-VALUE-DATE               PIC X(08).
014300     05  WC-QUOTE-NO                 PIC X(08).
014325     05  WC-INTAKE-REF               PIC X(07).
014350 01  WS-KEEP-INTAKE-REF              PIC X(07) VALUE SPACES.
014400 01  WS-WORK-POST.
014500     05  WP-RECORD-TYPE              PIC X(02).
014600     05  WP-NUM1-ADJ                 PIC 9999.
014900     05  WP-GL-ACCOUNT               PIC X(08).
014950     05  WP-DEPT-CODE                PIC X(04).
015000     05  WP-TRANS-TYPE               PIC X(01).
015050     05  WP-POST-AMOUNT              PIC S9(13)V99.
015100     05  FILLER                      PIC X(04).
015200 01  WS-REASON-TEXT                  PIC X(30) VALUE SPACES.
015300     88  WS-RECORD-CLEAN             VALUE SPACES.
016100 01  WS-KEPT-COUNT                   PIC 9(04) VALUE ZERO.
016200 01  WS-RECYCLE-COUNT                PIC 9(06) VALUE ZERO.
016300 01  WS-RECYCLE-HASH                 PIC S9(09) VALUE ZERO.
016350 01  WS-RECYCLE-AMOUNT               PIC S9(13)V99 VALUE ZERO.
016400 01  WS-COMMA-COUNT                  PIC 9(02) COMP VALUE ZERO.
016500 01  WS-LIB-FUNCTION                 PIC X(06).
016600 01  WS-LIB-RETURN-CODE              PIC 9(02).
017200                                     SIGN LEADING SEPARATE.
017300 01  WS-AGE-DAYS                     PIC S9(07) VALUE ZERO.
017400 01  WS-AGED-COUNT                   PIC 9(06) VALUE ZERO.
017410 01  WS-WI-ITEM-TYPE                 PIC X(04) VALUE SPACES.
017420 01  WS-WI-SOURCE-KEY                PIC X(70) VALUE SPACES.
017430 01  WS-WI-RESULT.
017440     05  WS-WI-MAY-WORK-SWITCH       PIC X(01).
017450         88  WS-WI-MAY-WORK          VALUE "Y".
017460     05  WS-WI-ASSIGNEE-TYPE         PIC X(01).
017470     05  WS-WI-ASSIGNEE-ID           PIC X(12).
017480     05  WS-WI-TARGET-DATE           PIC 9(08).
017500     COPY CTLPARM.
017600 01  WS-AGING-HEADER                 PIC X(80) VALUE
017700     "UNREPAIRED REJECTS BY AGE".
032200     MOVE RT-ROW-IMAGE (RJ-IDX) TO CALC-REJECT-RECORD.
032300     DISPLAY "REJECT " RJ-REASON-CODE " OF " RJ-REJECT-DATE
032400         ": " RJ-RECORD-IMAGE.
032405     MOVE SPACES TO WS-WI-SOURCE-KEY.
032410     MOVE "CREJ" TO WS-WI-ITEM-TYPE.
032415     MOVE RJ-REJECT-DATE TO WS-WI-SOURCE-KEY (1:8).
032420     MOVE RJ-RECORD-IMAGE TO WS-WI-SOURCE-KEY (9:61).
032425     PERFORM 8100-CHECK-WORK-ITEM
032430         THRU 8100-EXIT.
032435     IF NOT WS-WI-MAY-WORK
032440         ADD 1 TO WS-KEPT-COUNT
032445         GO TO 2200-EXIT
032450     END-IF.
032500     MOVE ZERO TO WS-COMMA-COUNT.
032600     INSPECT RJ-RECORD-IMAGE TALLYING WS-COMMA-COUNT
032700         FOR ALL ",".
037100 2200-EXIT.
037200     EXIT.
037300******************************************************************
037400* 2300-REKEY-CALC-RECORD - ALL EIGHT FIELDS FRESH FROM THE
037500*                  OPERATOR, FIXED-COLUMN FORM. THE INTAKE
037525*                  REFERENCE OF A FIXED-COLUMN IMAGE IS CARRIED
037550*                  OVER - A DELIMITED IMAGE NEVER HAD ONE.
037600******************************************************************
037700 2300-REKEY-CALC-RECORD.
037720     MOVE WC-INTAKE-REF TO WS-KEEP-INTAKE-REF.
037740     IF WS-COMMA-COUNT > ZERO
037760         MOVE SPACES TO WS-KEEP-INTAKE-REF
037780     END-IF.
037800     MOVE SPACES TO WS-WORK-CALC.
037900     DISPLAY "NUM1 (S9(9)V99, E.G. 00000012345): "
038000     ACCEPT WC-NUM1.
038910     DISPLAY "CURRENCY CODE (ENTER FOR BASE): "
038920     MOVE SPACES TO WC-CURRENCY-CODE.
038930     ACCEPT WC-CURRENCY-CODE.
038935     DISPLAY "VALUE DATE (YYYYMMDD, ENTER FOR THE RUN DATE): "
038940     MOVE SPACES TO WC-VALUE-DATE.
038945     ACCEPT WC-VALUE-DATE.
038950     DISPLAY "QUOTATION NUMBER (ENTER FOR NONE): "
038955     MOVE SPACES TO WC-QUOTE-NO.
038960     ACCEPT WC-QUOTE-NO.
038965     MOVE WS-KEEP-INTAKE-REF TO WC-INTAKE-REF.
039000 2300-EXIT.
039100     EXIT.
039200******************************************************************
039500******************************************************************
039600 2400-FIX-ONE-CALC-FIELD.
039700     DISPLAY "Field - 1)NUM1 2)NUM2 3)OPTION 4)ACCOUNT "
039800         "5)RATE CODE 6)CURRENCY 7)VALUE DATE 8)QUOTE: "
039900     ACCEPT WS-FIELD-NO.
040000     DISPLAY "New value: "
040100     MOVE SPACES TO WS-FIELD-INPUT.
041300             MOVE WS-FIELD-INPUT (1:4) TO WC-RATE-CODE
041310         WHEN 6
041320             MOVE WS-FIELD-INPUT (1:3) TO WC-CURRENCY-CODE
041330         WHEN 7
041340             MOVE WS-FIELD-INPUT (1:8) TO WC-VALUE-DATE
041350         WHEN 8
041360             MOVE WS-FIELD-INPUT (1:8) TO WC-QUOTE-NO
041400         WHEN OTHER
041500             DISPLAY "NO SUCH FIELD - NOTHING CHANGED"
041600     END-EVALUATE.
044500         AND (WC-NUM2 < CTL-RANGE-MINIMUM
044600         OR WC-NUM2 > CTL-RANGE-MAXIMUM)
044700         MOVE "SECOND OPERAND OUT OF RANGE" TO WS-REASON-TEXT
044704         GO TO 2500-EXIT
044708     END-IF.
044712     IF WC-VALUE-DATE NOT = SPACES
044716         AND WC-VALUE-DATE NOT = ZERO
044720         IF WC-VALUE-DATE NOT NUMERIC
044724             MOVE "VALUE DATE NOT NUMERIC" TO WS-REASON-TEXT
044728             GO TO 2500-EXIT
044732         END-IF
044736         MOVE "DATVAL" TO WS-LIB-FUNCTION
044740         CALL "Routines1" USING WS-LIB-FUNCTION,
044744             WS-LIB-RETURN-CODE, WC-VALUE-DATE, WS-LIB-MSG-PREFIX,
044748             WS-LIB-MSG-VALUE, WS-LIB-MSG-TEXT
044752         IF WS-LIB-RETURN-CODE NOT = ZERO
044756             MOVE "VALUE DATE NOT A CALENDAR DATE"
044760                 TO WS-REASON-TEXT
044764             GO TO 2500-EXIT
044768         END-IF
044772     END-IF.
044776     IF WC-QUOTE-NO NOT = SPACES AND WC-QUOTE-NO NOT NUMERIC
044780         MOVE "QUOTATION NUMBER NOT NUMERIC" TO WS-REASON-TEXT
044800         GO TO 2500-EXIT
044900     END-IF.
045000     IF WC-ACCOUNT-ID = SPACES
051100     MOVE "TL" TO DT-RECORD-TYPE.
051200     MOVE WS-RECYCLE-COUNT TO DT-RECORD-COUNT.
051300     MOVE WS-RECYCLE-HASH  TO DT-HASH-TOTAL.
051350     MOVE WS-RECYCLE-AMOUNT TO DT-POST-AMOUNT.
051400     WRITE DAILY-TRANS-RECORD.
051500     CLOSE POST-RECYCLE-FILE.
051600     IF WS-ACCT-MASTER-OPEN
055100     MOVE RT-ROW-IMAGE (RJ-IDX) TO POST-EXCP-RECORD.
055200     DISPLAY "EXCEPTION OF " XP-REJECT-DATE ": " XP-REASON.
055300     DISPLAY "DETAIL: " XP-DETAIL-IMAGE.
055305     MOVE SPACES TO WS-WI-SOURCE-KEY.
055310     MOVE "PEXC" TO WS-WI-ITEM-TYPE.
055315     MOVE XP-REJECT-DATE TO WS-WI-SOURCE-KEY (1:8).
055320     MOVE XP-DETAIL-IMAGE TO WS-WI-SOURCE-KEY (9:45).
055325     PERFORM 8100-CHECK-WORK-ITEM
055330         THRU 8100-EXIT.
055335     IF NOT WS-WI-MAY-WORK
055340         ADD 1 TO WS-KEPT-COUNT
055345         GO TO 3200-EXIT
055350     END-IF.
055400     DISPLAY "F)ix one field, K) re-key whole detail or "
055500         "S)kip: "
055600     ACCEPT WS-DECISION-REPLY.
058000     WRITE DAILY-TRANS-RECORD.
058100     ADD 1 TO WS-RECYCLE-COUNT.
058200     ADD DT-NUM2-ADJ TO WS-RECYCLE-HASH.
058225     IF DT-TYPE-REVENUE
058250         ADD DT-POST-AMOUNT TO WS-RECYCLE-AMOUNT
058275     END-IF.
058300     MOVE "R" TO RT-DISPOSITION (RJ-IDX).
058400     ADD 1 TO WS-REPAIRED-COUNT.
058500     MOVE "POST" TO RY-SOURCE.
060610     DISPLAY "DEPARTMENT CODE (ENTER FOR HOUSE): "
060620     MOVE SPACES TO WP-DEPT-CODE.
060630     ACCEPT WP-DEPT-CODE.
060700     DISPLAY "TRANSACTION TYPE (C/S/A/B/R): "
060800     ACCEPT WP-TRANS-TYPE.
060810     MOVE ZERO TO WP-POST-AMOUNT.
060820     IF WP-TRANS-TYPE = "R"
060830         DISPLAY "REVENUE AMOUNT (S9(13)V99): "
060840         ACCEPT WP-POST-AMOUNT
060850     END-IF.
060900 3300-EXIT.
061000     EXIT.
061100******************************************************************
061300******************************************************************
061400 3400-FIX-ONE-POST-FIELD.
061500     DISPLAY "Field - 1)COUNT 2)SIGNED 3)AMOUNT 4)GL ACCOUNT "
061600         "5)TYPE 6)REVENUE AMOUNT: "
061700     ACCEPT WS-FIELD-NO.
061710     IF WS-FIELD-NO = 6
061720         DISPLAY "New revenue amount (S9(13)V99): "
061730         ACCEPT WP-POST-AMOUNT
061740         GO TO 3400-EXIT
061750     END-IF.
061800     DISPLAY "New value: "
061900     MOVE SPACES TO WS-FIELD-INPUT.
062000     ACCEPT WS-FIELD-INPUT.
064400     MOVE SPACES TO WS-REASON-TEXT.
064500     IF WP-TRANS-TYPE NOT = "C" AND WP-TRANS-TYPE NOT = "S"
064600         AND WP-TRANS-TYPE NOT = "A" AND WP-TRANS-TYPE NOT = "B"
064700         AND WP-TRANS-TYPE NOT = SPACE AND WP-TRANS-TYPE NOT = "R"
064750         AND WP-TRANS-TYPE NOT = "Y"
064800         MOVE "INVALID TRANSACTION TYPE" TO WS-REASON-TEXT
064900         GO TO 3500-EXIT
065000     END-IF.
065800     END-IF.
065900     IF WP-NUM3-ADJ NOT NUMERIC
066000         MOVE "AMOUNT ADJUSTMENT NOT NUMERIC" TO WS-REASON-TEXT
066020         GO TO 3500-EXIT
066040     END-IF.
066060     IF WP-TRANS-TYPE = "R" AND WP-POST-AMOUNT NOT NUMERIC
066080         MOVE "REVENUE AMOUNT NOT NUMERIC" TO WS-REASON-TEXT
066100         GO TO 3500-EXIT
066200     END-IF.
066300     IF WS-ACCT-MASTER-OPEN
080200 8000-EXIT.
080300     EXIT.
080400******************************************************************
080405* 8100-CHECK-WORK-ITEM - ASK THE WORKITEM REGISTER WHETHER THIS
080410*                  OPERATOR MAY WORK THE REJECT. ONE ASSIGNED TO
080415*                  SOMEONE ELSE IS LEFT ON THE QUEUE FOR THEM.
080420******************************************************************
080425 8100-CHECK-WORK-ITEM.
080430     CALL "WorkItemCheck" USING WS-WI-ITEM-TYPE, WS-WI-SOURCE-KEY,
080435         WS-OPERATOR-ID, WS-WI-RESULT.
080440     IF NOT WS-WI-MAY-WORK
080445         DISPLAY "ASSIGNED TO OPERATOR " WS-WI-ASSIGNEE-ID
080450             " - LEFT FOR THEM, SKIPPED"
080455     END-IF.
080460 8100-EXIT.
080465     EXIT.
080470******************************************************************
080500* 9999-EXIT - COMMON PROGRAM EXIT POINT.
080600******************************************************************
080700 9999-EXIT.
