000100******************************************************************
000200* PROGRAM-ID: ACCRUALLISTING
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     MONTHLY LISTING OF AUTO-REVERSING ACCRUALS ON
000800*              THE POSNEGDEC LEDGER. PART ONE LISTS EVERY "Y"
000900*              ACCRUAL BOOKED IN THE PERIOD WITH THE REVERSAL
001000*              THAT OFFSET IT, OR OPEN WHEN NONE HAS YET; PART
001100*              TWO LISTS THE "V" REVERSALS BOOKED IN THE PERIOD
001200*              WITH THE ACCRUAL EACH ONE OFFSETS. AN ACCRUAL
001300*              STILL OPEN AFTER ITS PERIOD HAS ENDED IS FLAGGED
001400*              - THE POSTING RUN SHOULD HAVE REVERSED IT - AND
001500*              THE RUN ENDS WITH RETURN CODE 4. REPORT IS
001600*              ACCRLIST.
001700* TECTONICS:   cobc
001800*
001900* MODIFICATION HISTORY
002000*   2026-10-15 DO  INITIAL VERSION.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. AccrualListing.
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT LEDGER-FILE ASSIGN TO "PNLEDG"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS LR-LEDGER-KEY
003100         FILE STATUS IS WS-LEDGER-FILE-STATUS.
003200     SELECT LISTING-RPT-FILE ASSIGN TO "ACCRLIST"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-RPT-FILE-STATUS.
003500     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-BDATE-FILE-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  LEDGER-FILE.
004100     COPY LEDGREC.
004200 FD  LISTING-RPT-FILE
004300     RECORDING MODE IS F.
004400 01  LISTING-RPT-LINE                PIC X(80).
004500 FD  BUS-DATE-FILE
004600     RECORDING MODE IS F.
004700     COPY BUSDATE.
004800 WORKING-STORAGE SECTION.
004900 01  WS-LEDGER-FILE-STATUS           PIC X(02).
005000     88  WS-LEDGER-FILE-OK           VALUE "00".
005100 01  WS-RPT-FILE-STATUS              PIC X(02).
005200     88  WS-RPT-FILE-OK              VALUE "00".
005300 01  WS-BDATE-FILE-STATUS            PIC X(02).
005400     88  WS-BDATE-FILE-OK            VALUE "00".
005500 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
005600     88  WS-END-OF-PERIOD            VALUE "Y".
005700 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
005800 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
005900 01  WS-LIB-FUNCTION                 PIC X(06).
006000 01  WS-LIB-RETURN-CODE              PIC 9(02).
006100 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "ACCRLIST".
006200 01  WS-LIB-MSG-VALUE                PIC X(40).
006300 01  WS-LIB-MSG-TEXT                 PIC X(60).
006400 01  WS-MONTH-INPUT                  PIC X(06) VALUE SPACES.
006500 01  WS-MONTH-INPUT-NUM REDEFINES WS-MONTH-INPUT
006600                                     PIC 9(06).
006700 01  WS-LIST-PERIOD                  PIC 9(06) VALUE ZERO.
006800 01  WS-BUSINESS-PERIOD              PIC 9(06) VALUE ZERO.
006900 01  WS-PERIOD-START-DATE            PIC 9(08) VALUE ZERO.
007000 01  WS-PERIOD-END-DATE              PIC 9(08) VALUE ZERO.
007100 01  WS-BOOKED-COUNT                 PIC 9(06) VALUE ZERO.
007200 01  WS-REVERSED-COUNT               PIC 9(06) VALUE ZERO.
007300 01  WS-OPEN-COUNT                   PIC 9(06) VALUE ZERO.
007400 01  WS-OVERDUE-COUNT                PIC 9(06) VALUE ZERO.
007500 01  WS-REVERSAL-COUNT               PIC 9(06) VALUE ZERO.
007600 01  WS-BOOKED-NET                   PIC S9(09) VALUE ZERO.
007700 01  WS-REVERSAL-NET                 PIC S9(09) VALUE ZERO.
007800 01  WS-HEADER-LINE.
007900     05  FILLER                      PIC X(30) VALUE
008000         "ACCRUAL LISTING".
008100     05  FILLER                      PIC X(08) VALUE "PERIOD: ".
008200     05  HL-YEAR                     PIC 9(04).
008300     05  FILLER                      PIC X(01) VALUE "-".
008400     05  HL-MONTH                    PIC 9(02).
008500     05  FILLER                      PIC X(10) VALUE
008600         "  RUN ON: ".
008700     05  HL-RUN-DATE                 PIC 9(08).
008800     05  FILLER                      PIC X(17) VALUE SPACES.
008900 01  WS-SECTION-LINE                 PIC X(80).
009000 01  WS-COLUMN-LINE.
009071     05  FILLER                      PIC X(30) VALUE
009142         "POSTED   SEQ    ACCOUNT  DEPT ".
009213     05  FILLER                      PIC X(19) VALUE
009284         "COUNT SIGND AMOUNT ".
009355     05  FILLER                      PIC X(31) VALUE
009426         "CROSS-REFERENCE".
009500 01  WS-DETAIL-LINE.
009600     05  DL-POST-DATE                PIC 9(08).
009700     05  FILLER                      PIC X(01) VALUE SPACE.
009800     05  DL-SEQUENCE-NO              PIC 9(06).
009900     05  FILLER                      PIC X(01) VALUE SPACE.
010000     05  DL-GL-ACCOUNT               PIC X(08).
010100     05  FILLER                      PIC X(01) VALUE SPACE.
010200     05  DL-DEPT-CODE                PIC X(04).
010300     05  FILLER                      PIC X(01) VALUE SPACE.
010400     05  DL-ADJ1                     PIC -(4)9.
010500     05  FILLER                      PIC X(01) VALUE SPACE.
010600     05  DL-ADJ2                     PIC -(4)9.
010700     05  FILLER                      PIC X(01) VALUE SPACE.
010800     05  DL-ADJ3                     PIC -(2)9.99.
010900     05  FILLER                      PIC X(01) VALUE SPACE.
011000     05  DL-XREF-LABEL               PIC X(10).
011100     05  DL-XREF-DATE                PIC X(08).
011200     05  DL-XREF-SLASH               PIC X(01).
011300     05  DL-XREF-SEQ                 PIC X(06).
011400     05  DL-FLAG                     PIC X(06).
011500 01  WS-TOTAL-LINE.
011600     05  TL-LABEL                    PIC X(34).
011700     05  TL-COUNT                    PIC ZZZ,ZZ9.
011800     05  FILLER                      PIC X(10) VALUE
011900         " NET SIGND".
012000     05  TL-NET                      PIC -(8)9.
012100     05  FILLER                      PIC X(20) VALUE SPACES.
012200 01  WS-MESSAGE-LINE                 PIC X(80).
012300 PROCEDURE DIVISION.
012400******************************************************************
012500* 0000-MAINLINE - CHOOSE THE PERIOD, LIST THE ACCRUALS BOOKED
012600*                 IN IT AND THE REVERSALS BOOKED IN IT, THEN THE
012700*                 TOTALS.
012800******************************************************************
012900 0000-MAINLINE.
013000     PERFORM 0500-RESOLVE-BUSINESS-DATE
013100         THRU 0500-EXIT.
013200     PERFORM 0600-GET-LISTING-PERIOD
013300         THRU 0600-EXIT.
013400     OPEN INPUT LEDGER-FILE.
013500     IF NOT WS-LEDGER-FILE-OK
013600         DISPLAY "PNLEDG OPEN FAILED, STATUS "
013700             WS-LEDGER-FILE-STATUS
013800         MOVE 8 TO RETURN-CODE
013900         GO TO 9999-EXIT
014000     END-IF.
014100     OPEN OUTPUT LISTING-RPT-FILE.
014200     COMPUTE HL-YEAR = WS-LIST-PERIOD / 100.
014300     MOVE WS-LIST-PERIOD (5:2) TO HL-MONTH.
014400     MOVE WS-TODAYS-DATE TO HL-RUN-DATE.
014500     WRITE LISTING-RPT-LINE FROM WS-HEADER-LINE.
014600     MOVE SPACES TO LISTING-RPT-LINE.
014700     WRITE LISTING-RPT-LINE.
014800     MOVE "ACCRUALS BOOKED IN THE PERIOD" TO WS-SECTION-LINE.
014900     WRITE LISTING-RPT-LINE FROM WS-SECTION-LINE.
015000     WRITE LISTING-RPT-LINE FROM WS-COLUMN-LINE.
015100     PERFORM 1000-START-PERIOD
015200         THRU 1000-EXIT.
015300     PERFORM 2000-LIST-ONE-ACCRUAL
015400         THRU 2000-EXIT
015500         UNTIL WS-END-OF-PERIOD.
015600     MOVE SPACES TO LISTING-RPT-LINE.
015700     WRITE LISTING-RPT-LINE.
015800     MOVE "ACCRUAL REVERSALS BOOKED IN THE PERIOD"
015900         TO WS-SECTION-LINE.
016000     WRITE LISTING-RPT-LINE FROM WS-SECTION-LINE.
016100     WRITE LISTING-RPT-LINE FROM WS-COLUMN-LINE.
016200     PERFORM 1000-START-PERIOD
016300         THRU 1000-EXIT.
016400     PERFORM 3000-LIST-ONE-REVERSAL
016500         THRU 3000-EXIT
016600         UNTIL WS-END-OF-PERIOD.
016700     CLOSE LEDGER-FILE.
016800     PERFORM 4000-WRITE-TOTALS
016900         THRU 4000-EXIT.
017000     CLOSE LISTING-RPT-FILE.
017100     MOVE "ACCRLIST" TO WS-RPT-KEEP-NAME.
017200     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-TODAYS-DATE.
017300     DISPLAY "ACCRUALS FOR " WS-LIST-PERIOD " - BOOKED: "
017400         WS-BOOKED-COUNT " REVERSED: " WS-REVERSED-COUNT
017500         " OPEN: " WS-OPEN-COUNT.
017600     DISPLAY "ACCRUAL REVERSALS BOOKED IN " WS-LIST-PERIOD ": "
017700         WS-REVERSAL-COUNT.
017800     IF WS-OVERDUE-COUNT > ZERO
017900         DISPLAY "ACCRUALS PAST THEIR PERIOD BUT NOT REVERSED: "
018000             WS-OVERDUE-COUNT " - SEE ACCRLIST"
018100         MOVE 4 TO RETURN-CODE
018200     ELSE
018300         MOVE ZERO TO RETURN-CODE
018400     END-IF.
018500     GO TO 9999-EXIT.
018600******************************************************************
018700* 0500-RESOLVE-BUSINESS-DATE - THE BUSDATE CONTROL WHEN ONE IS
018800*                  ON FILE, THE SYSTEM DATE OTHERWISE.
018900******************************************************************
019000 0500-RESOLVE-BUSINESS-DATE.
019100     MOVE "DATSTM" TO WS-LIB-FUNCTION.
019200     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
019300         WS-TODAYS-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
019400         WS-LIB-MSG-TEXT.
019500     OPEN INPUT BUS-DATE-FILE.
019600     IF NOT WS-BDATE-FILE-OK
019700         GO TO 0500-EXIT
019800     END-IF.
019900     READ BUS-DATE-FILE
020000         AT END
020100             CONTINUE
020200     END-READ.
020300     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
020400         MOVE BD-BUSINESS-DATE TO WS-TODAYS-DATE
020500     END-IF.
020600     CLOSE BUS-DATE-FILE.
020700 0500-EXIT.
020800     EXIT.
020900******************************************************************
021000* 0600-GET-LISTING-PERIOD - THE PERIOD TO LIST, YYYYMM. ENTER
021100*                  (OR A MONTH THAT IS NOT ONE) TAKES THE
021200*                  BUSINESS DATE'S MONTH.
021300******************************************************************
021400 0600-GET-LISTING-PERIOD.
021500     COMPUTE WS-BUSINESS-PERIOD = WS-TODAYS-DATE / 100.
021600     MOVE WS-BUSINESS-PERIOD TO WS-LIST-PERIOD.
021700     DISPLAY "Accrual period YYYYMM (Enter for "
021800         WS-TODAYS-DATE (1:6) "): ".
021900     ACCEPT WS-MONTH-INPUT.
022000     IF WS-MONTH-INPUT NOT = SPACES
022100         IF WS-MONTH-INPUT-NUM NUMERIC
022200            AND WS-MONTH-INPUT (5:2) >= "01"
022300            AND WS-MONTH-INPUT (5:2) <= "12"
022400             MOVE WS-MONTH-INPUT-NUM TO WS-LIST-PERIOD
022500         ELSE
022600             DISPLAY "MONTH " WS-MONTH-INPUT " IS NOT A YYYYMM "
022700                 "MONTH - USING " WS-TODAYS-DATE (1:6)
022800         END-IF
022900     END-IF.
023000     COMPUTE WS-PERIOD-START-DATE = (WS-LIST-PERIOD * 100) + 1.
023100     COMPUTE WS-PERIOD-END-DATE = (WS-LIST-PERIOD * 100) + 31.
023200 0600-EXIT.
023300     EXIT.
023400******************************************************************
023500* 1000-START-PERIOD - POSITION THE LEDGER AT THE FIRST POSTING
023600*                  OF THE PERIOD FOR ONE PASS OVER IT.
023700******************************************************************
023800 1000-START-PERIOD.
023900     MOVE "N" TO WS-EOF-SWITCH.
024000     MOVE WS-PERIOD-START-DATE TO LR-POST-DATE.
024100     MOVE ZERO TO LR-SEQUENCE-NO.
024200     START LEDGER-FILE KEY IS NOT LESS THAN LR-LEDGER-KEY
024300         INVALID KEY
024400             SET WS-END-OF-PERIOD TO TRUE
024500     END-START.
024600 1000-EXIT.
024700     EXIT.
024800******************************************************************
024900* 1100-READ-PERIOD-RECORD - THE NEXT POSTING, STOPPING AT THE
025000*                  FIRST ONE DATED PAST THE PERIOD.
025100******************************************************************
025200 1100-READ-PERIOD-RECORD.
025300     READ LEDGER-FILE NEXT RECORD
025400         AT END
025500             SET WS-END-OF-PERIOD TO TRUE
025600             GO TO 1100-EXIT
025700     END-READ.
025800     IF LR-POST-DATE > WS-PERIOD-END-DATE
025900         SET WS-END-OF-PERIOD TO TRUE
026000     END-IF.
026100 1100-EXIT.
026200     EXIT.
026300******************************************************************
026400* 1200-FORMAT-DETAIL - THE COLUMNS EVERY LISTING LINE SHARES.
026500******************************************************************
026600 1200-FORMAT-DETAIL.
026700     MOVE LR-POST-DATE   TO DL-POST-DATE.
026800     MOVE LR-SEQUENCE-NO TO DL-SEQUENCE-NO.
026900     MOVE LR-GL-ACCOUNT  TO DL-GL-ACCOUNT.
027000     IF LR-DEPT-CODE = SPACES
027100         MOVE "HSE " TO DL-DEPT-CODE
027200     ELSE
027300         MOVE LR-DEPT-CODE TO DL-DEPT-CODE
027400     END-IF.
027500     MOVE LR-ADJ-NUM1 TO DL-ADJ1.
027600     MOVE LR-ADJ-NUM2 TO DL-ADJ2.
027700     MOVE LR-ADJ-NUM3 TO DL-ADJ3.
027800     MOVE SPACES TO DL-XREF-LABEL.
027900     MOVE SPACES TO DL-XREF-DATE.
028000     MOVE SPACES TO DL-XREF-SLASH.
028100     MOVE SPACES TO DL-XREF-SEQ.
028200     MOVE SPACES TO DL-FLAG.
028300 1200-EXIT.
028400     EXIT.
028500******************************************************************
028600* 2000-LIST-ONE-ACCRUAL - ONE ACCRUAL BOOKED IN THE PERIOD, WITH
028700*                  THE REVERSAL THAT OFFSET IT. ONE STILL OPEN
028800*                  FROM A PERIOD BEFORE THE BUSINESS DATE'S IS
028900*                  OVERDUE.
029000******************************************************************
029100 2000-LIST-ONE-ACCRUAL.
029200     PERFORM 1100-READ-PERIOD-RECORD
029300         THRU 1100-EXIT.
029400     IF WS-END-OF-PERIOD
029500         GO TO 2000-EXIT
029600     END-IF.
029700     IF NOT LR-TYPE-ACCRUAL OR LR-STATUS-REVERSAL
029800         GO TO 2000-EXIT
029900     END-IF.
030000     PERFORM 1200-FORMAT-DETAIL
030100         THRU 1200-EXIT.
030200     ADD 1 TO WS-BOOKED-COUNT.
030300     ADD LR-ADJ-NUM2 TO WS-BOOKED-NET.
030400     IF LR-STATUS-REVERSED
030500         ADD 1 TO WS-REVERSED-COUNT
030600         MOVE "REVERSED  " TO DL-XREF-LABEL
030700         MOVE LR-REF-POST-DATE TO DL-XREF-DATE
030800         MOVE "/" TO DL-XREF-SLASH
030900         MOVE LR-REF-SEQUENCE-NO TO DL-XREF-SEQ
031000     ELSE
031100         ADD 1 TO WS-OPEN-COUNT
031200         MOVE "OPEN      " TO DL-XREF-LABEL
031300         IF WS-LIST-PERIOD < WS-BUSINESS-PERIOD
031400             ADD 1 TO WS-OVERDUE-COUNT
031500             MOVE " *LATE" TO DL-FLAG
031600         END-IF
031700     END-IF.
031800     WRITE LISTING-RPT-LINE FROM WS-DETAIL-LINE.
031900 2000-EXIT.
032000     EXIT.
032100******************************************************************
032200* 3000-LIST-ONE-REVERSAL - ONE OFFSETTING "V" RECORD BOOKED IN
032300*                  THE PERIOD AGAINST AN ACCRUAL, WITH THE
032400*                  ACCRUAL IT OFFSETS.
032500******************************************************************
032600 3000-LIST-ONE-REVERSAL.
032700     PERFORM 1100-READ-PERIOD-RECORD
032800         THRU 1100-EXIT.
032900     IF WS-END-OF-PERIOD
033000         GO TO 3000-EXIT
033100     END-IF.
033200     IF NOT LR-TYPE-ACCRUAL OR NOT LR-STATUS-REVERSAL
033300         GO TO 3000-EXIT
033400     END-IF.
033500     PERFORM 1200-FORMAT-DETAIL
033600         THRU 1200-EXIT.
033700     ADD 1 TO WS-REVERSAL-COUNT.
033800     ADD LR-ADJ-NUM2 TO WS-REVERSAL-NET.
033900     MOVE "REVERSES  " TO DL-XREF-LABEL.
034000     MOVE LR-REF-POST-DATE TO DL-XREF-DATE.
034100     MOVE "/" TO DL-XREF-SLASH.
034200     MOVE LR-REF-SEQUENCE-NO TO DL-XREF-SEQ.
034300     WRITE LISTING-RPT-LINE FROM WS-DETAIL-LINE.
034400 3000-EXIT.
034500     EXIT.
034600******************************************************************
034700* 4000-WRITE-TOTALS - COUNTS AND THE NET SIGNED MOVEMENT OF EACH
034800*                  SIDE, AND THE OVERDUE WARNING.
034900******************************************************************
035000 4000-WRITE-TOTALS.
035100     MOVE ALL "-" TO LISTING-RPT-LINE.
035200     WRITE LISTING-RPT-LINE.
035300     MOVE "ACCRUALS BOOKED:" TO TL-LABEL.
035400     MOVE WS-BOOKED-COUNT TO TL-COUNT.
035500     MOVE WS-BOOKED-NET TO TL-NET.
035600     WRITE LISTING-RPT-LINE FROM WS-TOTAL-LINE.
035700     MOVE "  OF WHICH REVERSED:" TO TL-LABEL.
035800     MOVE WS-REVERSED-COUNT TO TL-COUNT.
035900     MOVE SPACES TO WS-MESSAGE-LINE.
036000     MOVE WS-TOTAL-LINE (1:41) TO WS-MESSAGE-LINE.
036100     WRITE LISTING-RPT-LINE FROM WS-MESSAGE-LINE.
036200     MOVE "  OF WHICH STILL OPEN:" TO TL-LABEL.
036300     MOVE WS-OPEN-COUNT TO TL-COUNT.
036400     MOVE SPACES TO WS-MESSAGE-LINE.
036500     MOVE WS-TOTAL-LINE (1:41) TO WS-MESSAGE-LINE.
036600     WRITE LISTING-RPT-LINE FROM WS-MESSAGE-LINE.
036700     MOVE "ACCRUAL REVERSALS BOOKED:" TO TL-LABEL.
036800     MOVE WS-REVERSAL-COUNT TO TL-COUNT.
036900     MOVE WS-REVERSAL-NET TO TL-NET.
037000     WRITE LISTING-RPT-LINE FROM WS-TOTAL-LINE.
037100     IF WS-OVERDUE-COUNT > ZERO
037200         MOVE "*LATE - OPEN PAST ITS PERIOD; THE NEXT POSTING "
037300             TO WS-MESSAGE-LINE
037400         MOVE "RUN IN AN OPEN PERIOD REVERSES IT"
037500             TO WS-MESSAGE-LINE (48:33)
037600         WRITE LISTING-RPT-LINE FROM WS-MESSAGE-LINE
037700     END-IF.
037800 4000-EXIT.
037900     EXIT.
038000******************************************************************
038100* 9999-EXIT - COMMON PROGRAM EXIT POINT.
038200******************************************************************
038300 9999-EXIT.
038400     GOBACK.
038500 END PROGRAM AccrualListing.
