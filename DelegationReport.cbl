000100******************************************************************
000200* PROGRAM-ID: DELEGATIONREPORT
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     END-OF-DAY REPORT OF APPROVAL AUTHORITY EXERCISED
000800*              UNDER DELEGATION, KEPT APART FROM THE STANDING
000900*              APPROVALS. PART ONE LISTS EVERY APPRDLG DELEGATION
001000*              IN FORCE ON THE BUSINESS DATE; PART TWO LISTS EVERY
001100*              CALC AND RATE QUEUE DECISION LOGGED TO DLGAPLOG ON
001200*              THE BUSINESS DATE WITH THE DELEGATE, THE DELEGATOR
001300*              AND THE REQUESTER. THE REPORT DLGAPRPT IS KEPT
001400*              THROUGH REPORTKEEP.
001500* TECTONICS:   cobc
001600*
001700* MODIFICATION HISTORY
001800*   2026-10-15 DO  INITIAL VERSION.
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. DelegationReport.
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT DELEGATION-FILE ASSIGN TO "APPRDLG"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS SEQUENTIAL
002800         RECORD KEY IS AD-KEY
002900         FILE STATUS IS WS-DLG-FILE-STATUS.
003000     SELECT DELEGATED-APPROVAL-FILE ASSIGN TO "DLGAPLOG"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-DALOG-FILE-STATUS.
003300     SELECT DELEGATION-RPT-FILE ASSIGN TO "DLGAPRPT"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-RPT-FILE-STATUS.
003600     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-BDATE-FILE-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  DELEGATION-FILE.
004200     COPY APPRDLG.
004300 FD  DELEGATED-APPROVAL-FILE
004400     RECORDING MODE IS F.
004500     COPY DLGAPLOG.
004600 FD  DELEGATION-RPT-FILE
004700     RECORDING MODE IS F.
004800 01  DELEGATION-RPT-LINE             PIC X(80).
004900 FD  BUS-DATE-FILE
005000     RECORDING MODE IS F.
005100     COPY BUSDATE.
005200 WORKING-STORAGE SECTION.
005300 01  WS-DLG-FILE-STATUS              PIC X(02).
005400     88  WS-DLG-FILE-OK              VALUE "00".
005500 01  WS-DALOG-FILE-STATUS            PIC X(02).
005600     88  WS-DALOG-FILE-OK            VALUE "00".
005700 01  WS-RPT-FILE-STATUS              PIC X(02).
005800     88  WS-RPT-FILE-OK              VALUE "00".
005900 01  WS-BDATE-FILE-STATUS            PIC X(02).
006000     88  WS-BDATE-FILE-OK            VALUE "00".
006100 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
006200     88  WS-END-OF-FILE              VALUE "Y".
006300 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
006400 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
006500 01  WS-LIB-FUNCTION                 PIC X(06).
006600 01  WS-LIB-RETURN-CODE              PIC 9(02).
006700 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "DLGAPRPT".
006800 01  WS-LIB-MSG-VALUE                PIC X(40).
006900 01  WS-LIB-MSG-TEXT                 PIC X(60).
007000 01  WS-IN-FORCE-COUNT               PIC 9(06) VALUE ZERO.
007100 01  WS-DECISION-COUNT               PIC 9(06) VALUE ZERO.
007200 01  WS-HEADER-LINE.
007300     05  FILLER                      PIC X(40) VALUE
007400         "DELEGATED APPROVAL AUTHORITY".
007500     05  FILLER                      PIC X(15) VALUE
007600         "BUSINESS DATE: ".
007700     05  HL-RUN-DATE                 PIC 9(08).
007800     05  FILLER                      PIC X(17) VALUE SPACES.
007900 01  WS-FORCE-TITLE-LINE             PIC X(80) VALUE
008000     "DELEGATIONS IN FORCE".
008100 01  WS-FORCE-COLUMN-LINE.
008200     05  FILLER                      PIC X(40) VALUE
008300         "DELEGATE  DELEGATOR Q FROM      TO      ".
008400     05  FILLER                      PIC X(40) VALUE
008500         "             CAP".
008600 01  WS-FORCE-DETAIL-LINE.
008700     05  FD-DELEGATE-ID              PIC X(08).
008800     05  FILLER                      PIC X(02) VALUE SPACES.
008900     05  FD-DELEGATOR-ID             PIC X(08).
009000     05  FILLER                      PIC X(02) VALUE SPACES.
009100     05  FD-QUEUE                    PIC X(01).
009200     05  FILLER                      PIC X(01) VALUE SPACE.
009300     05  FD-FROM-DATE                PIC 9(08).
009400     05  FILLER                      PIC X(02) VALUE SPACES.
009500     05  FD-TO-DATE                  PIC 9(08).
009600     05  FILLER                      PIC X(02) VALUE SPACES.
009700     05  FD-AMOUNT-CAP               PIC Z(10)9.99.
009800     05  FILLER                      PIC X(01) VALUE SPACE.
009900     05  FD-CAP-NOTE                 PIC X(08).
010000     05  FILLER                      PIC X(15) VALUE SPACES.
010100 01  WS-DECISION-TITLE-LINE          PIC X(80) VALUE
010200     "DECISIONS TAKEN UNDER DELEGATION".
010300 01  WS-DECISION-COLUMN-LINE.
010400     05  FILLER                      PIC X(40) VALUE
010500         "TIME     Q DELEGATE DELEGATOR REQUESTER ".
010600     05  FILLER                      PIC X(40) VALUE
010700         "ITEM                     DECISION".
010800 01  WS-DECISION-DETAIL-LINE.
010900     05  DD-LOG-TIME                 PIC 9(08).
011000     05  FILLER                      PIC X(01) VALUE SPACE.
011100     05  DD-QUEUE                    PIC X(01).
011200     05  FILLER                      PIC X(01) VALUE SPACE.
011300     05  DD-DELEGATE-ID              PIC X(08).
011400     05  FILLER                      PIC X(01) VALUE SPACE.
011500     05  DD-DELEGATOR-ID             PIC X(08).
011600     05  FILLER                      PIC X(02) VALUE SPACES.
011700     05  DD-REQUESTED-BY             PIC X(08).
011800     05  FILLER                      PIC X(02) VALUE SPACES.
011900     05  DD-ITEM-REF                 PIC X(24).
012000     05  FILLER                      PIC X(01) VALUE SPACE.
012100     05  DD-DECISION                 PIC X(08).
012200     05  FILLER                      PIC X(07) VALUE SPACES.
012300 01  WS-AMOUNT-LINE.
012400     05  FILLER                      PIC X(11) VALUE SPACES.
012500     05  FILLER                      PIC X(08) VALUE "AMOUNT: ".
012600     05  AL-AMOUNT                   PIC Z(10)9.99-.
012700     05  FILLER                      PIC X(46) VALUE SPACES.
012800 01  WS-COUNT-LINE.
012900     05  CL-LABEL                    PIC X(40).
013000     05  CL-COUNT                    PIC Z(05)9.
013100     05  FILLER                      PIC X(34) VALUE SPACES.
013200 PROCEDURE DIVISION.
013300******************************************************************
013400* 0000-MAINLINE - THE DELEGATIONS IN FORCE, THEN THE DAY'S
013500*                 DELEGATED DECISIONS, THEN THE COUNTS.
013600******************************************************************
013700 0000-MAINLINE.
013800     PERFORM 0500-RESOLVE-BUSINESS-DATE
013900         THRU 0500-EXIT.
014000     OPEN OUTPUT DELEGATION-RPT-FILE.
014100     MOVE WS-TODAYS-DATE TO HL-RUN-DATE.
014200     WRITE DELEGATION-RPT-LINE FROM WS-HEADER-LINE.
014300     MOVE SPACES TO DELEGATION-RPT-LINE.
014400     WRITE DELEGATION-RPT-LINE.
014500     PERFORM 1000-LIST-DELEGATIONS
014600         THRU 1000-EXIT.
014700     MOVE SPACES TO DELEGATION-RPT-LINE.
014800     WRITE DELEGATION-RPT-LINE.
014900     PERFORM 2000-LIST-DECISIONS
015000         THRU 2000-EXIT.
015100     MOVE SPACES TO DELEGATION-RPT-LINE.
015200     WRITE DELEGATION-RPT-LINE.
015300     MOVE "DELEGATIONS IN FORCE" TO CL-LABEL.
015400     MOVE WS-IN-FORCE-COUNT TO CL-COUNT.
015500     WRITE DELEGATION-RPT-LINE FROM WS-COUNT-LINE.
015600     MOVE "DECISIONS TAKEN UNDER DELEGATION" TO CL-LABEL.
015700     MOVE WS-DECISION-COUNT TO CL-COUNT.
015800     WRITE DELEGATION-RPT-LINE FROM WS-COUNT-LINE.
015900     CLOSE DELEGATION-RPT-FILE.
016000     MOVE "DLGAPRPT" TO WS-RPT-KEEP-NAME.
016100     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-TODAYS-DATE.
016200     DISPLAY "DELEGATIONS: IN FORCE " WS-IN-FORCE-COUNT
016300         " DECISIONS " WS-DECISION-COUNT.
016400     MOVE ZERO TO RETURN-CODE.
016500     GO TO 9999-EXIT.
016600******************************************************************
016700* 0500-RESOLVE-BUSINESS-DATE - THE BUSDATE CONTROL WHEN ONE IS
016800*                  ON FILE, THE SYSTEM DATE OTHERWISE.
016900******************************************************************
017000 0500-RESOLVE-BUSINESS-DATE.
017100     MOVE "DATSTM" TO WS-LIB-FUNCTION.
017200     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
017300         WS-TODAYS-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
017400         WS-LIB-MSG-TEXT.
017500     OPEN INPUT BUS-DATE-FILE.
017600     IF NOT WS-BDATE-FILE-OK
017700         GO TO 0500-EXIT
017800     END-IF.
017900     READ BUS-DATE-FILE
018000         AT END
018100             CONTINUE
018200     END-READ.
018300     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
018400         MOVE BD-BUSINESS-DATE TO WS-TODAYS-DATE
018500     END-IF.
018600     CLOSE BUS-DATE-FILE.
018700 0500-EXIT.
018800     EXIT.
018900******************************************************************
019000* 1000-LIST-DELEGATIONS - PART ONE, FROM APPRDLG.
019100******************************************************************
019200 1000-LIST-DELEGATIONS.
019300     WRITE DELEGATION-RPT-LINE FROM WS-FORCE-TITLE-LINE.
019400     OPEN INPUT DELEGATION-FILE.
019500     IF NOT WS-DLG-FILE-OK
019600         MOVE "NO DELEGATIONS ON FILE" TO DELEGATION-RPT-LINE
019700         WRITE DELEGATION-RPT-LINE
019800         GO TO 1000-EXIT
019900     END-IF.
020000     WRITE DELEGATION-RPT-LINE FROM WS-FORCE-COLUMN-LINE.
020100     MOVE "N" TO WS-EOF-SWITCH.
020200     PERFORM 1100-LIST-ONE-DELEGATION
020300         THRU 1100-EXIT
020400         UNTIL WS-END-OF-FILE.
020500     CLOSE DELEGATION-FILE.
020600 1000-EXIT.
020700     EXIT.
020800******************************************************************
020900* 1100-LIST-ONE-DELEGATION - ONLY AN ACTIVE ROW WHOSE WINDOW
021000*                  COVERS THE BUSINESS DATE IS LISTED.
021100******************************************************************
021200 1100-LIST-ONE-DELEGATION.
021300     READ DELEGATION-FILE
021400         AT END
021500             SET WS-END-OF-FILE TO TRUE
021600             GO TO 1100-EXIT
021700     END-READ.
021800     IF NOT AD-STATUS-ACTIVE
021900         GO TO 1100-EXIT
022000     END-IF.
022100     IF WS-TODAYS-DATE < AD-FROM-DATE
022200         OR WS-TODAYS-DATE > AD-TO-DATE
022300         GO TO 1100-EXIT
022400     END-IF.
022500     ADD 1 TO WS-IN-FORCE-COUNT.
022600     MOVE AD-DELEGATE-ID  TO FD-DELEGATE-ID.
022700     MOVE AD-DELEGATOR-ID TO FD-DELEGATOR-ID.
022800     MOVE AD-QUEUE        TO FD-QUEUE.
022900     MOVE AD-FROM-DATE    TO FD-FROM-DATE.
023000     MOVE AD-TO-DATE      TO FD-TO-DATE.
023100     MOVE AD-AMOUNT-CAP   TO FD-AMOUNT-CAP.
023200     IF AD-AMOUNT-CAP = ZERO
023300         MOVE "NO CAP" TO FD-CAP-NOTE
023400     ELSE
023500         MOVE SPACES TO FD-CAP-NOTE
023600     END-IF.
023700     WRITE DELEGATION-RPT-LINE FROM WS-FORCE-DETAIL-LINE.
023800 1100-EXIT.
023900     EXIT.
024000******************************************************************
024100* 2000-LIST-DECISIONS - PART TWO, FROM DLGAPLOG.
024200******************************************************************
024300 2000-LIST-DECISIONS.
024400     WRITE DELEGATION-RPT-LINE FROM WS-DECISION-TITLE-LINE.
024500     OPEN INPUT DELEGATED-APPROVAL-FILE.
024600     IF NOT WS-DALOG-FILE-OK
024700         MOVE "NO DELEGATED DECISIONS ON FILE"
024800             TO DELEGATION-RPT-LINE
024900         WRITE DELEGATION-RPT-LINE
025000         GO TO 2000-EXIT
025100     END-IF.
025200     WRITE DELEGATION-RPT-LINE FROM WS-DECISION-COLUMN-LINE.
025300     MOVE "N" TO WS-EOF-SWITCH.
025400     PERFORM 2100-LIST-ONE-DECISION
025500         THRU 2100-EXIT
025600         UNTIL WS-END-OF-FILE.
025700     CLOSE DELEGATED-APPROVAL-FILE.
025800 2000-EXIT.
025900     EXIT.
026000******************************************************************
026100* 2100-LIST-ONE-DECISION - ONLY THE BUSINESS DATE'S ROWS.
026200******************************************************************
026300 2100-LIST-ONE-DECISION.
026400     READ DELEGATED-APPROVAL-FILE
026500         AT END
026600             SET WS-END-OF-FILE TO TRUE
026700             GO TO 2100-EXIT
026800     END-READ.
026900     IF DA-LOG-DATE NOT = WS-TODAYS-DATE
027000         GO TO 2100-EXIT
027100     END-IF.
027200     ADD 1 TO WS-DECISION-COUNT.
027300     MOVE DA-LOG-TIME     TO DD-LOG-TIME.
027400     MOVE DA-QUEUE        TO DD-QUEUE.
027500     MOVE DA-DELEGATE-ID  TO DD-DELEGATE-ID.
027600     MOVE DA-DELEGATOR-ID TO DD-DELEGATOR-ID.
027700     MOVE DA-REQUESTED-BY TO DD-REQUESTED-BY.
027800     MOVE DA-ITEM-REF     TO DD-ITEM-REF.
027900     MOVE DA-DECISION     TO DD-DECISION.
028000     WRITE DELEGATION-RPT-LINE FROM WS-DECISION-DETAIL-LINE.
028100     MOVE DA-AMOUNT       TO AL-AMOUNT.
028200     WRITE DELEGATION-RPT-LINE FROM WS-AMOUNT-LINE.
028300 2100-EXIT.
028400     EXIT.
028500******************************************************************
028600* 9999-EXIT - COMMON PROGRAM EXIT POINT.
028700******************************************************************
028800 9999-EXIT.
028900     GOBACK.
029000 END PROGRAM DelegationReport.
