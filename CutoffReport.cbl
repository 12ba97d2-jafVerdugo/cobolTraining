000100******************************************************************
000200* PROGRAM-ID: CUTOFFREPORT
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     DAILY CUT-OFF REPORT FOR RECONCILIATION. READS THE
000800*              CALCCUTR CUT-OFF REGISTER CALCULATOR WRITES FOR
000900*              EVERY ITEM IT LOGGED UNDER THE NEXT PROCESSING DATE
001000*              BECAUSE IT CAME IN AFTER THE CTLPARM CUT-OFF TIME,
001100*              AND LISTS, FOR THE BUSINESS DATE, THE ITEMS ROLLED
001200*              INTO IT FROM EARLIER EVENINGS AND THE ITEMS KEYED
001300*              ON IT THAT WERE ROLLED OUT TO A LATER DATE, WITH
001400*              COUNTS AND TOTALS FOR EACH, SO RECONCILIATION CAN
001500*              SEE WHY THE DAY'S TOTALS DIFFER FROM WHAT WAS KEYED
001600*              ON THE DAY. RUNS UNATTENDED AS AN END-OF-DAY STEP
001700*              (CUTOFFRPT) UNDER THE BUSDATE BUSINESS DATE AND
001800*              KEEPS THE REPORT THROUGH REPORTKEEP.
001900* TECTONICS:   cobc
002000*
002100* MODIFICATION HISTORY
002200*   2026-10-15 DO  INITIAL VERSION.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. CutoffReport.
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT CUTOFF-REG-FILE ASSIGN TO "CALCCUTR"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-CUTR-FILE-STATUS.
003200     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-BDATE-FILE-STATUS.
003500     SELECT CUTOFF-RPT-FILE ASSIGN TO "CALCCUTP"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-RPT-FILE-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  CUTOFF-REG-FILE
004100     RECORDING MODE IS F.
004200     COPY CUTOFREG.
004300 FD  BUS-DATE-FILE
004400     RECORDING MODE IS F.
004500     COPY BUSDATE.
004600 FD  CUTOFF-RPT-FILE
004700     RECORDING MODE IS F.
004800 01  CUTOFF-RPT-LINE                 PIC X(80).
004900 WORKING-STORAGE SECTION.
005000 01  WS-CUTR-FILE-STATUS             PIC X(02).
005100     88  WS-CUTR-FILE-OK             VALUE "00".
005200 01  WS-BDATE-FILE-STATUS            PIC X(02).
005300     88  WS-BDATE-FILE-OK            VALUE "00".
005400 01  WS-RPT-FILE-STATUS              PIC X(02).
005500     88  WS-RPT-FILE-OK              VALUE "00".
005600 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
005700     88  WS-END-OF-FILE              VALUE "Y".
005800 01  WS-SECTION-SWITCH               PIC X(01) VALUE "I".
005900     88  WS-ROLLED-IN-SECTION        VALUE "I".
006000     88  WS-ROLLED-OUT-SECTION       VALUE "O".
006100 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
006200 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
006300 01  WS-IN-COUNT                     PIC 9(07) COMP VALUE ZERO.
006400 01  WS-IN-TOTAL                     PIC S9(13)V99 VALUE ZERO.
006500 01  WS-OUT-COUNT                    PIC 9(07) COMP VALUE ZERO.
006600 01  WS-OUT-TOTAL                    PIC S9(13)V99 VALUE ZERO.
006700 01  WS-HEADER-LINE.
006800     05  FILLER                      PIC X(30) VALUE
006900         "DAILY CUT-OFF REPORT          ".
007000     05  FILLER                      PIC X(15) VALUE
007100         "BUSINESS DATE: ".
007200     05  HL-BUSINESS-DATE            PIC 9(08).
007300     05  FILLER                      PIC X(27) VALUE SPACES.
007400 01  WS-COLUMN-LINE.
007500     05  FILLER                      PIC X(40) VALUE
007600         "LOGGED   OPERATOR SEQ    KEYED    AT    ".
007700     05  FILLER                      PIC X(40) VALUE
007800         "SRC ACCOUNT  CODE          RESULT ST".
007900 01  WS-DETAIL-LINE.
008000     05  DL-LOG-DATE                 PIC 9(08).
008100     05  FILLER                      PIC X(01) VALUE SPACE.
008200     05  DL-OPERATOR-ID              PIC X(08).
008300     05  FILLER                      PIC X(01) VALUE SPACE.
008400     05  DL-SEQUENCE-NO              PIC 9(06).
008500     05  FILLER                      PIC X(01) VALUE SPACE.
008600     05  DL-KEYED-DATE               PIC 9(08).
008700     05  FILLER                      PIC X(01) VALUE SPACE.
008800     05  DL-KEYED-HOURS              PIC 9(02).
008900     05  FILLER                      PIC X(01) VALUE ":".
009000     05  DL-KEYED-MINUTES            PIC 9(02).
009100     05  FILLER                      PIC X(01) VALUE SPACE.
009200     05  DL-RUN-SOURCE               PIC X(01).
009300     05  FILLER                      PIC X(03) VALUE SPACES.
009400     05  DL-ACCOUNT-ID               PIC X(08).
009500     05  FILLER                      PIC X(01) VALUE SPACE.
009600     05  DL-RATE-CODE                PIC X(04).
009700     05  FILLER                      PIC X(01) VALUE SPACE.
009800     05  DL-RESULT                   PIC -(11)9.99.
009900     05  FILLER                      PIC X(01) VALUE SPACE.
010000     05  DL-STATUS                   PIC X(01).
010100     05  FILLER                      PIC X(05) VALUE SPACES.
010200 01  WS-TOTAL-LINE.
010300     05  TL-LABEL                    PIC X(30).
010400     05  TL-COUNT                    PIC Z,ZZZ,ZZ9.
010500     05  FILLER                      PIC X(10) VALUE "   TOTAL: ".
010600     05  TL-TOTAL                    PIC -(13)9.99.
010700     05  FILLER                      PIC X(13) VALUE SPACES.
010800 PROCEDURE DIVISION.
010900******************************************************************
011000* 0000-MAINLINE - ONE PASS OF THE REGISTER FOR THE ITEMS ROLLED
011100*                 INTO THE BUSINESS DATE, A SECOND FOR THOSE
011200*                 ROLLED OUT OF IT.
011300******************************************************************
011400 0000-MAINLINE.
011500     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
011600     PERFORM 0500-CHECK-DATE-OVERRIDE
011700         THRU 0500-EXIT.
011800     OPEN OUTPUT CUTOFF-RPT-FILE.
011900     MOVE WS-TODAYS-DATE TO HL-BUSINESS-DATE.
012000     WRITE CUTOFF-RPT-LINE FROM WS-HEADER-LINE.
012100     SET WS-ROLLED-IN-SECTION TO TRUE.
012200     PERFORM 1000-LIST-SECTION
012300         THRU 1000-EXIT.
012400     SET WS-ROLLED-OUT-SECTION TO TRUE.
012500     PERFORM 1000-LIST-SECTION
012600         THRU 1000-EXIT.
012700     MOVE SPACES TO CUTOFF-RPT-LINE.
012800     WRITE CUTOFF-RPT-LINE.
012900     MOVE "ROLLED IN FROM AFTER CUT-OFF: " TO TL-LABEL.
013000     MOVE WS-IN-COUNT TO TL-COUNT.
013100     MOVE WS-IN-TOTAL TO TL-TOTAL.
013200     WRITE CUTOFF-RPT-LINE FROM WS-TOTAL-LINE.
013300     MOVE "ROLLED OUT TO A LATER DATE:   " TO TL-LABEL.
013400     MOVE WS-OUT-COUNT TO TL-COUNT.
013500     MOVE WS-OUT-TOTAL TO TL-TOTAL.
013600     WRITE CUTOFF-RPT-LINE FROM WS-TOTAL-LINE.
013700     CLOSE CUTOFF-RPT-FILE.
013800     MOVE "CALCCUTP" TO WS-RPT-KEEP-NAME.
013900     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-TODAYS-DATE.
014000     DISPLAY "CUT-OFF REPORT - " WS-IN-COUNT " ROLLED IN, "
014100         WS-OUT-COUNT " ROLLED OUT ON " WS-TODAYS-DATE.
014200     MOVE ZERO TO RETURN-CODE.
014300     GO TO 9999-EXIT.
014400******************************************************************
014500* 0500-CHECK-DATE-OVERRIDE - HONOR THE BUSDATE PROCESSING-DATE
014600*                  CONTROL SO A LATE RUN REPORTS THE NIGHT'S
014700*                  BUSINESS DATE.
014800******************************************************************
014900 0500-CHECK-DATE-OVERRIDE.
015000     OPEN INPUT BUS-DATE-FILE.
015100     IF NOT WS-BDATE-FILE-OK
015200         GO TO 0500-EXIT
015300     END-IF.
015400     READ BUS-DATE-FILE
015500         AT END
015600             CONTINUE
015700     END-READ.
015800     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
015900         MOVE BD-BUSINESS-DATE TO WS-TODAYS-DATE
016000     END-IF.
016100     CLOSE BUS-DATE-FILE.
016200 0500-EXIT.
016300     EXIT.
016400******************************************************************
016500* 1000-LIST-SECTION - HEADINGS FOR ONE SECTION, THEN EVERY
016600*                  REGISTER ROW BELONGING TO IT. NO REGISTER YET
016700*                  MEANS NOTHING HAS EVER ROLLED.
016800******************************************************************
016900 1000-LIST-SECTION.
017000     MOVE SPACES TO CUTOFF-RPT-LINE.
017100     WRITE CUTOFF-RPT-LINE.
017200     IF WS-ROLLED-IN-SECTION
017300         MOVE "ROLLED IN - LOGGED TO THIS DATE AFTER A CUT-OFF"
017400             TO CUTOFF-RPT-LINE
017500     ELSE
017600         MOVE "ROLLED OUT - KEYED ON THIS DATE AFTER THE CUT-OFF"
017700             TO CUTOFF-RPT-LINE
017800     END-IF.
017900     WRITE CUTOFF-RPT-LINE.
018000     WRITE CUTOFF-RPT-LINE FROM WS-COLUMN-LINE.
018100     MOVE "N" TO WS-EOF-SWITCH.
018200     OPEN INPUT CUTOFF-REG-FILE.
018300     IF NOT WS-CUTR-FILE-OK
018400         GO TO 1000-EXIT
018500     END-IF.
018600     PERFORM 1100-TAKE-ONE-ROW
018700         THRU 1100-EXIT
018800         UNTIL WS-END-OF-FILE.
018900     CLOSE CUTOFF-REG-FILE.
019000 1000-EXIT.
019100     EXIT.
019200******************************************************************
019300* 1100-TAKE-ONE-ROW - LIST AND TOTAL A ROW THAT BELONGS TO THE
019400*                  SECTION BEING PRINTED.
019500******************************************************************
019600 1100-TAKE-ONE-ROW.
019700     READ CUTOFF-REG-FILE
019800         AT END
019900             SET WS-END-OF-FILE TO TRUE
020000     END-READ.
020100     IF WS-END-OF-FILE
020200         GO TO 1100-EXIT
020300     END-IF.
020400     IF WS-ROLLED-IN-SECTION
020500         IF CR-LOG-DATE NOT = WS-TODAYS-DATE
020600             GO TO 1100-EXIT
020700         END-IF
020800         ADD 1 TO WS-IN-COUNT
020900         ADD CR-RESULT TO WS-IN-TOTAL
021000     ELSE
021100         IF CR-KEYED-DATE NOT = WS-TODAYS-DATE
021200             OR CR-LOG-DATE = WS-TODAYS-DATE
021300             GO TO 1100-EXIT
021400         END-IF
021500         ADD 1 TO WS-OUT-COUNT
021600         ADD CR-RESULT TO WS-OUT-TOTAL
021700     END-IF.
021800     MOVE CR-LOG-DATE         TO DL-LOG-DATE.
021900     MOVE CR-OPERATOR-ID      TO DL-OPERATOR-ID.
022000     MOVE CR-SEQUENCE-NO      TO DL-SEQUENCE-NO.
022100     MOVE CR-KEYED-DATE       TO DL-KEYED-DATE.
022200     MOVE CR-KEYED-TIME (1:2) TO DL-KEYED-HOURS.
022300     MOVE CR-KEYED-TIME (3:2) TO DL-KEYED-MINUTES.
022400     MOVE CR-RUN-SOURCE       TO DL-RUN-SOURCE.
022500     MOVE CR-ACCOUNT-ID       TO DL-ACCOUNT-ID.
022600     MOVE CR-RATE-CODE        TO DL-RATE-CODE.
022700     MOVE CR-RESULT           TO DL-RESULT.
022800     MOVE CR-STATUS           TO DL-STATUS.
022900     WRITE CUTOFF-RPT-LINE FROM WS-DETAIL-LINE.
023000 1100-EXIT.
023100     EXIT.
023200******************************************************************
023300* 9999-EXIT - COMMON PROGRAM EXIT POINT.
023400******************************************************************
023500 9999-EXIT.
023600     GOBACK.
023700 END PROGRAM CutoffReport.
