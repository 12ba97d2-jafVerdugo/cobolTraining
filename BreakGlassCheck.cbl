000100******************************************************************
000200* PROGRAM-ID: BREAKGLASSCHECK
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     BREAK-GLASS LOOKUP SERVICE. GIVEN AN OPERATOR ID,
000800*              SCANS THAT OPERATOR'S ROWS ON BRKGLASS AND
000900*              REPORTS WHETHER AN EMERGENCY-ACCESS GRANT IS LIVE
001000*              RIGHT NOW - NOT ENDED EARLY AND WITH ITS EXPIRY
001100*              STAMP STILL AHEAD OF THE CLOCK - RETURNING THE
001200*              GRANT'S START AND EXPIRY STAMPS SO THE CALLER CAN
001300*              FIND THE ROW AGAIN. CALLED BY THE GOTO SIGN-ON
001400*              AND BY EVERY PROGRAM THAT HONOURS A GRANT IN
001500*              PLACE OF THE STANDING ADMIN AUTHORITY.
001600* TECTONICS:   cobc
001700*
001800* MODIFICATION HISTORY
001900*   2026-10-15 DO  INITIAL VERSION.
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. BreakGlassCheck.
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT BREAK-GLASS-FILE ASSIGN TO "BRKGLASS"
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS BG-KEY
003000         FILE STATUS IS WS-BG-FILE-STATUS.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  BREAK-GLASS-FILE.
003400     COPY BRKGLASS.
003500 WORKING-STORAGE SECTION.
003600 01  WS-BG-FILE-STATUS               PIC X(02).
003700     88  WS-BG-FILE-OK               VALUE "00".
003800 01  WS-BG-EOF-SWITCH                PIC X(01) VALUE "N".
003900     88  WS-END-OF-GRANTS            VALUE "Y".
004000 01  WS-NOW-STAMP.
004100     05  WS-NOW-DATE                 PIC 9(08).
004200     05  WS-NOW-TIME                 PIC 9(08).
004300 LINKAGE SECTION.
004400 01  BC-OPERATOR-ID                  PIC X(08).
004500 01  BC-ACTIVE-SWITCH                PIC X(01).
004600 01  BC-GRANT-STAMPS.
004700     05  BC-START-DATE               PIC 9(08).
004800     05  BC-START-TIME               PIC 9(08).
004900     05  BC-EXPIRY-DATE              PIC 9(08).
005000     05  BC-EXPIRY-TIME              PIC 9(08).
005100 PROCEDURE DIVISION USING BC-OPERATOR-ID, BC-ACTIVE-SWITCH,
005200     BC-GRANT-STAMPS.
005300******************************************************************
005400* 0000-MAINLINE - POSITION ON THE OPERATOR'S FIRST GRANT AND
005500*                 WALK THEM ALL; THE LATEST LIVE ONE WINS.
005600******************************************************************
005700 0000-MAINLINE.
005800     MOVE "N" TO BC-ACTIVE-SWITCH.
005900     MOVE ZERO TO BC-START-DATE BC-START-TIME
006000                  BC-EXPIRY-DATE BC-EXPIRY-TIME.
006100     MOVE "N" TO WS-BG-EOF-SWITCH.
006200     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
006300     ACCEPT WS-NOW-TIME FROM TIME.
006400     OPEN INPUT BREAK-GLASS-FILE.
006500     IF NOT WS-BG-FILE-OK
006600         GOBACK
006700     END-IF.
006800     MOVE BC-OPERATOR-ID TO BG-OPERATOR-ID.
006900     MOVE ZERO TO BG-START-DATE BG-START-TIME.
007000     START BREAK-GLASS-FILE KEY IS NOT LESS THAN BG-KEY
007100         INVALID KEY
007200             SET WS-END-OF-GRANTS TO TRUE
007300     END-START.
007400     PERFORM 1000-CHECK-ONE-GRANT
007500         THRU 1000-EXIT
007600         UNTIL WS-END-OF-GRANTS.
007700     CLOSE BREAK-GLASS-FILE.
007800     GOBACK.
007900******************************************************************
008000* 1000-CHECK-ONE-GRANT - A GRANT IS LIVE WHILE IT HAS NOT BEEN
008100*                  ENDED AND ITS EXPIRY STAMP IS STILL AHEAD.
008200******************************************************************
008300 1000-CHECK-ONE-GRANT.
008400     READ BREAK-GLASS-FILE NEXT RECORD
008500         AT END
008600             SET WS-END-OF-GRANTS TO TRUE
008700             GO TO 1000-EXIT
008800     END-READ.
008900     IF BG-OPERATOR-ID NOT = BC-OPERATOR-ID
009000         SET WS-END-OF-GRANTS TO TRUE
009100         GO TO 1000-EXIT
009200     END-IF.
009300     IF BG-ENDED-DATE NOT = ZERO
009400         GO TO 1000-EXIT
009500     END-IF.
009600     IF BG-EXPIRY-STAMP NOT > WS-NOW-STAMP
009700         GO TO 1000-EXIT
009800     END-IF.
009900     MOVE "Y" TO BC-ACTIVE-SWITCH.
010000     MOVE BG-START-DATE TO BC-START-DATE.
010100     MOVE BG-START-TIME TO BC-START-TIME.
010200     MOVE BG-EXPIRY-DATE TO BC-EXPIRY-DATE.
010300     MOVE BG-EXPIRY-TIME TO BC-EXPIRY-TIME.
010400 1000-EXIT.
010500     EXIT.
010600 END PROGRAM BreakGlassCheck.
