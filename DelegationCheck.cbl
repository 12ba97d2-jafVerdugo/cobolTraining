000100******************************************************************
000200* PROGRAM-ID: DELEGATIONCHECK
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     APPROVAL DELEGATION LOOKUP SERVICE. GIVEN AN
000800*              OPERATOR ID, AN APPROVAL QUEUE (C = CALC, R = RATE)
000900*              AND A DATE, SCANS THE OPERATOR'S ROWS ON APPRDLG
001000*              FOR AN ACTIVE DELEGATION COVERING THAT QUEUE AND
001100*              DATE WHOSE DELEGATOR STILL HOLDS THE STANDING ADMIN
001200*              FLAG AND AN ACTIVE STATUS ON THE PIN MASTER -
001300*              AUTHORITY CANNOT BE LENT BY SOMEONE WHO HAS SINCE
001400*              LOST IT. WHEN SEVERAL QUALIFY, AN UNCAPPED
001500*              DELEGATION WINS, OTHERWISE THE ONE WITH THE LARGEST
001600*              CAP. CALLED BY CALCAPPROVALQUEUE AND RATEAPPROVAL
001700*              WHEN THE OPERATOR SIGNING ON LACKS THE STANDING
001800*              ADMIN FLAG.
001900* TECTONICS:   cobc
002000*
002100* MODIFICATION HISTORY
002200*   2026-10-15 DO  INITIAL VERSION.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. DelegationCheck.
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT DELEGATION-FILE ASSIGN TO "APPRDLG"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS AD-KEY
003300         FILE STATUS IS WS-DLG-FILE-STATUS.
003400     SELECT OPERATOR-PIN-FILE ASSIGN TO "GOTOPIN"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS OP-OPERATOR-ID
003800         FILE STATUS IS WS-PIN-FILE-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  DELEGATION-FILE.
004200     COPY APPRDLG.
004300 FD  OPERATOR-PIN-FILE.
004400     COPY GOTOPIN.
004500 WORKING-STORAGE SECTION.
004600 01  WS-DLG-FILE-STATUS              PIC X(02).
004700     88  WS-DLG-FILE-OK              VALUE "00".
004800 01  WS-PIN-FILE-STATUS              PIC X(02).
004900     88  WS-PIN-FILE-OK              VALUE "00".
005000 01  WS-DLG-EOF-SWITCH               PIC X(01) VALUE "N".
005100     88  WS-END-OF-DELEGATIONS       VALUE "Y".
005200 LINKAGE SECTION.
005300 01  DC-DELEGATE-ID                  PIC X(08).
005400 01  DC-QUEUE                        PIC X(01).
005500 01  DC-AS-OF-DATE                   PIC 9(08).
005600 01  DC-RESULT.
005700     05  DC-FOUND-SWITCH             PIC X(01).
005800         88  DC-DELEGATION-FOUND     VALUE "Y".
005900     05  DC-DELEGATOR-ID             PIC X(08).
006000     05  DC-FROM-DATE                PIC 9(08).
006100     05  DC-AMOUNT-CAP               PIC S9(11)V99.
006200 PROCEDURE DIVISION USING DC-DELEGATE-ID, DC-QUEUE, DC-AS-OF-DATE,
006300     DC-RESULT.
006400******************************************************************
006500* 0000-MAINLINE - POSITION ON THE OPERATOR'S FIRST DELEGATION AND
006600*                 WALK THEM ALL, KEEPING THE WIDEST ONE IN FORCE.
006700******************************************************************
006800 0000-MAINLINE.
006900     MOVE "N" TO DC-FOUND-SWITCH.
007000     MOVE SPACES TO DC-DELEGATOR-ID.
007100     MOVE ZERO TO DC-FROM-DATE DC-AMOUNT-CAP.
007200     MOVE "N" TO WS-DLG-EOF-SWITCH.
007300     OPEN INPUT DELEGATION-FILE.
007400     IF NOT WS-DLG-FILE-OK
007500         GOBACK
007600     END-IF.
007700     OPEN INPUT OPERATOR-PIN-FILE.
007800     IF NOT WS-PIN-FILE-OK
007900         CLOSE DELEGATION-FILE
008000         GOBACK
008100     END-IF.
008200     MOVE DC-DELEGATE-ID TO AD-DELEGATE-ID.
008300     MOVE LOW-VALUES TO AD-DELEGATOR-ID.
008400     MOVE ZERO TO AD-FROM-DATE.
008500     START DELEGATION-FILE KEY IS NOT LESS THAN AD-KEY
008600         INVALID KEY
008700             SET WS-END-OF-DELEGATIONS TO TRUE
008800     END-START.
008900     PERFORM 1000-CHECK-ONE-DELEGATION
009000         THRU 1000-EXIT
009100         UNTIL WS-END-OF-DELEGATIONS.
009200     CLOSE DELEGATION-FILE
009300           OPERATOR-PIN-FILE.
009400     GOBACK.
009500******************************************************************
009600* 1000-CHECK-ONE-DELEGATION - A DELEGATION COUNTS WHILE IT IS
009700*                  ACTIVE, COVERS THE DATE AND THE QUEUE, AND ITS
009800*                  DELEGATOR IS STILL AN ACTIVE ADMINISTRATOR.
009900******************************************************************
010000 1000-CHECK-ONE-DELEGATION.
010100     READ DELEGATION-FILE NEXT RECORD
010200         AT END
010300             SET WS-END-OF-DELEGATIONS TO TRUE
010400             GO TO 1000-EXIT
010500     END-READ.
010600     IF AD-DELEGATE-ID NOT = DC-DELEGATE-ID
010700         SET WS-END-OF-DELEGATIONS TO TRUE
010800         GO TO 1000-EXIT
010900     END-IF.
011000     IF NOT AD-STATUS-ACTIVE
011100         GO TO 1000-EXIT
011200     END-IF.
011300     IF DC-AS-OF-DATE < AD-FROM-DATE
011400         OR DC-AS-OF-DATE > AD-TO-DATE
011500         GO TO 1000-EXIT
011600     END-IF.
011700     IF AD-QUEUE NOT = DC-QUEUE AND NOT AD-QUEUE-BOTH
011800         GO TO 1000-EXIT
011900     END-IF.
012000     MOVE AD-DELEGATOR-ID TO OP-OPERATOR-ID.
012100     READ OPERATOR-PIN-FILE
012200         INVALID KEY
012300             GO TO 1000-EXIT
012400     END-READ.
012500     IF NOT OP-MAY-RUN-ADMIN OR NOT OP-STATUS-ACTIVE
012600         GO TO 1000-EXIT
012700     END-IF.
012800     IF DC-DELEGATION-FOUND
012900         IF DC-AMOUNT-CAP = ZERO
013000             GO TO 1000-EXIT
013100         END-IF
013200         IF AD-AMOUNT-CAP NOT = ZERO
013300             AND AD-AMOUNT-CAP NOT > DC-AMOUNT-CAP
013400             GO TO 1000-EXIT
013500         END-IF
013600     END-IF.
013700     MOVE "Y" TO DC-FOUND-SWITCH.
013800     MOVE AD-DELEGATOR-ID TO DC-DELEGATOR-ID.
013900     MOVE AD-FROM-DATE TO DC-FROM-DATE.
014000     MOVE AD-AMOUNT-CAP TO DC-AMOUNT-CAP.
014100 1000-EXIT.
014200     EXIT.
014300 END PROGRAM DelegationCheck.
