000100******************************************************************
000200* PROGRAM-ID: AUDITHASH
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     THE ONE CHECK-VALUE FOLD BEHIND THE AUDIT TRAIL
000800*              CHAINS. THE CALLER PASSES A SEED (THE PREVIOUS
000900*              ROW'S CHAIN VALUE, ZERO FOR THE FIRST ROW), THE
001000*              BYTES TO FOLD AND HOW MANY OF THEM COUNT; EACH
001100*              BYTE'S ORDINAL IN THE HASH ALPHABET IS FOLDED IN
001200*              TURN, THE SAME WAY ROUTINES1 FOLDS A PIN, AND THE
001300*              RESULT COMES BACK AS EIGHT DIGITS. AUDITCHAIN
001400*              STAMPS WITH IT AND AUDITVERIFY CHECKS WITH IT, SO A
001500*              WRITER AND THE VERIFIER CAN NEVER DISAGREE ABOUT
001600*              THE RULE.
001700* TECTONICS:   cobc
001800*
001900* MODIFICATION HISTORY
002000*   2026-10-15 DO  INITIAL VERSION.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. AuditHash.
002400 ENVIRONMENT DIVISION.
002500 DATA DIVISION.
002600 WORKING-STORAGE SECTION.
002700 01  WS-HASH-ACCUM                   PIC 9(10) COMP VALUE ZERO.
002800 01  WS-HASH-LENGTH                  PIC 9(03) COMP VALUE ZERO.
002900 01  WS-HASH-CHAR-IDX                PIC 9(03) COMP VALUE ZERO.
003000 01  WS-HASH-SCAN-IDX                PIC 9(02) COMP VALUE ZERO.
003100 01  WS-HASH-CHAR                    PIC X(01) VALUE SPACE.
003200 01  WS-HASH-ORDINAL                 PIC 9(02) COMP VALUE ZERO.
003300 01  WS-HASH-QUOTIENT                PIC 9(10) COMP VALUE ZERO.
003400 01  WS-HASH-ALPHABET-VALUES.
003500     05  FILLER                      PIC X(36) VALUE
003600         "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003700     05  FILLER                      PIC X(26) VALUE
003800         "abcdefghijklmnopqrstuvwxyz".
003900     05  FILLER                      PIC X(24) VALUE
004000         " .-/,:;()+*&#@$%{}_=<>!?".
004100 01  WS-HASH-ALPHABET REDEFINES WS-HASH-ALPHABET-VALUES
004200                                     PIC X(86).
004300 LINKAGE SECTION.
004400 01  AH-SEED-VALUE                   PIC 9(08).
004500 01  AH-HASH-DATA                    PIC X(120).
004600 01  AH-DATA-LENGTH                  PIC 9(03).
004700 01  AH-HASH-VALUE                   PIC 9(08).
004800 PROCEDURE DIVISION USING AH-SEED-VALUE, AH-HASH-DATA,
004900     AH-DATA-LENGTH, AH-HASH-VALUE.
005000******************************************************************
005100* 0000-MAINLINE - SEED, FOLD EVERY COUNTED BYTE, AND REDUCE TO
005200*                 EIGHT DIGITS.
005300******************************************************************
005400 0000-MAINLINE.
005500     COMPUTE WS-HASH-ACCUM = AH-SEED-VALUE + 17.
005600     MOVE AH-DATA-LENGTH TO WS-HASH-LENGTH.
005700     IF WS-HASH-LENGTH > 120
005800         MOVE 120 TO WS-HASH-LENGTH
005900     END-IF.
006000     PERFORM 1000-FOLD-ONE-CHAR
006100         THRU 1000-EXIT
006200         VARYING WS-HASH-CHAR-IDX FROM 1 BY 1
006300         UNTIL WS-HASH-CHAR-IDX > WS-HASH-LENGTH.
006400     DIVIDE WS-HASH-ACCUM BY 99999989
006500         GIVING WS-HASH-QUOTIENT
006600         REMAINDER AH-HASH-VALUE.
006700     GO TO 9999-EXIT.
006800******************************************************************
006900* 1000-FOLD-ONE-CHAR - ONE BYTE'S ORDINAL (ITS PLACE IN THE HASH
007000*                 ALPHABET, 87 FOR ANYTHING ELSE) FOLDED INTO THE
007100*                 ACCUMULATOR. THE MULTIPLIER IS A PRIME ABOVE THE
007200*                 HIGHEST ORDINAL SO EVERY POSITION WEIGHS
007300*                 DIFFERENTLY, AND THE ACCUMULATOR IS REDUCED
007400*                 EVERY STEP SO IT NEVER OVERFLOWS.
007500******************************************************************
007600 1000-FOLD-ONE-CHAR.
007700     MOVE AH-HASH-DATA (WS-HASH-CHAR-IDX:1) TO WS-HASH-CHAR.
007800     MOVE 87 TO WS-HASH-ORDINAL.
007900     PERFORM 1100-SCAN-ONE-ALPHABET-CHAR
008000         THRU 1100-EXIT
008100         VARYING WS-HASH-SCAN-IDX FROM 1 BY 1
008200         UNTIL WS-HASH-SCAN-IDX > 86.
008300     COMPUTE WS-HASH-ACCUM =
008400         (WS-HASH-ACCUM * 89) + WS-HASH-ORDINAL.
008500     DIVIDE WS-HASH-ACCUM BY 99999989
008600         GIVING WS-HASH-QUOTIENT
008700         REMAINDER WS-HASH-ACCUM.
008800 1000-EXIT.
008900     EXIT.
009000******************************************************************
009100* 1100-SCAN-ONE-ALPHABET-CHAR - LOCATE THE CHARACTER'S ORDINAL.
009200******************************************************************
009300 1100-SCAN-ONE-ALPHABET-CHAR.
009400     IF WS-HASH-ALPHABET (WS-HASH-SCAN-IDX:1) = WS-HASH-CHAR
009500         MOVE WS-HASH-SCAN-IDX TO WS-HASH-ORDINAL
009600     END-IF.
009700 1100-EXIT.
009800     EXIT.
009900******************************************************************
010000* 9999-EXIT - COMMON PROGRAM EXIT POINT.
010100******************************************************************
010200 9999-EXIT.
010300     GOBACK.
010400 END PROGRAM AuditHash.
