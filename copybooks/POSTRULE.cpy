000100******************************************************************
000200* COPYBOOK:    POSTRULE
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW PER POSTING RULE ON THE POSTRULE MASTER.
000600*              A RULE NAMES THE GL ACCOUNT A PNDAILY DETAIL
000700*              BELONGS TO FROM ITS TRANSACTION TYPE, ITS
000800*              ORIGINATING DEPARTMENT AND THE SIGN OF ITS
000900*              ADJUSTMENT. A BLANK DEPARTMENT OR SIGN ON THE KEY
001000*              MEANS ANY; POSNEGDEC TRIES THE MOST SPECIFIC ROW
001100*              FIRST. A BLANK TRANSACTION TYPE ON THE DAILY FILE
001200*              IS LOOKED UP AS "B" (COMBINED). MAINTAINED BY
001300*              POSTRULEMAINT.
001400*
001500* MODIFICATION HISTORY
001600*   2026-10-15 DO  INITIAL VERSION.
001700******************************************************************
001800 01  POST-RULE-RECORD.
001900     05  PR-RULE-KEY.
002000         10  PR-TRANS-TYPE           PIC X(01).
002100             88  PR-TYPE-VALID       VALUE "C" "S" "A" "B"
002200                                           "R" "Y".
002300         10  PR-DEPT-CODE            PIC X(04).
002400         10  PR-ADJ-SIGN             PIC X(01).
002500             88  PR-SIGN-VALID       VALUE "+" "-" " ".
002600     05  PR-GL-ACCOUNT               PIC X(08).
002700     05  PR-DESCRIPTION              PIC X(30).
002800     05  PR-STATUS                   PIC X(01).
002900         88  PR-STATUS-ACTIVE        VALUE "A".
003000         88  PR-STATUS-INACTIVE      VALUE "I".
003100     05  PR-CHANGED-BY               PIC X(08).
003200     05  PR-CHANGED-DATE             PIC 9(08).
003300     05  FILLER                      PIC X(10).
