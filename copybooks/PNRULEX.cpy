000100******************************************************************
000200* COPYBOOK:    PNRULEX
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW PER PNDAILY DETAIL THE POSTRULE POSTING
000600*              RULES ACTED ON OR DISAGREED WITH, APPENDED BY
000700*              POSNEGDEC AND LISTED FOR THE CONTROLLER BY
000800*              POSTRULEEXCPREPORT. DERIVED - THE GL ACCOUNT WAS
000900*              BLANK AND THE RULE SUPPLIED IT; MISMATCH - THE
001000*              DEPARTMENT'S ACCOUNT DISAGREES WITH THE RULE AND
001100*              WAS POSTED AS SENT; NORULE - THE ACCOUNT WAS BLANK
001200*              AND NO RULE COVERS THE DETAIL, SO IT WAS REJECTED.
001300*
001400* MODIFICATION HISTORY
001500*   2026-10-15 DO  INITIAL VERSION.
001600******************************************************************
001700 01  RULE-EXCEPTION-RECORD.
001800     05  RX-POST-DATE                PIC 9(08).
001900     05  RX-RECORD-NO                PIC 9(06).
002000     05  RX-OUTCOME                  PIC X(08).
002100         88  RX-OUTCOME-DERIVED      VALUE "DERIVED".
002200         88  RX-OUTCOME-MISMATCH     VALUE "MISMATCH".
002300         88  RX-OUTCOME-NO-RULE      VALUE "NORULE".
002400     05  RX-TRANS-TYPE               PIC X(01).
002500     05  RX-DEPT-CODE                PIC X(04).
002600     05  RX-ADJ-SIGN                 PIC X(01).
002700     05  RX-SUPPLIED-GL              PIC X(08).
002800     05  RX-RULE-GL                  PIC X(08).
002900     05  RX-RULE-KEY                 PIC X(06).
003000     05  RX-OPERATOR-ID              PIC X(08).
