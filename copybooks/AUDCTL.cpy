000100******************************************************************
000200* COPYBOOK:    AUDCTL
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW PER CHAINED AUDIT TRAIL (AUDCTL) - THE LAST
000600*              CHAIN SEQUENCE AND CHAIN VALUE AUDITCHAIN STAMPED
000700*              ON THAT TRAIL, AND THE DATE AND TIME OF THE ROW
000800*              THAT CARRIED THEM. AUDITVERIFY HOLDS THE END OF
000900*              EACH TRAIL AGAINST THIS ROW, SO ROWS CUT OFF THE
001000*              END OF A TRAIL SHOW UP AS MISSING RATHER THAN AS A
001100*              SHORTER BUT OTHERWISE PERFECT CHAIN.
001200*
001300* MODIFICATION HISTORY
001400*   2026-10-15 DO  INITIAL VERSION.
001500******************************************************************
001600 01  AUDIT-CONTROL-RECORD.
001700     05  AK-TRAIL-NAME               PIC X(08).
001800     05  AK-LAST-SEQ                 PIC 9(09).
001900     05  AK-LAST-CHAIN               PIC 9(08).
002000     05  AK-LAST-DATE                PIC 9(08).
002100     05  AK-LAST-TIME                PIC 9(08).
