000100******************************************************************
000200* COPYBOOK:    RATEGL
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     RATE-CODE-TO-GL MAPPING. ONE ROW PER RATE CODE
000600*              NAMING THE REVENUE GL ACCOUNT BILLED WORK PRICED
000700*              UNDER THAT CODE POSTS TO. RATE CODE "****" IS THE
000800*              DEFAULT ROW FOR WORK WITH NO RATE CODE OR AN
000900*              UNMAPPED ONE. MAINTAINED BY RATEGLMAINT AND READ
001000*              BY REVENUEPOSTGEN. A CLOSED ROW IS TREATED AS
001100*              UNMAPPED.
001200*
001300* MODIFICATION HISTORY
001400*   2026-10-15 DO  INITIAL VERSION.
001500******************************************************************
001600 01  RATE-GL-MAP-RECORD.
001700     05  RG-RATE-CODE                PIC X(04).
001800         88  RG-DEFAULT-ROW          VALUE "****".
001900     05  RG-GL-ACCOUNT               PIC X(08).
002000     05  RG-DESCRIPTION              PIC X(30).
002100     05  RG-STATUS                   PIC X(01).
002200         88  RG-STATUS-ACTIVE        VALUE "A".
002300         88  RG-STATUS-CLOSED        VALUE "C".
