000100******************************************************************
000200* COPYBOOK:    LHSKIP
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW ON THE LHSKIP REGISTER FOR EVERY ITEM A
000600*              RETENTION OR PURGE JOB LEFT IN PLACE BECAUSE A
000700*              LEGAL HOLD COVERED IT - WHICH JOB, WHICH HOLD AND
000800*              MATTER, AND WHICH ITEM - SO LEGAL CAN SEE EXACTLY
000900*              WHAT EACH HOLD HAS KEPT. WRITTEN BY LEGALHOLDCHECK;
001000*              LISTED BY LEGALHOLDMAINT.
001100*
001200* MODIFICATION HISTORY
001300*   2026-10-15 DO  INITIAL VERSION.
001400******************************************************************
001500 01  HOLD-SKIP-RECORD.
001600     05  LS-SKIP-DATE                PIC 9(08).
001700     05  LS-SKIP-TIME                PIC 9(08).
001800     05  LS-CALLER                   PIC X(08).
001900     05  LS-HOLD-ID                  PIC 9(06).
002000     05  LS-MATTER-REF               PIC X(20).
002100     05  LS-ITEM-DATE                PIC 9(08).
002200     05  LS-ITEM-REF                 PIC X(30).
