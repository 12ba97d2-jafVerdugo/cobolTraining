000100******************************************************************
000200* COPYBOOK:    CLOSESGN
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW PER PERIOD AND CLOSE TASK ON THE CLTRACK
000600*              SIGN-OFF FILE, WRITTEN BY CLOSETRACKER WHEN THE
000700*              TASK'S OWNER RECORDS IT DONE. A TASK WITH NO ROW
000800*              FOR THE PERIOD IS OUTSTANDING. ROWS ARE NEVER
000900*              CHANGED OR DELETED - THEY ARE THE EVIDENCE OF WHO
001000*              COMPLETED EACH STEP OF THE CLOSE, AND WHEN.
001100*
001200* MODIFICATION HISTORY
001300*   2026-10-15 DO  INITIAL VERSION.
001400******************************************************************
001500 01  CLOSE-SIGNOFF-RECORD.
001600     05  SG-KEY.
001700         10  SG-YEAR-MONTH           PIC 9(06).
001800         10  SG-TASK-ID              PIC X(08).
001900     05  SG-COMPLETED-BY             PIC X(08).
002000     05  SG-COMPLETED-DATE           PIC 9(08).
002100     05  SG-COMPLETED-TIME           PIC 9(08).
002200     05  SG-REMARK                   PIC X(30).
002300     05  FILLER                      PIC X(12).
