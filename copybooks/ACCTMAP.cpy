000100******************************************************************
000200* COPYBOOK:    ACCTMAP
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW PER ACCOUNT MERGE - THE RETIRED DUPLICATE
000600*              ID AND THE SURVIVING ID IT WAS FOLDED INTO.
000700*              ACCOUNTMERGE RE-POINTS THE LIVE FILES, BUT THE
000800*              CALCARCH ARCHIVE IS NEVER REWRITTEN, SO ANY
000900*              PROGRAM READING THE ARCHIVE TRANSLATES AN
001000*              ARCHIVED ACCOUNT ID THROUGH THIS MAP TO FIND IT
001100*              UNDER EITHER ID. APPENDED, NEVER UPDATED - A
001200*              SURVIVOR LATER MERGED AGAIN IS FOLLOWED ROW TO
001300*              ROW TO ITS FINAL ID.
001400*
001500* MODIFICATION HISTORY
001600*   2026-10-15 DO  INITIAL VERSION.
001700******************************************************************
001800 01  ACCOUNT-MAP-RECORD.
001900     05  AX-RETIRED-ID               PIC X(08).
002000     05  AX-SURVIVOR-ID              PIC X(08).
002100     05  AX-MERGE-DATE               PIC 9(08).
002200     05  AX-MERGE-TIME               PIC 9(08).
002300     05  AX-MERGED-BY                PIC X(08).
