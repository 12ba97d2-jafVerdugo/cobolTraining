000100******************************************************************
000200* COPYBOOK:    DISTLOG
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW ON THE DISTLOG DISTRIBUTION LOG FOR EVERY
000600*              REPORT AND RECIPIENT REPORTBURST CONSIDERS - THE
000700*              OUTPUT FILE PRODUCED FOR THEM AND WHAT WENT INTO
000800*              IT, OR WHY NOTHING DID.
000900*
001000* MODIFICATION HISTORY
001100*   2026-10-15 DO  INITIAL VERSION.
001200******************************************************************
001300 01  DIST-LOG-RECORD.
001400     05  DN-LOG-DATE                 PIC 9(08).
001500     05  DN-LOG-TIME                 PIC 9(08).
001600     05  DN-REPORT-NAME              PIC X(08).
001700     05  DN-BUSINESS-DATE            PIC 9(08).
001800     05  DN-RECIPIENT-ID             PIC X(08).
001900     05  DN-DEPT-CODE                PIC X(04).
002000     05  DN-OUTPUT-NAME              PIC X(16).
002100     05  DN-SECTION-COUNT            PIC 9(04).
002200     05  DN-LINE-COUNT               PIC 9(06).
002300     05  DN-OUTCOME                  PIC X(01).
002400         88  DN-PRODUCED             VALUE "P".
002500         88  DN-NOTHING-TO-SEND      VALUE "E".
002600         88  DN-GENERATION-MISSING   VALUE "M".
