000100******************************************************************
000200* COPYBOOK:    EXPFILES
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     THE EXPECTED INBOUND FILES SCHEDULE - ONE ROW PER
000600*              FILE THE NIGHT DEPENDS ON (CALCIN1/2/3, PNDAILY,
000700*              GLCONF, BILLACK, CALCCTRL AND THE LIKE), STAGED BY
000800*              OPERATIONS THE SAME WAY AS EODNET. EACH ROW NAMES
000900*              THE SENDING SOURCE, THE HHMM DEADLINE BY WHICH THE
001000*              FILE MUST BE IN PLACE AND WHETHER THE NIGHT CANNOT
001100*              DO WITHOUT IT. THE ID AND DATE POSITIONS SAY WHERE
001200*              IN THE FILE'S FIRST (HEADER) RECORD ITS BATCH ID
001300*              AND BATCH DATE SIT, SO A FILE ALREADY PROCESSED CAN
001400*              BE TOLD FROM A NEW ONE; ZERO MEANS THE HEADER
001500*              CARRIES NO SUCH FIELD, AND A FILE WITH NO ID AT ALL
001600*              IS KNOWN BY THE FIRST 20 BYTES OF ITS FIRST RECORD.
001700*              A DEADLINE BEFORE THE MONITOR'S START TIME FALLS
001800*              AFTER MIDNIGHT.
001900*
002000* MODIFICATION HISTORY
002100*   2026-10-15 DO  INITIAL VERSION.
002200******************************************************************
002300 01  EXPECTED-FILE-RECORD.
002400     05  EF-FILE-NAME                PIC X(08).
002500     05  EF-SOURCE                   PIC X(20).
002600     05  EF-DEADLINE-TIME            PIC 9(04).
002700     05  EF-MANDATORY                PIC X(01).
002800         88  EF-IS-MANDATORY         VALUE "Y".
002900     05  EF-ID-START                 PIC 9(03).
003000     05  EF-ID-LENGTH                PIC 9(02).
003100     05  EF-DATE-START               PIC 9(03).
