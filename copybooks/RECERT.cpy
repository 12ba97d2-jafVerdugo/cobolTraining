000100******************************************************************
000200* COPYBOOK:    RECERT
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ACCESS-RECERTIFICATION CAMPAIGN ON THE RECERT
000600*              FILE. THE CAMPAIGN ROW (OPERATOR ID BLANK) NAMES
000700*              THE REVIEWER, THE DEADLINE AND WHETHER OVERDUE
000800*              OPERATORS ARE SUSPENDED; BEHIND IT SITS ONE GRANT
000900*              ROW PER ACTIVE OPERATOR, CARRYING THE GOTOPIN
001000*              AUTHORITY FLAGS AS THEY STOOD WHEN THE CAMPAIGN
001100*              OPENED AND THE REVIEWER'S KEEP (K) OR REVOKE (R)
001200*              DECISION FOR EACH FLAG THAT WAS GRANTED, IN THE
001300*              SAME CALC/PERF/POST/RATE/ADMIN/INQ ORDER.
001400*              CAMPAIGNS ARE NEVER DELETED - A SIGNED-OFF
001500*              CAMPAIGN STAYS ON FILE AS THE AUDIT EVIDENCE.
001600*
001700* MODIFICATION HISTORY
001800*   2026-10-15 DO  INITIAL VERSION.
001900******************************************************************
002000 01  RECERT-RECORD.
002100     05  RV-KEY.
002200         10  RV-CAMPAIGN-ID          PIC X(08).
002300         10  RV-OPERATOR-ID          PIC X(08).
002400     05  RV-ROW-TYPE                 PIC X(01).
002500         88  RV-CAMPAIGN-ROW         VALUE "C".
002600         88  RV-GRANT-ROW            VALUE "G".
002700*    CAMPAIGN ROW
002800     05  RV-REVIEWER-ID              PIC X(08).
002900     05  RV-OPENED-BY                PIC X(08).
003000     05  RV-OPENED-DATE              PIC 9(08).
003100     05  RV-DEADLINE                 PIC 9(08).
003200     05  RV-SUSPEND-OVERDUE          PIC X(01).
003300         88  RV-SUSPENDS-OVERDUE     VALUE "Y".
003400     05  RV-CAMPAIGN-STATUS          PIC X(01).
003500         88  RV-CAMPAIGN-OPEN        VALUE "O".
003600         88  RV-CAMPAIGN-SIGNED-OFF  VALUE "S".
003700     05  RV-SIGNOFF-DATE             PIC 9(08).
003800     05  RV-SIGNOFF-TIME             PIC 9(08).
003900*    GRANT ROW
004000     05  RV-SNAP-FLAGS.
004100         10  RV-SNAP-FLAG OCCURS 6 TIMES
004200                                     PIC X(01).
004300     05  RV-DECISIONS.
004400         10  RV-DECISION OCCURS 6 TIMES
004500                                     PIC X(01).
004600     05  RV-DECIDED-BY               PIC X(08).
004700     05  RV-DECIDED-DATE             PIC 9(08).
004800     05  RV-APPLIED-DATE             PIC 9(08).
004900     05  RV-OVERDUE-ACTION           PIC X(01).
005000         88  RV-OVERDUE-REPORTED     VALUE "R".
005100         88  RV-OVERDUE-SUSPENDED    VALUE "S".
005200     05  FILLER                      PIC X(20).
