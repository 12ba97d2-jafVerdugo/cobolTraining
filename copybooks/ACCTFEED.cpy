000100******************************************************************
000200* COPYBOOK:    ACCTFEED
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     FIXED-LAYOUT RECORD FOR THE NIGHTLY CUSTOMER MASTER
000600*              FEED TO THE BILLING SYSTEM (ACCTFEED), WRITTEN BY
000700*              ACCTFEEDEXTRACT. ONE HEADER RECORD CARRYING THE
000800*              FEED GENERATION AND WHETHER THE FEED IS A DELTA OR
000900*              A FULL REFRESH, ONE DETAIL RECORD PER ACCOUNT WITH
001000*              ITS CURRENT ACCTMSTR VALUES AND WHY IT IS BEING
001100*              SENT, AND ONE TRAILER RECORD WITH THE COUNTS.
001200*
001300* MODIFICATION HISTORY
001400*   2026-10-15 DO  INITIAL VERSION.
001500******************************************************************
001600 01  CUSTOMER-FEED-RECORD.
001700     05  CF-RECORD-TYPE              PIC X(02).
001800         88  CF-HEADER-RECORD        VALUE "HD".
001900         88  CF-DETAIL-RECORD        VALUE "DT".
002000         88  CF-TRAILER-RECORD       VALUE "TL".
002100     05  CF-DETAIL-LAYOUT.
002200         10  CF-ACCOUNT-ID           PIC X(08).
002300         10  CF-CHANGE-TYPE          PIC X(01).
002400             88  CF-ACCOUNT-ADDED    VALUE "A".
002500             88  CF-ACCOUNT-CHANGED  VALUE "C".
002600             88  CF-ACCOUNT-DEACT    VALUE "D".
002700             88  CF-ACCOUNT-REFRESH  VALUE "F".
002800         10  CF-CUSTOMER-NAME        PIC X(30).
002900         10  CF-STATUS               PIC X(01).
003000         10  CF-BILL-DEPT            PIC X(04).
003100         10  CF-PARENT-ACCOUNT       PIC X(08).
003200         10  CF-BILL-CYCLE           PIC X(01).
003300         10  CF-CYCLE-DAY            PIC 9(02).
003400         10  CF-TAX-JURISDICTION     PIC X(04).
003500         10  CF-TAX-CODE             PIC X(04).
003600     05  CF-HEADER-LAYOUT REDEFINES CF-DETAIL-LAYOUT.
003700         10  CF-FEED-DATE            PIC 9(08).
003800         10  CF-FEED-GEN             PIC 9(04).
003900         10  CF-FEED-TYPE            PIC X(01).
004000             88  CF-DELTA-FEED       VALUE "D".
004100             88  CF-FULL-FEED        VALUE "F".
004200         10  CF-SINCE-DATE           PIC 9(08).
004300         10  CF-SINCE-TIME           PIC 9(08).
004400         10  FILLER                  PIC X(34).
004500     05  CF-TRAILER-LAYOUT REDEFINES CF-DETAIL-LAYOUT.
004600         10  CF-RECORD-COUNT         PIC 9(06).
004700         10  CF-ADDED-COUNT          PIC 9(06).
004800         10  CF-CHANGED-COUNT        PIC 9(06).
004900         10  CF-DEACT-COUNT          PIC 9(06).
005000         10  CF-TRAILER-GEN          PIC 9(04).
005100         10  FILLER                  PIC X(35).
