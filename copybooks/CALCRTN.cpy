000100******************************************************************
000200* COPYBOOK:    CALCRTN
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     THE RESULT RETURN FILE A SENDING DEPARTMENT GETS
000600*              BACK AFTER THE OVERNIGHT RUN (CALCRT1/2/3, ONE PER
000700*              CALCIN1/2/3 SOURCE). AN RH HEADER NAMES THE
000800*              DEPARTMENT AND ITS OWN BATCH ID, ONE RD DETAIL
000900*              FOLLOWS PER RECORD IT SENT IN THE ORDER IT SENT
001000*              THEM, KEYED BACK TO THE RECORD'S POSITION IN ITS
001100*              FILE, AND AN RT TRAILER COUNTS EACH OUTCOME AND
001200*              RECONCILES THE RETURNED RECORDS AND AMOUNTS TO WHAT
001300*              THE DEPARTMENT SENT.
001400*              DISPOSITION - I REJECTED AT INTAKE, E REJECTED AT
001500*              PRE-EDIT, P PRICED, F FAILED IN THE RUN, H HELD ON
001600*              CALCPEND FOR APPROVAL, K HELD FOR CREDIT CONTROL,
001700*              W WAREHOUSED TO ITS VALUE DATE, A ACCEPTED BUT NOT
001800*              YET SEEN BY THE RUN.
001900*
002000* MODIFICATION HISTORY
002100*   2026-10-15 DO  INITIAL VERSION.
002200******************************************************************
002300 01  RETURN-DETAIL-RECORD.
002400     05  RN-RECORD-TYPE              PIC X(02).
002500         88  RN-RETURN-HEADER        VALUE "RH".
002600         88  RN-RETURN-DETAIL        VALUE "RD".
002700         88  RN-RETURN-TRAILER       VALUE "RT".
002800     05  RN-BATCH-ID                 PIC X(08).
002900     05  RN-RECORD-NO                PIC 9(06).
003000     05  RN-DISPOSITION              PIC X(01).
003100     05  RN-REASON-CODE              PIC X(02).
003200     05  RN-NUM1                     PIC S9(9)V99.
003300     05  RN-LOG-DATE                 PIC 9(08).
003400     05  RN-LOG-SEQUENCE             PIC 9(06).
003500     05  RN-RESULT                   PIC S9(11)V99.
003600     05  RN-LOG-STATUS               PIC X(01).
003700     05  RN-ERROR-REASON             PIC X(30).
003800     05  FILLER                      PIC X(32).
003900 01  RETURN-HEADER-RECORD REDEFINES RETURN-DETAIL-RECORD.
004000     05  RH-RECORD-TYPE              PIC X(02).
004100     05  RH-BATCH-ID                 PIC X(08).
004200     05  RH-SOURCE-DEPT              PIC X(04).
004300     05  RH-RUN-DATE                 PIC 9(08).
004400     05  FILLER                      PIC X(98).
004500 01  RETURN-TRAILER-RECORD REDEFINES RETURN-DETAIL-RECORD.
004600     05  RTR-RECORD-TYPE             PIC X(02).
004700     05  RTR-BATCH-ID                PIC X(08).
004800     05  RTR-SENT-COUNT              PIC 9(06).
004900     05  RTR-SENT-VALUE              PIC S9(11)V99.
005000     05  RTR-RETURNED-COUNT          PIC 9(06).
005100     05  RTR-RETURNED-VALUE          PIC S9(11)V99.
005200     05  RTR-INTAKE-REJECTS          PIC 9(06).
005300     05  RTR-PRE-EDIT-REJECTS        PIC 9(06).
005400     05  RTR-PRICED-COUNT            PIC 9(06).
005500     05  RTR-PRICED-RESULT           PIC S9(13)V99.
005600     05  RTR-FAILED-COUNT            PIC 9(06).
005700     05  RTR-HELD-COUNT              PIC 9(06).
005800     05  RTR-WAREHOUSED-COUNT        PIC 9(06).
005900     05  RTR-AWAITING-COUNT          PIC 9(06).
006000     05  RTR-BALANCED                PIC X(01).
006100         88  RTR-IN-BALANCE          VALUE "Y".
006200         88  RTR-OUT-OF-BALANCE      VALUE "N".
006300     05  FILLER                      PIC X(14).
