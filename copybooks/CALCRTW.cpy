000100******************************************************************
000200* COPYBOOK:    CALCRTW
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     THE NIGHT'S DEPARTMENT RETURN WORK FILE - ONE ROW
000600*              PER RECORD A DEPARTMENT SENT THROUGH
000700*              CALCINTAKEMERGE, KEYED BY THE SOURCE FILE IT CAME
000800*              IN ON (1-3 FOR CALCIN1/2/3) AND ITS RECORD POSITION
000900*              IN THAT FILE, THE BH HEADER BEING RECORD 1. RECORD
001000*              POSITION ZERO IS THE SOURCE'S CONTROL ROW - WHAT
001100*              THE DEPARTMENT SENT. THE MERGE CREATES THE FILE AND
001200*              FILES EVERY RECORD AS REJECTED AT INTAKE OR AS
001300*              ACCEPTED AND AWAITING THE RUN; THE PRE-EDIT AND THE
001400*              CALCULATOR BATCH REWRITE THE ROW AS THE RECORD
001500*              MOVES ON, SO THE ROW ALWAYS HOLDS THE FURTHEST
001600*              POINT THE RECORD REACHED. CALCDEPTRETURN TURNS IT
001700*              INTO THE RETURN FILES THE DEPARTMENTS GET BACK.
001800*
001900* MODIFICATION HISTORY
002000*   2026-10-15 DO  INITIAL VERSION.
002100******************************************************************
002200 01  RETURN-WORK-RECORD.
002300     05  RW-RETURN-KEY.
002400         10  RW-SOURCE-NO            PIC 9(01).
002500         10  RW-RECORD-NO            PIC 9(06).
002600     05  RW-SOURCE-DEPT              PIC X(04).
002700     05  RW-BATCH-ID                 PIC X(08).
002800     05  RW-DISPOSITION              PIC X(01).
002900         88  RW-CONTROL-ROW          VALUE "C".
003000         88  RW-AWAITING-RUN         VALUE "A".
003100         88  RW-INTAKE-REJECT        VALUE "I".
003200         88  RW-PRE-EDIT-REJECT      VALUE "E".
003300         88  RW-PRICED               VALUE "P".
003400         88  RW-FAILED               VALUE "F".
003500         88  RW-HELD-APPROVAL        VALUE "H".
003600         88  RW-HELD-CREDIT          VALUE "K".
003700         88  RW-WAREHOUSED           VALUE "W".
003800     05  RW-REASON-CODE              PIC X(02).
003900     05  RW-NUM1                     PIC S9(9)V99.
004000     05  RW-LOG-DATE                 PIC 9(08).
004100     05  RW-LOG-SEQUENCE             PIC 9(06).
004200     05  RW-RESULT                   PIC S9(11)V99.
004300     05  RW-LOG-STATUS               PIC X(01).
004400     05  RW-ERROR-REASON             PIC X(30).
004500     05  RW-SENT-COUNT               PIC 9(06).
004600     05  RW-SENT-VALUE               PIC S9(11)V99.
004700     05  FILLER                      PIC X(10).
