000100******************************************************************
000200* COPYBOOK:    WORKITEM
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW PER ITEM OF OPERATOR WORK ON ANY OF THE
000600*              SHARED QUEUES - CALC REJECTS AND POSTING EXCEPTIONS
000700*              (REJECTREPAIR), BILLING DISPUTES
000800*              (BILLDISPUTEWORKBENCH), UNACKNOWLEDGED SEVERE
000900*              ERRORS (ERRACKREVIEW), HELD CALCULATIONS
001000*              (CALCAPPROVALQUEUE) AND PENDING RATE CHANGES
001100*              (RATEAPPROVAL). WORKITEMSYNC KEEPS THE REGISTER IN
001200*              STEP WITH THE QUEUES; THE ROW CARRIES WHO THE ITEM
001300*              IS ASSIGNED TO - AN OPERATOR OR A TEAM - AND ITS
001400*              TARGET DATE. KEYED ITEM TYPE THEN THE ITEM'S OWN
001500*              KEY ON ITS QUEUE, SO THE WORKBENCHES CAN ASK WHO
001600*              OWNS THE ROW IN HAND. AN ITEM THAT LEAVES ITS QUEUE
001700*              IS MARKED CLOSED, NEVER DELETED.
001800*
001900* MODIFICATION HISTORY
002000*   2026-10-15 DO  INITIAL VERSION.
002100******************************************************************
002200 01  WORK-ITEM-RECORD.
002300     05  WI-ITEM-KEY.
002400         10  WI-ITEM-TYPE            PIC X(04).
002500             88  WI-TYPE-CALC-REJECT VALUE "CREJ".
002600             88  WI-TYPE-POST-EXCP   VALUE "PEXC".
002700             88  WI-TYPE-DISPUTE     VALUE "DISP".
002800             88  WI-TYPE-ERROR-ACK   VALUE "EACK".
002900             88  WI-TYPE-CALC-APPR   VALUE "CAPP".
003000             88  WI-TYPE-RATE-APPR   VALUE "RAPP".
003100         10  WI-SOURCE-KEY           PIC X(70).
003200     05  WI-DESCRIPTION              PIC X(40).
003300     05  WI-AMOUNT                   PIC S9(11)V99.
003400     05  WI-QUEUED-DATE              PIC 9(08).
003500     05  WI-TARGET-DATE              PIC 9(08).
003600     05  WI-STATUS                   PIC X(01).
003700         88  WI-OPEN                 VALUE "O".
003800         88  WI-CLOSED               VALUE "C".
003900     05  WI-CLOSED-DATE              PIC 9(08).
004000     05  WI-SYNC-STAMP               PIC X(16).
004100     05  WI-ASSIGNEE-TYPE            PIC X(01).
004200         88  WI-UNASSIGNED           VALUE " ".
004300         88  WI-TO-OPERATOR          VALUE "O".
004400         88  WI-TO-TEAM              VALUE "T".
004500     05  WI-ASSIGNEE-ID              PIC X(12).
004600     05  WI-ASSIGNED-DATE            PIC 9(08).
004700     05  WI-ASSIGNED-BY              PIC X(08).
004800     05  WI-PRIOR-ASSIGNEE           PIC X(12).
004900     05  WI-REASSIGN-COUNT           PIC 9(03).
005000     05  FILLER                      PIC X(10).
