000100******************************************************************
000200* COPYBOOK:    DLGAPLOG
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW PER APPROVAL-QUEUE DECISION TAKEN UNDER A
000600*              DELEGATION (APPRDLG), CARRYING THE DELEGATE WHO
000700*              DECIDED, THE DELEGATOR WHOSE AUTHORITY WAS USED AND
000800*              THE REQUESTER OF THE ITEM, SO DELEGATED APPROVALS
000900*              CAN BE REPORTED APART FROM THE STANDING ONES.
001000*              APPENDED BY CALCAPPROVALQUEUE AND RATEAPPROVAL,
001100*              READ BY DELEGATIONREPORT.
001200*
001300* MODIFICATION HISTORY
001400*   2026-10-15 DO  INITIAL VERSION.
001500******************************************************************
001600 01  DELEGATED-APPROVAL-RECORD.
001700     05  DA-LOG-DATE                 PIC 9(08).
001800     05  DA-LOG-TIME                 PIC 9(08).
001900     05  DA-QUEUE                    PIC X(01).
002000         88  DA-QUEUE-CALC           VALUE "C".
002100         88  DA-QUEUE-RATE           VALUE "R".
002200     05  DA-DELEGATE-ID              PIC X(08).
002300     05  DA-DELEGATOR-ID             PIC X(08).
002400     05  DA-REQUESTED-BY             PIC X(08).
002500     05  DA-ITEM-REF                 PIC X(24).
002600     05  DA-AMOUNT                   PIC S9(11)V99.
002700     05  DA-DECISION                 PIC X(08).
