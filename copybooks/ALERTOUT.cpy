000100******************************************************************
000200* COPYBOOK:    ALERTOUT
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW PER ALERT APPENDED TO THE ALERTOUT OUTBOX
000600*              FOR THE PAGING AND E-MAIL GATEWAY TO PICK UP. A ROW
000700*              IS WRITTEN ONLY WHEN AN ALERT IS FIRST RAISED - A
000800*              REPEAT OF AN INCIDENT STILL OPEN ON THE ALERTREG
000900*              REGISTER IS NOT SENT AGAIN. THE GATEWAY ROUTES ON
001000*              AO-ROUTE AND AO-RECIPIENT AND MAY USE THE DEDUPE
001100*              KEY AND OCCURRENCE AS ITS OWN INCIDENT REFERENCE.
001200*
001300* MODIFICATION HISTORY
001400*   2026-10-15 DO  INITIAL VERSION.
001500******************************************************************
001600 01  ALERT-OUTBOX-RECORD.
001700     05  AO-ALERT-DATE               PIC 9(08).
001800     05  AO-ALERT-TIME               PIC 9(08).
001900     05  AO-ALERT-SEVERITY           PIC X(01).
002000         88  AO-SEV-CRITICAL         VALUE "C".
002100         88  AO-SEV-MAJOR            VALUE "M".
002200         88  AO-SEV-MINOR            VALUE "N".
002300     05  AO-ROUTE                    PIC X(01).
002400         88  AO-ROUTE-PAGE           VALUE "P".
002500         88  AO-ROUTE-EMAIL          VALUE "E".
002600     05  AO-RECIPIENT                PIC X(20).
002700     05  AO-CONDITION                PIC X(08).
002800     05  AO-SOURCE                   PIC X(12).
002900     05  AO-SOURCE-SEVERITY          PIC X(01).
003000     05  AO-DEDUPE-KEY               PIC X(30).
003100     05  AO-OCCURRENCE               PIC 9(04).
003200     05  AO-ALERT-TEXT               PIC X(60).
