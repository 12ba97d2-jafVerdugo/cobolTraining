000100******************************************************************
000200* COPYBOOK:    ALERTRUL
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW PER WATCHED CONDITION ON THE ALERTRUL
000600*              ALERT RULES MASTER. A CONDITION IS RAISED BY THE
000700*              PROGRAM THAT DETECTS IT THROUGH ALERTWRITER:
000800*                EODSTEP  - AN END-OF-DAY STEP FAILED OR WAS
000900*                           HELD
001000*                ERRLOG   - AN ENTRY WRITTEN TO THE ERRLOG LOG
001100*                LOCKSTAL - A RUN LOCK HELD PAST ITS AGE LIMIT
001200*                ACKAGED  - BILLING DETAILS UNACKNOWLEDGED PAST
001300*                           THE CTLPARM AGING PERIOD
001400*              THE ROW SAYS WHETHER THE CONDITION IS WATCHED AT
001500*              ALL, THE LOWEST SOURCE SEVERITY (I, W, S) THAT
001600*              RAISES AN ALERT, THE SEVERITY THE GATEWAY SEES, HOW
001700*              IT IS SENT (PAGE OR E-MAIL) AND TO WHOM, AND A
001800*              LIMIT THE RAISING PROGRAM'S MEASURE MUST REACH (THE
001900*              STEP RETURN CODE FOR EODSTEP, THE LOCK AGE IN DAYS
002000*              FOR LOCKSTAL, THE NUMBER OF AGED DETAILS FOR
002100*              ACKAGED; ZERO FOR NO LIMIT). A CONDITION WITH NO
002200*              ACTIVE ROW IS NOT WATCHED. MAINTAINED BY
002300*              ALERTRULEMAINT.
002400*
002500* MODIFICATION HISTORY
002600*   2026-10-15 DO  INITIAL VERSION.
002700******************************************************************
002800 01  ALERT-RULE-RECORD.
002900     05  AR-CONDITION                PIC X(08).
003000     05  AR-DESCRIPTION              PIC X(30).
003100     05  AR-MIN-SOURCE-SEV           PIC X(01).
003200         88  AR-MIN-SEV-VALID        VALUE "I" "W" "S".
003300     05  AR-ALERT-SEVERITY           PIC X(01).
003400         88  AR-SEV-CRITICAL         VALUE "C".
003500         88  AR-SEV-MAJOR            VALUE "M".
003600         88  AR-SEV-MINOR            VALUE "N".
003700         88  AR-SEV-VALID            VALUE "C" "M" "N".
003800     05  AR-ROUTE                    PIC X(01).
003900         88  AR-ROUTE-PAGE           VALUE "P".
004000         88  AR-ROUTE-EMAIL          VALUE "E".
004100         88  AR-ROUTE-VALID          VALUE "P" "E".
004200     05  AR-RECIPIENT                PIC X(20).
004300     05  AR-LIMIT                    PIC 9(05).
004400     05  AR-STATUS                   PIC X(01).
004500         88  AR-STATUS-ACTIVE        VALUE "A".
004600         88  AR-STATUS-INACTIVE      VALUE "I".
004700     05  AR-CHANGED-BY               PIC X(08).
004800     05  AR-CHANGED-DATE             PIC 9(08).
004900     05  FILLER                      PIC X(17).
