000100******************************************************************
000200* COPYBOOK:    ALERTREQ
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     CALL INTERFACE TO ALERTWRITER. THE RAISING PROGRAM
000600*              NAMES THE ALERTRUL CONDITION, ITSELF AS THE SOURCE,
000700*              THE SEVERITY IT SEES (I, W OR S), A DEDUPE KEY THAT
000800*              IS THE SAME EVERY TIME THE SAME INCIDENT IS SEEN,
000900*              THE ALERT TEXT AND A MEASURE OF HOW BAD IT IS (A
001000*              RETURN CODE, AN AGE IN DAYS, A COUNT) FOR THE
001100*              RULE'S LIMIT TO TEST. THE RESULT SAYS WHETHER A NEW
001200*              ALERT WENT TO THE OUTBOX, A REPEAT WAS COUNTED
001300*              AGAINST ONE STILL OPEN, OR THE RULES DO NOT WANT
001400*              IT. COPIED INTO THE CALLER'S WORKING-STORAGE AND
001500*              INTO ALERTWRITER'S LINKAGE SECTION.
001600*
001700* MODIFICATION HISTORY
001800*   2026-10-15 DO  INITIAL VERSION.
001900******************************************************************
002000 01  ALERT-REQUEST.
002100     05  AQ-CONDITION                PIC X(08).
002200     05  AQ-SOURCE                   PIC X(12).
002300     05  AQ-SOURCE-SEVERITY          PIC X(01).
002400         88  AQ-SEV-INFO             VALUE "I".
002500         88  AQ-SEV-WARNING          VALUE "W".
002600         88  AQ-SEV-SEVERE           VALUE "S".
002700     05  AQ-DEDUPE-KEY               PIC X(30).
002800     05  AQ-ALERT-TEXT               PIC X(60).
002900     05  AQ-MEASURE                  PIC 9(05).
003000 01  ALERT-RESULT.
003100     05  AQ-RESULT                   PIC X(01).
003200         88  AQ-ALERT-SENT           VALUE "S".
003300         88  AQ-ALERT-REPEATED       VALUE "R".
003400         88  AQ-ALERT-NOT-WANTED     VALUE "N".
003500         88  AQ-ALERT-FAILED         VALUE "F".
003600     05  AQ-OCCURRENCE               PIC 9(04).
