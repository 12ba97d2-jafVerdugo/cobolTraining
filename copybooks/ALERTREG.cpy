000100******************************************************************
000200* COPYBOOK:    ALERTREG
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW PER ALERT ON THE ALERTREG ALERT REGISTER,
000600*              KEYED BY THE DEDUPE KEY THE RAISING PROGRAM BUILDS
000700*              FOR THE INCIDENT AND AN OCCURRENCE NUMBER. WHILE
000800*              THE LATEST OCCURRENCE FOR A KEY IS OPEN OR
000900*              ACKNOWLEDGED, A REPEAT OF THE SAME INCIDENT ONLY
001000*              COUNTS AGAINST IT AND NOTHING MORE IS SENT; ONCE IT
001100*              IS CLOSED, THE NEXT ONE OPENS A NEW OCCURRENCE AND
001200*              PAGES AGAIN. WRITTEN BY ALERTWRITER; ACKNOWLEDGED
001300*              AND CLOSED THROUGH ALERTACKREVIEW; REPORTED BY
001400*              ALERTHISTORYREPORT. ROWS ARE NEVER DELETED.
001500*
001600* MODIFICATION HISTORY
001700*   2026-10-15 DO  INITIAL VERSION.
001800******************************************************************
001900 01  ALERT-REGISTER-RECORD.
002000     05  AG-ALERT-KEY.
002100         10  AG-DEDUPE-KEY           PIC X(30).
002200         10  AG-OCCURRENCE           PIC 9(04).
002300     05  AG-CONDITION                PIC X(08).
002400     05  AG-SOURCE                   PIC X(12).
002500     05  AG-SOURCE-SEVERITY          PIC X(01).
002600     05  AG-ALERT-SEVERITY           PIC X(01).
002700     05  AG-ROUTE                    PIC X(01).
002800     05  AG-RECIPIENT                PIC X(20).
002900     05  AG-ALERT-TEXT               PIC X(60).
003000     05  AG-RAISED-DATE              PIC 9(08).
003100     05  AG-RAISED-TIME              PIC 9(08).
003200     05  AG-REPEAT-COUNT             PIC 9(05).
003300     05  AG-LAST-SEEN-DATE           PIC 9(08).
003400     05  AG-LAST-SEEN-TIME           PIC 9(08).
003500     05  AG-STATUS                   PIC X(01).
003600         88  AG-STATUS-OPEN          VALUE "O".
003700         88  AG-STATUS-ACKED         VALUE "A".
003800         88  AG-STATUS-CLOSED        VALUE "C".
003900         88  AG-STILL-LIVE           VALUE "O" "A".
004000     05  AG-ACK-OPERATOR             PIC X(08).
004100     05  AG-ACK-DATE                 PIC 9(08).
004200     05  AG-ACK-TIME                 PIC 9(08).
004300     05  AG-CLOSE-OPERATOR           PIC X(08).
004400     05  AG-CLOSE-DATE               PIC 9(08).
004500     05  AG-CLOSE-TIME               PIC 9(08).
004600     05  AG-CLOSE-NOTE               PIC X(30).
004700     05  FILLER                      PIC X(20).
