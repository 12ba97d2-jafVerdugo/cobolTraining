000100******************************************************************
000200* COPYBOOK:    LEGLHOLD
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW PER LEGAL HOLD ON THE LEGLHOLD MASTER.
000600*              LEGAL PLACES A HOLD WHEN A DISPUTE OR LITIGATION
000700*              MEANS A CUSTOMER'S RECORDS MUST NOT AGE OUT. A HOLD
000800*              COVERS ONE OF:
000900*                A - EVERY RECORD FOR AN ACCOUNT (LH-HOLD-VALUE),
001000*                G - EVERY POSTING TO A GL ACCOUNT
001100*                    (LH-HOLD-VALUE),
001200*                R - EVERY KEPT GENERATION OF A REPORT NAME
001300*                    (LH-HOLD-VALUE),
001400*                D - EVERY RECORD DATED INSIDE THE RANGE,
001500*              LIMITED IN EACH CASE TO RECORDS DATED FROM
001600*              LH-FROM-DATE TO LH-TO-DATE (ZERO AND 99999999 WHEN
001700*              THE HOLD IS NOT LIMITED BY DATE). THE HOLD IS IN
001800*              FORCE UNTIL AN ADMINISTRATOR RELEASES IT OR, WHEN
001900*              LH-RELEASE-DATE IS SET, UNTIL THAT DATE ARRIVES. A
002000*              RELEASED ROW IS KEPT FOR THE AUDIT TRAIL, NEVER
002100*              DELETED. MAINTAINED BY LEGALHOLDMAINT; READ BY THE
002200*              RETENTION AND PURGE JOBS THROUGH LEGALHOLDCHECK.
002300*
002400* MODIFICATION HISTORY
002500*   2026-10-15 DO  INITIAL VERSION.
002600******************************************************************
002700 01  LEGAL-HOLD-RECORD.
002800     05  LH-HOLD-ID                  PIC 9(06).
002900     05  LH-HOLD-TYPE                PIC X(01).
003000         88  LH-TYPE-ACCOUNT         VALUE "A".
003100         88  LH-TYPE-GL-ACCOUNT      VALUE "G".
003200         88  LH-TYPE-REPORT          VALUE "R".
003300         88  LH-TYPE-DATE-RANGE      VALUE "D".
003400         88  LH-TYPE-VALID           VALUE "A" "G" "R" "D".
003500     05  LH-HOLD-VALUE               PIC X(08).
003600     05  LH-FROM-DATE                PIC 9(08).
003700     05  LH-TO-DATE                  PIC 9(08).
003800     05  LH-MATTER-REF               PIC X(20).
003900     05  LH-DESCRIPTION              PIC X(30).
004000     05  LH-RELEASE-DATE             PIC 9(08).
004100     05  LH-STATUS                   PIC X(01).
004200         88  LH-STATUS-ACTIVE        VALUE "A".
004300         88  LH-STATUS-RELEASED      VALUE "R".
004400     05  LH-PLACED-BY                PIC X(08).
004500     05  LH-PLACED-DATE              PIC 9(08).
004600     05  LH-RELEASED-BY              PIC X(08).
004700     05  LH-RELEASED-DATE            PIC 9(08).
004800     05  FILLER                      PIC X(20).
