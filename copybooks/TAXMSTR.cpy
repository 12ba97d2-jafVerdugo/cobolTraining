000100******************************************************************
000200* COPYBOOK:    TAXMSTR
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW PER TAX JURISDICTION, TAX CODE AND
000600*              EFFECTIVE-DATED RATE. BILLING WAS ADDING SALES
000700*              TAX / VAT BY HAND ON THEIR SIDE AND DISAGREED WITH
000800*              US EVERY QUARTER - CALCULATOR NOW PRICES THE TAX
000900*              AT CALCULATION TIME FROM THE ROW IN FORCE FOR THE
001000*              ACCOUNT'S JURISDICTION AND CODE AND CARRIES IT ON
001100*              THE LOG. TX-TAX-RATE IS A PERCENTAGE (8.2500 IS
001200*              8.25 PERCENT). AN OPEN-ENDED ROW CARRIES 99991231
001300*              IN EFFECTIVE-TO, THE SAME CONVENTION AS RATEMSTR.
001400*
001500* MODIFICATION HISTORY
001600*   2026-10-15 DO  INITIAL VERSION.
001700******************************************************************
001800 01  TAX-MASTER-RECORD.
001900     05  TX-TAX-KEY.
002000         10  TX-JURISDICTION         PIC X(04).
002100         10  TX-TAX-CODE             PIC X(04).
002200         10  TX-EFFECTIVE-FROM       PIC 9(08).
002300     05  TX-EFFECTIVE-TO             PIC 9(08).
002400     05  TX-TAX-RATE                 PIC 9(02)V9(04).
002500     05  TX-DESCRIPTION              PIC X(20).
