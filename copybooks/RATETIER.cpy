000100******************************************************************
000200* COPYBOOK:    RATETIER
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     VOLUME-BAND BREAKPOINTS FOR A PUBLISHED RATE CODE.
000600*              ONE ROW PER CODE, EFFECTIVE-FROM DATE AND TIER
000700*              NUMBER. RT-FROM-COUNT IS THE MONTH-TO-DATE
000800*              TRANSACTION NUMBER (FOR THE ACCOUNT AND CODE) AT
000900*              WHICH THE TIER STARTS - TIER 01 ALWAYS STARTS AT
001000*              1, SO "FIRST 1,000 AT ONE RATE, THE REST LOWER" IS
001100*              TIER 01 FROM 1 AND TIER 02 FROM 1001. A CODE WITH
001200*              NO TIER ROWS IN FORCE IS PRICED FROM RATEMSTR AS
001300*              BEFORE. AN OPEN-ENDED ROW CARRIES 99991231 IN
001400*              EFFECTIVE-TO, THE SAME CONVENTION AS RATEMSTR.
001500*
001600* MODIFICATION HISTORY
001700*   2026-10-15 DO  INITIAL VERSION.
001800******************************************************************
001900 01  RATE-TIER-RECORD.
002000     05  RT-TIER-KEY.
002100         10  RT-RATE-CODE            PIC X(04).
002200         10  RT-EFFECTIVE-FROM       PIC 9(08).
002300         10  RT-TIER-NO              PIC 9(02).
002400     05  RT-EFFECTIVE-TO             PIC 9(08).
002500     05  RT-FROM-COUNT               PIC 9(07).
002600     05  RT-RATE-VALUE               PIC S9(5)V99.
002700     05  RT-DESCRIPTION              PIC X(20).
