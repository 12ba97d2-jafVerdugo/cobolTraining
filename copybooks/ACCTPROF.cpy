000100******************************************************************
000200* COPYBOOK:    ACCTPROF
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW PER ACCOUNT AND RATE CODE ON THE ACCTPROF
000600*              AMOUNT PROFILE, REBUILT EVERY NIGHT BY
000700*              ACCTPROFILEBUILD FROM THE SUCCESSFUL CALCLOG WORK
000800*              OF THE CTLPARM PROFILE WINDOW. AP-AVERAGE-AMOUNT IS
000900*              THE MEAN RESULT, AP-SPREAD-AMOUNT THE MEAN DISTANCE
001000*              OF A RESULT FROM THAT MEAN, AND AP-DAILY-AVERAGE
001100*              THE USUAL NUMBER OF ITEMS ON A DAY THE ACCOUNT USES
001200*              THE CODE AT ALL. AMOUNTANOMALYCHECK AND CALCULATOR
001300*              JUDGE NEW WORK AGAINST IT. A PROFILE WITH FEWER
001400*              ITEMS THAN THE CTLPARM MINIMUM IS CARRIED BUT NOT
001500*              TRUSTED.
001600*
001700* MODIFICATION HISTORY
001800*   2026-10-15 DO  INITIAL VERSION.
001900******************************************************************
002000 01  ACCOUNT-PROFILE-RECORD.
002100     05  AP-PROFILE-KEY.
002200         10  AP-ACCOUNT-ID           PIC X(08).
002300         10  AP-RATE-CODE            PIC X(04).
002400     05  AP-BUILD-DATE               PIC 9(08).
002500     05  AP-WINDOW-FROM              PIC 9(08).
002600     05  AP-ITEM-COUNT               PIC 9(07).
002700     05  AP-ACTIVE-DAYS              PIC 9(05).
002800     05  AP-AVERAGE-AMOUNT           PIC S9(11)V99.
002900     05  AP-SPREAD-AMOUNT            PIC S9(11)V99.
003000     05  AP-HIGH-AMOUNT              PIC S9(11)V99.
003100     05  AP-DAILY-AVERAGE            PIC 9(05)V99.
003200     05  AP-DAILY-PEAK               PIC 9(05).
