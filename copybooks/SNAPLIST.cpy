000100******************************************************************
000200* COPYBOOK:    SNAPLIST
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     THE MASTERS COVERED BY MASTERSNAPSHOT AND
000600*              MASTERRESTORE, IN PROCESSING ORDER: THE MASTER'S
000700*              FILE NAME, THE FIVE-CHARACTER PREFIX ITS DATED
000800*              GENERATIONS ARE NAMED WITH (PREFIX + YYYYMMDD),
000900*              AND THE LENGTH OF ITS RECORD KEY AT THE FRONT OF
001000*              THE RECORD. A KEY LENGTH OF ZERO MARKS A LINE
001100*              SEQUENTIAL MASTER, COMPARED ROW BY ROW. THE ENTRY
001200*              NUMBER SELECTS THE FILE IN BOTH PROGRAMS' I/O
001300*              PARAGRAPHS, SO A NEW MASTER GOES ON THE END.
001400*
001500* MODIFICATION HISTORY
001600*   2026-10-15 DO  INITIAL VERSION.
001700******************************************************************
001800 01  SNAP-MASTER-VALUES.
001900     05  FILLER                      PIC X(15) VALUE
002000         "RATEMSTRSRATE12".
002100     05  FILLER                      PIC X(15) VALUE
002200         "ACCTMSTRSACCT08".
002300     05  FILLER                      PIC X(15) VALUE
002400         "ACCTRATESARAT20".
002500     05  FILLER                      PIC X(15) VALUE
002600         "GLACCTM SGLAC08".
002700     05  FILLER                      PIC X(15) VALUE
002800         "DEPTMSTRSDEPT04".
002900     05  FILLER                      PIC X(15) VALUE
003000         "CURRMSTRSCURR11".
003100     05  FILLER                      PIC X(15) VALUE
003200         "FEESCHEDSFEES00".
003300     05  FILLER                      PIC X(15) VALUE
003400         "STNDINSTSSTND00".
003500     05  FILLER                      PIC X(15) VALUE
003600         "GOTOPIN SPINS08".
003700 01  SNAP-MASTER-TABLE REDEFINES SNAP-MASTER-VALUES.
003800     05  SNAP-MASTER-ENTRY OCCURS 9 TIMES INDEXED BY SM-IDX.
003900         10  SM-MASTER-NAME          PIC X(08).
004000         10  SM-GEN-PREFIX           PIC X(05).
004100         10  SM-KEY-LENGTH           PIC 9(02).
004200 01  SNAP-MASTER-COUNT               PIC 9(02) COMP VALUE 9.
