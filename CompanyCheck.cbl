000100******************************************************************
000200* PROGRAM-ID: COMPANYCHECK
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     LEGAL ENTITY LOOKUP SERVICE. GIVEN AN OPERATOR ID
000800*              AND A COMPANY CODE, RESOLVES A BLANK CODE TO THE
000900*              HOME COMPANY, CONFIRMS THE CODE IS ON THE
001000*              CONTROL-PARAMETER COMPANY TABLE AND RETURNS ITS
001100*              NAME, THEN CHECKS THE OPERATOR'S PERMITTED
001200*              COMPANIES ON THE PIN MASTER. AN OPERATOR WITH NO
001300*              COMPANIES LISTED MAY WORK FOR THE HOME COMPANY
001400*              ONLY; "*" IN THE FIRST ENTRY OPENS EVERY COMPANY. A
001500*              BLANK OPERATOR ID ASKS FOR THE CODE CHECK ALONE.
001600*              CALLED WHEREVER AN OPERATOR TOUCHES AN ACCOUNT, A
001700*              GL ACCOUNT OR A RATE THAT BELONGS TO A COMPANY.
001800* TECTONICS:   cobc
001900*
002000* MODIFICATION HISTORY
002100*   2026-10-15 DO  INITIAL VERSION.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. CompanyCheck.
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT OPERATOR-PIN-FILE ASSIGN TO "GOTOPIN"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS RANDOM
003100         RECORD KEY IS OP-OPERATOR-ID
003200         FILE STATUS IS WS-PIN-FILE-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  OPERATOR-PIN-FILE.
003600     COPY GOTOPIN.
003700 WORKING-STORAGE SECTION.
003800     COPY CTLPARM.
003900 01  WS-PIN-FILE-STATUS              PIC X(02).
004000     88  WS-PIN-FILE-OK              VALUE "00".
004100 01  WS-ENTRY-IDX                    PIC 9(01) COMP VALUE ZERO.
004200 LINKAGE SECTION.
004300 01  CK-OPERATOR-ID                  PIC X(08).
004400 01  CK-COMPANY-CODE                 PIC X(04).
004500 01  CK-RESULT.
004600     05  CK-KNOWN-SWITCH             PIC X(01).
004700         88  CK-COMPANY-KNOWN        VALUE "Y".
004800     05  CK-PERMITTED-SWITCH         PIC X(01).
004900         88  CK-COMPANY-PERMITTED    VALUE "Y".
005000     05  CK-EFFECTIVE-COMPANY        PIC X(04).
005100     05  CK-COMPANY-NAME             PIC X(30).
005200 PROCEDURE DIVISION USING CK-OPERATOR-ID, CK-COMPANY-CODE,
005300     CK-RESULT.
005400******************************************************************
005500* 0000-MAINLINE - RESOLVE AND NAME THE COMPANY, THEN TEST THE
005600*                 OPERATOR'S ACCESS TO IT.
005700******************************************************************
005800 0000-MAINLINE.
005900     MOVE "N" TO CK-KNOWN-SWITCH.
006000     MOVE "N" TO CK-PERMITTED-SWITCH.
006100     MOVE SPACES TO CK-COMPANY-NAME.
006200     MOVE CK-COMPANY-CODE TO CK-EFFECTIVE-COMPANY.
006300     IF CK-EFFECTIVE-COMPANY = SPACES
006400         MOVE CTL-HOME-COMPANY TO CK-EFFECTIVE-COMPANY
006500     END-IF.
006600     SET CTL-CO-IDX TO 1.
006700     SEARCH CTL-COMPANY-ENTRY
006800         AT END
006900             GOBACK
007000         WHEN CTL-COMPANY-CODE (CTL-CO-IDX) = CK-EFFECTIVE-COMPANY
007100             MOVE "Y" TO CK-KNOWN-SWITCH
007200             MOVE CTL-COMPANY-NAME (CTL-CO-IDX) TO CK-COMPANY-NAME
007300     END-SEARCH.
007400     IF CK-OPERATOR-ID = SPACES
007500         MOVE "Y" TO CK-PERMITTED-SWITCH
007600         GOBACK
007700     END-IF.
007800     OPEN INPUT OPERATOR-PIN-FILE.
007900     IF NOT WS-PIN-FILE-OK
008000         PERFORM 1000-HOME-ONLY
008100             THRU 1000-EXIT
008200         GOBACK
008300     END-IF.
008400     MOVE CK-OPERATOR-ID TO OP-OPERATOR-ID.
008500     READ OPERATOR-PIN-FILE
008600         INVALID KEY
008700             MOVE SPACES TO OP-COMPANY-ACCESS
008800     END-READ.
008900     CLOSE OPERATOR-PIN-FILE.
009000     IF OP-COMPANY-ACCESS = SPACES
009100         PERFORM 1000-HOME-ONLY
009200             THRU 1000-EXIT
009300         GOBACK
009400     END-IF.
009500     IF OP-ALL-COMPANIES (1)
009600         MOVE "Y" TO CK-PERMITTED-SWITCH
009700         GOBACK
009800     END-IF.
009900     PERFORM 2000-CHECK-ONE-ENTRY
010000         THRU 2000-EXIT
010100         VARYING WS-ENTRY-IDX FROM 1 BY 1
010200         UNTIL WS-ENTRY-IDX > 4
010300            OR CK-COMPANY-PERMITTED.
010400     GOBACK.
010500******************************************************************
010600* 1000-HOME-ONLY - NO COMPANIES LISTED (OR NO PIN MASTER TO LIST
010700*                  THEM ON) - THE HOME COMPANY AND NO OTHER.
010800******************************************************************
010900 1000-HOME-ONLY.
011000     IF CK-EFFECTIVE-COMPANY = CTL-HOME-COMPANY
011100         MOVE "Y" TO CK-PERMITTED-SWITCH
011200     END-IF.
011300 1000-EXIT.
011400     EXIT.
011500******************************************************************
011600* 2000-CHECK-ONE-ENTRY - ONE OF THE OPERATOR'S PERMITTED
011700*                        COMPANIES.
011800******************************************************************
011900 2000-CHECK-ONE-ENTRY.
012000     IF OP-PERMITTED-COMPANY (WS-ENTRY-IDX) = CK-EFFECTIVE-COMPANY
012100         MOVE "Y" TO CK-PERMITTED-SWITCH
012200     END-IF.
012300 2000-EXIT.
012400     EXIT.
012500 END PROGRAM CompanyCheck.
