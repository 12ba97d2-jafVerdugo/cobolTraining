002330*                  HAND, READING ONLY THE STATEMENT ACCOUNT'S
002340*                  RECORDS INSTEAD OF SWEEPING THE WHOLE LOG ONCE
002350*                  PER PAGE. WITH NO XREF THE FULL SWEEP REMAINS.
002355*   2026-10-15 DO  ARCHIVED RECORDS OF AN ACCOUNT RETIRED BY
002360*                  ACCOUNTMERGE ARE TRANSLATED THROUGH THE ACCTMAP
002365*                  MAPPING AND STATEMENTED UNDER THE SURVIVOR; A
002370*                  REQUEST FOR A RETIRED ID STATEMENTS ITS
002375*                  SURVIVOR.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. AccountStatement.
004030         ACCESS MODE IS DYNAMIC
004040         RECORD KEY IS XR-XREF-KEY
004050         FILE STATUS IS WS-XREF-FILE-STATUS.
004060     SELECT ACCOUNT-MAP-FILE ASSIGN TO "ACCTMAP"
004070         ORGANIZATION IS LINE SEQUENTIAL
004080         FILE STATUS IS WS-MAP-FILE-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  CALC-LOG-FILE.
005100 01  STATEMENT-RPT-LINE              PIC X(80).
005110 FD  ACCT-XREF-FILE.
005120     COPY CALCLOGX.
005125 FD  ACCOUNT-MAP-FILE
005150     RECORDING MODE IS F.
005175     COPY ACCTMAP.
005200 WORKING-STORAGE SECTION.
005300 01  WS-LOG-FILE-STATUS              PIC X(02).
005400     88  WS-LOG-FILE-OK              VALUE "00".
006020     88  WS-XREF-FILE-OK            VALUE "00".
006030 01  WS-XREF-PATH-SWITCH             PIC X(01) VALUE "N".
006040     88  WS-USE-XREF-PATH           VALUE "Y".
006044 01  WS-MAP-FILE-STATUS              PIC X(02).
006048     88  WS-MAP-FILE-OK              VALUE "00".
006052 01  WS-MAP-EOF-SWITCH               PIC X(01) VALUE "N".
006056     88  WS-END-OF-MAP               VALUE "Y".
006060 01  WS-MAP-FOLLOW-SWITCH            PIC X(01) VALUE "N".
006064     88  WS-MAP-FOLLOWING            VALUE "Y".
006068 01  WS-MAP-TABLE.
006072     05  WS-MAP-ENTRY OCCURS 200 TIMES INDEXED BY MT-IDX.
006076         10  MT-RETIRED-ID           PIC X(08).
006080         10  MT-SURVIVOR-ID          PIC X(08).
006084 01  WS-MAP-COUNT                    PIC 9(03) COMP VALUE ZERO.
006088 01  WS-MAP-HOPS                     PIC 9(03) COMP VALUE ZERO.
006092 01  WS-MAPPED-ACCOUNT               PIC X(08) VALUE SPACES.
006100 01  WS-ARCH-EOF-SWITCH              PIC X(01) VALUE "N".
006200     88  WS-END-OF-ARCHIVE           VALUE "Y".
006300 01  WS-FROM-DATE                    PIC 9(08) VALUE ZERO.
012300     DISPLAY "Account id (Enter for the full book): "
012400     MOVE SPACES TO WS-REQUEST-ACCOUNT.
012500     ACCEPT WS-REQUEST-ACCOUNT.
012505     PERFORM 0500-LOAD-ACCOUNT-MAP
012510         THRU 0500-EXIT.
012515     IF NOT WS-FULL-BOOK-RUN
012520         MOVE WS-REQUEST-ACCOUNT TO WS-MAPPED-ACCOUNT
012525         PERFORM 0600-RESOLVE-MERGED-ID
012530             THRU 0600-EXIT
012535         IF WS-MAPPED-ACCOUNT NOT = WS-REQUEST-ACCOUNT
012540             DISPLAY "ACCOUNT " WS-REQUEST-ACCOUNT
012545                 " WAS MERGED INTO " WS-MAPPED-ACCOUNT
012550                 " - STATEMENTING " WS-MAPPED-ACCOUNT
012555             MOVE WS-MAPPED-ACCOUNT TO WS-REQUEST-ACCOUNT
012560         END-IF
012565     END-IF.
012600     OPEN OUTPUT STATEMENT-RPT-FILE.
012700     MOVE WS-HEADER-LINE TO STATEMENT-RPT-LINE.
012800     WRITE STATEMENT-RPT-LINE.
014300     CLOSE STATEMENT-RPT-FILE.
014400     DISPLAY "STATEMENT PAGES PRODUCED: " WS-PAGE-COUNT.
014500     GO TO 9999-EXIT.
014501******************************************************************
014502* 0500-LOAD-ACCOUNT-MAP - THE ACCTMAP MERGE MAPPINGS INTO A
014503*                  TABLE. ACCOUNTMERGE RE-POINTS THE LIVE LOG BUT
014504*                  NEVER THE ARCHIVE, SO AN ARCHIVED RECORD OF A
014505*                  RETIRED ID IS TRANSLATED THROUGH THIS TABLE.
014506******************************************************************
014507 0500-LOAD-ACCOUNT-MAP.
014508     MOVE ZERO TO WS-MAP-COUNT.
014509     OPEN INPUT ACCOUNT-MAP-FILE.
014510     IF NOT WS-MAP-FILE-OK
014511         GO TO 0500-EXIT
014512     END-IF.
014513     MOVE "N" TO WS-MAP-EOF-SWITCH.
014514     PERFORM 0550-LOAD-ONE-MAPPING
014515         THRU 0550-EXIT
014516         UNTIL WS-END-OF-MAP.
014517     CLOSE ACCOUNT-MAP-FILE.
014518 0500-EXIT.
014519     EXIT.
014520******************************************************************
014521* 0550-LOAD-ONE-MAPPING - ONE RETIRED-TO-SURVIVOR ROW.
014522******************************************************************
014523 0550-LOAD-ONE-MAPPING.
014524     READ ACCOUNT-MAP-FILE
014525         AT END
014526             SET WS-END-OF-MAP TO TRUE
014527     END-READ.
014528     IF WS-END-OF-MAP OR WS-MAP-COUNT NOT < 200
014529         GO TO 0550-EXIT
014530     END-IF.
014531     ADD 1 TO WS-MAP-COUNT.
014532     SET MT-IDX TO WS-MAP-COUNT.
014533     MOVE AX-RETIRED-ID  TO MT-RETIRED-ID (MT-IDX).
014534     MOVE AX-SURVIVOR-ID TO MT-SURVIVOR-ID (MT-IDX).
014535 0550-EXIT.
014536     EXIT.
014537******************************************************************
014538* 0600-RESOLVE-MERGED-ID - FOLLOW WS-MAPPED-ACCOUNT THROUGH THE
014539*                  MAPPINGS TO THE ACCOUNT IT NOW LIVES UNDER. A
014540*                  SURVIVOR MERGED AGAIN LATER IS FOLLOWED ON;
014541*                  THE HOP LIMIT GUARDS AGAINST A LOOPED MAP.
014542******************************************************************
014543 0600-RESOLVE-MERGED-ID.
014544     MOVE ZERO TO WS-MAP-HOPS.
014545     MOVE "Y" TO WS-MAP-FOLLOW-SWITCH.
014546     PERFORM 0650-FOLLOW-ONE-MAPPING
014547         THRU 0650-EXIT
014548         UNTIL NOT WS-MAP-FOLLOWING OR WS-MAP-HOPS > 20.
014549 0600-EXIT.
014550     EXIT.
014551******************************************************************
014552* 0650-FOLLOW-ONE-MAPPING - ONE HOP.
014553******************************************************************
014554 0650-FOLLOW-ONE-MAPPING.
014555     ADD 1 TO WS-MAP-HOPS.
014556     SET MT-IDX TO 1.
014557     SEARCH WS-MAP-ENTRY
014558         AT END
014559             MOVE "N" TO WS-MAP-FOLLOW-SWITCH
014560         WHEN MT-IDX > WS-MAP-COUNT
014561             MOVE "N" TO WS-MAP-FOLLOW-SWITCH
014562         WHEN MT-RETIRED-ID (MT-IDX) = WS-MAPPED-ACCOUNT
014563             MOVE MT-SURVIVOR-ID (MT-IDX) TO WS-MAPPED-ACCOUNT
014564     END-SEARCH.
014565 0650-EXIT.
014566     EXIT.
014600******************************************************************
014700* 1000-COLLECT-ACCOUNTS - ONE PASS OVER BOTH SOURCES COLLECTING
014800*                  THE DISTINCT ACCOUNT IDS WITH ACTIVITY IN THE
020900         IF CL-LOG-DATE OF ARCHIVE-LOG-RECORD >= WS-FROM-DATE
021000             AND CL-LOG-DATE OF ARCHIVE-LOG-RECORD <= WS-TO-DATE
021100             MOVE CL-ACCOUNT-ID OF ARCHIVE-LOG-RECORD
021200                 TO WS-MAPPED-ACCOUNT
021225             PERFORM 0600-RESOLVE-MERGED-ID
021250                 THRU 0600-EXIT
021275             MOVE WS-MAPPED-ACCOUNT TO WS-WORK-ACCOUNT
021300             PERFORM 1500-FILE-ONE-ACCOUNT
021400                 THRU 1500-EXIT
021500         END-IF
032800     IF WS-END-OF-ARCHIVE
032900         GO TO 2200-EXIT
033000     END-IF.
033100     MOVE CL-ACCOUNT-ID OF ARCHIVE-LOG-RECORD
033120         TO WS-MAPPED-ACCOUNT.
033140     PERFORM 0600-RESOLVE-MERGED-ID
033160         THRU 0600-EXIT.
033180     IF WS-MAPPED-ACCOUNT NOT = WS-STMT-ACCOUNT
033200         GO TO 2200-EXIT
033300     END-IF.
033400     MOVE ARCHIVE-LOG-RECORD TO CALC-LOG-RECORD.
