002050*                  RECORDS THROUGH THE XREF INSTEAD OF SWEEPING
002060*                  THE WHOLE LOG; THE ARCHIVE STREAM FILTERS ON
002070*                  THE ACCOUNT AS IT SCANS.
002072*   2026-10-15 DO  AN ACCOUNT SEARCH NOW FINDS ARCHIVED RECORDS
002074*                  UNDER EITHER ID OF AN ACCOUNTMERGE MERGE -
002076*                  THE SEARCH ID AND EACH ARCHIVED ACCOUNT ARE
002078*                  TRANSLATED THROUGH THE ACCTMAP MAPPING TO THE
002080*                  SURVIVOR BEFORE THEY ARE COMPARED.
002082*   2026-10-15 DO  SECLOG ROWS NOW CARRY A CHAIN SEQUENCE AND
002084*                  CHAIN VALUE, STAMPED BY AUDITCHAIN JUST AHEAD
002086*                  OF EACH WRITE, SO AUDITVERIFY CAN PROVE THE
002088*                  TRAIL WHOLE.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. CalcHistorySearch.
003730         ACCESS MODE IS DYNAMIC
003740         RECORD KEY IS XR-XREF-KEY
003750         FILE STATUS IS WS-XREF-FILE-STATUS.
003760     SELECT ACCOUNT-MAP-FILE ASSIGN TO "ACCTMAP"
003770         ORGANIZATION IS LINE SEQUENTIAL
003780         FILE STATUS IS WS-MAP-FILE-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  CALC-LOG-FILE.
004800 01  HISTORY-RPT-LINE                PIC X(80).
004810 FD  ACCT-XREF-FILE.
004820     COPY CALCLOGX.
004822 FD  ACCOUNT-MAP-FILE
004824     RECORDING MODE IS F.
004826     COPY ACCTMAP.
004830 FD  SEC-AUDIT-FILE
004840     RECORDING MODE IS F.
004850 01  SEC-AUDIT-RECORD.
004880     05  SA-ADMIN-ID                 PIC X(08).
004890     05  SA-ACTION                   PIC X(08).
004891     05  SA-TARGET-ID                PIC X(08).
004892     05  SA-CHAIN-SEQ                PIC 9(09).
004896     05  SA-CHAIN-VALUE              PIC 9(08).
004900 WORKING-STORAGE SECTION.
005000 01  WS-LOG-FILE-STATUS              PIC X(02).
005100     88  WS-LOG-FILE-OK              VALUE "00".
006650 01  WS-XREF-PATH-SWITCH             PIC X(01) VALUE "N".
006660     88  WS-USE-XREF-PATH           VALUE "Y".
006670 01  WS-AUDIT-FILE-STATUS            PIC X(02).
006671     88  WS-AUDIT-FILE-OK           VALUE "00".
006672 01  WS-MAP-FILE-STATUS              PIC X(02).
006673     88  WS-MAP-FILE-OK              VALUE "00".
006674 01  WS-MAP-EOF-SWITCH               PIC X(01) VALUE "N".
006675     88  WS-END-OF-MAP               VALUE "Y".
006676 01  WS-MAP-FOLLOW-SWITCH            PIC X(01) VALUE "N".
006677     88  WS-MAP-FOLLOWING            VALUE "Y".
006678 01  WS-MAP-TABLE.
006679     05  WS-MAP-ENTRY OCCURS 200 TIMES INDEXED BY MT-IDX.
006680         10  MT-RETIRED-ID           PIC X(08).
006681         10  MT-SURVIVOR-ID          PIC X(08).
006682 01  WS-MAP-COUNT                    PIC 9(03) COMP VALUE ZERO.
006683 01  WS-MAP-HOPS                     PIC 9(03) COMP VALUE ZERO.
006684 01  WS-MAPPED-ACCOUNT               PIC X(08) VALUE SPACES.
006690 01  WS-VIEWER-ID                    PIC X(08) VALUE SPACES.
006691 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
006692 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
006695 01  WS-AUDIT-TRAIL-NAME             PIC X(08) VALUE SPACES.
006700 01  WS-MATCH-COUNT                  PIC 9(06) COMP VALUE ZERO.
006800 01  WS-ACTIVE-COUNT                 PIC 9(06) COMP VALUE ZERO.
006900 01  WS-ARCHIVE-COUNT                PIC 9(06) COMP VALUE ZERO.
011230     ACCEPT WS-SEARCH-ACCOUNT.
011240     PERFORM 8000-WRITE-ACCESS-AUDIT
011250         THRU 8000-EXIT.
011252     IF NOT WS-NO-ACCOUNT-FILTER
011254         PERFORM 0500-LOAD-ACCOUNT-MAP
011256             THRU 0500-EXIT
011258         MOVE WS-SEARCH-ACCOUNT TO WS-MAPPED-ACCOUNT
011260         PERFORM 0600-RESOLVE-MERGED-ID
011262             THRU 0600-EXIT
011264         IF WS-MAPPED-ACCOUNT NOT = WS-SEARCH-ACCOUNT
011266             DISPLAY "ACCOUNT " WS-SEARCH-ACCOUNT
011268                 " WAS MERGED INTO " WS-MAPPED-ACCOUNT
011270                 " - SEARCHING " WS-MAPPED-ACCOUNT
011272             MOVE WS-MAPPED-ACCOUNT TO WS-SEARCH-ACCOUNT
011274         END-IF
011276     END-IF.
011300     PERFORM 1000-OPEN-FILES
011400         THRU 1000-EXIT.
011500     PERFORM 2000-MERGE-ONE-RECORD
011800     PERFORM 3000-CLOSE-AND-REPORT
011900         THRU 3000-EXIT.
012000     GO TO 9999-EXIT.
012001******************************************************************
012002* 0500-LOAD-ACCOUNT-MAP - THE ACCTMAP MERGE MAPPINGS INTO A
012003*                  TABLE. ACCOUNTMERGE RE-POINTS THE LIVE LOG BUT
012004*                  NEVER THE ARCHIVE, SO AN ARCHIVED RECORD OF A
012005*                  RETIRED ID IS TRANSLATED THROUGH THIS TABLE.
012006******************************************************************
012007 0500-LOAD-ACCOUNT-MAP.
012008     MOVE ZERO TO WS-MAP-COUNT.
012009     OPEN INPUT ACCOUNT-MAP-FILE.
012010     IF NOT WS-MAP-FILE-OK
012011         GO TO 0500-EXIT
012012     END-IF.
012013     MOVE "N" TO WS-MAP-EOF-SWITCH.
012014     PERFORM 0550-LOAD-ONE-MAPPING
012015         THRU 0550-EXIT
012016         UNTIL WS-END-OF-MAP.
012017     CLOSE ACCOUNT-MAP-FILE.
012018 0500-EXIT.
012019     EXIT.
012020******************************************************************
012021* 0550-LOAD-ONE-MAPPING - ONE RETIRED-TO-SURVIVOR ROW.
012022******************************************************************
012023 0550-LOAD-ONE-MAPPING.
012024     READ ACCOUNT-MAP-FILE
012025         AT END
012026             SET WS-END-OF-MAP TO TRUE
012027     END-READ.
012028     IF WS-END-OF-MAP OR WS-MAP-COUNT NOT < 200
012029         GO TO 0550-EXIT
012030     END-IF.
012031     ADD 1 TO WS-MAP-COUNT.
012032     SET MT-IDX TO WS-MAP-COUNT.
012033     MOVE AX-RETIRED-ID  TO MT-RETIRED-ID (MT-IDX).
012034     MOVE AX-SURVIVOR-ID TO MT-SURVIVOR-ID (MT-IDX).
012035 0550-EXIT.
012036     EXIT.
012037******************************************************************
012038* 0600-RESOLVE-MERGED-ID - FOLLOW WS-MAPPED-ACCOUNT THROUGH THE
012039*                  MAPPINGS TO THE ACCOUNT IT NOW LIVES UNDER. A
012040*                  SURVIVOR MERGED AGAIN LATER IS FOLLOWED ON;
012041*                  THE HOP LIMIT GUARDS AGAINST A LOOPED MAP.
012042******************************************************************
012043 0600-RESOLVE-MERGED-ID.
012044     MOVE ZERO TO WS-MAP-HOPS.
012045     MOVE "Y" TO WS-MAP-FOLLOW-SWITCH.
012046     PERFORM 0650-FOLLOW-ONE-MAPPING
012047         THRU 0650-EXIT
012048         UNTIL NOT WS-MAP-FOLLOWING OR WS-MAP-HOPS > 20.
012049 0600-EXIT.
012050     EXIT.
012051******************************************************************
012052* 0650-FOLLOW-ONE-MAPPING - ONE HOP.
012053******************************************************************
012054 0650-FOLLOW-ONE-MAPPING.
012055     ADD 1 TO WS-MAP-HOPS.
012056     SET MT-IDX TO 1.
012057     SEARCH WS-MAP-ENTRY
012058         AT END
012059             MOVE "N" TO WS-MAP-FOLLOW-SWITCH
012060         WHEN MT-IDX > WS-MAP-COUNT
012061             MOVE "N" TO WS-MAP-FOLLOW-SWITCH
012062         WHEN MT-RETIRED-ID (MT-IDX) = WS-MAPPED-ACCOUNT
012063             MOVE MT-SURVIVOR-ID (MT-IDX) TO WS-MAPPED-ACCOUNT
012064     END-SEARCH.
012065 0650-EXIT.
012066     EXIT.
012100******************************************************************
012200* 1000-OPEN-FILES - OPEN BOTH SOURCES AND THE REPORT AND PRIME
012300*                   ONE RECORD FROM EACH STREAM. A SOURCE THAT
024800*                  STREAM.
024900******************************************************************
025000 2200-EMIT-ARCHIVE-RECORD.
025010     MOVE CL-ACCOUNT-ID OF ARCHIVE-LOG-RECORD
025020         TO WS-MAPPED-ACCOUNT.
025030     IF NOT WS-NO-ACCOUNT-FILTER
025040         PERFORM 0600-RESOLVE-MERGED-ID
025050             THRU 0600-EXIT
025060     END-IF.
025100     IF CL-LOG-DATE OF ARCHIVE-LOG-RECORD >= WS-FROM-DATE
025200         AND CL-LOG-DATE OF ARCHIVE-LOG-RECORD <= WS-TO-DATE
025300         AND (WS-SEARCH-OPERATOR = SPACES
025400             OR CL-OPERATOR-ID OF ARCHIVE-LOG-RECORD
025500                 = WS-SEARCH-OPERATOR)
025510         AND (WS-NO-ACCOUNT-FILTER
025520             OR WS-MAPPED-ACCOUNT
025530                 = WS-SEARCH-ACCOUNT)
025600         MOVE "ARCHIVE" TO HD-SOURCE
025700         MOVE CL-LOG-DATE OF ARCHIVE-LOG-RECORD TO HD-LOG-DATE
029876             MOVE "ALL     " TO SA-TARGET-ID
029877         END-IF
029878     END-IF.
029880     MOVE "SECLOG" TO WS-AUDIT-TRAIL-NAME.
029882     CALL "AuditChain" USING WS-AUDIT-TRAIL-NAME,
029884         SEC-AUDIT-RECORD.
029886     WRITE SEC-AUDIT-RECORD.
029888     CLOSE SEC-AUDIT-FILE.
029890 8000-EXIT.
029892     EXIT.
029900 9999-EXIT.
030000     GOBACK.
030100 END PROGRAM CalcHistorySearch.
