000100******************************************************************
000200* PROGRAM-ID: ADHOCREPORT
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     GENERAL REPORT WRITER DRIVEN BY A SAVED REQUEST ON
000800*              THE ADHOCREQ CARD DECK (SEE THE ADHOCREQ COPYBOOK).
000900*              CALLED WITH THE REQUEST NAME BY ADHOCREQUEST AT THE
001000*              TERMINAL AND BY ADHOCBATCH IN THE END-OF-DAY RUN.
001100*              SWEEPS THE NAMED SOURCE - CALCLOG, CALCARCH, PNLEDG
001200*              OR PNARCH - KEEPS THE RECORDS EVERY SELECTION CARD
001300*              PASSES, SORTS THEM ON THE SORT FIELDS AND WRITES
001400*              THE CHOSEN COLUMNS EITHER AS A FORMATTED REPORT
001500*              WITH CONTROL-BREAK SUBTOTALS OF THE AMOUNT COLUMNS
001600*              (KEPT BY REPORTKEEP LIKE EVERY OTHER REPORT) OR
001700*              AS A COMMA-DELIMITED FILE FOR A SPREADSHEET. EITHER
001800*              WAY THE OUTPUT IS NAMED "AH" + THE REQUEST NAME.
001900*              THE FIELDS A CARD MAY NAME ARE THE ONES IN THE
002000*              FIELD DICTIONARY BELOW. RETURN CODE 8 WHEN THE
002100*              REQUEST CANNOT BE RUN, 4 WHEN MORE RECORDS WERE
002200*              SELECTED THAN THE SORT TABLE HOLDS.
002300* TECTONICS:   cobc
002400*
002500* MODIFICATION HISTORY
002600*   2026-10-15 DO  INITIAL VERSION.
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. AdHocReport.
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT REQUEST-FILE ASSIGN TO "ADHOCREQ"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-REQ-FILE-STATUS.
003600     SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS CL-LOG-KEY
004000         FILE STATUS IS WS-SRC-FILE-STATUS.
004100     SELECT CALC-ARCHIVE-FILE ASSIGN TO "CALCARCH"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-SRC-FILE-STATUS.
004400     SELECT LEDGER-FILE ASSIGN TO "PNLEDG"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS LR-LEDGER-KEY
004800         FILE STATUS IS WS-SRC-FILE-STATUS.
004900     SELECT LEDGER-ARCHIVE-FILE ASSIGN TO "PNARCH"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-SRC-FILE-STATUS.
005200     SELECT ADHOC-RPT-FILE ASSIGN TO WS-OUTPUT-NAME
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-OUT-FILE-STATUS.
005500     SELECT ADHOC-CSV-FILE ASSIGN TO WS-OUTPUT-NAME
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-OUT-FILE-STATUS.
005800     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-BDATE-FILE-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  REQUEST-FILE
006400     RECORDING MODE IS F.
006500     COPY ADHOCREQ.
006600 FD  CALC-LOG-FILE.
006700     COPY CALCLOG.
006800 FD  CALC-ARCHIVE-FILE
006900     RECORDING MODE IS F.
007000     COPY CALCLOG REPLACING ==CALC-LOG-RECORD== BY
007100         ==ARCHIVE-LOG-RECORD==
007200         LEADING ==CL-== BY ==CA-==.
007300 FD  LEDGER-FILE.
007400     COPY LEDGREC.
007500 FD  LEDGER-ARCHIVE-FILE
007600     RECORDING MODE IS F.
007700     COPY LEDGREC REPLACING ==LEDGER-RECORD== BY
007800         ==ARCHIVE-LEDGER-RECORD==
007900         LEADING ==LR-== BY ==LA-==.
008000 FD  ADHOC-RPT-FILE
008100     RECORDING MODE IS F.
008200 01  ADHOC-RPT-LINE                  PIC X(80).
008300 FD  ADHOC-CSV-FILE
008400     RECORDING MODE IS F.
008500 01  ADHOC-CSV-LINE                  PIC X(300).
008600 FD  BUS-DATE-FILE
008700     RECORDING MODE IS F.
008800     COPY BUSDATE.
008900 WORKING-STORAGE SECTION.
009000 01  WS-REQ-FILE-STATUS              PIC X(02).
009100     88  WS-REQ-FILE-OK              VALUE "00".
009200 01  WS-SRC-FILE-STATUS              PIC X(02).
009300     88  WS-SRC-FILE-OK              VALUE "00".
009400 01  WS-OUT-FILE-STATUS              PIC X(02).
009500     88  WS-OUT-FILE-OK              VALUE "00".
009600 01  WS-BDATE-FILE-STATUS            PIC X(02).
009700     88  WS-BDATE-FILE-OK            VALUE "00".
009800 01  WS-OUTPUT-NAME.
009900     05  FILLER                      PIC X(02) VALUE "AH".
010000     05  WS-OUTPUT-REQUEST-PART      PIC X(06).
010100 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
010200 01  WS-SYSTEM-DATE                  PIC 9(08) VALUE ZERO.
010300 01  WS-REQ-EOF-SWITCH               PIC X(01) VALUE "N".
010400     88  WS-END-OF-REQUESTS          VALUE "Y".
010500 01  WS-SRC-EOF-SWITCH               PIC X(01) VALUE "N".
010600     88  WS-END-OF-SOURCE            VALUE "Y".
010700 01  WS-HEADER-SWITCH                PIC X(01) VALUE "N".
010800     88  WS-HEADER-SEEN              VALUE "Y".
010900 01  WS-REQUEST-ERRORS               PIC 9(04) COMP VALUE ZERO.
011000 01  WS-ERROR-TEXT                   PIC X(44) VALUE SPACES.
011100*
011200*    THE REQUEST AS LOADED FROM ITS CARDS.
011300*
011400 01  WS-SOURCE-NAME                  PIC X(08) VALUE SPACES.
011500     88  WS-SOURCE-CALCLOG           VALUE "CALCLOG ".
011600     88  WS-SOURCE-CALCARCH          VALUE "CALCARCH".
011700     88  WS-SOURCE-PNLEDG            VALUE "PNLEDG  ".
011800     88  WS-SOURCE-PNARCH            VALUE "PNARCH  ".
011900 01  WS-SOURCE-CLASS                 PIC X(01) VALUE SPACE.
012000     88  WS-CALC-SOURCE              VALUE "C".
012100     88  WS-LEDGER-SOURCE            VALUE "L".
012200 01  WS-OUTPUT-FORMAT                PIC X(01) VALUE SPACE.
012300     88  WS-OUTPUT-REPORT            VALUE "R".
012400     88  WS-OUTPUT-DELIMITED         VALUE "C".
012500 01  WS-REPORT-TITLE                 PIC X(40) VALUE SPACES.
012600 01  WS-SELECT-TABLE.
012700     05  WS-SELECT-ENTRY OCCURS 10 TIMES.
012800         10  SE-FIELD-IDX            PIC 9(02) COMP.
012900         10  SE-OPERATOR             PIC X(02).
013000             88  SE-EQUAL            VALUE "EQ".
013100             88  SE-NOT-EQUAL        VALUE "NE".
013200             88  SE-LESS             VALUE "LT".
013300             88  SE-NOT-GREATER      VALUE "LE".
013400             88  SE-GREATER          VALUE "GT".
013500             88  SE-NOT-LESS         VALUE "GE".
013600             88  SE-OPERATOR-VALID   VALUE "EQ" "NE" "LT" "LE"
013700                                           "GT" "GE".
013800         10  SE-VALUE-TEXT           PIC X(30).
013900         10  SE-VALUE-NUMBER         PIC S9(13)V99.
014000 01  WS-SELECT-COUNT                 PIC 9(02) COMP VALUE ZERO.
014100 01  WS-COLUMN-TABLE.
014200     05  CO-FIELD-IDX                PIC 9(02) COMP
014300                                     OCCURS 8 TIMES.
014400 01  WS-COLUMN-COUNT                 PIC 9(02) COMP VALUE ZERO.
014500 01  WS-AMOUNT-COLUMNS               PIC 9(02) COMP VALUE ZERO.
014600 01  WS-LINE-WIDTH                   PIC 9(04) COMP VALUE ZERO.
014700 01  WS-SORT-FIELD-TABLE.
014800     05  SO-FIELD-IDX                PIC 9(02) COMP
014900                                     OCCURS 3 TIMES.
015000 01  WS-SORT-COUNT                   PIC 9(02) COMP VALUE ZERO.
015100 01  WS-BREAK-TABLE.
015200     05  WS-BREAK-ENTRY OCCURS 2 TIMES.
015300         10  BR-FIELD-IDX            PIC 9(02) COMP.
015400         10  BR-DISPLAY              PIC X(30).
015500 01  WS-BREAK-COUNT                  PIC 9(02) COMP VALUE ZERO.
015600*
015700*    FIELD DICTIONARY - SOURCE CLASS (C CALCULATOR LOG OR ITS
015800*    ARCHIVE, L LEDGER OR ITS ARCHIVE), NAME AS WRITTEN ON A CARD,
015900*    FIELD NUMBER WITHIN THE CLASS, KIND (A ALPHANUMERIC, I WHOLE
016000*    NUMBER OR DATE, N AMOUNT) AND PRINTED COLUMN WIDTH. THE FIELD
016100*    NUMBER IS WHAT 7100 AND 7200 GO BY.
016200*
016300 01  WS-DICTIONARY-VALUES.
016400     05  FILLER      PIC X(14) VALUE "CDATE    01I09".
016500     05  FILLER      PIC X(14) VALUE "COPERATOR02A08".
016600     05  FILLER      PIC X(14) VALUE "CSEQ     03I09".
016700     05  FILLER      PIC X(14) VALUE "CTIME    04I09".
016800     05  FILLER      PIC X(14) VALUE "CNUM1    05N16".
016900     05  FILLER      PIC X(14) VALUE "CNUM2    06N16".
017000     05  FILLER      PIC X(14) VALUE "COPTION  07I09".
017100     05  FILLER      PIC X(14) VALUE "CRESULT  08N16".
017200     05  FILLER      PIC X(14) VALUE "CSTATUS  09A08".
017300     05  FILLER      PIC X(14) VALUE "CREASON  10A30".
017400     05  FILLER      PIC X(14) VALUE "CEXTGEN  11I09".
017500     05  FILLER      PIC X(14) VALUE "CACCOUNT 12A08".
017600     05  FILLER      PIC X(14) VALUE "CRATECODE13A08".
017700     05  FILLER      PIC X(14) VALUE "CRATESRC 14A08".
017800     05  FILLER      PIC X(14) VALUE "CCURRENCY15A08".
017900     05  FILLER      PIC X(14) VALUE "CORIGAMT 16N16".
018000     05  FILLER      PIC X(14) VALUE "CTAXJUR  17A08".
018100     05  FILLER      PIC X(14) VALUE "CTAXCODE 18A08".
018200     05  FILLER      PIC X(14) VALUE "CTAXAMT  19N16".
018300     05  FILLER      PIC X(14) VALUE "CTIER    20I09".
018400     05  FILLER      PIC X(14) VALUE "CDEPT    21A08".
018500     05  FILLER      PIC X(14) VALUE "CVALDATE 22I09".
018600     05  FILLER      PIC X(14) VALUE "CPROMO   23A08".
018700     05  FILLER      PIC X(14) VALUE "CPROMOAMT24N16".
018800     05  FILLER      PIC X(14) VALUE "CVOIDOPER25A08".
018900     05  FILLER      PIC X(14) VALUE "CGROUPREF26A08".
019000     05  FILLER      PIC X(14) VALUE "CCREDGEN 27I09".
019100     05  FILLER      PIC X(14) VALUE "CVOIDRSN 28A30".
019200     05  FILLER      PIC X(14) VALUE "LDATE    01I09".
019300     05  FILLER      PIC X(14) VALUE "LSEQ     02I09".
019400     05  FILLER      PIC X(14) VALUE "LNUM1    03I09".
019500     05  FILLER      PIC X(14) VALUE "LNUM2    04I09".
019600     05  FILLER      PIC X(14) VALUE "LNUM3    05N16".
019700     05  FILLER      PIC X(14) VALUE "LADJNUM1 06I09".
019800     05  FILLER      PIC X(14) VALUE "LADJNUM2 07I09".
019900     05  FILLER      PIC X(14) VALUE "LADJNUM3 08N16".
020000     05  FILLER      PIC X(14) VALUE "LGLACCT  09A08".
020100     05  FILLER      PIC X(14) VALUE "LDEPT    10A08".
020200     05  FILLER      PIC X(14) VALUE "LCONFIRM 11A08".
020300     05  FILLER      PIC X(14) VALUE "LCONFDATE12I09".
020400     05  FILLER      PIC X(14) VALUE "LSTATUS  13A08".
020500     05  FILLER      PIC X(14) VALUE "LREVDATE 14I09".
020600     05  FILLER      PIC X(14) VALUE "LREVSEQ  15I09".
020700     05  FILLER      PIC X(14) VALUE "LPOSTAMT 16N16".
020800     05  FILLER      PIC X(14) VALUE "LTRANTYPE17A08".
020900 01  WS-DICTIONARY REDEFINES WS-DICTIONARY-VALUES.
021000     05  WS-DICTIONARY-ENTRY OCCURS 45 TIMES.
021100         10  DI-CLASS                PIC X(01).
021200         10  DI-NAME                 PIC X(08).
021300         10  DI-FIELD-NO             PIC 9(02).
021400         10  DI-KIND                 PIC X(01).
021500             88  DI-ALPHA            VALUE "A".
021600             88  DI-WHOLE-NUMBER     VALUE "I".
021700             88  DI-AMOUNT           VALUE "N".
021800         10  DI-WIDTH                PIC 9(02).
021900 01  WS-DICTIONARY-SIZE              PIC 9(02) COMP VALUE 45.
022000 01  WS-DICT-IDX                     PIC 9(02) COMP VALUE ZERO.
022100 01  WS-LOOKUP-NAME                  PIC X(08) VALUE SPACES.
022200 01  WS-FOUND-FIELD                  PIC 9(02) COMP VALUE ZERO.
022300*
022400*    THE RECORD BEING LOOKED AT, WHICHEVER FILE IT CAME FROM.
022500*
022600     COPY CALCLOG REPLACING ==CALC-LOG-RECORD== BY
022700         ==WORK-LOG-RECORD==
022800         LEADING ==CL-== BY ==WL-==.
022900     COPY LEDGREC REPLACING ==LEDGER-RECORD== BY
023000         ==WORK-LEDGER-RECORD==
023100         LEADING ==LR-== BY ==WR-==.
023200 01  WS-FIELD-IDX                    PIC 9(02) COMP VALUE ZERO.
023300 01  WS-FIELD-TEXT                   PIC X(30) VALUE SPACES.
023400 01  WS-FIELD-NUMBER                 PIC S9(13)V99 VALUE ZERO.
023500 01  WS-FIELD-DISPLAY                PIC X(30) VALUE SPACES.
023600 01  WS-EDIT-AMOUNT                  PIC -(12)9.99.
023700 01  WS-EDIT-WHOLE                   PIC -(8)9.
023800 01  WS-EDIT-COUNT                   PIC ZZZ,ZZ9.
023900 01  WS-KEY-NUMBER                   PIC 9(14)V99 VALUE ZERO.
024000 01  WS-KEY-NUMBER-X REDEFINES WS-KEY-NUMBER
024100                                     PIC X(16).
024200*
024300*    NUMBER PARSING FOR A SELECTION VALUE.
024400*
024500 01  WS-PARSE-NUMBER                 PIC S9(13)V99 VALUE ZERO.
024600 01  WS-PARSE-DIGIT                  PIC 9(01) VALUE ZERO.
024700 01  WS-PARSE-CHAR                   PIC X(01) VALUE SPACE.
024800 01  WS-PARSE-PLACES                 PIC 9(01) VALUE ZERO.
024900 01  WS-PARSE-DIGITS                 PIC 9(02) COMP VALUE ZERO.
025000 01  WS-PARSE-SIGN-SWITCH            PIC X(01) VALUE "N".
025100     88  WS-PARSE-NEGATIVE           VALUE "Y".
025200 01  WS-PARSE-POINT-SWITCH           PIC X(01) VALUE "N".
025300     88  WS-PARSE-POINT-SEEN         VALUE "Y".
025400 01  WS-PARSE-END-SWITCH             PIC X(01) VALUE "N".
025500     88  WS-PARSE-ENDED              VALUE "Y".
025600 01  WS-PARSE-ERROR-SWITCH           PIC X(01) VALUE "N".
025700     88  WS-PARSE-ERROR              VALUE "Y".
025800 01  WS-CHAR-IDX                     PIC S9(04) COMP VALUE ZERO.
025900 01  WS-TEXT-LENGTH                  PIC 9(04) COMP VALUE ZERO.
026000 01  WS-LEAD-SPACES                  PIC 9(04) COMP VALUE ZERO.
026100*
026200*    SELECTED RECORDS, SORT KEY FIRST. THE KEY IS 30 BYTES PER
026300*    SORT FIELD AND THE LOAD SERIAL LAST, SO EQUAL KEYS KEEP THE
026400*    ORDER THE SOURCE HAD THEM IN.
026500*
026600 01  WS-ENTRY-TABLE.
026700     05  WS-ENTRY OCCURS 2000 TIMES.
026800         10  ET-SORT-KEY.
026900             15  ET-KEY-PARTS        PIC X(90).
027000             15  ET-LOAD-SERIAL      PIC 9(04).
027100         10  ET-RECORD               PIC X(240).
027200 01  WS-SWAP-ENTRY                   PIC X(334).
027300 01  WS-ENTRY-LIMIT                  PIC 9(04) COMP VALUE 2000.
027400 01  WS-ENTRY-COUNT                  PIC 9(04) COMP VALUE ZERO.
027500 01  WS-ENTRY-IDX                    PIC 9(04) COMP VALUE ZERO.
027600 01  WS-SORT-I                       PIC 9(04) COMP VALUE ZERO.
027700 01  WS-SORT-J                       PIC 9(04) COMP VALUE ZERO.
027800 01  WS-LOW-IDX                      PIC 9(04) COMP VALUE ZERO.
027900 01  WS-KEY-START                    PIC 9(04) COMP VALUE ZERO.
028000 01  WS-READ-COUNT                   PIC 9(07) COMP VALUE ZERO.
028100 01  WS-SELECTED-COUNT               PIC 9(07) COMP VALUE ZERO.
028200 01  WS-OVERFLOW-COUNT               PIC 9(07) COMP VALUE ZERO.
028300 01  WS-SELECTED-SWITCH              PIC X(01) VALUE "N".
028400     88  WS-RECORD-SELECTED          VALUE "Y".
028500 01  WS-SEL-IDX                      PIC 9(02) COMP VALUE ZERO.
028600 01  WS-COLUMN-IDX                   PIC 9(02) COMP VALUE ZERO.
028700 01  WS-PART-IDX                     PIC 9(02) COMP VALUE ZERO.
028800*
028900*    CONTROL BREAKS AND TOTALS. LEVELS 1 AND 2 ARE THE BREAK
029000*    FIELDS, MAJOR FIRST; LEVEL 3 IS THE REPORT TOTAL.
029100*
029200 01  WS-PREV-SORT-KEY                PIC X(94) VALUE SPACES.
029300 01  WS-BREAK-LEVEL                  PIC 9(02) COMP VALUE ZERO.
029400 01  WS-LEVEL-IDX                    PIC S9(04) COMP VALUE ZERO.
029500 01  WS-TOTAL-IDX                    PIC 9(02) COMP VALUE ZERO.
029600 01  WS-TOTAL-TABLE.
029700     05  WS-TOTAL-LEVEL OCCURS 3 TIMES.
029800         10  TT-RECORD-COUNT         PIC 9(07) COMP.
029900         10  TT-AMOUNT               PIC S9(15)V99 OCCURS 8 TIMES.
030000 01  WS-LINE-POINTER                 PIC 9(04) COMP VALUE ZERO.
030100 01  WS-REPORT-LINE                  PIC X(80) VALUE SPACES.
030200 01  WS-CSV-LINE                     PIC X(300) VALUE SPACES.
030300 01  WS-HEADER-LINE-1.
030400     05  FILLER                      PIC X(14) VALUE
030500         "AD HOC REPORT ".
030600     05  HL-REQUEST-NAME             PIC X(06).
030700     05  FILLER                      PIC X(02) VALUE SPACES.
030800     05  HL-TITLE                    PIC X(40).
030900     05  FILLER                      PIC X(18) VALUE SPACES.
031000 01  WS-HEADER-LINE-2.
031100     05  FILLER                      PIC X(08) VALUE "SOURCE: ".
031200     05  HL-SOURCE                   PIC X(08).
031300     05  FILLER                      PIC X(17) VALUE
031400         "  BUSINESS DATE: ".
031500     05  HL-BUSINESS-DATE            PIC 9(08).
031600     05  FILLER                      PIC X(07) VALUE "  RUN: ".
031700     05  HL-RUN-DATE                 PIC 9(08).
031800     05  FILLER                      PIC X(24) VALUE SPACES.
031900 01  WS-SELECTION-LINE.
032000     05  FILLER                      PIC X(08) VALUE "  WHERE ".
032100     05  SL-FIELD-NAME               PIC X(08).
032200     05  FILLER                      PIC X(01) VALUE SPACE.
032300     05  SL-OPERATOR                 PIC X(02).
032400     05  FILLER                      PIC X(01) VALUE SPACE.
032500     05  SL-VALUE                    PIC X(30).
032600     05  FILLER                      PIC X(30) VALUE SPACES.
032700 LINKAGE SECTION.
032800 01  AR-REQUEST-NAME                 PIC X(06).
032900 PROCEDURE DIVISION USING AR-REQUEST-NAME.
033000******************************************************************
033100* 0000-MAINLINE - LOAD THE REQUEST, SELECT AND SORT ITS RECORDS,
033200*                 THEN WRITE THE REPORT OR THE DELIMITED FILE.
033300******************************************************************
033400 0000-MAINLINE.
033500     PERFORM 1000-INITIALIZE
033600         THRU 1000-EXIT.
033700     PERFORM 1100-LOAD-REQUEST
033800         THRU 1100-EXIT.
033900     IF WS-REQUEST-ERRORS > ZERO
034000         DISPLAY "AD HOC REQUEST " AR-REQUEST-NAME " NOT RUN - "
034100             WS-REQUEST-ERRORS " CARD ERROR(S)"
034200         MOVE 8 TO RETURN-CODE
034300         GO TO 9999-EXIT
034400     END-IF.
034500     PERFORM 3000-SELECT-RECORDS
034600         THRU 3000-EXIT.
034700     IF NOT WS-SRC-FILE-OK AND NOT WS-END-OF-SOURCE
034800         MOVE 8 TO RETURN-CODE
034900         GO TO 9999-EXIT
035000     END-IF.
035100     PERFORM 4000-SORT-ENTRIES
035200         THRU 4000-EXIT.
035300     IF WS-OUTPUT-REPORT
035400         PERFORM 5000-PRINT-REPORT
035500             THRU 5000-EXIT
035600     ELSE
035700         PERFORM 6000-WRITE-DELIMITED
035800             THRU 6000-EXIT
035900     END-IF.
036000     IF NOT WS-OUT-FILE-OK
036100         MOVE 8 TO RETURN-CODE
036200         GO TO 9999-EXIT
036300     END-IF.
036400     DISPLAY "AD HOC REQUEST " AR-REQUEST-NAME " - "
036500         WS-READ-COUNT " READ, " WS-SELECTED-COUNT
036600         " SELECTED, WRITTEN TO " WS-OUTPUT-NAME.
036700     MOVE ZERO TO RETURN-CODE.
036800     IF WS-OVERFLOW-COUNT > ZERO
036900         DISPLAY "SORT TABLE FULL - " WS-OVERFLOW-COUNT
037000             " SELECTED RECORDS LEFT OUT"
037100         MOVE 4 TO RETURN-CODE
037200     END-IF.
037300     GO TO 9999-EXIT.
037400******************************************************************
037500* 0500-CHECK-DATE-OVERRIDE - HONOR THE BUSDATE PROCESSING-DATE
037600*                  CONTROL, SO A SELECTION ON BUSDATE MEANS THE
037700*                  NIGHT'S BUSINESS DATE EVEN ON A LATE RUN.
037800******************************************************************
037900 0500-CHECK-DATE-OVERRIDE.
038000     MOVE WS-TODAYS-DATE TO WS-SYSTEM-DATE.
038100     OPEN INPUT BUS-DATE-FILE.
038200     IF NOT WS-BDATE-FILE-OK
038300         GO TO 0500-EXIT
038400     END-IF.
038500     READ BUS-DATE-FILE
038600         AT END
038700             CONTINUE
038800     END-READ.
038900     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
039000         MOVE BD-BUSINESS-DATE TO WS-TODAYS-DATE
039100     END-IF.
039200     CLOSE BUS-DATE-FILE.
039300 0500-EXIT.
039400     EXIT.
039500******************************************************************
039600* 1000-INITIALIZE - THIS PROGRAM IS CALLED ONCE PER REQUEST, SO
039700*                  EVERYTHING LEFT OVER FROM THE LAST ONE IS
039800*                  CLEARED.
039900******************************************************************
040000 1000-INITIALIZE.
040100     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
040200     PERFORM 0500-CHECK-DATE-OVERRIDE
040300         THRU 0500-EXIT.
040400     MOVE AR-REQUEST-NAME TO WS-OUTPUT-REQUEST-PART.
040500     MOVE "N" TO WS-REQ-EOF-SWITCH.
040600     MOVE "N" TO WS-SRC-EOF-SWITCH.
040700     MOVE "N" TO WS-HEADER-SWITCH.
040800     MOVE "00" TO WS-OUT-FILE-STATUS.
040900     MOVE ZERO TO WS-REQUEST-ERRORS.
041000     MOVE SPACES TO WS-SOURCE-NAME.
041100     MOVE SPACE TO WS-SOURCE-CLASS.
041200     MOVE SPACE TO WS-OUTPUT-FORMAT.
041300     MOVE SPACES TO WS-REPORT-TITLE.
041400     INITIALIZE WS-SELECT-TABLE.
041500     INITIALIZE WS-COLUMN-TABLE.
041600     INITIALIZE WS-SORT-FIELD-TABLE.
041700     INITIALIZE WS-BREAK-TABLE.
041800     INITIALIZE WS-TOTAL-TABLE.
041900     MOVE ZERO TO WS-SELECT-COUNT.
042000     MOVE ZERO TO WS-COLUMN-COUNT.
042100     MOVE ZERO TO WS-AMOUNT-COLUMNS.
042200     MOVE ZERO TO WS-LINE-WIDTH.
042300     MOVE ZERO TO WS-SORT-COUNT.
042400     MOVE ZERO TO WS-BREAK-COUNT.
042500     MOVE ZERO TO WS-ENTRY-COUNT.
042600     MOVE ZERO TO WS-READ-COUNT.
042700     MOVE ZERO TO WS-SELECTED-COUNT.
042800     MOVE ZERO TO WS-OVERFLOW-COUNT.
042900     MOVE SPACES TO WS-PREV-SORT-KEY.
043000 1000-EXIT.
043100     EXIT.
043200******************************************************************
043300* 1100-LOAD-REQUEST - PICK THE REQUEST'S CARDS OFF THE DECK, THEN
043400*                  CHECK THAT WHAT THEY ASK FOR HANGS TOGETHER.
043500******************************************************************
043600 1100-LOAD-REQUEST.
043700     OPEN INPUT REQUEST-FILE.
043800     IF NOT WS-REQ-FILE-OK
043900         DISPLAY "ADHOCREQ OPEN FAILED, STATUS "
044000             WS-REQ-FILE-STATUS
044100         ADD 1 TO WS-REQUEST-ERRORS
044200         GO TO 1100-EXIT
044300     END-IF.
044400     PERFORM 1200-LOAD-ONE-CARD
044500         THRU 1200-EXIT
044600         UNTIL WS-END-OF-REQUESTS.
044700     CLOSE REQUEST-FILE.
044800     IF NOT WS-HEADER-SEEN
044900         DISPLAY "NO HEADER CARD FOR REQUEST " AR-REQUEST-NAME
045000             " ON ADHOCREQ"
045100         ADD 1 TO WS-REQUEST-ERRORS
045200         GO TO 1100-EXIT
045300     END-IF.
045400     PERFORM 1500-CHECK-REQUEST
045500         THRU 1500-EXIT.
045600 1100-EXIT.
045700     EXIT.
045800******************************************************************
045900* 1200-LOAD-ONE-CARD - NEXT CARD. COMMENTS AND OTHER REQUESTS'
046000*                  CARDS ARE PASSED OVER; THE HEADER MUST COME
046100*                  BEFORE THE REST, SINCE IT SAYS WHICH FIELD
046200*                  NAMES APPLY.
046300******************************************************************
046400 1200-LOAD-ONE-CARD.
046500     READ REQUEST-FILE
046600         AT END
046700             SET WS-END-OF-REQUESTS TO TRUE
046800             GO TO 1200-EXIT
046900     END-READ.
047000     IF ADHOC-REQUEST-CARD (1:1) = "*"
047100        OR AQ-REQUEST-NAME NOT = AR-REQUEST-NAME
047200         GO TO 1200-EXIT
047300     END-IF.
047400     IF AQ-HEADER-CARD
047500         PERFORM 1250-LOAD-HEADER-CARD
047600             THRU 1250-EXIT
047700         GO TO 1200-EXIT
047800     END-IF.
047900     IF NOT WS-HEADER-SEEN
048000         MOVE "HEADER CARD MUST COME FIRST" TO WS-ERROR-TEXT
048100         PERFORM 1900-CARD-ERROR
048200             THRU 1900-EXIT
048300         GO TO 1200-EXIT
048400     END-IF.
048500     EVALUATE TRUE
048600         WHEN AQ-SELECT-CARD
048700             PERFORM 1300-ADD-SELECTION
048800                 THRU 1300-EXIT
048900         WHEN AQ-COLUMN-CARD
049000             PERFORM 1400-ADD-COLUMN
049100                 THRU 1400-EXIT
049200         WHEN AQ-SORT-CARD
049300             PERFORM 1420-ADD-SORT-FIELD
049400                 THRU 1420-EXIT
049500         WHEN AQ-BREAK-CARD
049600             PERFORM 1440-ADD-BREAK-FIELD
049700                 THRU 1440-EXIT
049800         WHEN OTHER
049900             MOVE "UNKNOWN CARD TYPE" TO WS-ERROR-TEXT
050000             PERFORM 1900-CARD-ERROR
050100                 THRU 1900-EXIT
050200     END-EVALUATE.
050300 1200-EXIT.
050400     EXIT.
050500******************************************************************
050600* 1250-LOAD-HEADER-CARD - SOURCE, OUTPUT FORMAT AND TITLE.
050700******************************************************************
050800 1250-LOAD-HEADER-CARD.
050900     IF WS-HEADER-SEEN
051000         MOVE "SECOND HEADER CARD" TO WS-ERROR-TEXT
051100         PERFORM 1900-CARD-ERROR
051200             THRU 1900-EXIT
051300         GO TO 1250-EXIT
051400     END-IF.
051500     SET WS-HEADER-SEEN TO TRUE.
051600     MOVE AQ-SOURCE TO WS-SOURCE-NAME.
051700     EVALUATE TRUE
051800         WHEN AQ-SOURCE-CALCLOG
051900         WHEN AQ-SOURCE-CALCARCH
052000             SET WS-CALC-SOURCE TO TRUE
052100         WHEN AQ-SOURCE-PNLEDG
052200         WHEN AQ-SOURCE-PNARCH
052300             SET WS-LEDGER-SOURCE TO TRUE
052400         WHEN OTHER
052500             MOVE "SOURCE MUST BE CALCLOG CALCARCH PNLEDG PNARCH"
052600                 TO WS-ERROR-TEXT
052700             PERFORM 1900-CARD-ERROR
052800                 THRU 1900-EXIT
052900     END-EVALUATE.
053000     MOVE AQ-OUTPUT-FORMAT TO WS-OUTPUT-FORMAT.
053100     IF NOT WS-OUTPUT-REPORT AND NOT WS-OUTPUT-DELIMITED
053200         MOVE "OUTPUT MUST BE R (REPORT) OR C (DELIMITED)"
053300             TO WS-ERROR-TEXT
053400         PERFORM 1900-CARD-ERROR
053500             THRU 1900-EXIT
053600     END-IF.
053700     MOVE AQ-TITLE TO WS-REPORT-TITLE.
053800 1250-EXIT.
053900     EXIT.
054000******************************************************************
054100* 1300-ADD-SELECTION - FIELD, OPERATOR AND VALUE. A VALUE FOR A
054200*                  NUMERIC FIELD IS CONVERTED ONCE, HERE.
054300******************************************************************
054400 1300-ADD-SELECTION.
054500     IF WS-SELECT-COUNT = 10
054600         MOVE "MORE THAN 10 SELECTION CARDS" TO WS-ERROR-TEXT
054700         PERFORM 1900-CARD-ERROR
054800             THRU 1900-EXIT
054900         GO TO 1300-EXIT
055000     END-IF.
055100     MOVE AQ-SELECT-FIELD TO WS-LOOKUP-NAME.
055200     PERFORM 1600-FIND-FIELD
055300         THRU 1600-EXIT.
055400     IF WS-FOUND-FIELD = ZERO
055500         GO TO 1300-EXIT
055600     END-IF.
055700     ADD 1 TO WS-SELECT-COUNT.
055800     MOVE WS-FOUND-FIELD TO SE-FIELD-IDX (WS-SELECT-COUNT).
055900     MOVE AQ-SELECT-OPERATOR TO SE-OPERATOR (WS-SELECT-COUNT).
056000     MOVE AQ-SELECT-VALUE TO SE-VALUE-TEXT (WS-SELECT-COUNT).
056100     IF NOT SE-OPERATOR-VALID (WS-SELECT-COUNT)
056200         MOVE "OPERATOR MUST BE EQ NE LT LE GT OR GE"
056300             TO WS-ERROR-TEXT
056400         PERFORM 1900-CARD-ERROR
056500             THRU 1900-EXIT
056600         GO TO 1300-EXIT
056700     END-IF.
056800     IF DI-ALPHA (WS-FOUND-FIELD)
056900         GO TO 1300-EXIT
057000     END-IF.
057100     IF AQ-SELECT-VALUE = "BUSDATE"
057200         MOVE WS-TODAYS-DATE TO SE-VALUE-NUMBER (WS-SELECT-COUNT)
057300         GO TO 1300-EXIT
057400     END-IF.
057500     PERFORM 1700-PARSE-NUMBER
057600         THRU 1700-EXIT.
057700     IF WS-PARSE-ERROR
057800         MOVE "VALUE IS NOT A NUMBER" TO WS-ERROR-TEXT
057900         PERFORM 1900-CARD-ERROR
058000             THRU 1900-EXIT
058100         GO TO 1300-EXIT
058200     END-IF.
058300     MOVE WS-PARSE-NUMBER TO SE-VALUE-NUMBER (WS-SELECT-COUNT).
058400 1300-EXIT.
058500     EXIT.
058600******************************************************************
058700* 1400-ADD-COLUMN - ONE PRINTED COLUMN, IN CARD ORDER.
058800******************************************************************
058900 1400-ADD-COLUMN.
059000     IF WS-COLUMN-COUNT = 8
059100         MOVE "MORE THAN 8 COLUMN CARDS" TO WS-ERROR-TEXT
059200         PERFORM 1900-CARD-ERROR
059300             THRU 1900-EXIT
059400         GO TO 1400-EXIT
059500     END-IF.
059600     MOVE AQ-FIELD-NAME TO WS-LOOKUP-NAME.
059700     PERFORM 1600-FIND-FIELD
059800         THRU 1600-EXIT.
059900     IF WS-FOUND-FIELD = ZERO
060000         GO TO 1400-EXIT
060100     END-IF.
060200     ADD 1 TO WS-COLUMN-COUNT.
060300     MOVE WS-FOUND-FIELD TO CO-FIELD-IDX (WS-COLUMN-COUNT).
060400     COMPUTE WS-LINE-WIDTH = WS-LINE-WIDTH
060500         + DI-WIDTH (WS-FOUND-FIELD) + 1.
060600     IF DI-AMOUNT (WS-FOUND-FIELD)
060700         ADD 1 TO WS-AMOUNT-COLUMNS
060800     END-IF.
060900 1400-EXIT.
061000     EXIT.
061100******************************************************************
061200* 1420-ADD-SORT-FIELD - ONE SORT FIELD, MAJOR FIRST.
061300******************************************************************
061400 1420-ADD-SORT-FIELD.
061500     IF WS-SORT-COUNT = 3
061600         MOVE "MORE THAN 3 SORT CARDS" TO WS-ERROR-TEXT
061700         PERFORM 1900-CARD-ERROR
061800             THRU 1900-EXIT
061900         GO TO 1420-EXIT
062000     END-IF.
062100     MOVE AQ-FIELD-NAME TO WS-LOOKUP-NAME.
062200     PERFORM 1600-FIND-FIELD
062300         THRU 1600-EXIT.
062400     IF WS-FOUND-FIELD = ZERO
062500         GO TO 1420-EXIT
062600     END-IF.
062700     ADD 1 TO WS-SORT-COUNT.
062800     MOVE WS-FOUND-FIELD TO SO-FIELD-IDX (WS-SORT-COUNT).
062900 1420-EXIT.
063000     EXIT.
063100******************************************************************
063200* 1440-ADD-BREAK-FIELD - ONE CONTROL-BREAK FIELD, MAJOR FIRST.
063300******************************************************************
063400 1440-ADD-BREAK-FIELD.
063500     IF WS-BREAK-COUNT = 2
063600         MOVE "MORE THAN 2 BREAK CARDS" TO WS-ERROR-TEXT
063700         PERFORM 1900-CARD-ERROR
063800             THRU 1900-EXIT
063900         GO TO 1440-EXIT
064000     END-IF.
064100     MOVE AQ-FIELD-NAME TO WS-LOOKUP-NAME.
064200     PERFORM 1600-FIND-FIELD
064300         THRU 1600-EXIT.
064400     IF WS-FOUND-FIELD = ZERO
064500         GO TO 1440-EXIT
064600     END-IF.
064700     ADD 1 TO WS-BREAK-COUNT.
064800     MOVE WS-FOUND-FIELD TO BR-FIELD-IDX (WS-BREAK-COUNT).
064900 1440-EXIT.
065000     EXIT.
065100******************************************************************
065200* 1500-CHECK-REQUEST - AT LEAST ONE COLUMN; A REPORT'S COLUMNS
065300*                  MUST FIT ITS LINE; BREAK FIELDS MUST LEAD THE
065400*                  SORT, AND WITH NO SORT CARDS THEY ARE THE SORT.
065500******************************************************************
065600 1500-CHECK-REQUEST.
065700     IF WS-COLUMN-COUNT = ZERO
065800         DISPLAY "REQUEST " AR-REQUEST-NAME " HAS NO COLUMN CARDS"
065900         ADD 1 TO WS-REQUEST-ERRORS
066000     END-IF.
066100     IF WS-OUTPUT-REPORT AND WS-LINE-WIDTH > 81
066200         DISPLAY "REQUEST " AR-REQUEST-NAME " COLUMNS NEED "
066300             WS-LINE-WIDTH " PRINT POSITIONS - THE LINE HOLDS 80"
066400         ADD 1 TO WS-REQUEST-ERRORS
066500     END-IF.
066600     IF WS-SORT-COUNT = ZERO
066700         MOVE WS-BREAK-COUNT TO WS-SORT-COUNT
066800         MOVE BR-FIELD-IDX (1) TO SO-FIELD-IDX (1)
066900         MOVE BR-FIELD-IDX (2) TO SO-FIELD-IDX (2)
067000         GO TO 1500-EXIT
067100     END-IF.
067200     PERFORM 1550-CHECK-ONE-BREAK
067300         THRU 1550-EXIT
067400         VARYING WS-PART-IDX FROM 1 BY 1
067500         UNTIL WS-PART-IDX > WS-BREAK-COUNT.
067600 1500-EXIT.
067700     EXIT.
067800******************************************************************
067900* 1550-CHECK-ONE-BREAK - THE NTH BREAK FIELD MUST BE THE NTH
068000*                  SORT FIELD.
068100******************************************************************
068200 1550-CHECK-ONE-BREAK.
068300     IF WS-PART-IDX > WS-SORT-COUNT
068400        OR SO-FIELD-IDX (WS-PART-IDX)
068500           NOT = BR-FIELD-IDX (WS-PART-IDX)
068600         DISPLAY "REQUEST " AR-REQUEST-NAME " BREAK FIELD "
068700             DI-NAME (BR-FIELD-IDX (WS-PART-IDX))
068800             " IS NOT SORT FIELD " WS-PART-IDX
068900         ADD 1 TO WS-REQUEST-ERRORS
069000     END-IF.
069100 1550-EXIT.
069200     EXIT.
069300******************************************************************
069400* 1600-FIND-FIELD - LOOK THE CARD'S FIELD NAME UP IN THE
069500*                  DICTIONARY FOR THE REQUEST'S SOURCE. ZERO WHEN
069600*                  IT IS NOT THERE.
069700******************************************************************
069800 1600-FIND-FIELD.
069900     MOVE ZERO TO WS-FOUND-FIELD.
070000     PERFORM 1650-MATCH-ONE-FIELD
070100         THRU 1650-EXIT
070200         VARYING WS-DICT-IDX FROM 1 BY 1
070300         UNTIL WS-DICT-IDX > WS-DICTIONARY-SIZE
070400            OR WS-FOUND-FIELD > ZERO.
070500     IF WS-FOUND-FIELD = ZERO
070600         MOVE "FIELD NOT IN THE DICTIONARY FOR THIS SOURCE"
070700             TO WS-ERROR-TEXT
070800         PERFORM 1900-CARD-ERROR
070900             THRU 1900-EXIT
071000     END-IF.
071100 1600-EXIT.
071200     EXIT.
071300******************************************************************
071400* 1650-MATCH-ONE-FIELD - ONE DICTIONARY ENTRY.
071500******************************************************************
071600 1650-MATCH-ONE-FIELD.
071700     IF DI-CLASS (WS-DICT-IDX) = WS-SOURCE-CLASS
071800        AND DI-NAME (WS-DICT-IDX) = WS-LOOKUP-NAME
071900         MOVE WS-DICT-IDX TO WS-FOUND-FIELD
072000     END-IF.
072100 1650-EXIT.
072200     EXIT.
072300******************************************************************
072400* 1700-PARSE-NUMBER - TURN THE SELECTION VALUE INTO A NUMBER: AN
072500*                  OPTIONAL SIGN, DIGITS, AND AT MOST TWO DECIMAL
072600*                  PLACES AFTER A POINT.
072700******************************************************************
072800 1700-PARSE-NUMBER.
072900     MOVE ZERO TO WS-PARSE-NUMBER.
073000     MOVE ZERO TO WS-PARSE-PLACES.
073100     MOVE ZERO TO WS-PARSE-DIGITS.
073200     MOVE "N" TO WS-PARSE-SIGN-SWITCH.
073300     MOVE "N" TO WS-PARSE-POINT-SWITCH.
073400     MOVE "N" TO WS-PARSE-END-SWITCH.
073500     MOVE "N" TO WS-PARSE-ERROR-SWITCH.
073600     PERFORM 1750-PARSE-ONE-CHAR
073700         THRU 1750-EXIT
073800         VARYING WS-CHAR-IDX FROM 1 BY 1
073900         UNTIL WS-CHAR-IDX > 30 OR WS-PARSE-ERROR.
074000     IF WS-PARSE-DIGITS = ZERO
074100         SET WS-PARSE-ERROR TO TRUE
074200     END-IF.
074300     IF WS-PARSE-NEGATIVE
074400         COMPUTE WS-PARSE-NUMBER = ZERO - WS-PARSE-NUMBER
074500     END-IF.
074600 1700-EXIT.
074700     EXIT.
074800******************************************************************
074900* 1750-PARSE-ONE-CHAR - ONE CHARACTER OF THE VALUE.
075000******************************************************************
075100 1750-PARSE-ONE-CHAR.
075200     MOVE AQ-SELECT-VALUE (WS-CHAR-IDX:1) TO WS-PARSE-CHAR.
075300     IF WS-PARSE-CHAR = SPACE
075400         IF WS-PARSE-DIGITS > ZERO OR WS-PARSE-POINT-SEEN
075500             SET WS-PARSE-ENDED TO TRUE
075600         END-IF
075700         GO TO 1750-EXIT
075800     END-IF.
075900     IF WS-PARSE-ENDED
076000         SET WS-PARSE-ERROR TO TRUE
076100         GO TO 1750-EXIT
076200     END-IF.
076300     EVALUATE TRUE
076400         WHEN WS-PARSE-CHAR = "-" OR "+"
076500             IF WS-PARSE-DIGITS > ZERO OR WS-PARSE-POINT-SEEN
076600                OR WS-PARSE-NEGATIVE
076700                 SET WS-PARSE-ERROR TO TRUE
076800             END-IF
076900             IF WS-PARSE-CHAR = "-"
077000                 SET WS-PARSE-NEGATIVE TO TRUE
077100             END-IF
077200         WHEN WS-PARSE-CHAR = "."
077300             IF WS-PARSE-POINT-SEEN
077400                 SET WS-PARSE-ERROR TO TRUE
077500             END-IF
077600             SET WS-PARSE-POINT-SEEN TO TRUE
077700         WHEN WS-PARSE-CHAR IS NUMERIC
077800             MOVE WS-PARSE-CHAR TO WS-PARSE-DIGIT
077900             ADD 1 TO WS-PARSE-DIGITS
078000             IF WS-PARSE-POINT-SEEN
078100                 ADD 1 TO WS-PARSE-PLACES
078200                 EVALUATE WS-PARSE-PLACES
078300                     WHEN 1
078400                         COMPUTE WS-PARSE-NUMBER = WS-PARSE-NUMBER
078500                             + WS-PARSE-DIGIT * 0.1
078600                     WHEN 2
078700                         COMPUTE WS-PARSE-NUMBER = WS-PARSE-NUMBER
078800                             + WS-PARSE-DIGIT * 0.01
078900                     WHEN OTHER
079000                         SET WS-PARSE-ERROR TO TRUE
079100                 END-EVALUATE
079200             ELSE
079300                 COMPUTE WS-PARSE-NUMBER = WS-PARSE-NUMBER * 10
079400                     + WS-PARSE-DIGIT
079500                     ON SIZE ERROR
079600                         SET WS-PARSE-ERROR TO TRUE
079700                 END-COMPUTE
079800             END-IF
079900         WHEN OTHER
080000             SET WS-PARSE-ERROR TO TRUE
080100     END-EVALUATE.
080200 1750-EXIT.
080300     EXIT.
080400******************************************************************
080500* 1900-CARD-ERROR - SAY WHAT IS WRONG WITH WHICH CARD. LOADING
080600*                  CARRIES ON SO EVERY ERROR IS REPORTED AT ONCE.
080700******************************************************************
080800 1900-CARD-ERROR.
080900     ADD 1 TO WS-REQUEST-ERRORS.
081000     DISPLAY "REQUEST " AR-REQUEST-NAME " CARD "
081100         AQ-CARD-TYPE " " AQ-CARD-BODY (1:30).
081200     DISPLAY "    " WS-ERROR-TEXT.
081300 1900-EXIT.
081400     EXIT.
081500******************************************************************
081600* 3000-SELECT-RECORDS - SWEEP THE SOURCE AND TABLE EVERY RECORD
081700*                  THE SELECTIONS PASS.
081800******************************************************************
081900 3000-SELECT-RECORDS.
082000     EVALUATE TRUE
082100         WHEN WS-SOURCE-CALCLOG
082200             OPEN INPUT CALC-LOG-FILE
082300         WHEN WS-SOURCE-CALCARCH
082400             OPEN INPUT CALC-ARCHIVE-FILE
082500         WHEN WS-SOURCE-PNLEDG
082600             OPEN INPUT LEDGER-FILE
082700         WHEN WS-SOURCE-PNARCH
082800             OPEN INPUT LEDGER-ARCHIVE-FILE
082900     END-EVALUATE.
083000     IF NOT WS-SRC-FILE-OK
083100         DISPLAY WS-SOURCE-NAME " OPEN FAILED, STATUS "
083200             WS-SRC-FILE-STATUS " - REQUEST " AR-REQUEST-NAME
083300             " NOT RUN"
083400         GO TO 3000-EXIT
083500     END-IF.
083600     PERFORM 3100-READ-NEXT-RECORD
083700         THRU 3100-EXIT
083800         UNTIL WS-END-OF-SOURCE.
083900     EVALUATE TRUE
084000         WHEN WS-SOURCE-CALCLOG
084100             CLOSE CALC-LOG-FILE
084200         WHEN WS-SOURCE-CALCARCH
084300             CLOSE CALC-ARCHIVE-FILE
084400         WHEN WS-SOURCE-PNLEDG
084500             CLOSE LEDGER-FILE
084600         WHEN WS-SOURCE-PNARCH
084700             CLOSE LEDGER-ARCHIVE-FILE
084800     END-EVALUATE.
084900 3000-EXIT.
085000     EXIT.
085100******************************************************************
085200* 3100-READ-NEXT-RECORD - NEXT SOURCE RECORD INTO THE WORK
085300*                  RECORD OF ITS CLASS.
085400******************************************************************
085500 3100-READ-NEXT-RECORD.
085600     EVALUATE TRUE
085700         WHEN WS-SOURCE-CALCLOG
085800             READ CALC-LOG-FILE
085900                 AT END
086000                     SET WS-END-OF-SOURCE TO TRUE
086100                 NOT AT END
086200                     MOVE CALC-LOG-RECORD TO WORK-LOG-RECORD
086300             END-READ
086400         WHEN WS-SOURCE-CALCARCH
086500             READ CALC-ARCHIVE-FILE
086600                 AT END
086700                     SET WS-END-OF-SOURCE TO TRUE
086800                 NOT AT END
086900                     MOVE ARCHIVE-LOG-RECORD TO WORK-LOG-RECORD
087000             END-READ
087100         WHEN WS-SOURCE-PNLEDG
087200             READ LEDGER-FILE
087300                 AT END
087400                     SET WS-END-OF-SOURCE TO TRUE
087500                 NOT AT END
087600                     MOVE LEDGER-RECORD TO WORK-LEDGER-RECORD
087700             END-READ
087800         WHEN WS-SOURCE-PNARCH
087900             READ LEDGER-ARCHIVE-FILE
088000                 AT END
088100                     SET WS-END-OF-SOURCE TO TRUE
088200                 NOT AT END
088300                     MOVE ARCHIVE-LEDGER-RECORD
088400                         TO WORK-LEDGER-RECORD
088500             END-READ
088600     END-EVALUATE.
088700     IF WS-END-OF-SOURCE
088800         GO TO 3100-EXIT
088900     END-IF.
089000     PERFORM 3200-CONSIDER-RECORD
089100         THRU 3200-EXIT.
089200 3100-EXIT.
089300     EXIT.
089400******************************************************************
089500* 3200-CONSIDER-RECORD - TABLE THE RECORD WHEN EVERY SELECTION
089600*                  PASSES, WITH ITS SORT KEY BUILT.
089700******************************************************************
089800 3200-CONSIDER-RECORD.
089900     ADD 1 TO WS-READ-COUNT.
090000     SET WS-RECORD-SELECTED TO TRUE.
090100     PERFORM 3300-APPLY-ONE-SELECTION
090200         THRU 3300-EXIT
090300         VARYING WS-SEL-IDX FROM 1 BY 1
090400         UNTIL WS-SEL-IDX > WS-SELECT-COUNT
090500            OR NOT WS-RECORD-SELECTED.
090600     IF NOT WS-RECORD-SELECTED
090700         GO TO 3200-EXIT
090800     END-IF.
090900     ADD 1 TO WS-SELECTED-COUNT.
091000     IF WS-ENTRY-COUNT = WS-ENTRY-LIMIT
091100         ADD 1 TO WS-OVERFLOW-COUNT
091200         GO TO 3200-EXIT
091300     END-IF.
091400     ADD 1 TO WS-ENTRY-COUNT.
091500     MOVE SPACES TO ET-KEY-PARTS (WS-ENTRY-COUNT).
091600     MOVE WS-ENTRY-COUNT TO ET-LOAD-SERIAL (WS-ENTRY-COUNT).
091700     PERFORM 3400-ADD-ONE-KEY-PART
091800         THRU 3400-EXIT
091900         VARYING WS-PART-IDX FROM 1 BY 1
092000         UNTIL WS-PART-IDX > WS-SORT-COUNT.
092100     IF WS-CALC-SOURCE
092200         MOVE WORK-LOG-RECORD TO ET-RECORD (WS-ENTRY-COUNT)
092300     ELSE
092400         MOVE WORK-LEDGER-RECORD TO ET-RECORD (WS-ENTRY-COUNT)
092500     END-IF.
092600 3200-EXIT.
092700     EXIT.
092800******************************************************************
092900* 3300-APPLY-ONE-SELECTION - ONE SELECTION CARD AGAINST THE WORK
093000*                  RECORD. TEXT FIELDS COMPARE AS TEXT, THE REST
093100*                  AS NUMBERS.
093200******************************************************************
093300 3300-APPLY-ONE-SELECTION.
093400     MOVE SE-FIELD-IDX (WS-SEL-IDX) TO WS-FIELD-IDX.
093500     PERFORM 7000-GET-FIELD
093600         THRU 7000-EXIT.
093700     MOVE "N" TO WS-SELECTED-SWITCH.
093800     IF DI-ALPHA (WS-FIELD-IDX)
093900         EVALUATE TRUE
094000             WHEN SE-EQUAL (WS-SEL-IDX)
094100                 IF WS-FIELD-TEXT = SE-VALUE-TEXT (WS-SEL-IDX)
094200                     SET WS-RECORD-SELECTED TO TRUE
094300                 END-IF
094400             WHEN SE-NOT-EQUAL (WS-SEL-IDX)
094500                 IF WS-FIELD-TEXT NOT = SE-VALUE-TEXT (WS-SEL-IDX)
094600                     SET WS-RECORD-SELECTED TO TRUE
094700                 END-IF
094800             WHEN SE-LESS (WS-SEL-IDX)
094900                 IF WS-FIELD-TEXT < SE-VALUE-TEXT (WS-SEL-IDX)
095000                     SET WS-RECORD-SELECTED TO TRUE
095100                 END-IF
095200             WHEN SE-NOT-GREATER (WS-SEL-IDX)
095300                 IF WS-FIELD-TEXT NOT > SE-VALUE-TEXT (WS-SEL-IDX)
095400                     SET WS-RECORD-SELECTED TO TRUE
095500                 END-IF
095600             WHEN SE-GREATER (WS-SEL-IDX)
095700                 IF WS-FIELD-TEXT > SE-VALUE-TEXT (WS-SEL-IDX)
095800                     SET WS-RECORD-SELECTED TO TRUE
095900                 END-IF
096000             WHEN SE-NOT-LESS (WS-SEL-IDX)
096100                 IF WS-FIELD-TEXT NOT < SE-VALUE-TEXT (WS-SEL-IDX)
096200                     SET WS-RECORD-SELECTED TO TRUE
096300                 END-IF
096400         END-EVALUATE
096500         GO TO 3300-EXIT
096600     END-IF.
096700     EVALUATE TRUE
096800         WHEN SE-EQUAL (WS-SEL-IDX)
096900             IF WS-FIELD-NUMBER = SE-VALUE-NUMBER (WS-SEL-IDX)
097000                 SET WS-RECORD-SELECTED TO TRUE
097100             END-IF
097200         WHEN SE-NOT-EQUAL (WS-SEL-IDX)
097300             IF WS-FIELD-NUMBER NOT = SE-VALUE-NUMBER (WS-SEL-IDX)
097400                 SET WS-RECORD-SELECTED TO TRUE
097500             END-IF
097600         WHEN SE-LESS (WS-SEL-IDX)
097700             IF WS-FIELD-NUMBER < SE-VALUE-NUMBER (WS-SEL-IDX)
097800                 SET WS-RECORD-SELECTED TO TRUE
097900             END-IF
098000         WHEN SE-NOT-GREATER (WS-SEL-IDX)
098100             IF WS-FIELD-NUMBER NOT > SE-VALUE-NUMBER (WS-SEL-IDX)
098200                 SET WS-RECORD-SELECTED TO TRUE
098300             END-IF
098400         WHEN SE-GREATER (WS-SEL-IDX)
098500             IF WS-FIELD-NUMBER > SE-VALUE-NUMBER (WS-SEL-IDX)
098600                 SET WS-RECORD-SELECTED TO TRUE
098700             END-IF
098800         WHEN SE-NOT-LESS (WS-SEL-IDX)
098900             IF WS-FIELD-NUMBER NOT < SE-VALUE-NUMBER (WS-SEL-IDX)
099000                 SET WS-RECORD-SELECTED TO TRUE
099100             END-IF
099200     END-EVALUATE.
099300 3300-EXIT.
099400     EXIT.
099500******************************************************************
099600* 3400-ADD-ONE-KEY-PART - ONE SORT FIELD INTO ITS 30-BYTE SLOT OF
099700*                  THE KEY. A NUMBER IS OFFSET PAST ZERO SO THE
099800*                  SLOT SORTS IN NUMERIC ORDER, NEGATIVES FIRST.
099900******************************************************************
100000 3400-ADD-ONE-KEY-PART.
100100     MOVE SO-FIELD-IDX (WS-PART-IDX) TO WS-FIELD-IDX.
100200     PERFORM 7000-GET-FIELD
100300         THRU 7000-EXIT.
100400     COMPUTE WS-KEY-START = (WS-PART-IDX - 1) * 30 + 1.
100500     IF DI-ALPHA (WS-FIELD-IDX)
100600         MOVE WS-FIELD-TEXT
100700             TO ET-KEY-PARTS (WS-ENTRY-COUNT) (WS-KEY-START:30)
100800     ELSE
100900         COMPUTE WS-KEY-NUMBER = WS-FIELD-NUMBER
101000             + 10000000000000
101100         MOVE WS-KEY-NUMBER-X
101200             TO ET-KEY-PARTS (WS-ENTRY-COUNT) (WS-KEY-START:30)
101300     END-IF.
101400 3400-EXIT.
101500     EXIT.
101600******************************************************************
101700* 4000-SORT-ENTRIES - A STRAIGHT SELECTION SORT ON THE KEY, AS
101800*                  AUDITCONSOLIDATE DOES.
101900******************************************************************
102000 4000-SORT-ENTRIES.
102100     PERFORM 4100-PLACE-ONE-ENTRY
102200         THRU 4100-EXIT
102300         VARYING WS-SORT-I FROM 1 BY 1
102400         UNTIL WS-SORT-I NOT < WS-ENTRY-COUNT.
102500 4000-EXIT.
102600     EXIT.
102700******************************************************************
102800* 4100-PLACE-ONE-ENTRY - FIND THE LOWEST REMAINING KEY AND SWAP
102900*                  IT INTO POSITION.
103000******************************************************************
103100 4100-PLACE-ONE-ENTRY.
103200     MOVE WS-SORT-I TO WS-LOW-IDX.
103300     COMPUTE WS-SORT-J = WS-SORT-I + 1.
103400     PERFORM 4200-COMPARE-ONE-ENTRY
103500         THRU 4200-EXIT
103600         UNTIL WS-SORT-J > WS-ENTRY-COUNT.
103700     IF WS-LOW-IDX NOT = WS-SORT-I
103800         MOVE WS-ENTRY (WS-SORT-I) TO WS-SWAP-ENTRY
103900         MOVE WS-ENTRY (WS-LOW-IDX) TO WS-ENTRY (WS-SORT-I)
104000         MOVE WS-SWAP-ENTRY TO WS-ENTRY (WS-LOW-IDX)
104100     END-IF.
104200 4100-EXIT.
104300     EXIT.
104400******************************************************************
104500* 4200-COMPARE-ONE-ENTRY - TRACK THE LOWEST KEY SEEN.
104600******************************************************************
104700 4200-COMPARE-ONE-ENTRY.
104800     IF ET-SORT-KEY (WS-SORT-J) < ET-SORT-KEY (WS-LOW-IDX)
104900         MOVE WS-SORT-J TO WS-LOW-IDX
105000     END-IF.
105100     ADD 1 TO WS-SORT-J.
105200 4200-EXIT.
105300     EXIT.
105400******************************************************************
105500* 5000-PRINT-REPORT - HEADINGS, THE DETAIL LINES WITH A SUBTOTAL
105600*                  AT EACH BREAK, THEN THE REPORT TOTAL BELOW THE
105700*                  CLOSING RULE. THE REPORT IS KEPT UNDER ITS
105800*                  OUTPUT NAME.
105900******************************************************************
106000 5000-PRINT-REPORT.
106100     OPEN OUTPUT ADHOC-RPT-FILE.
106200     IF NOT WS-OUT-FILE-OK
106300         DISPLAY WS-OUTPUT-NAME " OPEN FAILED, STATUS "
106400             WS-OUT-FILE-STATUS
106500         GO TO 5000-EXIT
106600     END-IF.
106700     PERFORM 5100-PRINT-HEADINGS
106800         THRU 5100-EXIT.
106900     PERFORM 5200-PRINT-ONE-ENTRY
107000         THRU 5200-EXIT
107100         VARYING WS-ENTRY-IDX FROM 1 BY 1
107200         UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT.
107300     IF WS-ENTRY-COUNT > ZERO
107400         PERFORM 5500-CLOSE-BREAK-LEVEL
107500             THRU 5500-EXIT
107600             VARYING WS-LEVEL-IDX FROM WS-BREAK-COUNT BY -1
107700             UNTIL WS-LEVEL-IDX < 1
107800     END-IF.
107900     MOVE ALL "-" TO ADHOC-RPT-LINE.
108000     WRITE ADHOC-RPT-LINE.
108100     MOVE SPACES TO WS-REPORT-LINE.
108200     MOVE TT-RECORD-COUNT (3) TO WS-EDIT-COUNT.
108300     STRING "** REPORT TOTAL  RECORDS: " DELIMITED BY SIZE
108400            WS-EDIT-COUNT DELIMITED BY SIZE
108500         INTO WS-REPORT-LINE.
108600     WRITE ADHOC-RPT-LINE FROM WS-REPORT-LINE.
108700     MOVE 3 TO WS-TOTAL-IDX.
108800     PERFORM 5600-PRINT-AMOUNT-TOTALS
108900         THRU 5600-EXIT.
109000     IF WS-OVERFLOW-COUNT > ZERO
109100         MOVE SPACES TO WS-REPORT-LINE
109200         MOVE WS-OVERFLOW-COUNT TO WS-EDIT-COUNT
109300         STRING "** SORT TABLE FULL - " DELIMITED BY SIZE
109400                WS-EDIT-COUNT DELIMITED BY SIZE
109500                " SELECTED RECORDS NOT SHOWN" DELIMITED BY SIZE
109600             INTO WS-REPORT-LINE
109700         WRITE ADHOC-RPT-LINE FROM WS-REPORT-LINE
109800     END-IF.
109900     CLOSE ADHOC-RPT-FILE.
110000     CALL "ReportKeep" USING WS-OUTPUT-NAME, WS-TODAYS-DATE.
110100 5000-EXIT.
110200     EXIT.
110300******************************************************************
110400* 5100-PRINT-HEADINGS - TITLE, SOURCE AND DATES, THE SELECTIONS
110500*                  IN FORCE, THEN THE COLUMN NAMES AND A RULE.
110600******************************************************************
110700 5100-PRINT-HEADINGS.
110800     MOVE AR-REQUEST-NAME TO HL-REQUEST-NAME.
110900     MOVE WS-REPORT-TITLE TO HL-TITLE.
111000     WRITE ADHOC-RPT-LINE FROM WS-HEADER-LINE-1.
111100     MOVE WS-SOURCE-NAME TO HL-SOURCE.
111200     MOVE WS-TODAYS-DATE TO HL-BUSINESS-DATE.
111300     MOVE WS-SYSTEM-DATE TO HL-RUN-DATE.
111400     WRITE ADHOC-RPT-LINE FROM WS-HEADER-LINE-2.
111500     PERFORM 5150-PRINT-ONE-SELECTION
111600         THRU 5150-EXIT
111700         VARYING WS-SEL-IDX FROM 1 BY 1
111800         UNTIL WS-SEL-IDX > WS-SELECT-COUNT.
111900     MOVE SPACES TO ADHOC-RPT-LINE.
112000     WRITE ADHOC-RPT-LINE.
112100     MOVE SPACES TO WS-REPORT-LINE.
112200     MOVE 1 TO WS-LINE-POINTER.
112300     PERFORM 5160-ADD-COLUMN-HEADING
112400         THRU 5160-EXIT
112500         VARYING WS-COLUMN-IDX FROM 1 BY 1
112600         UNTIL WS-COLUMN-IDX > WS-COLUMN-COUNT.
112700     WRITE ADHOC-RPT-LINE FROM WS-REPORT-LINE.
112800     MOVE ALL "-" TO ADHOC-RPT-LINE.
112900     WRITE ADHOC-RPT-LINE.
113000 5100-EXIT.
113100     EXIT.
113200******************************************************************
113300* 5150-PRINT-ONE-SELECTION - ONE "WHERE" LINE PER SELECTION.
113400******************************************************************
113500 5150-PRINT-ONE-SELECTION.
113600     MOVE DI-NAME (SE-FIELD-IDX (WS-SEL-IDX)) TO SL-FIELD-NAME.
113700     MOVE SE-OPERATOR (WS-SEL-IDX) TO SL-OPERATOR.
113800     MOVE SE-VALUE-TEXT (WS-SEL-IDX) TO SL-VALUE.
113900     WRITE ADHOC-RPT-LINE FROM WS-SELECTION-LINE.
114000 5150-EXIT.
114100     EXIT.
114200******************************************************************
114300* 5160-ADD-COLUMN-HEADING - THE FIELD NAME OVER ITS COLUMN.
114400******************************************************************
114500 5160-ADD-COLUMN-HEADING.
114600     MOVE CO-FIELD-IDX (WS-COLUMN-IDX) TO WS-FIELD-IDX.
114700     MOVE DI-NAME (WS-FIELD-IDX) TO WS-REPORT-LINE
114800         (WS-LINE-POINTER:8).
114900     COMPUTE WS-LINE-POINTER = WS-LINE-POINTER
115000         + DI-WIDTH (WS-FIELD-IDX) + 1.
115100 5160-EXIT.
115200     EXIT.
115300******************************************************************
115400* 5200-PRINT-ONE-ENTRY - CLOSE WHATEVER BREAK LEVELS THIS RECORD
115500*                  ENDS, START THE NEW GROUPS, THEN PRINT IT.
115600******************************************************************
115700 5200-PRINT-ONE-ENTRY.
115800     IF WS-CALC-SOURCE
115900         MOVE ET-RECORD (WS-ENTRY-IDX) TO WORK-LOG-RECORD
116000     ELSE
116100         MOVE ET-RECORD (WS-ENTRY-IDX) TO WORK-LEDGER-RECORD
116200     END-IF.
116300     IF WS-BREAK-COUNT = ZERO
116400         GO TO 5200-PRINT-DETAIL
116500     END-IF.
116600     MOVE 1 TO WS-BREAK-LEVEL.
116700     IF WS-ENTRY-IDX > 1
116800         PERFORM 5250-FIND-BREAK-LEVEL
116900             THRU 5250-EXIT
117000         IF WS-BREAK-LEVEL > ZERO
117100             PERFORM 5500-CLOSE-BREAK-LEVEL
117200                 THRU 5500-EXIT
117300                 VARYING WS-LEVEL-IDX FROM WS-BREAK-COUNT BY -1
117400                 UNTIL WS-LEVEL-IDX < WS-BREAK-LEVEL
117500         END-IF
117600     END-IF.
117700     IF WS-BREAK-LEVEL > ZERO
117800         PERFORM 5400-START-BREAK-GROUP
117900             THRU 5400-EXIT
118000             VARYING WS-LEVEL-IDX FROM WS-BREAK-LEVEL BY 1
118100             UNTIL WS-LEVEL-IDX > WS-BREAK-COUNT
118200     END-IF.
118300     MOVE ET-SORT-KEY (WS-ENTRY-IDX) TO WS-PREV-SORT-KEY.
118400 5200-PRINT-DETAIL.
118500     MOVE SPACES TO WS-REPORT-LINE.
118600     MOVE 1 TO WS-LINE-POINTER.
118700     PERFORM 5300-ADD-ONE-COLUMN
118800         THRU 5300-EXIT
118900         VARYING WS-COLUMN-IDX FROM 1 BY 1
119000         UNTIL WS-COLUMN-IDX > WS-COLUMN-COUNT.
119100     WRITE ADHOC-RPT-LINE FROM WS-REPORT-LINE.
119200     ADD 1 TO TT-RECORD-COUNT (1).
119300     ADD 1 TO TT-RECORD-COUNT (2).
119400     ADD 1 TO TT-RECORD-COUNT (3).
119500 5200-EXIT.
119600     EXIT.
119700******************************************************************
119800* 5250-FIND-BREAK-LEVEL - THE MAJOR-MOST BREAK FIELD WHOSE VALUE
119900*                  DIFFERS FROM THE LAST RECORD'S. ZERO WHEN NONE
120000*                  DOES.
120100******************************************************************
120200 5250-FIND-BREAK-LEVEL.
120300     MOVE ZERO TO WS-BREAK-LEVEL.
120400     PERFORM 5260-CHECK-ONE-LEVEL
120500         THRU 5260-EXIT
120600         VARYING WS-LEVEL-IDX FROM 1 BY 1
120700         UNTIL WS-LEVEL-IDX > WS-BREAK-COUNT
120800            OR WS-BREAK-LEVEL > ZERO.
120900 5250-EXIT.
121000     EXIT.
121100******************************************************************
121200* 5260-CHECK-ONE-LEVEL - ONE BREAK FIELD'S KEY SLOT.
121300******************************************************************
121400 5260-CHECK-ONE-LEVEL.
121500     COMPUTE WS-KEY-START = (WS-LEVEL-IDX - 1) * 30 + 1.
121600     IF ET-KEY-PARTS (WS-ENTRY-IDX) (WS-KEY-START:30)
121700        NOT = WS-PREV-SORT-KEY (WS-KEY-START:30)
121800         MOVE WS-LEVEL-IDX TO WS-BREAK-LEVEL
121900     END-IF.
122000 5260-EXIT.
122100     EXIT.
122200******************************************************************
122300* 5300-ADD-ONE-COLUMN - ONE FIELD INTO ITS COLUMN; AN AMOUNT IS
122400*                  ADDED INTO EVERY LEVEL'S TOTAL.
122500******************************************************************
122600 5300-ADD-ONE-COLUMN.
122700     MOVE CO-FIELD-IDX (WS-COLUMN-IDX) TO WS-FIELD-IDX.
122800     PERFORM 7000-GET-FIELD
122900         THRU 7000-EXIT.
123000     PERFORM 7200-FORMAT-FIELD
123100         THRU 7200-EXIT.
123200     STRING WS-FIELD-DISPLAY (1:DI-WIDTH (WS-FIELD-IDX))
123300                DELIMITED BY SIZE
123400            " " DELIMITED BY SIZE
123500         INTO WS-REPORT-LINE
123600         WITH POINTER WS-LINE-POINTER.
123700     IF DI-AMOUNT (WS-FIELD-IDX)
123800         ADD WS-FIELD-NUMBER TO TT-AMOUNT (1, WS-COLUMN-IDX)
123900         ADD WS-FIELD-NUMBER TO TT-AMOUNT (2, WS-COLUMN-IDX)
124000         ADD WS-FIELD-NUMBER TO TT-AMOUNT (3, WS-COLUMN-IDX)
124100     END-IF.
124200 5300-EXIT.
124300     EXIT.
124400******************************************************************
124500* 5400-START-BREAK-GROUP - REMEMBER THE PRINTABLE VALUE OF A
124600*                  BREAK FIELD FOR ITS SUBTOTAL LINE.
124700******************************************************************
124800 5400-START-BREAK-GROUP.
124900     MOVE BR-FIELD-IDX (WS-LEVEL-IDX) TO WS-FIELD-IDX.
125000     PERFORM 7000-GET-FIELD
125100         THRU 7000-EXIT.
125200     PERFORM 7200-FORMAT-FIELD
125300         THRU 7200-EXIT.
125400     MOVE WS-FIELD-DISPLAY TO BR-DISPLAY (WS-LEVEL-IDX).
125500 5400-EXIT.
125600     EXIT.
125700******************************************************************
125800* 5500-CLOSE-BREAK-LEVEL - THE SUBTOTAL OF ONE BREAK LEVEL, THEN
125900*                  ITS COUNTERS BACK TO ZERO.
126000******************************************************************
126100 5500-CLOSE-BREAK-LEVEL.
126200     MOVE SPACES TO WS-REPORT-LINE.
126300     MOVE TT-RECORD-COUNT (WS-LEVEL-IDX) TO WS-EDIT-COUNT.
126400     STRING "** TOTAL " DELIMITED BY SIZE
126500            DI-NAME (BR-FIELD-IDX (WS-LEVEL-IDX))
126600                DELIMITED BY SPACE
126700            " " DELIMITED BY SIZE
126800            BR-DISPLAY (WS-LEVEL-IDX) DELIMITED BY SIZE
126900            "  RECORDS: " DELIMITED BY SIZE
127000            WS-EDIT-COUNT DELIMITED BY SIZE
127100         INTO WS-REPORT-LINE.
127200     WRITE ADHOC-RPT-LINE FROM WS-REPORT-LINE.
127300     MOVE WS-LEVEL-IDX TO WS-TOTAL-IDX.
127400     PERFORM 5600-PRINT-AMOUNT-TOTALS
127500         THRU 5600-EXIT.
127600     MOVE SPACES TO ADHOC-RPT-LINE.
127700     WRITE ADHOC-RPT-LINE.
127800     INITIALIZE WS-TOTAL-LEVEL (WS-LEVEL-IDX).
127900 5500-EXIT.
128000     EXIT.
128100******************************************************************
128200* 5600-PRINT-AMOUNT-TOTALS - ONE LEVEL'S AMOUNT TOTALS, EACH
128300*                  UNDER ITS OWN COLUMN. NOTHING WHEN NO COLUMN IS
128400*                  AN AMOUNT.
128500******************************************************************
128600 5600-PRINT-AMOUNT-TOTALS.
128700     IF WS-AMOUNT-COLUMNS = ZERO
128800         GO TO 5600-EXIT
128900     END-IF.
129000     MOVE SPACES TO WS-REPORT-LINE.
129100     MOVE 1 TO WS-LINE-POINTER.
129200     PERFORM 5650-ADD-ONE-TOTAL
129300         THRU 5650-EXIT
129400         VARYING WS-COLUMN-IDX FROM 1 BY 1
129500         UNTIL WS-COLUMN-IDX > WS-COLUMN-COUNT.
129600     WRITE ADHOC-RPT-LINE FROM WS-REPORT-LINE.
129700 5600-EXIT.
129800     EXIT.
129900******************************************************************
130000* 5650-ADD-ONE-TOTAL - ONE COLUMN OF THE TOTAL LINE.
130100******************************************************************
130200 5650-ADD-ONE-TOTAL.
130300     MOVE CO-FIELD-IDX (WS-COLUMN-IDX) TO WS-FIELD-IDX.
130400     IF DI-AMOUNT (WS-FIELD-IDX)
130500         MOVE TT-AMOUNT (WS-TOTAL-IDX, WS-COLUMN-IDX)
130600             TO WS-EDIT-AMOUNT
130700         MOVE WS-EDIT-AMOUNT
130800             TO WS-REPORT-LINE (WS-LINE-POINTER:16)
130900     END-IF.
131000     COMPUTE WS-LINE-POINTER = WS-LINE-POINTER
131100         + DI-WIDTH (WS-FIELD-IDX) + 1.
131200 5650-EXIT.
131300     EXIT.
131400******************************************************************
131500* 6000-WRITE-DELIMITED - A ROW OF FIELD NAMES, THEN ONE ROW PER
131600*                  RECORD IN SORT ORDER. TEXT IS QUOTED AND
131700*                  TRIMMED; NUMBERS CARRY A LEADING MINUS SIGN AND
131800*                  NO COMMAS.
131900******************************************************************
132000 6000-WRITE-DELIMITED.
132100     OPEN OUTPUT ADHOC-CSV-FILE.
132200     IF NOT WS-OUT-FILE-OK
132300         DISPLAY WS-OUTPUT-NAME " OPEN FAILED, STATUS "
132400             WS-OUT-FILE-STATUS
132500         GO TO 6000-EXIT
132600     END-IF.
132700     MOVE SPACES TO WS-CSV-LINE.
132800     MOVE 1 TO WS-LINE-POINTER.
132900     PERFORM 6100-ADD-ONE-NAME
133000         THRU 6100-EXIT
133100         VARYING WS-COLUMN-IDX FROM 1 BY 1
133200         UNTIL WS-COLUMN-IDX > WS-COLUMN-COUNT.
133300     WRITE ADHOC-CSV-LINE FROM WS-CSV-LINE.
133400     PERFORM 6200-WRITE-ONE-ROW
133500         THRU 6200-EXIT
133600         VARYING WS-ENTRY-IDX FROM 1 BY 1
133700         UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT.
133800     CLOSE ADHOC-CSV-FILE.
133900 6000-EXIT.
134000     EXIT.
134100******************************************************************
134200* 6100-ADD-ONE-NAME - ONE FIELD NAME OF THE TITLE ROW.
134300******************************************************************
134400 6100-ADD-ONE-NAME.
134500     IF WS-COLUMN-IDX > 1
134600         STRING "," DELIMITED BY SIZE
134700             INTO WS-CSV-LINE
134800             WITH POINTER WS-LINE-POINTER
134900     END-IF.
135000     STRING DI-NAME (CO-FIELD-IDX (WS-COLUMN-IDX))
135100             DELIMITED BY SPACE
135200         INTO WS-CSV-LINE
135300         WITH POINTER WS-LINE-POINTER.
135400 6100-EXIT.
135500     EXIT.
135600******************************************************************
135700* 6200-WRITE-ONE-ROW - ONE RECORD'S COLUMNS, COMMA-SEPARATED.
135800******************************************************************
135900 6200-WRITE-ONE-ROW.
136000     IF WS-CALC-SOURCE
136100         MOVE ET-RECORD (WS-ENTRY-IDX) TO WORK-LOG-RECORD
136200     ELSE
136300         MOVE ET-RECORD (WS-ENTRY-IDX) TO WORK-LEDGER-RECORD
136400     END-IF.
136500     MOVE SPACES TO WS-CSV-LINE.
136600     MOVE 1 TO WS-LINE-POINTER.
136700     PERFORM 6250-ADD-ONE-VALUE
136800         THRU 6250-EXIT
136900         VARYING WS-COLUMN-IDX FROM 1 BY 1
137000         UNTIL WS-COLUMN-IDX > WS-COLUMN-COUNT.
137100     WRITE ADHOC-CSV-LINE FROM WS-CSV-LINE.
137200 6200-EXIT.
137300     EXIT.
137400******************************************************************
137500* 6250-ADD-ONE-VALUE - ONE FIELD OF THE ROW.
137600******************************************************************
137700 6250-ADD-ONE-VALUE.
137800     IF WS-COLUMN-IDX > 1
137900         STRING "," DELIMITED BY SIZE
138000             INTO WS-CSV-LINE
138100             WITH POINTER WS-LINE-POINTER
138200     END-IF.
138300     MOVE CO-FIELD-IDX (WS-COLUMN-IDX) TO WS-FIELD-IDX.
138400     PERFORM 7000-GET-FIELD
138500         THRU 7000-EXIT.
138600     IF DI-ALPHA (WS-FIELD-IDX)
138700         PERFORM 7300-FIND-TEXT-LENGTH
138800             THRU 7300-EXIT
138900         STRING QUOTE DELIMITED BY SIZE
139000             INTO WS-CSV-LINE
139100             WITH POINTER WS-LINE-POINTER
139200         IF WS-TEXT-LENGTH > ZERO
139300             STRING WS-FIELD-TEXT (1:WS-TEXT-LENGTH)
139400                     DELIMITED BY SIZE
139500                 INTO WS-CSV-LINE
139600                 WITH POINTER WS-LINE-POINTER
139700         END-IF
139800         STRING QUOTE DELIMITED BY SIZE
139900             INTO WS-CSV-LINE
140000             WITH POINTER WS-LINE-POINTER
140100         GO TO 6250-EXIT
140200     END-IF.
140300     PERFORM 7200-FORMAT-FIELD
140400         THRU 7200-EXIT.
140500     MOVE ZERO TO WS-LEAD-SPACES.
140600     INSPECT WS-FIELD-DISPLAY TALLYING WS-LEAD-SPACES
140700         FOR LEADING SPACES.
140800     STRING WS-FIELD-DISPLAY (WS-LEAD-SPACES + 1:)
140900             DELIMITED BY SPACE
141000         INTO WS-CSV-LINE
141100         WITH POINTER WS-LINE-POINTER.
141200 6250-EXIT.
141300     EXIT.
141400******************************************************************
141500* 7000-GET-FIELD - THE FIELD NAMED BY WS-FIELD-IDX, FROM THE WORK
141600*                  RECORD, AS TEXT OR AS A NUMBER BY ITS KIND.
141700******************************************************************
141800 7000-GET-FIELD.
141900     MOVE SPACES TO WS-FIELD-TEXT.
142000     MOVE ZERO TO WS-FIELD-NUMBER.
142100     IF DI-CLASS (WS-FIELD-IDX) = "C"
142200         PERFORM 7100-GET-CALC-FIELD
142300             THRU 7100-EXIT
142400     ELSE
142500         PERFORM 7150-GET-LEDGER-FIELD
142600             THRU 7150-EXIT
142700     END-IF.
142800 7000-EXIT.
142900     EXIT.
143000******************************************************************
143100* 7100-GET-CALC-FIELD - CALCULATOR LOG FIELDS BY FIELD NUMBER.
143200******************************************************************
143300 7100-GET-CALC-FIELD.
143400     EVALUATE DI-FIELD-NO (WS-FIELD-IDX)
143500         WHEN 01
143600             MOVE WL-LOG-DATE         TO WS-FIELD-NUMBER
143700         WHEN 02
143800             MOVE WL-OPERATOR-ID      TO WS-FIELD-TEXT
143900         WHEN 03
144000             MOVE WL-SEQUENCE-NO      TO WS-FIELD-NUMBER
144100         WHEN 04
144200             MOVE WL-LOG-TIME         TO WS-FIELD-NUMBER
144300         WHEN 05
144400             MOVE WL-NUM1             TO WS-FIELD-NUMBER
144500         WHEN 06
144600             MOVE WL-NUM2             TO WS-FIELD-NUMBER
144700         WHEN 07
144800             MOVE WL-OPTION           TO WS-FIELD-NUMBER
144900         WHEN 08
145000             MOVE WL-RESULT           TO WS-FIELD-NUMBER
145100         WHEN 09
145200             MOVE WL-STATUS           TO WS-FIELD-TEXT
145300         WHEN 10
145400             MOVE WL-ERROR-REASON     TO WS-FIELD-TEXT
145500         WHEN 11
145600             MOVE WL-EXTRACT-GEN      TO WS-FIELD-NUMBER
145700         WHEN 12
145800             MOVE WL-ACCOUNT-ID       TO WS-FIELD-TEXT
145900         WHEN 13
146000             MOVE WL-RATE-CODE        TO WS-FIELD-TEXT
146100         WHEN 14
146200             MOVE WL-RATE-SOURCE      TO WS-FIELD-TEXT
146300         WHEN 15
146400             MOVE WL-CURRENCY-CODE    TO WS-FIELD-TEXT
146500         WHEN 16
146600             MOVE WL-ORIG-AMOUNT      TO WS-FIELD-NUMBER
146700         WHEN 17
146800             MOVE WL-TAX-JURISDICTION TO WS-FIELD-TEXT
146900         WHEN 18
147000             MOVE WL-TAX-CODE         TO WS-FIELD-TEXT
147100         WHEN 19
147200             MOVE WL-TAX-AMOUNT       TO WS-FIELD-NUMBER
147300         WHEN 20
147400             MOVE WL-RATE-TIER        TO WS-FIELD-NUMBER
147500         WHEN 21
147600             MOVE WL-SOURCE-DEPT      TO WS-FIELD-TEXT
147700         WHEN 22
147800             MOVE WL-VALUE-DATE       TO WS-FIELD-NUMBER
147900         WHEN 23
148000             MOVE WL-PROMO-CODE       TO WS-FIELD-TEXT
148100         WHEN 24
148200             MOVE WL-PROMO-DISCOUNT   TO WS-FIELD-NUMBER
148300         WHEN 25
148400             MOVE WL-VOID-OPERATOR    TO WS-FIELD-TEXT
148500         WHEN 26
148600             MOVE WL-GROUP-REF        TO WS-FIELD-TEXT
148700         WHEN 27
148800             MOVE WL-CREDIT-GEN       TO WS-FIELD-NUMBER
148900         WHEN 28
149000             MOVE WL-VOID-REASON      TO WS-FIELD-TEXT
149100     END-EVALUATE.
149200 7100-EXIT.
149300     EXIT.
149400******************************************************************
149500* 7150-GET-LEDGER-FIELD - LEDGER FIELDS BY FIELD NUMBER.
149600******************************************************************
149700 7150-GET-LEDGER-FIELD.
149800     EVALUATE DI-FIELD-NO (WS-FIELD-IDX)
149900         WHEN 01
150000             MOVE WR-POST-DATE        TO WS-FIELD-NUMBER
150100         WHEN 02
150200             MOVE WR-SEQUENCE-NO      TO WS-FIELD-NUMBER
150300         WHEN 03
150400             MOVE WR-NUM1             TO WS-FIELD-NUMBER
150500         WHEN 04
150600             MOVE WR-NUM2             TO WS-FIELD-NUMBER
150700         WHEN 05
150800             MOVE WR-NUM3             TO WS-FIELD-NUMBER
150900         WHEN 06
151000             MOVE WR-ADJ-NUM1         TO WS-FIELD-NUMBER
151100         WHEN 07
151200             MOVE WR-ADJ-NUM2         TO WS-FIELD-NUMBER
151300         WHEN 08
151400             MOVE WR-ADJ-NUM3         TO WS-FIELD-NUMBER
151500         WHEN 09
151600             MOVE WR-GL-ACCOUNT       TO WS-FIELD-TEXT
151700         WHEN 10
151800             MOVE WR-DEPT-CODE        TO WS-FIELD-TEXT
151900         WHEN 11
152000             MOVE WR-CONFIRM-STATUS   TO WS-FIELD-TEXT
152100         WHEN 12
152200             MOVE WR-CONFIRM-DATE     TO WS-FIELD-NUMBER
152300         WHEN 13
152400             MOVE WR-STATUS           TO WS-FIELD-TEXT
152500         WHEN 14
152600             MOVE WR-REF-POST-DATE    TO WS-FIELD-NUMBER
152700         WHEN 15
152800             MOVE WR-REF-SEQUENCE-NO  TO WS-FIELD-NUMBER
152900         WHEN 16
153000             MOVE WR-POST-AMOUNT      TO WS-FIELD-NUMBER
153100         WHEN 17
153200             MOVE WR-TRANS-TYPE       TO WS-FIELD-TEXT
153300     END-EVALUATE.
153400 7150-EXIT.
153500     EXIT.
153600******************************************************************
153700* 7200-FORMAT-FIELD - THE FIELD AS IT PRINTS: TEXT AS IS, WHOLE
153800*                  NUMBERS AND AMOUNTS EDITED AND RIGHT-ALIGNED IN
153900*                  THEIR COLUMN WIDTH.
154000******************************************************************
154100 7200-FORMAT-FIELD.
154200     MOVE SPACES TO WS-FIELD-DISPLAY.
154300     EVALUATE TRUE
154400         WHEN DI-ALPHA (WS-FIELD-IDX)
154500             MOVE WS-FIELD-TEXT TO WS-FIELD-DISPLAY
154600         WHEN DI-WHOLE-NUMBER (WS-FIELD-IDX)
154700             MOVE WS-FIELD-NUMBER TO WS-EDIT-WHOLE
154800             MOVE WS-EDIT-WHOLE TO WS-FIELD-DISPLAY
154900         WHEN OTHER
155000             MOVE WS-FIELD-NUMBER TO WS-EDIT-AMOUNT
155100             MOVE WS-EDIT-AMOUNT TO WS-FIELD-DISPLAY
155200     END-EVALUATE.
155300 7200-EXIT.
155400     EXIT.
155500******************************************************************
155600* 7300-FIND-TEXT-LENGTH - LENGTH OF THE FIELD TEXT WITHOUT ITS
155700*                  TRAILING SPACES.
155800******************************************************************
155900 7300-FIND-TEXT-LENGTH.
156000     MOVE ZERO TO WS-TEXT-LENGTH.
156100     PERFORM 7350-CHECK-ONE-CHAR
156200         THRU 7350-EXIT
156300         VARYING WS-CHAR-IDX FROM 30 BY -1
156400         UNTIL WS-CHAR-IDX < 1 OR WS-TEXT-LENGTH > ZERO.
156500 7300-EXIT.
156600     EXIT.
156700******************************************************************
156800* 7350-CHECK-ONE-CHAR - THE FIRST NON-SPACE FROM THE RIGHT ENDS
156900*                  THE TEXT.
157000******************************************************************
157100 7350-CHECK-ONE-CHAR.
157200     IF WS-FIELD-TEXT (WS-CHAR-IDX:1) NOT = SPACE
157300         MOVE WS-CHAR-IDX TO WS-TEXT-LENGTH
157400     END-IF.
157500 7350-EXIT.
157600     EXIT.
157700******************************************************************
157800* 9999-EXIT - COMMON PROGRAM EXIT POINT.
157900******************************************************************
158000 9999-EXIT.
158100     GOBACK.
158200 END PROGRAM AdHocReport.
