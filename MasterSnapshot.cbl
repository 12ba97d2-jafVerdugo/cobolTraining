000100******************************************************************
000200* PROGRAM-ID: MASTERSNAPSHOT
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     POINT-IN-TIME SNAPSHOT OF THE MASTER FILES.
000800*              COPIES EVERY MASTER LISTED IN SNAPLIST (RATEMSTR,
000900*              ACCTMSTR, ACCTRATE, GLACCTM, DEPTMSTR, CURRMSTR,
001000*              FEESCHED, STNDINST AND GOTOPIN) RECORD FOR RECORD
001100*              TO A DATED GENERATION FILE (PREFIX + BUSINESS
001200*              DATE), IN KEY ORDER FOR THE INDEXED MASTERS, AND
001300*              CATALOGS EACH COPY ON SNAPCATL WITH ITS RECORD
001400*              COUNT AND A HASH TOTAL FOLDED FROM EVERY
001500*              CHARACTER OF EVERY RECORD, SO MASTERRESTORE CAN
001600*              PROVE A GENERATION WHOLE BEFORE PUTTING IT BACK.
001700*              A MASTER NOT ON HAND IS CATALOGED AS ABSENT. RUN
001800*              AS AN ENDOFDAYBATCH STEP; REPORT IS SNAPRPT.
001900*              HONORS THE BUSDATE PROCESSING-DATE CONTROL.
002000*              RETURN CODE 0, OR 4 WHEN A MASTER WAS ABSENT OR A
002100*              GENERATION COULD NOT BE WRITTEN.
002200* TECTONICS:   cobc
002300*
002400* MODIFICATION HISTORY
002500*   2026-10-15 DO  INITIAL VERSION.
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. MasterSnapshot.
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT RATE-MASTER-FILE ASSIGN TO "RATEMSTR"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS RM-RATE-KEY
003600         FILE STATUS IS WS-MASTER-FILE-STATUS.
003700     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS AM-ACCOUNT-ID
004100         FILE STATUS IS WS-MASTER-FILE-STATUS.
004200     SELECT ACCT-RATE-FILE ASSIGN TO "ACCTRATE"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS AR-OVERRIDE-KEY
004600         FILE STATUS IS WS-MASTER-FILE-STATUS.
004700     SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCTM"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS GA-ACCOUNT-CODE
005100         FILE STATUS IS WS-MASTER-FILE-STATUS.
005200     SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMSTR"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS DP-DEPT-CODE
005600         FILE STATUS IS WS-MASTER-FILE-STATUS.
005700     SELECT CURR-MASTER-FILE ASSIGN TO "CURRMSTR"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS CX-CURRENCY-KEY
006100         FILE STATUS IS WS-MASTER-FILE-STATUS.
006200     SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-MASTER-FILE-STATUS.
006500     SELECT STANDING-INST-FILE ASSIGN TO "STNDINST"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-MASTER-FILE-STATUS.
006800     SELECT OPERATOR-PIN-FILE ASSIGN TO "GOTOPIN"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS OP-OPERATOR-ID
007200         FILE STATUS IS WS-MASTER-FILE-STATUS.
007300     SELECT GENERATION-FILE ASSIGN TO WS-GEN-FILE-NAME
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-GEN-FILE-STATUS.
007600     SELECT CATALOG-FILE ASSIGN TO "SNAPCATL"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-CAT-FILE-STATUS.
007900     SELECT SNAP-RPT-FILE ASSIGN TO "SNAPRPT"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-RPT-FILE-STATUS.
008200     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-BDATE-FILE-STATUS.
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  RATE-MASTER-FILE.
008800     COPY RATEMSTR.
008900 FD  ACCOUNT-MASTER-FILE.
009000     COPY ACCTMSTR.
009100 FD  ACCT-RATE-FILE.
009200     COPY ACCTRATE.
009300 FD  GL-ACCOUNT-FILE.
009400     COPY GLACCT.
009500 FD  DEPT-MASTER-FILE.
009600     COPY DEPTMSTR.
009700 FD  CURR-MASTER-FILE.
009800     COPY CURRMSTR.
009900 FD  FEE-SCHEDULE-FILE
010000     RECORDING MODE IS F.
010100     COPY FEESCHED.
010200 FD  STANDING-INST-FILE
010300     RECORDING MODE IS F.
010400     COPY STNDINST.
010500 FD  OPERATOR-PIN-FILE.
010600     COPY GOTOPIN.
010700 FD  GENERATION-FILE
010800     RECORDING MODE IS F.
010900 01  GENERATION-RECORD               PIC X(200).
011000 FD  CATALOG-FILE
011100     RECORDING MODE IS F.
011200     COPY SNAPCAT.
011300 FD  SNAP-RPT-FILE
011400     RECORDING MODE IS F.
011500 01  SNAP-RPT-LINE                   PIC X(80).
011600 FD  BUS-DATE-FILE
011700     RECORDING MODE IS F.
011800     COPY BUSDATE.
011900 WORKING-STORAGE SECTION.
012000 01  WS-MASTER-FILE-STATUS           PIC X(02).
012100     88  WS-MASTER-FILE-OK           VALUE "00".
012200 01  WS-GEN-FILE-STATUS              PIC X(02).
012300     88  WS-GEN-FILE-OK              VALUE "00".
012400 01  WS-CAT-FILE-STATUS              PIC X(02).
012500     88  WS-CAT-FILE-OK              VALUE "00".
012600 01  WS-RPT-FILE-STATUS              PIC X(02).
012700     88  WS-RPT-FILE-OK              VALUE "00".
012800 01  WS-BDATE-FILE-STATUS            PIC X(02).
012900     88  WS-BDATE-FILE-OK            VALUE "00".
013000 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
013100     88  WS-END-OF-FILE              VALUE "Y".
013200     COPY SNAPLIST.
013300 01  WS-GEN-FILE-NAME.
013400     05  WS-GEN-NAME-PREFIX          PIC X(05) VALUE SPACES.
013500     05  WS-GEN-NAME-DATE            PIC 9(08) VALUE ZERO.
013600 01  WS-MASTER-NO                    PIC 9(02) COMP VALUE ZERO.
013700 01  WS-RECORD-BUFFER                PIC X(200) VALUE SPACES.
013800 01  WS-RECORD-COUNT                 PIC 9(09) COMP VALUE ZERO.
013900 01  WS-HASH-TOTAL                   PIC 9(15) COMP VALUE ZERO.
014000 01  WS-MASTERS-COPIED               PIC 9(02) COMP VALUE ZERO.
014100 01  WS-MASTERS-ABSENT               PIC 9(02) COMP VALUE ZERO.
014200 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
014300 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
014400 01  WS-RPT-KEEP-NAME                PIC X(08) VALUE SPACES.
014500 01  WS-LIB-FUNCTION                 PIC X(06).
014600 01  WS-LIB-RETURN-CODE              PIC 9(02).
014700 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "SNAPSHOT".
014800 01  WS-LIB-MSG-VALUE                PIC X(40).
014900 01  WS-LIB-MSG-TEXT                 PIC X(60).
015000*    RECORD HASH - EACH CHARACTER'S POSITION IN THE PRINTABLE
015100*    CHARACTER SET, WEIGHTED BY ITS POSITION IN THE RECORD, SO A
015200*    CHANGED OR TRANSPOSED CHARACTER MOVES THE TOTAL.
015300 01  WS-HASH-ALPHABET.
015400     05  FILLER                      PIC X(48) VALUE
015500         " !""#$%&'()*+,-./0123456789:;<=>?@ABCDEFGHIJKLMNO".
015600     05  FILLER                      PIC X(47) VALUE
015700         "PQRSTUVWXYZ[\]^_`abcdefghijklmnopqrstuvwxyz{|}~".
015800 01  WS-HASH-ALPHABET-TABLE REDEFINES WS-HASH-ALPHABET.
015900     05  WS-HASH-LETTER OCCURS 95 TIMES INDEXED BY HA-IDX
016000                                     PIC X(01).
016100 01  WS-HASH-CHAR-IDX                PIC 9(03) COMP VALUE ZERO.
016200 01  WS-HASH-ORDINAL                 PIC 9(03) COMP VALUE ZERO.
016300 01  WS-HEADER-LINE.
016400     05  FILLER                      PIC X(40) VALUE
016500         "MASTER FILE SNAPSHOT".
016600     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
016700     05  HL-RUN-DATE                 PIC 9(08).
016800     05  FILLER                      PIC X(02) VALUE SPACES.
016900     05  HL-RUN-TIME                 PIC 9(08).
017000     05  FILLER                      PIC X(12) VALUE SPACES.
017100 01  WS-COLUMN-LINE                  PIC X(80) VALUE
017200     "MASTER    GENERATION        RECORDS       HASH TOTAL  NOTE".
017300 01  WS-DETAIL-LINE.
017400     05  DL-MASTER-NAME              PIC X(08).
017500     05  FILLER                      PIC X(02) VALUE SPACES.
017600     05  DL-GEN-NAME                 PIC X(13).
017700     05  DL-RECORDS                  PIC Z(09)9.
017800     05  FILLER                      PIC X(01) VALUE SPACE.
017900     05  DL-HASH-TOTAL               PIC Z(15)9.
018000     05  FILLER                      PIC X(02) VALUE SPACES.
018020     05  DL-NOTE                     PIC X(28).
018040 01  WS-TOTAL-LINE.
018060     05  FILLER                      PIC X(16) VALUE
018080         "MASTERS COPIED: ".
018100     05  TL-COPIED                   PIC Z9.
018120     05  FILLER                      PIC X(25) VALUE
018140         "   ABSENT OR NOT COPIED: ".
018160     05  TL-NOT-COPIED               PIC Z9.
018180     05  FILLER                      PIC X(35) VALUE SPACES.
018200 PROCEDURE DIVISION.
018300******************************************************************
018400* 0000-MAINLINE - COPY AND CATALOG EACH MASTER IN TURN.
018500******************************************************************
018600 0000-MAINLINE.
018700     PERFORM 0500-RESOLVE-BUSINESS-DATE
018800         THRU 0500-EXIT.
018900     ACCEPT WS-CURRENT-TIME FROM TIME.
019000     OPEN EXTEND CATALOG-FILE.
019100     IF NOT WS-CAT-FILE-OK
019200         OPEN OUTPUT CATALOG-FILE
019300     END-IF.
019400     OPEN OUTPUT SNAP-RPT-FILE.
019500     MOVE WS-TODAYS-DATE TO HL-RUN-DATE.
019600     MOVE WS-CURRENT-TIME TO HL-RUN-TIME.
019700     WRITE SNAP-RPT-LINE FROM WS-HEADER-LINE.
019800     MOVE SPACES TO SNAP-RPT-LINE.
019900     WRITE SNAP-RPT-LINE.
020000     WRITE SNAP-RPT-LINE FROM WS-COLUMN-LINE.
020100     PERFORM 2000-SNAP-ONE-MASTER
020200         THRU 2000-EXIT
020300         VARYING SM-IDX FROM 1 BY 1
020400         UNTIL SM-IDX > SNAP-MASTER-COUNT.
020500     CLOSE CATALOG-FILE.
020600     MOVE SPACES TO SNAP-RPT-LINE.
020700     WRITE SNAP-RPT-LINE.
020900     MOVE WS-MASTERS-COPIED TO TL-COPIED.
021100     MOVE WS-MASTERS-ABSENT TO TL-NOT-COPIED.
021300     WRITE SNAP-RPT-LINE FROM WS-TOTAL-LINE.
021500     CLOSE SNAP-RPT-FILE.
021600     MOVE "SNAPRPT" TO WS-RPT-KEEP-NAME.
021700     CALL "ReportKeep" USING WS-RPT-KEEP-NAME, WS-TODAYS-DATE.
021800     DISPLAY "MASTER SNAPSHOT " WS-TODAYS-DATE " COPIED: "
021900         WS-MASTERS-COPIED " NOT COPIED: " WS-MASTERS-ABSENT.
022000     IF WS-MASTERS-ABSENT > ZERO
022100         MOVE 4 TO RETURN-CODE
022200     ELSE
022300         MOVE ZERO TO RETURN-CODE
022400     END-IF.
022500     GO TO 9999-EXIT.
022600******************************************************************
022700* 0500-RESOLVE-BUSINESS-DATE - THE BUSDATE CONTROL WHEN ONE IS
022800*                  ON FILE, THE SYSTEM DATE OTHERWISE.
022900******************************************************************
023000 0500-RESOLVE-BUSINESS-DATE.
023100     MOVE "DATSTM" TO WS-LIB-FUNCTION.
023200     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
023300         WS-TODAYS-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
023400         WS-LIB-MSG-TEXT.
023500     OPEN INPUT BUS-DATE-FILE.
023600     IF NOT WS-BDATE-FILE-OK
023700         GO TO 0500-EXIT
023800     END-IF.
023900     READ BUS-DATE-FILE
024000         AT END
024100             CONTINUE
024200     END-READ.
024300     IF WS-BDATE-FILE-OK AND BD-BUSINESS-DATE NOT = ZERO
024400         MOVE BD-BUSINESS-DATE TO WS-TODAYS-DATE
024500     END-IF.
024600     CLOSE BUS-DATE-FILE.
024700 0500-EXIT.
024800     EXIT.
024900******************************************************************
025000* 2000-SNAP-ONE-MASTER - COPY ONE MASTER TO ITS DATED GENERATION
025100*                  AND CATALOG THE COUNT AND HASH TOTAL.
025200******************************************************************
025300 2000-SNAP-ONE-MASTER.
025400     SET WS-MASTER-NO TO SM-IDX.
025500     MOVE SM-GEN-PREFIX (SM-IDX) TO WS-GEN-NAME-PREFIX.
025600     MOVE WS-TODAYS-DATE TO WS-GEN-NAME-DATE.
025700     MOVE ZERO TO WS-RECORD-COUNT
025800                  WS-HASH-TOTAL.
025900     MOVE SPACES TO WS-DETAIL-LINE.
026000     MOVE SM-MASTER-NAME (SM-IDX) TO DL-MASTER-NAME.
026100     MOVE WS-GEN-FILE-NAME TO DL-GEN-NAME.
026200     PERFORM 7100-OPEN-MASTER
026300         THRU 7100-EXIT.
026400     IF NOT WS-MASTER-FILE-OK
026500         ADD 1 TO WS-MASTERS-ABSENT
026600         MOVE "A" TO SC-SNAP-STATUS
026666         MOVE "MASTER NOT PRESENT" TO DL-NOTE
026732         PERFORM 2200-CATALOG-MASTER
026798             THRU 2200-EXIT
026864         GO TO 2000-EXIT
026930     END-IF.
027000     OPEN OUTPUT GENERATION-FILE.
027100     IF NOT WS-GEN-FILE-OK
027200         PERFORM 7300-CLOSE-MASTER
027300             THRU 7300-EXIT
027400         ADD 1 TO WS-MASTERS-ABSENT
027500         DISPLAY "SNAPSHOT GENERATION " WS-GEN-FILE-NAME
027600             " COULD NOT BE OPENED, STATUS " WS-GEN-FILE-STATUS
027700         MOVE "GENERATION NOT WRITTEN" TO DL-NOTE
027800         WRITE SNAP-RPT-LINE FROM WS-DETAIL-LINE
027900         GO TO 2000-EXIT
028000     END-IF.
028100     MOVE "N" TO WS-EOF-SWITCH.
028200     PERFORM 2100-COPY-ONE-RECORD
028300         THRU 2100-EXIT
028400         UNTIL WS-END-OF-FILE.
028500     CLOSE GENERATION-FILE.
028600     PERFORM 7300-CLOSE-MASTER
028700         THRU 7300-EXIT.
028800     ADD 1 TO WS-MASTERS-COPIED.
028900     MOVE "C" TO SC-SNAP-STATUS.
028933     MOVE "COPIED" TO DL-NOTE.
028966     PERFORM 2200-CATALOG-MASTER
028999         THRU 2200-EXIT.
029032 2000-EXIT.
029065     EXIT.
030400******************************************************************
030500* 2100-COPY-ONE-RECORD - ONE MASTER RECORD TO THE GENERATION.
030600******************************************************************
030700 2100-COPY-ONE-RECORD.
030800     PERFORM 7200-READ-MASTER
030900         THRU 7200-EXIT.
031000     IF WS-END-OF-FILE
031100         GO TO 2100-EXIT
031200     END-IF.
031300     ADD 1 TO WS-RECORD-COUNT.
031400     PERFORM 7800-HASH-RECORD
031500         THRU 7800-EXIT.
031600     WRITE GENERATION-RECORD FROM WS-RECORD-BUFFER.
031700 2100-EXIT.
031800     EXIT.
031805******************************************************************
031810* 2200-CATALOG-MASTER - THE SNAPCATL ROW AND REPORT LINE FOR ONE
031815*                  MASTER.
031820******************************************************************
031825 2200-CATALOG-MASTER.
031830     MOVE WS-TODAYS-DATE TO SC-SNAP-DATE.
031835     MOVE WS-CURRENT-TIME TO SC-SNAP-TIME.
031840     MOVE SM-MASTER-NAME (SM-IDX) TO SC-MASTER-NAME.
031845     MOVE WS-GEN-FILE-NAME TO SC-GEN-NAME.
031850     MOVE WS-RECORD-COUNT TO SC-RECORD-COUNT.
031855     MOVE WS-HASH-TOTAL TO SC-HASH-TOTAL.
031860     WRITE SNAPSHOT-CATALOG-RECORD.
031865     MOVE WS-RECORD-COUNT TO DL-RECORDS.
031870     MOVE WS-HASH-TOTAL TO DL-HASH-TOTAL.
031875     WRITE SNAP-RPT-LINE FROM WS-DETAIL-LINE.
031880 2200-EXIT.
031885     EXIT.
031900******************************************************************
032000* 7100-OPEN-MASTER - OPEN MASTER WS-MASTER-NO FOR INPUT.
032100******************************************************************
032200 7100-OPEN-MASTER.
032300     EVALUATE WS-MASTER-NO
032400         WHEN 1
032500             OPEN INPUT RATE-MASTER-FILE
032600         WHEN 2
032700             OPEN INPUT ACCOUNT-MASTER-FILE
032800         WHEN 3
032900             OPEN INPUT ACCT-RATE-FILE
033000         WHEN 4
033100             OPEN INPUT GL-ACCOUNT-FILE
033200         WHEN 5
033300             OPEN INPUT DEPT-MASTER-FILE
033400         WHEN 6
033500             OPEN INPUT CURR-MASTER-FILE
033600         WHEN 7
033700             OPEN INPUT FEE-SCHEDULE-FILE
033800         WHEN 8
033900             OPEN INPUT STANDING-INST-FILE
034000         WHEN 9
034100             OPEN INPUT OPERATOR-PIN-FILE
034200     END-EVALUATE.
034300 7100-EXIT.
034400     EXIT.
034500******************************************************************
034600* 7200-READ-MASTER - THE NEXT RECORD OF MASTER WS-MASTER-NO INTO
034700*                  WS-RECORD-BUFFER, IN KEY ORDER WHEN INDEXED.
034800******************************************************************
034900 7200-READ-MASTER.
035000     EVALUATE WS-MASTER-NO
035100         WHEN 1
035200             READ RATE-MASTER-FILE NEXT RECORD
035300                 AT END
035400                     SET WS-END-OF-FILE TO TRUE
035500                 NOT AT END
035600                     MOVE RATE-MASTER-RECORD TO WS-RECORD-BUFFER
035700             END-READ
035800         WHEN 2
035900             READ ACCOUNT-MASTER-FILE NEXT RECORD
036000                 AT END
036100                     SET WS-END-OF-FILE TO TRUE
036200                 NOT AT END
036300                     MOVE ACCOUNT-MASTER-RECORD
036400                         TO WS-RECORD-BUFFER
036500             END-READ
036600         WHEN 3
036700             READ ACCT-RATE-FILE NEXT RECORD
036800                 AT END
036900                     SET WS-END-OF-FILE TO TRUE
037000                 NOT AT END
037100                     MOVE ACCOUNT-RATE-RECORD
037200                         TO WS-RECORD-BUFFER
037300             END-READ
037400         WHEN 4
037500             READ GL-ACCOUNT-FILE NEXT RECORD
037600                 AT END
037700                     SET WS-END-OF-FILE TO TRUE
037800                 NOT AT END
037900                     MOVE GL-ACCOUNT-RECORD TO WS-RECORD-BUFFER
038000             END-READ
038100         WHEN 5
038200             READ DEPT-MASTER-FILE NEXT RECORD
038300                 AT END
038400                     SET WS-END-OF-FILE TO TRUE
038500                 NOT AT END
038600                     MOVE DEPARTMENT-MASTER-RECORD
038700                         TO WS-RECORD-BUFFER
038800             END-READ
038900         WHEN 6
039000             READ CURR-MASTER-FILE NEXT RECORD
039100                 AT END
039200                     SET WS-END-OF-FILE TO TRUE
039300                 NOT AT END
039400                     MOVE CURRENCY-MASTER-RECORD
039500                         TO WS-RECORD-BUFFER
039600             END-READ
039700         WHEN 7
039800             READ FEE-SCHEDULE-FILE
039900                 AT END
040000                     SET WS-END-OF-FILE TO TRUE
040100                 NOT AT END
040200                     MOVE FEE-SCHEDULE-RECORD TO WS-RECORD-BUFFER
040300             END-READ
040400         WHEN 8
040500             READ STANDING-INST-FILE
040600                 AT END
040700                     SET WS-END-OF-FILE TO TRUE
040800                 NOT AT END
040900                     MOVE STANDING-INSTRUCTION-RECORD
041000                         TO WS-RECORD-BUFFER
041100             END-READ
041200         WHEN 9
041300             READ OPERATOR-PIN-FILE NEXT RECORD
041400                 AT END
041500                     SET WS-END-OF-FILE TO TRUE
041600                 NOT AT END
041700                     MOVE OPERATOR-PIN-RECORD TO WS-RECORD-BUFFER
041800             END-READ
041900     END-EVALUATE.
042000 7200-EXIT.
042100     EXIT.
042200******************************************************************
042300* 7300-CLOSE-MASTER - CLOSE MASTER WS-MASTER-NO.
042400******************************************************************
042500 7300-CLOSE-MASTER.
042600     EVALUATE WS-MASTER-NO
042700         WHEN 1
042800             CLOSE RATE-MASTER-FILE
042900         WHEN 2
043000             CLOSE ACCOUNT-MASTER-FILE
043100         WHEN 3
043200             CLOSE ACCT-RATE-FILE
043300         WHEN 4
043400             CLOSE GL-ACCOUNT-FILE
043500         WHEN 5
043600             CLOSE DEPT-MASTER-FILE
043700         WHEN 6
043800             CLOSE CURR-MASTER-FILE
043900         WHEN 7
044000             CLOSE FEE-SCHEDULE-FILE
044100         WHEN 8
044200             CLOSE STANDING-INST-FILE
044300         WHEN 9
044400             CLOSE OPERATOR-PIN-FILE
044500     END-EVALUATE.
044600 7300-EXIT.
044700     EXIT.
044800******************************************************************
044900* 7800-HASH-RECORD - FOLD WS-RECORD-BUFFER INTO WS-HASH-TOTAL.
045000******************************************************************
045100 7800-HASH-RECORD.
045200     PERFORM 7850-HASH-ONE-CHARACTER
045300         THRU 7850-EXIT
045400         VARYING WS-HASH-CHAR-IDX FROM 1 BY 1
045500         UNTIL WS-HASH-CHAR-IDX > 200.
045600 7800-EXIT.
045700     EXIT.
045800******************************************************************
045900* 7850-HASH-ONE-CHARACTER - A CHARACTER OUTSIDE THE SET COUNTS
046000*                  AS 96.
046100******************************************************************
046200 7850-HASH-ONE-CHARACTER.
046300     MOVE 96 TO WS-HASH-ORDINAL.
046400     SET HA-IDX TO 1.
046500     SEARCH WS-HASH-LETTER
046600         AT END
046700             CONTINUE
046800         WHEN WS-HASH-LETTER (HA-IDX)
046900              = WS-RECORD-BUFFER (WS-HASH-CHAR-IDX:1)
047000             SET WS-HASH-ORDINAL TO HA-IDX
047100     END-SEARCH.
047200     COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL
047300         + WS-HASH-ORDINAL * WS-HASH-CHAR-IDX.
047400 7850-EXIT.
047500     EXIT.
047600******************************************************************
047700* 9999-EXIT - COMMON PROGRAM EXIT POINT.
047800******************************************************************
047900 9999-EXIT.
048000     GOBACK.
048100 END PROGRAM MasterSnapshot.
