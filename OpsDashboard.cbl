001800*
001900* MODIFICATION HISTORY
002000*   2026-09-02 DO  INITIAL VERSION.
002005*   2026-10-15 DO  THE SEVERE-ERRORS AREA NOW LISTS EACH OF THE
002010*                  DATE'S SEVERE ENTRIES (UP TO TEN) WITH ITS
002015*                  OWNING TEAM AND EXPLANATION FROM THE ERRCATM
002020*                  ERROR CATALOG, SO THE DESK KNOWS WHO TO CALL.
002025*   2026-10-15 DO  ADDED THE INBOUND FILES AREA - THE LATEST
002030*                  FILEARRIVALMONITOR RUN'S LATE, MISSING AND
002035*                  ALREADY-PROCESSED FILES FROM FILESTAT, EACH
002040*                  LISTED WITH ITS SOURCE AND DEADLINE.
002045*   2026-10-15 DO  ADDED THE ALERTS AREA - ALERTS STILL OPEN OR
002050*                  ACKNOWLEDGED BUT NOT CLOSED ON THE ALERTREG
002055*                  REGISTER.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. OpsDashboard.
004500     SELECT DASH-RPT-FILE ASSIGN TO "OPSDASH"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-RPT-FILE-STATUS.
004705     SELECT ERROR-CATALOG-FILE ASSIGN TO "ERRCATM"
004710         ORGANIZATION IS INDEXED
004715         ACCESS MODE IS RANDOM
004720         RECORD KEY IS EC-CATALOG-KEY
004725         FILE STATUS IS WS-CAT-FILE-STATUS.
004730     SELECT ARRIVAL-STATUS-FILE ASSIGN TO "FILESTAT"
004735         ORGANIZATION IS LINE SEQUENTIAL
004740         FILE STATUS IS WS-FSTAT-FILE-STATUS.
004745     SELECT ALERT-REGISTER-FILE ASSIGN TO "ALERTREG"
004750         ORGANIZATION IS INDEXED
004755         ACCESS MODE IS SEQUENTIAL
004760         RECORD KEY IS AG-ALERT-KEY
004765         FILE STATUS IS WS-ALERT-FILE-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  JOB-LOG-FILE
007300 FD  DASH-RPT-FILE
007400     RECORDING MODE IS F.
007500 01  DASH-RPT-LINE                   PIC X(80).
007510 FD  ERROR-CATALOG-FILE.
007520     COPY ERRCAT.
007530 FD  ARRIVAL-STATUS-FILE
007540     RECORDING MODE IS F.
007550     COPY FILESTAT.
007560 FD  ALERT-REGISTER-FILE.
007570     COPY ALERTREG.
007600 WORKING-STORAGE SECTION.
007700 01  WS-JOBLOG-FILE-STATUS           PIC X(02).
007800     88  WS-JOBLOG-FILE-OK           VALUE "00".
008800     88  WS-BDATE-FILE-OK            VALUE "00".
008900 01  WS-RPT-FILE-STATUS              PIC X(02).
009000     88  WS-RPT-FILE-OK              VALUE "00".
009004 01  WS-CAT-FILE-STATUS              PIC X(02).
009008     88  WS-CAT-FILE-OK              VALUE "00".
009012 01  WS-CAT-AVAIL-SWITCH             PIC X(01) VALUE "N".
009016     88  WS-CATALOG-AVAIL            VALUE "Y".
009020 01  WS-CAT-FOUND-SWITCH             PIC X(01) VALUE "N".
009024     88  WS-CATALOGUED               VALUE "Y".
009028 01  WS-CAT-PROGRAM-ID               PIC X(08) VALUE SPACES.
009032 01  WS-CAT-ERROR-CODE               PIC X(04) VALUE SPACES.
009036 01  WS-SEVERE-TABLE.
009040     05  WS-SEVERE-ENTRY OCCURS 10 TIMES INDEXED BY SEV-IDX.
009044         10  SV-PROGRAM-ID           PIC X(08).
009048         10  SV-ERROR-CODE           PIC X(04).
009052 01  WS-SEVERE-LISTED                PIC 9(02) COMP VALUE ZERO.
009056 01  WS-FSTAT-FILE-STATUS            PIC X(02).
009060     88  WS-FSTAT-FILE-OK            VALUE "00".
009064 01  WS-FILE-NIGHT-DATE              PIC 9(08) VALUE ZERO.
009068 01  WS-FILE-SHORT-COUNT             PIC 9(06) VALUE ZERO.
009072 01  WS-ALERT-FILE-STATUS            PIC X(02).
009076     88  WS-ALERT-FILE-OK            VALUE "00".
009080 01  WS-ALERT-OPEN-COUNT             PIC 9(06) VALUE ZERO.
009084 01  WS-ALERT-ACKED-COUNT            PIC 9(06) VALUE ZERO.
009100 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
009200     88  WS-END-OF-FILE              VALUE "Y".
009300 01  WS-BUSINESS-DATE                PIC 9(08) VALUE ZERO.
011500     05  AL-AREA-TEXT                PIC X(44).
011600     05  AL-COUNT                    PIC ZZZ,ZZ9.
011700     05  FILLER                      PIC X(20) VALUE SPACES.
011702 01  WS-SEVERE-DETAIL.
011704     05  FILLER                      PIC X(09) VALUE SPACES.
011706     05  SL-PROGRAM-ID               PIC X(08).
011708     05  FILLER                      PIC X(01) VALUE SPACE.
011710     05  SL-ERROR-CODE               PIC X(04).
011712     05  FILLER                      PIC X(01) VALUE SPACE.
011714     05  SL-OWNING-TEAM              PIC X(12).
011716     05  FILLER                      PIC X(01) VALUE SPACE.
011718     05  SL-EXPLANATION              PIC X(44).
011720 01  WS-SEVERE-MORE-LINE.
011722     05  FILLER                      PIC X(09) VALUE SPACES.
011724     05  FILLER                      PIC X(08) VALUE "... AND ".
011726     05  SM-MORE-COUNT               PIC ZZZ,ZZ9.
011728     05  FILLER                      PIC X(56) VALUE
011730         " MORE - SEE ERRLOGREPORT".
011732 01  WS-FILE-DETAIL.
011734     05  FILLER                      PIC X(09) VALUE SPACES.
011736     05  FL-FILE-NAME                PIC X(08).
011738     05  FILLER                      PIC X(01) VALUE SPACE.
011740     05  FL-SOURCE                   PIC X(20).
011742     05  FILLER                      PIC X(06) VALUE " DUE ".
011744     05  FL-DEADLINE-TIME            PIC 9(04).
011746     05  FILLER                      PIC X(01) VALUE SPACE.
011748     05  FL-STATUS-TEXT              PIC X(18).
011750     05  FILLER                      PIC X(13) VALUE SPACES.
011800 PROCEDURE DIVISION.
011900******************************************************************
012000* 0000-MAINLINE - ONE STATUS PAGE, SEVEN AREAS.
012100******************************************************************
012200 0000-MAINLINE.
012300     MOVE "DATSTM" TO WS-LIB-FUNCTION.
014800         THRU 5000-EXIT.
014900     PERFORM 6000-CHECK-SEVERE-ERRORS
015000         THRU 6000-EXIT.
015020     PERFORM 6500-CHECK-FILE-ARRIVALS
015040         THRU 6500-EXIT.
015060     PERFORM 6800-CHECK-OPEN-ALERTS
015080         THRU 6800-EXIT.
015100     CLOSE DASH-RPT-FILE.
015200     DISPLAY "DASHBOARD WRITTEN TO OPSDASH FOR "
015300         WS-BUSINESS-DATE.
034400     MOVE WS-SEVERE-COUNT TO AL-COUNT.
034500     PERFORM 8000-WRITE-AREA-LINE
034600         THRU 8000-EXIT.
034604     IF WS-SEVERE-LISTED = ZERO
034608         GO TO 6000-EXIT
034612     END-IF.
034616     MOVE "N" TO WS-CAT-AVAIL-SWITCH.
034620     OPEN INPUT ERROR-CATALOG-FILE.
034624     IF WS-CAT-FILE-OK
034628         SET WS-CATALOG-AVAIL TO TRUE
034632     END-IF.
034636     PERFORM 6200-LIST-ONE-SEVERE-ENTRY
034640         THRU 6200-EXIT
034644         VARYING SEV-IDX FROM 1 BY 1
034648         UNTIL SEV-IDX > WS-SEVERE-LISTED.
034652     IF WS-CATALOG-AVAIL
034656         CLOSE ERROR-CATALOG-FILE
034660     END-IF.
034664     IF WS-SEVERE-COUNT > WS-SEVERE-LISTED
034668         COMPUTE SM-MORE-COUNT =
034672             WS-SEVERE-COUNT - WS-SEVERE-LISTED
034676         WRITE DASH-RPT-LINE FROM WS-SEVERE-MORE-LINE
034680     END-IF.
034700 6000-EXIT.
034800     EXIT.
034900******************************************************************
035800         IF EL-ERROR-DATE = WS-BUSINESS-DATE
035900             AND EL-SEV-SEVERE
036000             ADD 1 TO WS-SEVERE-COUNT
036010             IF WS-SEVERE-LISTED < 10
036020                 ADD 1 TO WS-SEVERE-LISTED
036030                 SET SEV-IDX TO WS-SEVERE-LISTED
036040                 MOVE EL-PROGRAM-ID TO SV-PROGRAM-ID (SEV-IDX)
036050                 MOVE EL-ERROR-TYPE TO SV-ERROR-CODE (SEV-IDX)
036060             END-IF
036100         END-IF
036200     END-IF.
036300 6100-EXIT.
036301     EXIT.
036302******************************************************************
036303* 6200-LIST-ONE-SEVERE-ENTRY - ONE SEVERE ENTRY UNDER ITS AREA
036304*                  LINE WITH THE ERROR CATALOG'S OWNER AND
036305*                  EXPLANATION.
036306******************************************************************
036307 6200-LIST-ONE-SEVERE-ENTRY.
036308     MOVE SV-PROGRAM-ID (SEV-IDX) TO SL-PROGRAM-ID
036309                                     WS-CAT-PROGRAM-ID.
036310     MOVE SV-ERROR-CODE (SEV-IDX) TO SL-ERROR-CODE
036311                                     WS-CAT-ERROR-CODE.
036312     PERFORM 7100-LOOK-UP-CATALOG
036313         THRU 7100-EXIT.
036314     IF WS-CATALOGUED
036315         MOVE EC-OWNING-TEAM TO SL-OWNING-TEAM
036316         MOVE EC-EXPLANATION TO SL-EXPLANATION
036317     ELSE
036318         MOVE "UNASSIGNED" TO SL-OWNING-TEAM
036319         MOVE "NOT IN THE ERROR CATALOG" TO SL-EXPLANATION
036320     END-IF.
036321     WRITE DASH-RPT-LINE FROM WS-SEVERE-DETAIL.
036322 6200-EXIT.
036323     EXIT.
036324******************************************************************
036325* 6500-CHECK-FILE-ARRIVALS - THE INBOUND FILES THE LAST ARRIVAL
036326*                  MONITOR RUN FOUND LATE, MISSING OR ONLY ALREADY
036327*                  PROCESSED, EACH LISTED UNDER THE AREA LINE. NO
036328*                  FILESTAT MEANS NO SCHEDULE IS BEING WATCHED.
036329******************************************************************
036330 6500-CHECK-FILE-ARRIVALS.
036331     MOVE "N" TO WS-EOF-SWITCH.
036332     OPEN INPUT ARRIVAL-STATUS-FILE.
036333     IF NOT WS-FSTAT-FILE-OK
036334         MOVE "GREEN    " TO AL-VERDICT
036335         MOVE "INBOUND FILES - NO ARRIVAL MONITOR RUN"
036336             TO AL-AREA-TEXT
036337         MOVE ZERO TO AL-COUNT
036338         PERFORM 8000-WRITE-AREA-LINE
036339             THRU 8000-EXIT
036340         GO TO 6500-EXIT
036341     END-IF.
036342     PERFORM 6600-COUNT-ONE-FILE-ROW
036343         THRU 6600-EXIT
036344         UNTIL WS-END-OF-FILE.
036345     CLOSE ARRIVAL-STATUS-FILE.
036346     IF WS-FILE-SHORT-COUNT = ZERO
036347         MOVE "GREEN    " TO AL-VERDICT
036348     ELSE
036349         MOVE "ATTN     " TO AL-VERDICT
036350     END-IF.
036351     MOVE SPACES TO AL-AREA-TEXT.
036352     STRING "INBOUND FILES OF " DELIMITED BY SIZE
036353         WS-FILE-NIGHT-DATE DELIMITED BY SIZE
036354         " - LATE/MISSING:" DELIMITED BY SIZE
036355         INTO AL-AREA-TEXT.
036356     MOVE WS-FILE-SHORT-COUNT TO AL-COUNT.
036357     PERFORM 8000-WRITE-AREA-LINE
036358         THRU 8000-EXIT.
036359     IF WS-FILE-SHORT-COUNT = ZERO
036360         GO TO 6500-EXIT
036361     END-IF.
036362     MOVE "N" TO WS-EOF-SWITCH.
036363     OPEN INPUT ARRIVAL-STATUS-FILE.
036364     PERFORM 6700-LIST-ONE-FILE-ROW
036365         THRU 6700-EXIT
036366         UNTIL WS-END-OF-FILE.
036367     CLOSE ARRIVAL-STATUS-FILE.
036368 6500-EXIT.
036369     EXIT.
036370******************************************************************
036371* 6600-COUNT-ONE-FILE-ROW - ANYTHING BUT AN ON-TIME ARRIVAL
036372*                  COUNTS.
036373******************************************************************
036374 6600-COUNT-ONE-FILE-ROW.
036375     READ ARRIVAL-STATUS-FILE
036376         AT END
036377             SET WS-END-OF-FILE TO TRUE
036378     END-READ.
036379     IF NOT WS-END-OF-FILE
036380         MOVE FS-BUSINESS-DATE TO WS-FILE-NIGHT-DATE
036381         IF NOT FS-ARRIVED
036382             ADD 1 TO WS-FILE-SHORT-COUNT
036383         END-IF
036384     END-IF.
036385 6600-EXIT.
036386     EXIT.
036387******************************************************************
036388* 6700-LIST-ONE-FILE-ROW - ONE LINE PER FILE NOT IN ON TIME.
036389******************************************************************
036390 6700-LIST-ONE-FILE-ROW.
036391     READ ARRIVAL-STATUS-FILE
036392         AT END
036393             SET WS-END-OF-FILE TO TRUE
036394     END-READ.
036395     IF WS-END-OF-FILE OR FS-ARRIVED
036396         GO TO 6700-EXIT
036397     END-IF.
036398     MOVE FS-FILE-NAME TO FL-FILE-NAME.
036399     MOVE FS-SOURCE TO FL-SOURCE.
036400     MOVE FS-DEADLINE-TIME TO FL-DEADLINE-TIME.
036401     EVALUATE TRUE
036402         WHEN FS-ARRIVED-LATE
036403             MOVE "ARRIVED LATE" TO FL-STATUS-TEXT
036404         WHEN FS-STALE AND FS-IS-MANDATORY
036405             MOVE "OLD FILE - HELD" TO FL-STATUS-TEXT
036406         WHEN FS-STALE
036407             MOVE "OLD FILE - SKIPPED" TO FL-STATUS-TEXT
036408         WHEN FS-IS-MANDATORY
036409             MOVE "MISSING - HELD" TO FL-STATUS-TEXT
036410         WHEN OTHER
036411             MOVE "MISSING - SKIPPED" TO FL-STATUS-TEXT
036412     END-EVALUATE.
036413     WRITE DASH-RPT-LINE FROM WS-FILE-DETAIL.
036414 6700-EXIT.
036415     EXIT.
036416******************************************************************
036417* 6800-CHECK-OPEN-ALERTS - ALERTS ON THE ALERTREG REGISTER NOT YET
036418*                  CLOSED. ONE STILL UNACKNOWLEDGED MEANS NOBODY
036419*                  HAS PICKED THE PAGE UP, SO THE AREA SHOWS ATTN;
036420*                  ACKNOWLEDGED ONES ARE COUNTED ON A SECOND LINE.
036421*                  NO REGISTER MEANS NO ALERT HAS EVER BEEN
036422*                  RAISED.
036423******************************************************************
036424 6800-CHECK-OPEN-ALERTS.
036425     MOVE "N" TO WS-EOF-SWITCH.
036426     OPEN INPUT ALERT-REGISTER-FILE.
036427     IF WS-ALERT-FILE-OK
036428         PERFORM 6900-COUNT-ONE-ALERT
036429             THRU 6900-EXIT
036430             UNTIL WS-END-OF-FILE
036431         CLOSE ALERT-REGISTER-FILE
036432     END-IF.
036433     IF WS-ALERT-OPEN-COUNT = ZERO
036434         MOVE "GREEN    " TO AL-VERDICT
036435     ELSE
036436         MOVE "ATTN     " TO AL-VERDICT
036437     END-IF.
036438     MOVE "ALERTS - RAISED, NOT ACKNOWLEDGED" TO AL-AREA-TEXT.
036439     MOVE WS-ALERT-OPEN-COUNT TO AL-COUNT.
036440     PERFORM 8000-WRITE-AREA-LINE
036441         THRU 8000-EXIT.
036442     MOVE "GREEN    " TO AL-VERDICT.
036443     MOVE "ALERTS - ACKNOWLEDGED, NOT CLOSED" TO AL-AREA-TEXT.
036444     MOVE WS-ALERT-ACKED-COUNT TO AL-COUNT.
036445     PERFORM 8000-WRITE-AREA-LINE
036446         THRU 8000-EXIT.
036447 6800-EXIT.
036448     EXIT.
036449******************************************************************
036450* 6900-COUNT-ONE-ALERT - TALLY ONE REGISTER ROW BY ITS STATUS.
036451******************************************************************
036452 6900-COUNT-ONE-ALERT.
036453     READ ALERT-REGISTER-FILE NEXT RECORD
036454         AT END
036455             SET WS-END-OF-FILE TO TRUE
036456             GO TO 6900-EXIT
036457     END-READ.
036458     IF AG-STATUS-OPEN
036459         ADD 1 TO WS-ALERT-OPEN-COUNT
036460     END-IF.
036461     IF AG-STATUS-ACKED
036462         ADD 1 TO WS-ALERT-ACKED-COUNT
036463     END-IF.
036464 6900-EXIT.
036465     EXIT.
036466******************************************************************
036467* 7100-LOOK-UP-CATALOG - THE CATALOG ROW FOR WS-CAT-PROGRAM-ID AND
036468*                  WS-CAT-ERROR-CODE, FALLING BACK TO THE CODE'S
036469*                  FLEET-WIDE ("*") ROW.
036470******************************************************************
036471 7100-LOOK-UP-CATALOG.
036472     MOVE "N" TO WS-CAT-FOUND-SWITCH.
036473     IF NOT WS-CATALOG-AVAIL
036474         GO TO 7100-EXIT
036475     END-IF.
036476     MOVE WS-CAT-PROGRAM-ID TO EC-PROGRAM-ID.
036477     MOVE WS-CAT-ERROR-CODE TO EC-ERROR-CODE.
036478     READ ERROR-CATALOG-FILE
036479         INVALID KEY
036480             CONTINUE
036481         NOT INVALID KEY
036482             SET WS-CATALOGUED TO TRUE
036483     END-READ.
036484     IF WS-CATALOGUED
036485         GO TO 7100-EXIT
036486     END-IF.
036487     MOVE "*" TO EC-PROGRAM-ID.
036488     MOVE WS-CAT-ERROR-CODE TO EC-ERROR-CODE.
036489     READ ERROR-CATALOG-FILE
036490         INVALID KEY
036491             CONTINUE
036492         NOT INVALID KEY
036493             SET WS-CATALOGUED TO TRUE
036494     END-READ.
036495 7100-EXIT.
036496     EXIT.
036500******************************************************************
036600* 8000-WRITE-AREA-LINE - ONE DASHBOARD LINE PER AREA, ECHOED TO
036700*                  THE CONSOLE FOR THE DESK.
