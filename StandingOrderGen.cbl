002230*                  INSTEAD OF PROCEEDING - THE ONE-PASS REWRITE
002240*                  WOULD HAVE DROPPED EVERY UNTABLED INSTRUCTION
002250*                  FROM THE MASTER FOR GOOD.
002260*   2026-10-15 DO  AN INSTRUCTION WITH A RUN COUNT (A PAYMENTPLAN
002270*                  INSTALLMENT) IS COUNTED DOWN ON EVERY RUN AND
002280*                  MADE INACTIVE ONCE ITS LAST INSTALLMENT HAS
002290*                  GONE OUT.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. StandingOrderGen.
019900     ADD 1 TO WS-DUE-COUNT.
020000     PERFORM 2500-ADVANCE-NEXT-RUN
020100         THRU 2500-EXIT.
020125     PERFORM 2600-COUNT-DOWN-RUNS
020150         THRU 2600-EXIT.
020200     MOVE STANDING-INSTRUCTION-RECORD
020300         TO IT-ROW-IMAGE (SI-IDX).
020400 2000-EXIT.
022900 2500-EXIT.
023000     EXIT.
023100******************************************************************
023104* 2600-COUNT-DOWN-RUNS - ONE RUN OFF AN INSTRUCTION THAT CARRIES A
023108*                  RUN COUNT. THE LAST ONE MAKES IT INACTIVE. AN
023112*                  OPEN-ENDED INSTRUCTION (ZERO OR BLANK) RUNS ON.
023116******************************************************************
023120 2600-COUNT-DOWN-RUNS.
023124     IF SI-RUNS-REMAINING NOT NUMERIC
023128         GO TO 2600-EXIT
023132     END-IF.
023136     IF SI-OPEN-ENDED
023140         GO TO 2600-EXIT
023144     END-IF.
023148     SUBTRACT 1 FROM SI-RUNS-REMAINING.
023152     IF SI-RUNS-REMAINING = ZERO
023156         SET SI-STATUS-INACTIVE TO TRUE
023160         DISPLAY "LAST INSTALLMENT BILLED - " SI-ACCOUNT-ID
023164             " INSTRUCTION NOW INACTIVE"
023168     END-IF.
023172 2600-EXIT.
023176     EXIT.
023180******************************************************************
023200* 4000-REWRITE-MASTER - EVERY INSTRUCTION BACK TO THE MASTER
023300*                  WITH ITS ADVANCED NEXT-RUN DATE.
023400******************************************************************
