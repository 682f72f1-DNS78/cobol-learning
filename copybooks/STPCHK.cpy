      *****************************************************************
      * STPCHK - batch control ledger checks for the BATCHRUN steps.
      * Requires STEP-PLAN-FILE and STEP-LEDGER-FILE SELECT/FDs built
      * from the STPREC and SLGREC copybooks, and the STPWORK and
      * RUNWORK copybooks in WORKING-STORAGE. The caller performs
      * 7960 right after 7900-READ-RUN-CONTROL, before it opens or
      * changes anything, and 7970 as the last thing before its
      * normal STOP RUN.
      *
      * A step already completed for the business date (ended at or
      * below its STEPPLAN maximum return code) logs a skip and
      * stops with the return code it completed with, so the job
      * stream's COND logic sees the same night it saw the first
      * time -- NORMAL or RERUN alike. A step whose predecessor has
      * not ended below RC=4 for the business date refuses to run,
      * except that a predecessor COND bypassed (7967: it never
      * started, and one of its own predecessors ended RC=4 or over)
      * is passed over, as COND passes it over -- REPCHECK's RC=4
      * bypasses COMMCALC but not the tie-out steps after it.
      * Otherwise the start is logged and the step goes ahead. A
      * RESTART of the job stream therefore resumes at the first
      * step neither completed nor bypassed.
      *****************************************************************
       7960-CHECK-STEP-LEDGER.
           PERFORM 7961-LOAD-STEP-PLAN
           MOVE 0 TO WS-STEP-SELF
           PERFORM VARYING WS-SPT-IDX FROM 1 BY 1
                   UNTIL WS-SPT-IDX > WS-SPT-COUNT
               IF WS-SPT-PROGRAM(WS-SPT-IDX) = WS-STEP-PROGRAM
                   SET WS-STEP-SELF TO WS-SPT-IDX
               END-IF
           END-PERFORM
           IF WS-STEP-SELF = 0
               DISPLAY 'PROGRAM ' WS-STEP-PROGRAM
                   ' IS NOT ON THE STEPPLAN, RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-SPT-IDX TO WS-STEP-SELF
           MOVE WS-SPT-STEP(WS-SPT-IDX) TO WS-STEP-NAME
           PERFORM 7963-LOAD-STEP-LEDGER
           SET WS-SPT-IDX TO WS-STEP-SELF
           IF WS-SPT-ENDED(WS-SPT-IDX)
               AND WS-SPT-LAST-RC(WS-SPT-IDX)
                   <= WS-SPT-MAX-RC(WS-SPT-IDX)
               DISPLAY 'STEP ' WS-STEP-NAME ' ' WS-STEP-PROGRAM
                   ' ALREADY COMPLETED FOR ' WS-BUSINESS-DATE
                   ' (RC=' WS-SPT-LAST-RC(WS-SPT-IDX) '), SKIPPED'
               MOVE WS-SPT-LAST-RC(WS-SPT-IDX) TO WS-STEP-EVENT-RC
               MOVE 'K' TO WS-STEP-EVENT
               PERFORM 7968-WRITE-LEDGER-EVENT
               MOVE WS-STEP-EVENT-RC TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-STEP-PRED-NO FROM 1 BY 1
                   UNTIL WS-STEP-PRED-NO > WS-SPT-PRED-COUNT(WS-SPT-IDX)
               PERFORM 7965-CHECK-PREDECESSOR
           END-PERFORM
           MOVE 0   TO WS-STEP-EVENT-RC
           MOVE 'S' TO WS-STEP-EVENT
           PERFORM 7968-WRITE-LEDGER-EVENT.

       7961-LOAD-STEP-PLAN.
           OPEN INPUT STEP-PLAN-FILE
           IF WS-STEPPLAN-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN STEPPLAN, STATUS='
                   WS-STEPPLAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-STEPPLAN
               READ STEP-PLAN-FILE
                   AT END
                       SET WS-END-OF-STEPPLAN TO TRUE
                   NOT AT END
                       PERFORM 7962-STORE-PLAN-STEP
               END-READ
           END-PERFORM
           CLOSE STEP-PLAN-FILE.

       7962-STORE-PLAN-STEP.
           IF SP-MAX-RC NOT NUMERIC
               OR SP-PRED-COUNT NOT NUMERIC
               OR SP-PRED-COUNT > 24
               DISPLAY 'STEPPLAN ENTRY FOR ' SP-STEP
                   ' IS NOT VALID'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SPT-COUNT >= 40
               DISPLAY 'STEPPLAN HAS MORE THAN 40 STEPS, TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SPT-COUNT
           SET WS-SPT-IDX TO WS-SPT-COUNT
           MOVE SP-STEP       TO WS-SPT-STEP(WS-SPT-IDX)
           MOVE SP-PROGRAM    TO WS-SPT-PROGRAM(WS-SPT-IDX)
           MOVE SP-MAX-RC     TO WS-SPT-MAX-RC(WS-SPT-IDX)
           MOVE SP-PRED-COUNT TO WS-SPT-PRED-COUNT(WS-SPT-IDX)
           PERFORM VARYING WS-STEP-PRED-NO FROM 1 BY 1
                   UNTIL WS-STEP-PRED-NO > SP-PRED-COUNT
               MOVE SP-PREDECESSOR(WS-STEP-PRED-NO)
                   TO WS-SPT-PREDECESSOR(WS-SPT-IDX, WS-STEP-PRED-NO)
           END-PERFORM
           MOVE SPACE TO WS-SPT-STATE(WS-SPT-IDX)
           MOVE 0     TO WS-SPT-LAST-RC(WS-SPT-IDX).

      *****************************************************************
      * Each plan step's state for the business date: the last start
      * or end the ledger holds for it. A skip changes nothing.
      *****************************************************************
       7963-LOAD-STEP-LEDGER.
           OPEN INPUT STEP-LEDGER-FILE
           IF WS-STEPLDG-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-STEPLDG-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN STEPLDG, STATUS='
                       WS-STEPLDG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-END-OF-STEPLDG
                   READ STEP-LEDGER-FILE
                       AT END
                           SET WS-END-OF-STEPLDG TO TRUE
                       NOT AT END
                           IF SL-BUSINESS-DATE = WS-BUSINESS-DATE
                               AND (SL-STARTED OR SL-ENDED)
                               PERFORM 7964-APPLY-LEDGER-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEP-LEDGER-FILE
           END-IF.

       7964-APPLY-LEDGER-EVENT.
           MOVE SL-STEP TO WS-STEP-LOOKUP
           PERFORM 7966-FIND-PLAN-STEP
           IF WS-STEP-FOUND
               MOVE SL-EVENT TO WS-SPT-STATE(WS-SPT-WAIT-IDX)
               IF SL-ENDED
                   MOVE SL-RETURN-CODE
                       TO WS-SPT-LAST-RC(WS-SPT-WAIT-IDX)
               ELSE
                   MOVE 0 TO WS-SPT-LAST-RC(WS-SPT-WAIT-IDX)
               END-IF
           END-IF.

       7965-CHECK-PREDECESSOR.
           MOVE WS-SPT-PREDECESSOR(WS-SPT-IDX, WS-STEP-PRED-NO)
               TO WS-STEP-LOOKUP
           PERFORM 7966-FIND-PLAN-STEP
           IF NOT WS-STEP-FOUND
               DISPLAY 'STEPPLAN: ' WS-STEP-NAME ' WAITS FOR '
                   WS-STEP-LOOKUP ', WHICH IS NOT ON THE PLAN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-STEP-BYPASSED-SW
           IF WS-SPT-NOT-RUN(WS-SPT-WAIT-IDX)
               PERFORM 7967-CHECK-BYPASSED
               IF WS-STEP-BYPASSED
                   DISPLAY 'STEP ' WS-STEP-NAME ' ' WS-STEP-PROGRAM
                       ': ' WS-STEP-LOOKUP ' '
                       WS-SPT-PROGRAM(WS-SPT-WAIT-IDX)
                       ' WAS BYPASSED BY COND, NOT WAITED FOR'
               END-IF
           END-IF
           IF (NOT WS-SPT-ENDED(WS-SPT-WAIT-IDX)
               OR WS-SPT-LAST-RC(WS-SPT-WAIT-IDX) >= 4)
               AND NOT WS-STEP-BYPASSED
               DISPLAY 'STEP ' WS-STEP-NAME ' ' WS-STEP-PROGRAM
                   ' OUT OF ORDER: ' WS-STEP-LOOKUP ' '
                   WS-SPT-PROGRAM(WS-SPT-WAIT-IDX)
                   ' HAS NOT COMPLETED FOR ' WS-BUSINESS-DATE
                   ', RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       7966-FIND-PLAN-STEP.
           MOVE 'N' TO WS-STEP-FOUND-SW
           PERFORM VARYING WS-SPT-WAIT-IDX FROM 1 BY 1
                   UNTIL WS-SPT-WAIT-IDX > WS-SPT-COUNT
                      OR WS-STEP-FOUND
               IF WS-SPT-STEP(WS-SPT-WAIT-IDX) = WS-STEP-LOOKUP
                   SET WS-STEP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-STEP-FOUND
               SET WS-SPT-WAIT-IDX DOWN BY 1
           END-IF.

      *****************************************************************
      * A plan step with nothing on the ledger for the date was
      * bypassed by COND when one of its own predecessors ended RC=4
      * or over; COND then ignores it in the later steps' lists, and
      * so does the ledger check. The step is the one at
      * WS-SPT-WAIT-IDX, which is left where it was.
      *****************************************************************
       7967-CHECK-BYPASSED.
           MOVE 'N' TO WS-STEP-BYPASSED-SW
           PERFORM VARYING WS-STEP-BYP-PRED-NO FROM 1 BY 1
                   UNTIL WS-STEP-BYP-PRED-NO
                             > WS-SPT-PRED-COUNT(WS-SPT-WAIT-IDX)
                      OR WS-STEP-BYPASSED
               PERFORM 7969-CHECK-BYPASS-CAUSE
           END-PERFORM.

       7969-CHECK-BYPASS-CAUSE.
           PERFORM VARYING WS-SPT-BYP-IDX FROM 1 BY 1
                   UNTIL WS-SPT-BYP-IDX > WS-SPT-COUNT
               IF WS-SPT-STEP(WS-SPT-BYP-IDX) =
                   WS-SPT-PREDECESSOR(WS-SPT-WAIT-IDX,
                                      WS-STEP-BYP-PRED-NO)
                   AND WS-SPT-ENDED(WS-SPT-BYP-IDX)
                   AND WS-SPT-LAST-RC(WS-SPT-BYP-IDX) >= 4
                   SET WS-STEP-BYPASSED TO TRUE
               END-IF
           END-PERFORM.

      *****************************************************************
      * Append one ledger event. A start that cannot be logged stops
      * the step -- a restart could not tell it had run; a skip or an
      * end that cannot be logged is reported and the step's own
      * result stands.
      *****************************************************************
       7968-WRITE-LEDGER-EVENT.
           ACCEPT WS-STEP-CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-CLOCK-TIME FROM TIME
           OPEN EXTEND STEP-LEDGER-FILE
           IF WS-STEPLDG-STATUS = '35'
               OPEN OUTPUT STEP-LEDGER-FILE
           END-IF
           IF WS-STEPLDG-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN STEPLDG, STATUS='
                   WS-STEPLDG-STATUS ', STEP ' WS-STEP-NAME
                   ' EVENT ' WS-STEP-EVENT ' NOT RECORDED'
               IF WS-STEP-EVENT = 'S'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE WS-BUSINESS-DATE     TO SL-BUSINESS-DATE
               MOVE WS-STEP-NAME         TO SL-STEP
               MOVE WS-STEP-PROGRAM      TO SL-PROGRAM
               MOVE WS-STEP-EVENT        TO SL-EVENT
               MOVE WS-RUN-MODE          TO SL-RUN-MODE
               MOVE WS-STEP-CLOCK-DATE   TO SL-CLOCK-DATE
               MOVE WS-STEP-CLOCK-HHMMSS TO SL-CLOCK-TIME
               MOVE WS-STEP-EVENT-RC     TO SL-RETURN-CODE
               WRITE STEP-LEDGER-RECORD
               CLOSE STEP-LEDGER-FILE
           END-IF.

       7970-RECORD-STEP-END.
           MOVE RETURN-CODE TO WS-STEP-EVENT-RC
           MOVE 'E' TO WS-STEP-EVENT
           PERFORM 7968-WRITE-LEDGER-EVENT.
