      *
      * Change history
      *   2026-08-21  Initial version.
      *   2026-10-15  Refuses a business date that is not on the
      *               FISCCAL fiscal calendar or falls in a closed
      *               fiscal period (RERUN included) unless RUNCTL
      *               carries a controller override for that period.
      *   2026-10-15  Prints the night's step timeline from the
      *               STEPLDG batch control ledger after the
      *               scorecard: every start, end and skip in the
      *               order they happened, the STEPPLAN steps that
      *               never ran, and the step a RESTART would resume
      *               at. BATCHSUM is not itself a ledger step -- it
      *               runs after a failed night as after a good one.
      *   2026-10-15  A plan step that never ran because COND bypassed
      *               it behind a predecessor's RC=4 or over is marked
      *               BYPASSED on the timeline and is not taken as the
      *               restart point.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHSUM.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT FISCAL-CALENDAR-FILE ASSIGN TO 'FISCCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCCAL-STATUS.

           SELECT SCORECARD-FILE ASSIGN TO 'BATCHSUM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCHSUM-STATUS.

           SELECT STEP-PLAN-FILE ASSIGN TO 'STEPPLAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPPLAN-STATUS.

           SELECT STEP-LEDGER-FILE ASSIGN TO 'STEPLDG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPLDG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-STATS-FILE
           RECORDING MODE IS F.
           COPY RUNCTL.

       FD  FISCAL-CALENDAR-FILE
           RECORDING MODE IS F.
           COPY FCLREC.

       FD  SCORECARD-FILE
           RECORDING MODE IS F.
       01  SCD-LINE                 PIC X(97).

       FD  STEP-PLAN-FILE
           RECORDING MODE IS F.
           COPY STPREC.

       FD  STEP-LEDGER-FILE
           RECORDING MODE IS F.
           COPY SLGREC.

       WORKING-STORAGE SECTION.
       01  WS-RUNSTATS-STATUS    PIC X(2).
       01  WS-BATCHSUM-STATUS    PIC X(2).
       01  WS-IN-CHECK           PIC 9(8)  VALUE 0.
       01  WS-FLAGGED-COUNT      PIC 9(3)  VALUE 0.

      *****************************************************************
      * The step timeline: one entry per run of a step (start, and
      * end if it reached one) or per skip, in ledger order.
      *****************************************************************
       01  WS-TIMELINE-TABLE.
           05  WS-TL-COUNT       PIC 9(3)  VALUE 0.
           05  WS-TL-ENTRY OCCURS 100 TIMES.
               10  WS-TL-STEP        PIC X(8).
               10  WS-TL-PROGRAM     PIC X(12).
               10  WS-TL-MODE        PIC X(6).
               10  WS-TL-KIND        PIC X(1).
                   88  WS-TL-RUN             VALUE 'R'.
                   88  WS-TL-SKIP            VALUE 'K'.
               10  WS-TL-START-DATE  PIC 9(8).
               10  WS-TL-START-TIME  PIC 9(6).
               10  WS-TL-END-SW      PIC X(1).
                   88  WS-TL-ENDED           VALUE 'Y'.
               10  WS-TL-END-DATE    PIC 9(8).
               10  WS-TL-END-TIME    PIC 9(6).
               10  WS-TL-RC          PIC 9(2).
       01  WS-TL-SUB             PIC 9(3)  VALUE 0.
       01  WS-TL-FOUND-SW        PIC X     VALUE 'N'.
           88  WS-TL-FOUND                VALUE 'Y'.
       01  WS-NO-LEDGER-SW       PIC X     VALUE 'N'.
           88  WS-NO-LEDGER               VALUE 'Y'.
       01  WS-RESUME-FOUND-SW    PIC X     VALUE 'N'.
           88  WS-RESUME-FOUND            VALUE 'Y'.

       01  WS-STAMP-DATE         PIC 9(8)  VALUE 0.
       01  WS-STAMP-TIME         PIC 9(6)  VALUE 0.
       01  WS-STAMP-HMS REDEFINES WS-STAMP-TIME.
           05  WS-STAMP-HH       PIC 9(2).
           05  WS-STAMP-MM       PIC 9(2).
           05  WS-STAMP-SS       PIC 9(2).
       01  WS-STAMP-DISP.
           05  WSD-DATE          PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WSD-HH            PIC 9(2).
           05  FILLER            PIC X(1)  VALUE ':'.
           05  WSD-MM            PIC 9(2).
           05  FILLER            PIC X(1)  VALUE ':'.
           05  WSD-SS            PIC 9(2).

       01  WS-HEADING-1.
           05  FILLER            PIC X(34)
               VALUE 'NIGHTLY BATCH BALANCING SCORECARD'.
               VALUE '  OUT OF BALANCE: '.
           05  WSB-FLAGGED       PIC ZZ9.

       01  WS-TIMELINE-TITLE.
           05  FILLER            PIC X(34)
               VALUE 'BATCH STEP TIMELINE'.

       01  WS-TIMELINE-HEADING.
           05  FILLER            PIC X(9)  VALUE 'STEP'.
           05  FILLER            PIC X(13) VALUE 'PROGRAM'.
           05  FILLER            PIC X(8)  VALUE 'MODE'.
           05  FILLER            PIC X(19) VALUE 'STARTED'.
           05  FILLER            PIC X(19) VALUE 'ENDED'.
           05  FILLER            PIC X(5)  VALUE 'RC'.
           05  FILLER            PIC X(22) VALUE 'STATUS'.

       01  WS-TIMELINE-LINE.
           05  WTL-STEP          PIC X(9).
           05  WTL-PROGRAM       PIC X(13).
           05  WTL-MODE          PIC X(8).
           05  WTL-STARTED       PIC X(17).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WTL-ENDED         PIC X(17).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WTL-RC            PIC X(2).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WTL-STATUS        PIC X(22).
       01  WS-RC-DISP            PIC Z9.

       01  WS-RESUME-LINE.
           05  FILLER            PIC X(21)
               VALUE 'RESTART RESUMES AT: '.
           05  WRL-STEP          PIC X(9).
           05  WRL-PROGRAM       PIC X(12).

       COPY RUNWORK.
       COPY STPWORK.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7900-READ-RUN-CONTROL
           PERFORM 1000-OPEN-FILES
           PERFORM 1500-LOAD-STATS-TABLE
           PERFORM 1800-LOAD-STEP-TIMELINE
           PERFORM 3000-PRINT-SCORECARD
           PERFORM 3600-PRINT-STEP-TIMELINE
           PERFORM 8000-CLOSE-FILES
           DISPLAY 'BATCHSUM: PROGRAMS       : ' WS-ST-COUNT
           DISPLAY 'BATCHSUM: OUT OF BALANCE : ' WS-FLAGGED-COUNT
           MOVE RS-RECORDS-REJECTED TO WS-ST-REJECTED(WS-ST-IDX)
           MOVE RS-RETURN-CODE      TO WS-ST-RC(WS-ST-IDX).

      *****************************************************************
      * Load the step plan and the ledger's events for the business
      * date. A start opens a timeline entry; an end closes the
      * latest open entry for the step; a skip is an entry of its
      * own. The plan table keeps each step's last start or end, as
      * the steps themselves see it at start-up.
      *****************************************************************
       1800-LOAD-STEP-TIMELINE.
           PERFORM 7961-LOAD-STEP-PLAN
           OPEN INPUT STEP-LEDGER-FILE
           IF WS-STEPLDG-STATUS = '35'
               DISPLAY 'BATCHSUM: NO STEPLDG FILE, NO STEPS RECORDED'
               SET WS-NO-LEDGER TO TRUE
           ELSE
               IF WS-STEPLDG-STATUS NOT = '00'
                   DISPLAY 'BATCHSUM: UNABLE TO OPEN STEPLDG, STATUS='
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
                               PERFORM 1850-STORE-LEDGER-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEP-LEDGER-FILE
           END-IF.

       1850-STORE-LEDGER-EVENT.
           IF SL-STARTED OR SL-ENDED
               PERFORM 7964-APPLY-LEDGER-EVENT
           END-IF
           MOVE 'N' TO WS-TL-FOUND-SW
           IF SL-ENDED
               MOVE WS-TL-COUNT TO WS-TL-SUB
               PERFORM UNTIL WS-TL-SUB = 0 OR WS-TL-FOUND
                   IF WS-TL-STEP(WS-TL-SUB) = SL-STEP
                       AND WS-TL-RUN(WS-TL-SUB)
                       AND NOT WS-TL-ENDED(WS-TL-SUB)
                       SET WS-TL-FOUND TO TRUE
                   ELSE
                       SUBTRACT 1 FROM WS-TL-SUB
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-TL-FOUND
               IF WS-TL-COUNT >= 100
                   DISPLAY 'BATCHSUM: MORE THAN 100 STEP EVENTS, '
                       'TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TL-COUNT
               MOVE WS-TL-COUNT    TO WS-TL-SUB
               MOVE SL-STEP        TO WS-TL-STEP(WS-TL-SUB)
               MOVE SL-PROGRAM     TO WS-TL-PROGRAM(WS-TL-SUB)
               MOVE SL-RUN-MODE    TO WS-TL-MODE(WS-TL-SUB)
               MOVE 'N'            TO WS-TL-END-SW(WS-TL-SUB)
               MOVE 0              TO WS-TL-END-DATE(WS-TL-SUB)
               MOVE 0              TO WS-TL-END-TIME(WS-TL-SUB)
               MOVE 0              TO WS-TL-RC(WS-TL-SUB)
               IF SL-SKIPPED
                   MOVE 'K'        TO WS-TL-KIND(WS-TL-SUB)
               ELSE
                   MOVE 'R'        TO WS-TL-KIND(WS-TL-SUB)
               END-IF
               IF SL-ENDED
                   MOVE 0          TO WS-TL-START-DATE(WS-TL-SUB)
                   MOVE 0          TO WS-TL-START-TIME(WS-TL-SUB)
               ELSE
                   MOVE SL-CLOCK-DATE TO WS-TL-START-DATE(WS-TL-SUB)
                   MOVE SL-CLOCK-TIME TO WS-TL-START-TIME(WS-TL-SUB)
               END-IF
           END-IF
           IF SL-SKIPPED
               MOVE SL-RETURN-CODE TO WS-TL-RC(WS-TL-SUB)
           END-IF
           IF SL-ENDED
               MOVE 'Y'            TO WS-TL-END-SW(WS-TL-SUB)
               MOVE SL-CLOCK-DATE  TO WS-TL-END-DATE(WS-TL-SUB)
               MOVE SL-CLOCK-TIME  TO WS-TL-END-TIME(WS-TL-SUB)
               MOVE SL-RETURN-CODE TO WS-TL-RC(WS-TL-SUB)
           END-IF.

       3000-PRINT-SCORECARD.
           MOVE WS-BUSINESS-DATE TO WH1-BUSINESS-DATE
           WRITE SCD-LINE FROM WS-HEADING-1
           END-IF
           WRITE SCD-LINE FROM WS-DETAIL-LINE.

      *****************************************************************
      * The timeline page: each run and skip in ledger order, then
      * every plan step with nothing on the ledger for the date
      * (marked when COND bypassed it behind a predecessor's RC=4 or
      * over), then the first plan step neither completed nor
      * bypassed -- where a RESTART resumes.
      *****************************************************************
       3600-PRINT-STEP-TIMELINE.
           MOVE SPACES TO SCD-LINE
           WRITE SCD-LINE
           WRITE SCD-LINE FROM WS-TIMELINE-TITLE
           MOVE SPACES TO SCD-LINE
           WRITE SCD-LINE
           WRITE SCD-LINE FROM WS-TIMELINE-HEADING
           MOVE SPACES TO SCD-LINE
           WRITE SCD-LINE
           PERFORM VARYING WS-TL-SUB FROM 1 BY 1
                   UNTIL WS-TL-SUB > WS-TL-COUNT
               PERFORM 3700-PRINT-TIMELINE-ENTRY
           END-PERFORM
           PERFORM VARYING WS-SPT-IDX FROM 1 BY 1
                   UNTIL WS-SPT-IDX > WS-SPT-COUNT
               IF WS-SPT-NOT-RUN(WS-SPT-IDX)
                   MOVE SPACES TO WS-TIMELINE-LINE
                   MOVE WS-SPT-STEP(WS-SPT-IDX)    TO WTL-STEP
                   MOVE WS-SPT-PROGRAM(WS-SPT-IDX) TO WTL-PROGRAM
                   SET WS-SPT-WAIT-IDX TO WS-SPT-IDX
                   PERFORM 7967-CHECK-BYPASSED
                   IF WS-STEP-BYPASSED
                       MOVE 'NOT RUN, BYPASSED'    TO WTL-STATUS
                   ELSE
                       MOVE 'NOT RUN'              TO WTL-STATUS
                   END-IF
                   WRITE SCD-LINE FROM WS-TIMELINE-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO SCD-LINE
           WRITE SCD-LINE
           PERFORM VARYING WS-SPT-IDX FROM 1 BY 1
                   UNTIL WS-SPT-IDX > WS-SPT-COUNT OR WS-RESUME-FOUND
               MOVE 'N' TO WS-STEP-BYPASSED-SW
               IF WS-SPT-NOT-RUN(WS-SPT-IDX)
                   SET WS-SPT-WAIT-IDX TO WS-SPT-IDX
                   PERFORM 7967-CHECK-BYPASSED
               END-IF
               IF (NOT WS-SPT-ENDED(WS-SPT-IDX)
                   OR WS-SPT-LAST-RC(WS-SPT-IDX)
                       > WS-SPT-MAX-RC(WS-SPT-IDX))
                   AND NOT WS-STEP-BYPASSED
                   SET WS-RESUME-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-RESUME-FOUND
               SET WS-SPT-IDX DOWN BY 1
               MOVE WS-SPT-STEP(WS-SPT-IDX)    TO WRL-STEP
               MOVE WS-SPT-PROGRAM(WS-SPT-IDX) TO WRL-PROGRAM
               WRITE SCD-LINE FROM WS-RESUME-LINE
               DISPLAY 'BATCHSUM: RESTART RESUMES AT ' WRL-STEP
           ELSE
               MOVE 'ALL STEPS COMPLETED FOR THE BUSINESS DATE'
                   TO SCD-LINE
               WRITE SCD-LINE
           END-IF.

       3700-PRINT-TIMELINE-ENTRY.
           MOVE SPACES TO WS-TIMELINE-LINE
           MOVE WS-TL-STEP(WS-TL-SUB)    TO WTL-STEP
           MOVE WS-TL-PROGRAM(WS-TL-SUB) TO WTL-PROGRAM
           MOVE WS-TL-MODE(WS-TL-SUB)    TO WTL-MODE
           IF WS-TL-START-DATE(WS-TL-SUB) NOT = 0
               MOVE WS-TL-START-DATE(WS-TL-SUB) TO WS-STAMP-DATE
               MOVE WS-TL-START-TIME(WS-TL-SUB) TO WS-STAMP-TIME
               PERFORM 3800-FORMAT-STAMP
               MOVE WS-STAMP-DISP TO WTL-STARTED
           END-IF
           IF WS-TL-SKIP(WS-TL-SUB)
               MOVE WS-TL-RC(WS-TL-SUB) TO WS-RC-DISP
               MOVE WS-RC-DISP          TO WTL-RC
               MOVE 'SKIPPED, DONE EARLIER' TO WTL-STATUS
           ELSE
               IF WS-TL-ENDED(WS-TL-SUB)
                   MOVE WS-TL-END-DATE(WS-TL-SUB) TO WS-STAMP-DATE
                   MOVE WS-TL-END-TIME(WS-TL-SUB) TO WS-STAMP-TIME
                   PERFORM 3800-FORMAT-STAMP
                   MOVE WS-STAMP-DISP       TO WTL-ENDED
                   MOVE WS-TL-RC(WS-TL-SUB) TO WS-RC-DISP
                   MOVE WS-RC-DISP          TO WTL-RC
                   MOVE WS-TL-STEP(WS-TL-SUB) TO WS-STEP-LOOKUP
                   PERFORM 7966-FIND-PLAN-STEP
                   IF WS-STEP-FOUND
                       AND WS-TL-RC(WS-TL-SUB)
                           > WS-SPT-MAX-RC(WS-SPT-WAIT-IDX)
                       MOVE 'FAILED'        TO WTL-STATUS
                   ELSE
                       MOVE 'COMPLETED'     TO WTL-STATUS
                   END-IF
               ELSE
                   MOVE 'NO END, FAILED/ABEND' TO WTL-STATUS
               END-IF
           END-IF
           WRITE SCD-LINE FROM WS-TIMELINE-LINE.

       3800-FORMAT-STAMP.
           MOVE WS-STAMP-DATE TO WSD-DATE
           MOVE WS-STAMP-HH   TO WSD-HH
           MOVE WS-STAMP-MM   TO WSD-MM
           MOVE WS-STAMP-SS   TO WSD-SS.

       8000-CLOSE-FILES.
           CLOSE SCORECARD-FILE.

       COPY RUNLOAD.
       COPY STPCHK.
