      *               nets to zero -- and a control failure holds
      *               the next night's feed the same way a rejected
      *               or missing line does.
      *   2026-10-15  Each acknowledgment's account is checked against
      *               the GLMAP chart-of-accounts mapping: an ack
      *               against an account the mapping has never held
      *               for that company on or before the ack's run
      *               date prints as an unmapped account and holds
      *               the next night's feed like a rejected line.
      *   2026-10-15  Reads RUNCTL for the business date and checks
      *               the STEPLDG batch control ledger at start-up:
      *               skips itself when already completed for the
      *               business date, refuses to run ahead of an
      *               unfinished STEPPLAN predecessor, and logs its
      *               start and end for restart. Like every RUNCTL
      *               reader it now refuses a closed fiscal period
      *               without the controller's override.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLACK.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLACKRPT-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO 'GLMAP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT FISCAL-CALENDAR-FILE ASSIGN TO 'FISCCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCCAL-STATUS.

           SELECT STEP-PLAN-FILE ASSIGN TO 'STEPPLAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPPLAN-STATUS.

           SELECT STEP-LEDGER-FILE ASSIGN TO 'STEPLDG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPLDG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-EXPORT-FILE
           RECORDING MODE IS F.
       01  ACK-LINE                 PIC X(97).

       FD  GL-MAP-FILE
           RECORDING MODE IS F.
           COPY GLMREC.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY RUNCTL.

       FD  FISCAL-CALENDAR-FILE
           RECORDING MODE IS F.
           COPY FCLREC.

       FD  STEP-PLAN-FILE
           RECORDING MODE IS F.
           COPY STPREC.

       FD  STEP-LEDGER-FILE
           RECORDING MODE IS F.
           COPY SLGREC.

       WORKING-STORAGE SECTION.
       01  WS-GLFEED-STATUS      PIC X(2).
       01  WS-GLACKIN-STATUS     PIC X(2).
       01  WS-GLACKRPT-STATUS    PIC X(2).
       01  WS-GLMAP-STATUS       PIC X(2).

       01  WS-GLFEED-EOF-SW      PIC X     VALUE 'N'.
           88  WS-END-OF-GLFEED           VALUE 'Y'.
           88  WS-END-OF-GLACKIN          VALUE 'Y'.
       01  WS-NO-ACK-FILE-SW     PIC X     VALUE 'N'.
           88  WS-NO-ACK-FILE             VALUE 'Y'.
       01  WS-GLMAP-EOF-SW       PIC X     VALUE 'N'.
           88  WS-END-OF-GLMAP            VALUE 'Y'.
       01  WS-ACCT-MAPPED-SW     PIC X     VALUE 'N'.
           88  WS-ACCT-MAPPED             VALUE 'Y'.

      * Every GLMAP row, whatever its date: an ack can answer a feed
      * sent under an account mapping since superseded.
       01  WS-MAP-ACCT-TABLE.
           05  WS-MA-COUNT       PIC 9(3)  VALUE 0.
           05  WS-MA-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-MA-IDX.
               10  WS-MA-COMPANY    PIC X(3).
               10  WS-MA-ACCOUNT    PIC X(10).
               10  WS-MA-EFF-DATE   PIC 9(8).

       01  WS-FEED-TABLE.
           05  WS-FD-COUNT       PIC 9(3)  VALUE 0.
       01  WS-REJECTED-COUNT     PIC 9(5)  VALUE 0.
       01  WS-UNMATCHED-COUNT    PIC 9(5)  VALUE 0.
       01  WS-MISSING-COUNT      PIC 9(5)  VALUE 0.
       01  WS-UNMAPPED-COUNT     PIC 9(5)  VALUE 0.

       01  WS-IN-BATCH-SW        PIC X     VALUE 'N'.
           88  WS-IN-BATCH                VALUE 'Y'.
           05  WSG-MISSING       PIC ZZ,ZZ9.
           05  FILLER            PIC X(12) VALUE '  UNKNOWN : '.
           05  WSG-UNMATCHED     PIC ZZ,ZZ9.
           05  FILLER            PIC X(12) VALUE '  UNMAPPED: '.
           05  WSG-UNMAPPED      PIC ZZ,ZZ9.

       COPY RUNWORK.
       COPY STPWORK.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7900-READ-RUN-CONTROL
           MOVE 'GLACK' TO WS-STEP-PROGRAM
           PERFORM 7960-CHECK-STEP-LEDGER
           PERFORM 1000-OPEN-FILES
           PERFORM 1200-LOAD-GL-MAP
           PERFORM 1500-LOAD-FEED-TABLE
           IF NOT WS-NO-ACK-FILE
               PERFORM 2000-READ-ACK
           DISPLAY 'GLACK: REJECTED : ' WS-REJECTED-COUNT
           DISPLAY 'GLACK: MISSING  : ' WS-MISSING-COUNT
           DISPLAY 'GLACK: UNKNOWN  : ' WS-UNMATCHED-COUNT
           DISPLAY 'GLACK: UNMAPPED : ' WS-UNMAPPED-COUNT
           DISPLAY 'GLACK: CTL FAIL : ' WS-CTRL-FAIL-COUNT
           IF WS-REJECTED-COUNT > 0 OR WS-MISSING-COUNT > 0
               OR WS-CTRL-FAIL-COUNT > 0 OR WS-UNMAPPED-COUNT > 0
               DISPLAY 'GLACK: FEED NOT FULLY POSTED, HOLDING BATCH'
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 7970-RECORD-STEP-END
           STOP RUN.

       1000-OPEN-FILES.
               END-IF
           END-IF.

       1200-LOAD-GL-MAP.
           OPEN INPUT GL-MAP-FILE
           IF WS-GLMAP-STATUS NOT = '00'
               DISPLAY 'GLACK: UNABLE TO OPEN GLMAP, STATUS='
                   WS-GLMAP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-GLMAP
               READ GL-MAP-FILE
                   AT END
                       SET WS-END-OF-GLMAP TO TRUE
                   NOT AT END
                       IF WS-MA-COUNT >= 500
                           DISPLAY 'GLACK: GLMAP HAS MORE THAN '
                               '500 ROWS, TABLE IS FULL'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-MA-COUNT
                       SET WS-MA-IDX TO WS-MA-COUNT
                       MOVE GLM-COMPANY TO WS-MA-COMPANY(WS-MA-IDX)
                       MOVE GLM-ACCOUNT TO WS-MA-ACCOUNT(WS-MA-IDX)
                       MOVE GLM-EFFECTIVE-DATE
                           TO WS-MA-EFF-DATE(WS-MA-IDX)
               END-READ
           END-PERFORM
           CLOSE GL-MAP-FILE.

       1500-LOAD-FEED-TABLE.
           OPEN INPUT GL-EXPORT-FILE
           IF WS-GLFEED-STATUS = '35'
               ELSE
                   ADD 1 TO WS-ACCEPTED-COUNT
               END-IF
           END-IF
           PERFORM 3200-CHECK-ACK-ACCOUNT.

      *****************************************************************
      * The ack's account must be one the company's chart-of-accounts
      * mapping held, under any category, on or before the ack's run
      * date. Anything else means the GL booked our figures somewhere
      * the mapping does not know about.
      *****************************************************************
       3200-CHECK-ACK-ACCOUNT.
           MOVE 'N' TO WS-ACCT-MAPPED-SW
           PERFORM VARYING WS-MA-IDX FROM 1 BY 1
                   UNTIL WS-MA-IDX > WS-MA-COUNT
               IF ACK-COMPANY = WS-MA-COMPANY(WS-MA-IDX)
                   AND ACK-ACCOUNT-CODE = WS-MA-ACCOUNT(WS-MA-IDX)
                   AND ACK-RUN-DATE >= WS-MA-EFF-DATE(WS-MA-IDX)
                   SET WS-ACCT-MAPPED TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ACCT-MAPPED
               ADD 1 TO WS-UNMAPPED-COUNT
               MOVE 'UNMAPPED ACCT : ' TO WDG-TAG
               PERFORM 3500-PRINT-ACK-LINE
           END-IF.

       3500-PRINT-ACK-LINE.
           MOVE WS-REJECTED-COUNT  TO WSG-REJECTED
           MOVE WS-MISSING-COUNT   TO WSG-MISSING
           MOVE WS-UNMATCHED-COUNT TO WSG-UNMATCHED
           MOVE WS-UNMAPPED-COUNT  TO WSG-UNMAPPED
           WRITE ACK-LINE FROM WS-SUMMARY-LINE.

       8000-CLOSE-FILES.
           CLOSE ACK-REPORT-FILE.

       COPY RUNLOAD.
       COPY STPCHK.
