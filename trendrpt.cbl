      *
      * Change history
      *   2026-08-21  Initial version.
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
       PROGRAM-ID. TRENDRPT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRENDRPT-STATUS.

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
       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  TRD-LINE                 PIC X(97).

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
       01  WS-TOTHIST-STATUS     PIC X(2).
       01  WS-TRENDPRM-STATUS    PIC X(2).
           05  WSM-THRESHOLD     PIC ZZ9.9.
           05  FILLER            PIC X(4)  VALUE ' PCT'.

       COPY RUNWORK.
       COPY STPWORK.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7900-READ-RUN-CONTROL
           MOVE 'TRENDRPT' TO WS-STEP-PROGRAM
           PERFORM 7960-CHECK-STEP-LEDGER
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-READ-PARM
           PERFORM 1500-LOAD-HISTORY
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 7970-RECORD-STEP-END
           STOP RUN.

       1000-OPEN-FILES.

       8000-CLOSE-FILES.
           CLOSE TREND-REPORT-FILE.

       COPY RUNLOAD.
       COPY STPCHK.
