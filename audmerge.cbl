      * longer silently short every statement. A NORMAL run refuses a
      * business date the month journal already holds; a RERUN purges
      * that date's records and control entry first, so the rerun's
      * journal replaces the failed night's exactly once. The
      * journal follows the fiscal calendar (FISCCAL), not the
      * calendar month: operations point MONTHJRN/MONTHCTL at a fresh
      * pair of datasets at each fiscal period roll, and a run whose
      * MONTHCTL already holds a night from another fiscal period is
      * refused rather than run two periods together.
      *
      * Change history
      *   2026-09-02  Initial version.
      *   2026-10-15  Refuses a business date that is not on the
      *               FISCCAL fiscal calendar or falls in a closed
      *               fiscal period (RERUN included) unless RUNCTL
      *               carries a controller override for that period.
      *               The month journal is now a fiscal period
      *               journal; MONTHCTL holding a night outside the
      *               business date's fiscal period refuses the run.
      *   2026-10-15  Checks the STEPLDG batch control ledger at
      *               start-up: skips itself when already completed
      *               for the business date, refuses to run ahead
      *               of an unfinished STEPPLAN predecessor, and
      *               logs its start and end for restart.
      *   2026-10-15  Journal records are 91 bytes: the audit record now
      *               carries the source that priced each discounted
      *               posting.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDMERGE.
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

           SELECT RUN-STATS-FILE ASSIGN TO 'RUNSTATS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       FD  MONTH-JOURNAL-FILE
           RECORDING MODE IS F.
       01  MONTH-JOURNAL-RECORD  PIC X(91).

       FD  JOURNAL-WORK-FILE
           RECORDING MODE IS F.
       01  JOURNAL-WORK-RECORD   PIC X(91).

       FD  MONTH-CTL-FILE
           RECORDING MODE IS F.
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

       FD  RUN-STATS-FILE
           RECORDING MODE IS F.
           COPY RSTREC.
               10  WS-CTL-AMOUNT    PIC 9(11)V99.
       01  WS-DUP-FOUND-SW       PIC X     VALUE 'N'.
           88  WS-DUP-FOUND               VALUE 'Y'.
       01  WS-OTHER-PERIOD-SW    PIC X     VALUE 'N'.
           88  WS-OTHER-PERIOD-FOUND      VALUE 'Y'.
       01  WS-OTHER-PERIOD-DATE  PIC 9(8)  VALUE 0.

       01  WS-NIGHT-COUNT        PIC 9(7)     VALUE 0.
       01  WS-NIGHT-TOTAL        PIC 9(11)V99 VALUE 0.
       01  WS-PURGED-COUNT       PIC 9(7)     VALUE 0.

       COPY RUNWORK.
       COPY STPWORK.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7900-READ-RUN-CONTROL
           MOVE 'AUDMERGE' TO WS-STEP-PROGRAM
           PERFORM 7960-CHECK-STEP-LEDGER
           PERFORM 1100-LOAD-MONTH-CONTROLS
           IF WS-DUP-FOUND AND WS-MODE-NORMAL
               DISPLAY 'AUDMERGE: BUSINESS DATE ' WS-BUSINESS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-OTHER-PERIOD-FOUND
               DISPLAY 'AUDMERGE: MONTHCTL HOLDS NIGHT '
                   WS-OTHER-PERIOD-DATE ' OUTSIDE FISCAL PERIOD '
                   WS-FISCAL-YEAR '/' WS-FISCAL-PERIOD
               DISPLAY 'AUDMERGE: POINT MONTHJRN/MONTHCTL AT NEW '
                   'DATASETS FOR THE FISCAL PERIOD, RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MODE-RERUN
               PERFORM 1300-PURGE-DATE-FOR-RERUN
           END-IF
           DISPLAY 'AUDMERGE: AMOUNT  : ' WS-NIGHT-TOTAL
           DISPLAY 'AUDMERGE: NIGHTS  : ' WS-CTL-COUNT
           MOVE 'AUDMERGE'       TO RS-PROGRAM
           MOVE 9                TO RS-FILES-OPENED
           MOVE WS-NIGHT-COUNT   TO RS-RECORDS-IN
           MOVE WS-NIGHT-COUNT   TO RS-RECORDS-OUT
           MOVE 0                TO RS-RECORDS-REJECTED
           PERFORM 7950-WRITE-RUN-STATISTICS
           PERFORM 7970-RECORD-STEP-END
           STOP RUN.

       1100-LOAD-MONTH-CONTROLS.
                           IF JC-BUSINESS-DATE = WS-BUSINESS-DATE
                               SET WS-DUP-FOUND TO TRUE
                           END-IF
                           IF JC-BUSINESS-DATE < WS-PERIOD-START-DATE
                             OR JC-BUSINESS-DATE > WS-PERIOD-END-DATE
                               SET WS-OTHER-PERIOD-FOUND TO TRUE
                               MOVE JC-BUSINESS-DATE
                                   TO WS-OTHER-PERIOD-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MONTH-CTL-FILE

       COPY RUNLOAD.
       COPY RSTWRT.
       COPY STPCHK.
