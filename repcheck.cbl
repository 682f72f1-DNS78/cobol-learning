      * An orphaned assignment ends the step RC=4, which skips
      * COMMCALC for the night, so payroll never sees an
      * unassignable posting; the rest of the stream still runs.
      * An account assigned -- directly or through a share of its
      * COMMSPLT split -- to a rep REPMAST shows terminated on the
      * business date is listed the same way, for reassignment.
      *
      * Change history
      *   2026-09-02  Initial version.
      *   2026-10-15  Refuses a business date that is not on the
      *               FISCCAL fiscal calendar or falls in a closed
      *               fiscal period (RERUN included) unless RUNCTL
      *               carries a controller override for that period.
      *   2026-10-15  REPMAST is effective-dated: the rep row in force
      *               on the business date is used, and an account
      *               whose rep -- or a rep on its COMMSPLT split --
      *               is terminated is listed for reassignment and
      *               ends the step RC=4 like an orphan. Terminated
      *               reps are left off the idle-rep list; split
      *               shares count toward a rep's accounts.
      *   2026-10-15  Checks the STEPLDG batch control ledger at
      *               start-up: skips itself when already completed
      *               for the business date, refuses to run ahead
      *               of an unfinished STEPPLAN predecessor, and
      *               logs its start and end for restart.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPCHECK.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPMAST-STATUS.

           SELECT COMM-SPLIT-FILE ASSIGN TO 'COMMSPLT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMSPLT-STATUS.

           SELECT INTEGRITY-REPORT-FILE ASSIGN TO 'REPINTEG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPINTEG-STATUS.
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
           RECORDING MODE IS F.
           COPY REPREC.

       FD  COMM-SPLIT-FILE
           RECORDING MODE IS F.
           COPY SPLREC.

       FD  INTEGRITY-REPORT-FILE
           RECORDING MODE IS F.
       01  INT-LINE                 PIC X(97).
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
       01  WS-CUSTMAST-STATUS    PIC X(2).
       01  WS-REPMAST-STATUS     PIC X(2).
       01  WS-REPINTEG-STATUS    PIC X(2).
       01  WS-COMMSPLT-STATUS    PIC X(2).
       01  WS-RUNSTATS-STATUS    PIC X(2).

       01  WS-CUSTMAST-EOF-SW    PIC X     VALUE 'N'.
           88  WS-END-OF-CUSTMAST         VALUE 'Y'.
       01  WS-REPMAST-EOF-SW     PIC X     VALUE 'N'.
           88  WS-END-OF-REPMAST          VALUE 'Y'.
       01  WS-COMMSPLT-EOF-SW    PIC X     VALUE 'N'.
           88  WS-END-OF-COMMSPLT         VALUE 'Y'.
       01  WS-REP-FOUND-SW       PIC X     VALUE 'N'.
           88  WS-REP-FOUND               VALUE 'Y'.
       01  WS-REP-REPL-SW        PIC X     VALUE 'N'.
           88  WS-REP-REPL                VALUE 'Y'.
       01  WS-SPL-REPL-SW        PIC X     VALUE 'N'.
           88  WS-SPL-REPL                VALUE 'Y'.
       01  WS-SPLIT-FOUND-SW     PIC X     VALUE 'N'.
           88  WS-SPLIT-FOUND             VALUE 'Y'.

      * The row in force on the business date for each rep.
       01  WS-REP-TABLE.
           05  WS-REP-COUNT      PIC 9(3)  VALUE 0.
           05  WS-REP-ENTRY OCCURS 20 TIMES
               10  WS-REP-ID        PIC X(4).
               10  WS-REP-NAME      PIC X(20).
               10  WS-REP-ACCOUNTS  PIC 9(5).
               10  WS-REP-EFF-DATE  PIC 9(8).
               10  WS-REP-STATUS    PIC X(1).

      * The COMMSPLT split in force on the business date for each
      * split account.
       01  WS-SPLIT-TABLE.
           05  WS-SPL-COUNT      PIC 9(3)  VALUE 0.
           05  WS-SPL-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-SPL-IDX.
               10  WS-SPL-CUST-ID    PIC X(6).
               10  WS-SPL-EFF-DATE   PIC 9(8).
               10  WS-SPL-HOUSE-FLAG PIC X(1).
               10  WS-SPL-REP-ID     PIC X(4) OCCURS 4 TIMES.
       01  WS-SHR-IDX            PIC 9(1).
       01  WS-CHECK-REP-ID       PIC X(4)  VALUE SPACES.
       01  WS-CHECK-SPLIT-SW     PIC X     VALUE 'N'.
           88  WS-CHECK-SPLIT-REP         VALUE 'Y'.

       01  WS-CUST-COUNT         PIC 9(7)  VALUE 0.
       01  WS-ASSIGNED-COUNT     PIC 9(7)  VALUE 0.
       01  WS-ORPHAN-COUNT       PIC 9(5)  VALUE 0.
       01  WS-TERMINATED-COUNT   PIC 9(5)  VALUE 0.
       01  WS-REASSIGN-COUNT     PIC 9(5)  VALUE 0.
       01  WS-UNUSED-REP-COUNT   PIC 9(5)  VALUE 0.

       COPY RUNWORK.
       COPY STPWORK.

       01  WS-RUN-DATE-YMD.
           05  WS-RUN-YYYY.

       01  WS-ORPHAN-HEADING.
           05  FILLER            PIC X(40)
               VALUE 'ACCOUNTS NEEDING REP REASSIGNMENT'.

       01  WS-ORPHAN-COLUMNS.
           05  FILLER            PIC X(4)  VALUE 'CO'.
           05  FILLER            PIC X(8)  VALUE 'CUST ID'.
           05  FILLER            PIC X(22) VALUE 'CUSTOMER NAME'.
           05  FILLER            PIC X(6)  VALUE 'REP'.
           05  FILLER            PIC X(10) VALUE 'STATUS'.
           05  FILLER            PIC X(26) VALUE 'REASON'.

       01  WS-ORPHAN-DETAIL.
           05  WOD-COMPANY       PIC X(4).
           05  WOD-CUST-ID       PIC X(8).
           05  WOD-CUST-NAME     PIC X(22).
           05  WOD-REP-ID        PIC X(6).
           05  WOD-STATUS        PIC X(10).
           05  WOD-REASON        PIC X(26).

       01  WS-UNUSED-HEADING.
           05  FILLER            PIC X(40)
           05  WTL-ACCOUNTS      PIC ZZZ,ZZ9.
           05  FILLER            PIC X(13) VALUE '  ORPHANED : '.
           05  WTL-ORPHANED      PIC ZZ,ZZ9.
           05  FILLER            PIC X(14) VALUE '  TERMINATED: '.
           05  WTL-TERMINATED    PIC ZZ,ZZ9.
           05  FILLER            PIC X(13) VALUE '  IDLE REPS: '.
           05  WTL-UNUSED        PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7900-READ-RUN-CONTROL
           MOVE 'REPCHECK' TO WS-STEP-PROGRAM
           PERFORM 7960-CHECK-STEP-LEDGER
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-LOAD-REP-TABLE
           PERFORM 1200-LOAD-SPLIT-TABLE
           PERFORM 2000-READ-CUSTOMER
           PERFORM UNTIL WS-END-OF-CUSTMAST
               PERFORM 3000-CHECK-ASSIGNMENT
           DISPLAY '----------------------------'
           DISPLAY 'REPCHECK: ACCOUNTS : ' WS-CUST-COUNT
           DISPLAY 'REPCHECK: ORPHANED : ' WS-ORPHAN-COUNT
           DISPLAY 'REPCHECK: TERM REP : ' WS-TERMINATED-COUNT
           DISPLAY 'REPCHECK: IDLE REPS: ' WS-UNUSED-REP-COUNT
           ADD WS-ORPHAN-COUNT WS-TERMINATED-COUNT
               GIVING WS-REASSIGN-COUNT
           IF WS-REASSIGN-COUNT > 0
               DISPLAY 'REPCHECK: ASSIGNMENTS NEED REASSIGNMENT, '
                   'COMMCALC WILL BE SKIPPED'
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE 'REPCHECK'         TO RS-PROGRAM
           MOVE 9                  TO RS-FILES-OPENED
           MOVE WS-CUST-COUNT      TO RS-RECORDS-IN
           MOVE WS-ASSIGNED-COUNT  TO RS-RECORDS-OUT
           MOVE WS-REASSIGN-COUNT  TO RS-RECORDS-REJECTED
           PERFORM 7950-WRITE-RUN-STATISTICS
           PERFORM 7970-RECORD-STEP-END
           STOP RUN.

       1000-OPEN-FILES.
                   AT END
                       SET WS-END-OF-REPMAST TO TRUE
                   NOT AT END
                       PERFORM 1110-STORE-REP-ROW
               END-READ
           END-PERFORM
           CLOSE REP-MASTER-FILE.

      *****************************************************************
      * A rep row dated after the business date is not yet in force;
      * otherwise the latest-dated row per rep is kept.
      *****************************************************************
       1110-STORE-REP-ROW.
           IF REP-EFFECTIVE-DATE > WS-BUSINESS-DATE
               CONTINUE
           ELSE
               MOVE 'N' TO WS-REP-REPL-SW
               PERFORM VARYING WS-REP-IDX FROM 1 BY 1
                       UNTIL WS-REP-IDX > WS-REP-COUNT
                   IF REP-ID = WS-REP-ID(WS-REP-IDX)
                       SET WS-REP-REPL TO TRUE
                       IF REP-EFFECTIVE-DATE >=
                           WS-REP-EFF-DATE(WS-REP-IDX)
                           PERFORM 1120-MOVE-REP-FIELDS
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT WS-REP-REPL
                   IF WS-REP-COUNT >= 20
                       DISPLAY 'REPCHECK: REPMAST HAS MORE THAN '
                           '20 REPS, TABLE IS FULL'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-REP-COUNT
                   SET WS-REP-IDX TO WS-REP-COUNT
                   MOVE 0 TO WS-REP-ACCOUNTS(WS-REP-IDX)
                   PERFORM 1120-MOVE-REP-FIELDS
               END-IF
           END-IF.

       1120-MOVE-REP-FIELDS.
           MOVE REP-ID             TO WS-REP-ID(WS-REP-IDX)
           MOVE REP-NAME           TO WS-REP-NAME(WS-REP-IDX)
           MOVE REP-EFFECTIVE-DATE TO WS-REP-EFF-DATE(WS-REP-IDX)
           MOVE REP-STATUS         TO WS-REP-STATUS(WS-REP-IDX).

       1200-LOAD-SPLIT-TABLE.
           OPEN INPUT COMM-SPLIT-FILE
           IF WS-COMMSPLT-STATUS NOT = '00'
               DISPLAY 'REPCHECK: UNABLE TO OPEN COMMSPLT, STATUS='
                   WS-COMMSPLT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-COMMSPLT
               READ COMM-SPLIT-FILE
                   AT END
                       SET WS-END-OF-COMMSPLT TO TRUE
                   NOT AT END
                       PERFORM 1210-STORE-SPLIT-ROW
               END-READ
           END-PERFORM
           CLOSE COMM-SPLIT-FILE.

       1210-STORE-SPLIT-ROW.
           IF SPL-EFFECTIVE-DATE > WS-BUSINESS-DATE
               CONTINUE
           ELSE
               MOVE 'N' TO WS-SPL-REPL-SW
               PERFORM VARYING WS-SPL-IDX FROM 1 BY 1
                       UNTIL WS-SPL-IDX > WS-SPL-COUNT
                   IF SPL-CUST-ID = WS-SPL-CUST-ID(WS-SPL-IDX)
                       SET WS-SPL-REPL TO TRUE
                       IF SPL-EFFECTIVE-DATE >=
                           WS-SPL-EFF-DATE(WS-SPL-IDX)
                           PERFORM 1220-MOVE-SPLIT-FIELDS
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT WS-SPL-REPL
                   IF WS-SPL-COUNT >= 200
                       DISPLAY 'REPCHECK: COMMSPLT HAS MORE THAN '
                           '200 ACCOUNTS, TABLE IS FULL'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SPL-COUNT
                   SET WS-SPL-IDX TO WS-SPL-COUNT
                   PERFORM 1220-MOVE-SPLIT-FIELDS
               END-IF
           END-IF.

       1220-MOVE-SPLIT-FIELDS.
           MOVE SPL-CUST-ID        TO WS-SPL-CUST-ID(WS-SPL-IDX)
           MOVE SPL-EFFECTIVE-DATE TO WS-SPL-EFF-DATE(WS-SPL-IDX)
           MOVE SPL-HOUSE-FLAG     TO WS-SPL-HOUSE-FLAG(WS-SPL-IDX)
           PERFORM VARYING WS-SHR-IDX FROM 1 BY 1
                   UNTIL WS-SHR-IDX > 4
               MOVE SPL-REP-ID(WS-SHR-IDX)
                   TO WS-SPL-REP-ID(WS-SPL-IDX WS-SHR-IDX)
           END-PERFORM.

       2000-READ-CUSTOMER.
           READ CUSTOMER-MASTER-FILE
               AT END
      *****************************************************************
       3000-CHECK-ASSIGNMENT.
           ADD 1 TO WS-CUST-COUNT
           MOVE CUST-REP-ID TO WS-CHECK-REP-ID
           MOVE 'N'         TO WS-CHECK-SPLIT-SW
           PERFORM 3200-CHECK-ONE-REP
           IF WS-REP-FOUND
               IF WS-REP-STATUS(WS-REP-IDX) NOT = 'T'
                   ADD 1 TO WS-ASSIGNED-COUNT
               END-IF
           END-IF
           PERFORM 3100-CHECK-SPLIT-REPS.

      *****************************************************************
      * The reps on the account's split in force share its
      * commission, so each must be on REPMAST and not terminated
      * just as the assigned rep must. A house account pays no rep.
      *****************************************************************
       3100-CHECK-SPLIT-REPS.
           MOVE 'N' TO WS-SPLIT-FOUND-SW
           PERFORM VARYING WS-SPL-IDX FROM 1 BY 1
                   UNTIL WS-SPL-IDX > WS-SPL-COUNT
                       OR WS-SPLIT-FOUND
               IF CUST-ID = WS-SPL-CUST-ID(WS-SPL-IDX)
                   SET WS-SPLIT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-SPLIT-FOUND
               SET WS-SPL-IDX DOWN BY 1
               IF WS-SPL-HOUSE-FLAG(WS-SPL-IDX) NOT = 'Y'
                   SET WS-CHECK-SPLIT-REP TO TRUE
                   PERFORM VARYING WS-SHR-IDX FROM 1 BY 1
                           UNTIL WS-SHR-IDX > 4
                       IF WS-SPL-REP-ID(WS-SPL-IDX WS-SHR-IDX)
                           NOT = SPACES
                       AND WS-SPL-REP-ID(WS-SPL-IDX WS-SHR-IDX)
                           NOT = CUST-REP-ID
                           MOVE WS-SPL-REP-ID(WS-SPL-IDX WS-SHR-IDX)
                               TO WS-CHECK-REP-ID
                           PERFORM 3200-CHECK-ONE-REP
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *****************************************************************
      * Look WS-CHECK-REP-ID up on the rep table. A rep in force
      * counts the account; a missing rep is an orphan and a
      * terminated one needs reassignment -- both are listed.
      *****************************************************************
       3200-CHECK-ONE-REP.
           MOVE 'N' TO WS-REP-FOUND-SW
           PERFORM VARYING WS-REP-IDX FROM 1 BY 1
                   UNTIL WS-REP-IDX > WS-REP-COUNT
                       OR WS-REP-FOUND
               IF WS-CHECK-REP-ID = WS-REP-ID(WS-REP-IDX)
                   SET WS-REP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-REP-FOUND
               SET WS-REP-IDX DOWN BY 1
               IF WS-REP-STATUS(WS-REP-IDX) = 'T'
                   ADD 1 TO WS-TERMINATED-COUNT
                   IF WS-CHECK-SPLIT-REP
                       MOVE 'SPLIT REP TERMINATED' TO WOD-REASON
                   ELSE
                       MOVE 'REP TERMINATED'       TO WOD-REASON
                   END-IF
                   PERFORM 3800-WRITE-REASSIGN-LINE
                   DISPLAY 'REPCHECK: ACCOUNT ' CUST-ID ' REP '
                       WS-CHECK-REP-ID ' IS TERMINATED'
               ELSE
                   ADD 1 TO WS-REP-ACCOUNTS(WS-REP-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-ORPHAN-COUNT
               IF WS-CHECK-SPLIT-REP
                   MOVE 'SPLIT REP NOT ON REPMAST' TO WOD-REASON
               ELSE
                   MOVE 'REP NOT ON REPMAST'       TO WOD-REASON
               END-IF
               PERFORM 3800-WRITE-REASSIGN-LINE
               DISPLAY 'REPCHECK: ACCOUNT ' CUST-ID ' REP '
                   WS-CHECK-REP-ID ' NOT ON REPMAST'
           END-IF.

       3800-WRITE-REASSIGN-LINE.
           MOVE CUST-COMPANY    TO WOD-COMPANY
           MOVE CUST-ID         TO WOD-CUST-ID
           MOVE CUST-NAME       TO WOD-CUST-NAME
           MOVE WS-CHECK-REP-ID TO WOD-REP-ID
           IF CUST-INACTIVE
               MOVE 'INACTIVE' TO WOD-STATUS
           ELSE
               MOVE 'ACTIVE'   TO WOD-STATUS
           END-IF
           WRITE INT-LINE FROM WS-ORPHAN-DETAIL.

       4000-REPORT-UNUSED-REPS.
           MOVE SPACES TO INT-LINE
           WRITE INT-LINE
           PERFORM VARYING WS-REP-IDX FROM 1 BY 1
                   UNTIL WS-REP-IDX > WS-REP-COUNT
               IF WS-REP-ACCOUNTS(WS-REP-IDX) = 0
               AND WS-REP-STATUS(WS-REP-IDX) NOT = 'T'
                   ADD 1 TO WS-UNUSED-REP-COUNT
                   MOVE WS-REP-ID(WS-REP-IDX)   TO WUD-REP-ID
                   MOVE WS-REP-NAME(WS-REP-IDX) TO WUD-REP-NAME
           WRITE INT-LINE
           MOVE WS-CUST-COUNT       TO WTL-ACCOUNTS
           MOVE WS-ORPHAN-COUNT     TO WTL-ORPHANED
           MOVE WS-TERMINATED-COUNT TO WTL-TERMINATED
           MOVE WS-UNUSED-REP-COUNT TO WTL-UNUSED
           WRITE INT-LINE FROM WS-TOTAL-LINE.


       COPY RUNLOAD.
       COPY RSTWRT.
       COPY STPCHK.
