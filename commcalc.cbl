      * journal entries that carry the discount -- a reposted reject
      * replaces a CUSTOMERS posting that never happened) are
      * matched to the customer's assigned rep via CUST-REP-ID on
      * the master (or divided across the reps of the account's
      * COMMSPLT split), the commissionable net after discount is
      * converted to USD, and the postings are sorted by rep. Each
      * rep gets a printed commission statement (detail postings,
      * commissionable total, tier rate, commission) and one record
      * on the payroll summary file. Replaces the spreadsheet that
      * was fed by retyping the SALESRPT print file and has been
      * wrong twice this year.
      *
      * Change history
      *   2026-08-21  Initial version.
      *               never reached payroll. A negative net now earns
      *               the same rate its positive mirror would, and
      *               the signed commission flows as written.
      *   2026-10-15  Refuses a business date that is not on the
      *               FISCCAL fiscal calendar or falls in a closed
      *               fiscal period (RERUN included) unless RUNCTL
      *               carries a controller override for that period.
      *   2026-10-15  Split commissions and house accounts: an account
      *               on the COMMSPLT split file has each posting and
      *               each clawback divided across its reps by their
      *               percentages (the last share takes the rounding),
      *               so every rep's statement lines, total and
      *               payroll record carry only that rep's portion. A
      *               house account earns no commission; its postings
      *               are totalled on the statement file instead. A
      *               split in force that does not total 100 or names
      *               a rep not on REPMAST ends the run RC=16.
      *   2026-10-15  REPMAST is effective-dated: each rep is rated on
      *               the tier row in force on the business date, so a
      *               mid-month tier change pays the old rates up to
      *               its effective date.
      *   2026-10-15  Checks the STEPLDG batch control ledger at
      *               start-up: skips itself when already completed
      *               for the business date, refuses to run ahead
      *               of an unfinished STEPPLAN predecessor, and
      *               logs its start and end for restart.
      *   2026-10-15  Each rep's commission is spread back over the
      *               accounts that earned it at the rep's rate for the
      *               night (the last account taking the rounding) and
      *               kept on the cumulative CUSTCOMM customer
      *               commission ledger for PROFITRPT; a RERUN replaces
      *               the date's rows.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMCALC.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPMAST-STATUS.

           SELECT COMM-SPLIT-FILE ASSIGN TO 'COMMSPLT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMSPLT-STATUS.

           SELECT CURRENCY-RATE-FILE ASSIGN TO 'CURRATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRRATE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMPAY-STATUS.

           SELECT CUST-COMM-FILE ASSIGN TO 'CUSTCOMM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTCOMM-STATUS.

           SELECT CUST-COMM-WORK-FILE ASSIGN TO 'CCMWORK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCMWORK-STATUS.

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
       FD  AUDIT-FILE
           05  SW-GROSS          PIC 9(7)V99.
           05  SW-DISCOUNT       PIC 9(7)V99.
           05  SW-NET-USD        PIC 9(9)V99.
           05  SW-SHARE-PCT      PIC 9(3)V99.
           05  SW-COMPANY        PIC X(3).

       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           RECORDING MODE IS F.
           COPY REPREC.

       FD  COMM-SPLIT-FILE
           RECORDING MODE IS F.
           COPY SPLREC.

       FD  CURRENCY-RATE-FILE
           RECORDING MODE IS F.
           COPY CURRATE.
                                 SEPARATE.
           05  PAY-RUN-DATE      PIC 9(8).

       FD  CUST-COMM-FILE
           RECORDING MODE IS F.
           COPY CCMREC.

       FD  CUST-COMM-WORK-FILE
           RECORDING MODE IS F.
       01  CUST-COMM-WORK-RECORD    PIC X(49).

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
       01  WS-AUDIT-STATUS       PIC X(2).
       01  WS-CUSTMAST-STATUS    PIC X(2).
       01  WS-REPMAST-STATUS     PIC X(2).
       01  WS-COMMSPLT-STATUS    PIC X(2).
       01  WS-COMMSTMT-STATUS    PIC X(2).
       01  WS-COMMPAY-STATUS     PIC X(2).
       01  WS-CUSTCOMM-STATUS    PIC X(2).
       01  WS-CCMWORK-STATUS     PIC X(2).

       01  WS-AUDIT-EOF-SW       PIC X     VALUE 'N'.
           88  WS-END-OF-AUDIT            VALUE 'Y'.
       01  WS-REPMAST-EOF-SW     PIC X     VALUE 'N'.
           88  WS-END-OF-REPMAST          VALUE 'Y'.
       01  WS-COMMSPLT-EOF-SW    PIC X     VALUE 'N'.
           88  WS-END-OF-COMMSPLT         VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH    PIC X     VALUE 'N'.
           88  WS-END-OF-SORT             VALUE 'Y'.
       01  WS-FIRST-RECORD-SW    PIC X     VALUE 'Y'.
           88  WS-FIRST-RECORD            VALUE 'Y'.
       01  WS-CUSTCOMM-EOF-SW    PIC X     VALUE 'N'.
           88  WS-END-OF-CUSTCOMM         VALUE 'Y'.
       01  WS-CCMWORK-EOF-SW     PIC X     VALUE 'N'.
           88  WS-END-OF-CCMWORK          VALUE 'Y'.

       01  WS-REP-TABLE.
           05  WS-REP-COUNT      PIC 9(3)  VALUE 0.
                   INDEXED BY WS-REP-IDX.
               10  WS-REP-ID        PIC X(4).
               10  WS-REP-NAME      PIC X(20).
               10  WS-REP-EFF-DATE  PIC 9(8).
               10  WS-REP-TIER OCCURS 3 TIMES.
                   15  WS-REP-TIER-MIN  PIC 9(7)V99.
                   15  WS-REP-TIER-PCT  PIC 9V999.
       01  WS-TIER-IDX           PIC 9(1).

      *****************************************************************
      * The split in force for each account on the business date,
      * shares packed to the front in file order.
      *****************************************************************
       01  WS-SPLIT-TABLE.
           05  WS-SPL-COUNT      PIC 9(3)  VALUE 0.
           05  WS-SPL-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-SPL-IDX.
               10  WS-SPL-CUST-ID    PIC X(6).
               10  WS-SPL-EFF-DATE   PIC 9(8).
               10  WS-SPL-HOUSE-FLAG PIC X(1).
               10  WS-SPL-REP-COUNT  PIC 9(1).
               10  WS-SPL-SHARE OCCURS 4 TIMES.
                   15  WS-SPL-REP-ID    PIC X(4).
                   15  WS-SPL-PCT       PIC 9(3)V99.
       01  WS-SHR-IDX            PIC 9(1).
       01  WS-REP-REPL-SW        PIC X     VALUE 'N'.
           88  WS-REP-REPL                VALUE 'Y'.
       01  WS-SPL-REPL-SW        PIC X     VALUE 'N'.
           88  WS-SPL-REPL                VALUE 'Y'.
       01  WS-SPLIT-FOUND-SW     PIC X     VALUE 'N'.
           88  WS-SPLIT-FOUND             VALUE 'Y'.
       01  WS-SPLIT-REP-FOUND-SW PIC X     VALUE 'N'.
           88  WS-SPLIT-REP-FOUND         VALUE 'Y'.
       01  WS-SPLIT-PCT-TOTAL    PIC 9(4)V99  VALUE 0.
       01  WS-SPLIT-REP-COUNT    PIC 9(1)     VALUE 0.
       01  WS-SHARE-GROSS-DONE   PIC 9(7)V99  VALUE 0.
       01  WS-SHARE-DISC-DONE    PIC 9(7)V99  VALUE 0.
       01  WS-SHARE-NET-DONE     PIC 9(9)V99  VALUE 0.
       01  WS-HOUSE-POSTINGS     PIC 9(5)     VALUE 0.
       01  WS-HOUSE-NET          PIC S9(9)V99 VALUE 0.

      *****************************************************************
      * The current rep's accounts and each one's commissionable net,
      * so the rep's commission can be spread back over them for the
      * CUSTCOMM ledger once the tier rate is known.
      *****************************************************************
       01  WS-ACCOUNT-TABLE.
           05  WS-ACC-COUNT      PIC 9(3)  VALUE 0.
           05  WS-ACC-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-ACC-IDX.
               10  WS-ACC-CUST-ID    PIC X(6).
               10  WS-ACC-COMPANY    PIC X(3).
               10  WS-ACC-NET        PIC S9(9)V99.
       01  WS-ACC-FOUND-SW       PIC X     VALUE 'N'.
           88  WS-ACC-FOUND               VALUE 'Y'.
       01  WS-ACC-COMM-DONE      PIC S9(9)V99 VALUE 0.
       01  WS-LEDGER-REPLACED    PIC 9(7)     VALUE 0.
       01  WS-LEDGER-WRITTEN     PIC 9(7)     VALUE 0.

       01  WS-NET-AMOUNT         PIC 9(7)V99  VALUE 0.
       01  WS-PREV-REP-ID        PIC X(4)     VALUE SPACES.
       01  WS-PREV-TYPE-GROUP    PIC 9(1)     VALUE 1.
           05  FILLER            PIC X(15) VALUE 'GROSS'.
           05  FILLER            PIC X(15) VALUE 'DISCOUNT'.
           05  FILLER            PIC X(14) VALUE 'NET (USD)'.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(7)  VALUE 'SHARE'.

       01  WS-DETAIL-LINE.
           05  WD-CUST-ID        PIC X(10).
           05  WD-NET-USD        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WD-TXN-TAG        PIC X(6).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WD-SHARE-PCT      PIC ZZ9.99.
           05  FILLER            PIC X(1)  VALUE '%'.

       01  WS-CLAWBACK-HEADING.
           05  FILLER            PIC X(40)
           05  FILLER            PIC X(8)  VALUE '  REPS: '.
           05  WPT-COUNT         PIC ZZ,ZZ9.

       01  WS-HOUSE-TOTAL-LINE.
           05  FILLER            PIC X(26)
               VALUE 'HOUSE ACCOUNTS NET (USD) :'.
           05  WHT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(12) VALUE '  POSTINGS: '.
           05  WHT-COUNT         PIC ZZ,ZZ9.
           05  FILLER            PIC X(16) VALUE '  NO COMMISSION'.

       COPY RUNWORK.
       COPY STPWORK.
       COPY CURRWORK.
       COPY CURRTBL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7900-READ-RUN-CONTROL
           MOVE 'COMMCALC' TO WS-STEP-PROGRAM
           PERFORM 7960-CHECK-STEP-LEDGER
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-LOAD-REP-TABLE
           PERFORM 1200-LOAD-SPLIT-TABLE
           PERFORM 1300-CARRY-COMMISSION-LEDGER
           PERFORM 7400-LOAD-CURRENCY-TABLE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-REP-ID
                                SW-CUST-ID
               INPUT PROCEDURE IS 1500-RELEASE-POSTINGS
               OUTPUT PROCEDURE IS 7000-PROCESS-SORTED-RECORDS
           PERFORM 8000-REPLACE-COMMISSION-LEDGER
           PERFORM 9000-CLOSE-FILES
           DISPLAY 'COMMCALC: STATEMENTS      : ' WS-STMT-COUNT
           DISPLAY 'COMMCALC: TOTAL PAYROLL   : ' WS-PAYROLL-TOTAL
           DISPLAY 'COMMCALC: HOUSE POSTINGS  : ' WS-HOUSE-POSTINGS
           DISPLAY 'COMMCALC: LEDGER REPLACED : ' WS-LEDGER-REPLACED
           DISPLAY 'COMMCALC: LEDGER WRITTEN  : ' WS-LEDGER-WRITTEN
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
      * REPMAST is effective-dated like the rate tables: a row dated
      * after the business date is skipped and each rep keeps its
      * latest row on or before it, so a tier change made mid-month
      * pays the old rates on every night before its effective date
      * (a RERUN of such a night included) and the new ones after.
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
                       DISPLAY 'COMMCALC: REPMAST HAS MORE THAN '
                           '20 REPS, TABLE IS FULL'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-REP-COUNT
                   SET WS-REP-IDX TO WS-REP-COUNT
                   PERFORM 1120-MOVE-REP-FIELDS
               END-IF
           END-IF.

       1120-MOVE-REP-FIELDS.
           MOVE REP-ID             TO WS-REP-ID(WS-REP-IDX)
           MOVE REP-NAME           TO WS-REP-NAME(WS-REP-IDX)
           MOVE REP-EFFECTIVE-DATE TO WS-REP-EFF-DATE(WS-REP-IDX)
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 3
               MOVE REP-TIER-MIN(WS-TIER-IDX) TO
                   WS-REP-TIER-MIN(WS-REP-IDX WS-TIER-IDX)
               MOVE REP-TIER-PCT(WS-TIER-IDX) TO
                   WS-REP-TIER-PCT(WS-REP-IDX WS-TIER-IDX)
           END-PERFORM.

       1200-LOAD-SPLIT-TABLE.
           OPEN INPUT COMM-SPLIT-FILE
           IF WS-COMMSPLT-STATUS NOT = '00'
               DISPLAY 'COMMCALC: UNABLE TO OPEN COMMSPLT, STATUS='
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

      *****************************************************************
      * Same effective-dating as the rate tables: a row dated after
      * the business date is skipped, and an account keeps the row
      * with the latest effective date on or before it. Every row in
      * force is edited before it can be stored.
      *****************************************************************
       1210-STORE-SPLIT-ROW.
           IF SPL-EFFECTIVE-DATE > WS-BUSINESS-DATE
               CONTINUE
           ELSE
               PERFORM 1220-EDIT-SPLIT-ROW
               MOVE 'N' TO WS-SPL-REPL-SW
               PERFORM VARYING WS-SPL-IDX FROM 1 BY 1
                       UNTIL WS-SPL-IDX > WS-SPL-COUNT
                   IF SPL-CUST-ID = WS-SPL-CUST-ID(WS-SPL-IDX)
                       SET WS-SPL-REPL TO TRUE
                       IF SPL-EFFECTIVE-DATE >=
                           WS-SPL-EFF-DATE(WS-SPL-IDX)
                           PERFORM 1230-MOVE-SPLIT-FIELDS
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT WS-SPL-REPL
                   IF WS-SPL-COUNT >= 200
                       DISPLAY 'COMMCALC: COMMSPLT HAS MORE THAN '
                           '200 ACCOUNTS, TABLE IS FULL'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SPL-COUNT
                   SET WS-SPL-IDX TO WS-SPL-COUNT
                   PERFORM 1230-MOVE-SPLIT-FIELDS
               END-IF
           END-IF.

      *****************************************************************
      * A house account needs no reps. Anything else must name at
      * least one rep, every rep named must be on REPMAST with a
      * percentage, a share slot with no rep must be blank, and the
      * shares must total exactly 100 -- a split payroll cannot
      * trust ends the run before a statement prints.
      *****************************************************************
       1220-EDIT-SPLIT-ROW.
           IF NOT SPL-HOUSE-FLAG-VALID
               DISPLAY 'COMMCALC: COMMSPLT ACCOUNT ' SPL-CUST-ID
                   ' EFF ' SPL-EFFECTIVE-DATE
                   ' HOUSE FLAG NOT Y OR N, RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT SPL-HOUSE-ACCOUNT
               MOVE 0 TO WS-SPLIT-PCT-TOTAL
               MOVE 0 TO WS-SPLIT-REP-COUNT
               PERFORM VARYING WS-SHR-IDX FROM 1 BY 1
                       UNTIL WS-SHR-IDX > 4
                   EVALUATE TRUE
                       WHEN SPL-SHARE(WS-SHR-IDX) = SPACES
                           CONTINUE
                       WHEN SPL-REP-ID(WS-SHR-IDX) = SPACES
                           DISPLAY 'COMMCALC: COMMSPLT ACCOUNT '
                               SPL-CUST-ID ' EFF '
                               SPL-EFFECTIVE-DATE
                               ' SHARE WITH NO REP, RUN REFUSED'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       WHEN OTHER
                           PERFORM 1225-CHECK-SPLIT-REP
                           ADD 1 TO WS-SPLIT-REP-COUNT
                           ADD SPL-PCT(WS-SHR-IDX)
                               TO WS-SPLIT-PCT-TOTAL
                   END-EVALUATE
               END-PERFORM
               IF WS-SPLIT-REP-COUNT = 0
                   OR WS-SPLIT-PCT-TOTAL NOT = 100
                   DISPLAY 'COMMCALC: COMMSPLT ACCOUNT ' SPL-CUST-ID
                       ' EFF ' SPL-EFFECTIVE-DATE
                       ' SHARES DO NOT TOTAL 100, RUN REFUSED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1225-CHECK-SPLIT-REP.
           IF SPL-PCT(WS-SHR-IDX) NOT NUMERIC
               OR SPL-PCT(WS-SHR-IDX) = 0
               DISPLAY 'COMMCALC: COMMSPLT ACCOUNT ' SPL-CUST-ID
                   ' EFF ' SPL-EFFECTIVE-DATE ' REP '
                   SPL-REP-ID(WS-SHR-IDX)
                   ' HAS NO PERCENTAGE, RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-SPLIT-REP-FOUND-SW
           PERFORM VARYING WS-REP-IDX FROM 1 BY 1
                   UNTIL WS-REP-IDX > WS-REP-COUNT
               IF SPL-REP-ID(WS-SHR-IDX) = WS-REP-ID(WS-REP-IDX)
                   SET WS-SPLIT-REP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-SPLIT-REP-FOUND
               DISPLAY 'COMMCALC: COMMSPLT ACCOUNT ' SPL-CUST-ID
                   ' EFF ' SPL-EFFECTIVE-DATE ' REP '
                   SPL-REP-ID(WS-SHR-IDX)
                   ' NOT ON REPMAST, RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1230-MOVE-SPLIT-FIELDS.
           MOVE SPL-CUST-ID        TO WS-SPL-CUST-ID(WS-SPL-IDX)
           MOVE SPL-EFFECTIVE-DATE TO WS-SPL-EFF-DATE(WS-SPL-IDX)
           MOVE SPL-HOUSE-FLAG     TO WS-SPL-HOUSE-FLAG(WS-SPL-IDX)
           MOVE 0                  TO WS-SPLIT-REP-COUNT
           PERFORM VARYING WS-SHR-IDX FROM 1 BY 1
                   UNTIL WS-SHR-IDX > 4
               MOVE SPACES TO WS-SPL-REP-ID(WS-SPL-IDX WS-SHR-IDX)
               MOVE 0      TO WS-SPL-PCT(WS-SPL-IDX WS-SHR-IDX)
           END-PERFORM
           IF NOT SPL-HOUSE-ACCOUNT
               PERFORM VARYING WS-SHR-IDX FROM 1 BY 1
                       UNTIL WS-SHR-IDX > 4
                   IF SPL-REP-ID(WS-SHR-IDX) NOT = SPACES
                       ADD 1 TO WS-SPLIT-REP-COUNT
                       MOVE SPL-REP-ID(WS-SHR-IDX) TO
                           WS-SPL-REP-ID(WS-SPL-IDX WS-SPLIT-REP-COUNT)
                       MOVE SPL-PCT(WS-SHR-IDX) TO
                           WS-SPL-PCT(WS-SPL-IDX WS-SPLIT-REP-COUNT)
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-SPLIT-REP-COUNT TO WS-SPL-REP-COUNT(WS-SPL-IDX).

      *****************************************************************
      * Copy the customer commission ledger to CCMWORK, leaving off
      * any rows for tonight's business date (a RERUN replaces them);
      * tonight's rows are added behind them rep by rep. The ledger
      * does not exist before the first night.
      *****************************************************************
       1300-CARRY-COMMISSION-LEDGER.
           OPEN OUTPUT CUST-COMM-WORK-FILE
           IF WS-CCMWORK-STATUS NOT = '00'
               DISPLAY 'COMMCALC: UNABLE TO OPEN CCMWORK, STATUS='
                   WS-CCMWORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUST-COMM-FILE
           IF WS-CUSTCOMM-STATUS = '35'
               SET WS-END-OF-CUSTCOMM TO TRUE
           ELSE
               IF WS-CUSTCOMM-STATUS NOT = '00'
                   DISPLAY 'COMMCALC: UNABLE TO OPEN CUSTCOMM, STATUS='
                       WS-CUSTCOMM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-END-OF-CUSTCOMM
               READ CUST-COMM-FILE
                   AT END
                       SET WS-END-OF-CUSTCOMM TO TRUE
                   NOT AT END
                       IF CCM-RUN-DATE = WS-BUSINESS-DATE
                           ADD 1 TO WS-LEDGER-REPLACED
                       ELSE
                           WRITE CUST-COMM-WORK-RECORD
                               FROM CUST-COMM-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CUSTCOMM-STATUS NOT = '35'
               CLOSE CUST-COMM-FILE
           END-IF.

       1500-RELEASE-POSTINGS.
           OPEN INPUT AUDIT-FILE
               DISPLAY 'COMMCALC: NO RATE FOR ' AUD-CURRENCY
                   ', USED UNCONVERTED'
           END-IF
           IF AUD-TXN-TYPE = 'R' OR AUD-TXN-TYPE = 'C'
               MOVE 2 TO SW-TYPE-GROUP
           ELSE
               MOVE 1 TO SW-TYPE-GROUP
           END-IF
           MOVE AUD-TXN-TYPE       TO SW-TXN-TYPE
           MOVE AUD-COMPANY        TO SW-COMPANY
           MOVE AUD-CUST-ID        TO SW-CUST-ID
           MOVE AUD-CUST-NAME      TO SW-CUST-NAME
           PERFORM 1800-FIND-ACCOUNT-SPLIT
           IF NOT WS-SPLIT-FOUND
               MOVE CUST-REP-ID         TO SW-REP-ID
               MOVE 100                 TO SW-SHARE-PCT
               MOVE AUD-AMOUNT          TO SW-GROSS
               MOVE AUD-DISCOUNT        TO SW-DISCOUNT
               MOVE WS-CONVERTED-AMOUNT TO SW-NET-USD
               RELEASE SORT-RECORD
           ELSE
               IF WS-SPL-HOUSE-FLAG(WS-SPL-IDX) = 'Y'
                   ADD 1 TO WS-HOUSE-POSTINGS
                   IF SW-TYPE-GROUP = 2
                       SUBTRACT WS-CONVERTED-AMOUNT FROM WS-HOUSE-NET
                   ELSE
                       ADD WS-CONVERTED-AMOUNT TO WS-HOUSE-NET
                   END-IF
               ELSE
                   MOVE 0 TO WS-SHARE-GROSS-DONE
                   MOVE 0 TO WS-SHARE-DISC-DONE
                   MOVE 0 TO WS-SHARE-NET-DONE
                   PERFORM VARYING WS-SHR-IDX FROM 1 BY 1
                           UNTIL WS-SHR-IDX >
                               WS-SPL-REP-COUNT(WS-SPL-IDX)
                       PERFORM 1750-RELEASE-REP-SHARE
                   END-PERFORM
               END-IF
           END-IF.

      *****************************************************************
      * One rep's share of a split posting. Each share but the last
      * is its percentage of the gross, discount and USD net cut to
      * the cent; the last rep gets whatever is left, so the shares
      * always add back to the posting to the cent.
      *****************************************************************
       1750-RELEASE-REP-SHARE.
           MOVE WS-SPL-REP-ID(WS-SPL-IDX WS-SHR-IDX) TO SW-REP-ID
           MOVE WS-SPL-PCT(WS-SPL-IDX WS-SHR-IDX)    TO SW-SHARE-PCT
           IF WS-SHR-IDX = WS-SPL-REP-COUNT(WS-SPL-IDX)
               SUBTRACT WS-SHARE-GROSS-DONE FROM AUD-AMOUNT
                   GIVING SW-GROSS
               SUBTRACT WS-SHARE-DISC-DONE FROM AUD-DISCOUNT
                   GIVING SW-DISCOUNT
               SUBTRACT WS-SHARE-NET-DONE FROM WS-CONVERTED-AMOUNT
                   GIVING SW-NET-USD
           ELSE
               COMPUTE SW-GROSS =
                   AUD-AMOUNT * SW-SHARE-PCT / 100
               COMPUTE SW-DISCOUNT =
                   AUD-DISCOUNT * SW-SHARE-PCT / 100
               COMPUTE SW-NET-USD =
                   WS-CONVERTED-AMOUNT * SW-SHARE-PCT / 100
               ADD SW-GROSS    TO WS-SHARE-GROSS-DONE
               ADD SW-DISCOUNT TO WS-SHARE-DISC-DONE
               ADD SW-NET-USD  TO WS-SHARE-NET-DONE
           END-IF
           RELEASE SORT-RECORD.

       1800-FIND-ACCOUNT-SPLIT.
           MOVE 'N' TO WS-SPLIT-FOUND-SW
           PERFORM VARYING WS-SPL-IDX FROM 1 BY 1
                   UNTIL WS-SPL-IDX > WS-SPL-COUNT
                       OR WS-SPLIT-FOUND
               IF AUD-CUST-ID = WS-SPL-CUST-ID(WS-SPL-IDX)
                   SET WS-SPLIT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-SPLIT-FOUND
               SET WS-SPL-IDX DOWN BY 1
           END-IF.

       2000-PRINT-STMT-HEADINGS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-RUN-DATE-DISP TO WH1-RUN-DATE
           MOVE SW-GROSS     TO WD-GROSS
           MOVE SW-DISCOUNT  TO WD-DISCOUNT
           MOVE SW-NET-USD   TO WD-NET-USD
           MOVE SW-SHARE-PCT TO WD-SHARE-PCT
           IF SW-TYPE-GROUP = 2
               IF SW-TXN-TYPE = 'R'
                   MOVE 'RETURN' TO WD-TXN-TAG
               MOVE SPACES TO WD-TXN-TAG
               ADD SW-NET-USD TO WS-REP-NET-TOTAL
           END-IF
           WRITE STMT-LINE FROM WS-DETAIL-LINE
           PERFORM 4100-NOTE-ACCOUNT-NET.

      *****************************************************************
      * Add the line to its account's net for the rep, sales up and
      * returns and credit memos down, as the rep total is built.
      *****************************************************************
       4100-NOTE-ACCOUNT-NET.
           MOVE 'N' TO WS-ACC-FOUND-SW
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-COUNT OR WS-ACC-FOUND
               IF WS-ACC-CUST-ID(WS-ACC-IDX) = SW-CUST-ID
                   SET WS-ACC-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ACC-FOUND
               SET WS-ACC-IDX DOWN BY 1
           ELSE
               IF WS-ACC-COUNT >= 500
                   DISPLAY 'COMMCALC: REP ' SW-REP-ID ' HAS MORE THAN '
                       '500 ACCOUNTS, TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ACC-COUNT
               SET WS-ACC-IDX TO WS-ACC-COUNT
               MOVE SW-CUST-ID TO WS-ACC-CUST-ID(WS-ACC-IDX)
               MOVE SW-COMPANY TO WS-ACC-COMPANY(WS-ACC-IDX)
               MOVE 0          TO WS-ACC-NET(WS-ACC-IDX)
           END-IF
           IF SW-TYPE-GROUP = 2
               SUBTRACT SW-NET-USD FROM WS-ACC-NET(WS-ACC-IDX)
           ELSE
               ADD SW-NET-USD TO WS-ACC-NET(WS-ACC-IDX)
           END-IF.

       6000-PRINT-REP-TOTAL.
           PERFORM 3500-LOOKUP-TIER-RATE
           ADD 1 TO WS-STMT-COUNT
           ADD WS-REP-COMMISSION TO WS-PAYROLL-TOTAL
           PERFORM 6500-WRITE-PAYROLL-RECORD
           PERFORM 6600-WRITE-ACCOUNT-COMMISSION
           MOVE 0 TO WS-REP-NET-TOTAL
           MOVE 0 TO WS-REP-CLAWBACK
           MOVE 1 TO WS-PREV-TYPE-GROUP.
           MOVE WS-BUSINESS-DATE  TO PAY-RUN-DATE
           WRITE PAY-RECORD.

      *****************************************************************
      * Spread the rep's commission back over the accounts that made
      * it, at the rep's rate for the night, onto the CUSTCOMM
      * ledger. Each account but the last is its net at the rate,
      * rounded; the last takes whatever is left, so the rows always
      * add back to the payroll commission to the cent.
      *****************************************************************
       6600-WRITE-ACCOUNT-COMMISSION.
           MOVE 0 TO WS-ACC-COMM-DONE
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-COUNT
               MOVE WS-BUSINESS-DATE TO CCM-RUN-DATE
               MOVE WS-ACC-COMPANY(WS-ACC-IDX) TO CCM-COMPANY
               MOVE WS-ACC-CUST-ID(WS-ACC-IDX) TO CCM-CUST-ID
               MOVE WS-PREV-REP-ID   TO CCM-REP-ID
               MOVE WS-ACC-NET(WS-ACC-IDX)     TO CCM-NET
               MOVE WS-REP-RATE      TO CCM-RATE
               IF WS-ACC-IDX = WS-ACC-COUNT
                   SUBTRACT WS-ACC-COMM-DONE FROM WS-REP-COMMISSION
                       GIVING CCM-COMMISSION
               ELSE
                   MULTIPLY WS-ACC-NET(WS-ACC-IDX) BY WS-REP-RATE
                       GIVING CCM-COMMISSION ROUNDED
                   ADD CCM-COMMISSION TO WS-ACC-COMM-DONE
               END-IF
               WRITE CUST-COMM-WORK-RECORD FROM CUST-COMM-RECORD
               ADD 1 TO WS-LEDGER-WRITTEN
           END-PERFORM
           MOVE 0 TO WS-ACC-COUNT.

       7000-PROCESS-SORTED-RECORDS.
           RETURN SORT-WORK-FILE
               AT END
           END-IF
           MOVE WS-PAYROLL-TOTAL TO WPT-AMOUNT
           MOVE WS-STMT-COUNT    TO WPT-COUNT
           WRITE STMT-LINE FROM WS-PAYROLL-TOTAL-LINE
           IF WS-HOUSE-POSTINGS > 0
               MOVE WS-HOUSE-NET      TO WHT-AMOUNT
               MOVE WS-HOUSE-POSTINGS TO WHT-COUNT
               WRITE STMT-LINE FROM WS-HOUSE-TOTAL-LINE
           END-IF.

       8000-REPLACE-COMMISSION-LEDGER.
           CLOSE CUST-COMM-WORK-FILE
           OPEN INPUT CUST-COMM-WORK-FILE
           IF WS-CCMWORK-STATUS NOT = '00'
               DISPLAY 'COMMCALC: UNABLE TO REREAD CCMWORK, STATUS='
                   WS-CCMWORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CUST-COMM-FILE
           IF WS-CUSTCOMM-STATUS NOT = '00'
               DISPLAY 'COMMCALC: UNABLE TO REWRITE CUSTCOMM, STATUS='
                   WS-CUSTCOMM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-CCMWORK
               READ CUST-COMM-WORK-FILE
                   AT END
                       SET WS-END-OF-CCMWORK TO TRUE
                   NOT AT END
                       WRITE CUST-COMM-RECORD
                           FROM CUST-COMM-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE CUST-COMM-WORK-FILE
           CLOSE CUST-COMM-FILE.

       9000-CLOSE-FILES.
           CLOSE CUSTOMER-MASTER-FILE
       COPY CURRLOAD.
       COPY CURRLKUP.
       COPY RUNLOAD.
       COPY STPCHK.
