      *****************************************************************
      * PROGRAM-ID : BUDMNT
      * Applies sales budget maintenance transactions (BUDTXN) to the
      * BUDGET file, the way CTRMNT maintains CONTRACT. Finance loads
      * the year's plan as adds -- one row per fiscal month for each
      * company and region (the regional sales budget) and for each
      * sales rep (the rep's quota) -- and later corrects a month
      * with a change or delete. A transaction is refused when its
      * type is not B or Q, the company or region is missing, the rep
      * is not on REPMAST (or, on an add, has been terminated), the
      * fiscal year and period are not on the FISCCAL calendar, the
      * amount does not edit, or the period has been closed -- a
      * closed month's budget is frozen unless RUNCTL carries the
      * controller's override for that period. Every applied
      * transaction prints on the BUDMREG register with the row
      * before and after; a transaction that fails the edits prints
      * as REJECTED with the reason and is not applied.
      *
      * Change history
      *   2026-10-15  Initial version.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-TXN-FILE ASSIGN TO 'BUDTXN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDTXN-STATUS.

           SELECT BUDGET-FILE ASSIGN TO 'BUDGET'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.

           SELECT REP-MASTER-FILE ASSIGN TO 'REPMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPMAST-STATUS.

           SELECT REGISTER-FILE ASSIGN TO 'BUDMREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

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

           SELECT RUN-STATS-FILE ASSIGN TO 'RUNSTATS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-TXN-FILE
           RECORDING MODE IS F.
           COPY BTXREC.

       FD  BUDGET-FILE
           RECORDING MODE IS F.
           COPY BUDREC.

       FD  REP-MASTER-FILE
           RECORDING MODE IS F.
           COPY REPREC.

       FD  REGISTER-FILE
           RECORDING MODE IS F.
       01  REG-LINE                 PIC X(90).

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

       FD  RUN-STATS-FILE
           RECORDING MODE IS F.
           COPY RSTREC.

       WORKING-STORAGE SECTION.
       01  WS-BUDTXN-STATUS      PIC X(2).
       01  WS-BUDGET-STATUS      PIC X(2).
       01  WS-REPMAST-STATUS     PIC X(2).
       01  WS-REGISTER-STATUS    PIC X(2).
       01  WS-RUNSTATS-STATUS    PIC X(2).

       01  WS-BUDTXN-EOF-SW      PIC X     VALUE 'N'.
           88  WS-END-OF-BUDTXN           VALUE 'Y'.
       01  WS-BUDGET-EOF-SW      PIC X     VALUE 'N'.
           88  WS-END-OF-BUDGET           VALUE 'Y'.
       01  WS-REPMAST-EOF-SW     PIC X     VALUE 'N'.
           88  WS-END-OF-REPMAST          VALUE 'Y'.
       01  WS-ROW-FOUND-SW       PIC X     VALUE 'N'.
           88  WS-ROW-FOUND               VALUE 'Y'.
       01  WS-TXN-VALID-SW       PIC X     VALUE 'Y'.
           88  WS-TXN-VALID               VALUE 'Y'.
           88  WS-TXN-INVALID             VALUE 'N'.
       01  WS-REP-STATE-SW       PIC X     VALUE 'M'.
           88  WS-REP-MISSING             VALUE 'M'.
           88  WS-REP-ON-FILE             VALUE 'A'.
           88  WS-REP-NOT-ACTIVE          VALUE 'T'.
       01  WS-PERIOD-STATE-SW    PIC X     VALUE 'M'.
           88  WS-PERIOD-MISSING          VALUE 'M'.
           88  WS-PERIOD-OPEN             VALUE 'O'.
           88  WS-PERIOD-LOCKED           VALUE 'C'.

      * Each rep's status on the row in force on the business date.
       01  WS-REP-TABLE.
           05  WS-REP-COUNT      PIC 9(3)  VALUE 0.
           05  WS-REP-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-REP-IDX.
               10  WS-REP-ID        PIC X(4).
               10  WS-REP-EFF-DATE  PIC 9(8).
               10  WS-REP-STATUS    PIC X(1).
       01  WS-REP-REPL-SW        PIC X     VALUE 'N'.
           88  WS-REP-REPL                VALUE 'Y'.

      * Raw budget rows, in file order; new rows append, deleted
      * rows are flagged and left off the rewrite.
       01  WS-BUDGET-FILE-TABLE.
           05  WS-BFT-COUNT      PIC 9(4)  VALUE 0.
           05  WS-BFT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-BFT-IDX WS-HIT-IDX.
               10  WS-BFT-ROW        PIC X(31).
               10  WS-BFT-DEL-SW     PIC X.
                   88  WS-BFT-DELETED        VALUE 'Y'.

       01  WS-BEFORE-IMAGE       PIC X(31) VALUE SPACES.

       01  WS-READ-COUNT         PIC 9(7)  VALUE 0.
       01  WS-APPLIED-COUNT      PIC 9(7)  VALUE 0.
       01  WS-REJECT-COUNT       PIC 9(7)  VALUE 0.

       01  WS-RUN-DATE-YMD.
           05  WS-RUN-YYYY.
               10  WS-RUN-CC     PIC 9(2).
               10  WS-RUN-YY     PIC 9(2).
           05  WS-RUN-MM         PIC 9(2).
           05  WS-RUN-DD         PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-YMD PIC 9(8).
       01  WS-RUN-DATE-DISP      PIC X(8).

       01  WS-HEADING-1.
           05  FILLER            PIC X(33)
               VALUE 'SALES BUDGET REGISTER'.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  WH1-RUN-DATE      PIC X(8).

       01  WS-ACTION-LINE.
           05  WAL-ACTION        PIC X(10).
           05  WAL-KEY           PIC X(24).
           05  FILLER            PIC X(8)  VALUE 'FY/PER: '.
           05  WAL-FISCAL-YEAR   PIC X(4).
           05  FILLER            PIC X(1)  VALUE '/'.
           05  WAL-PERIOD        PIC X(2).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WAL-NOTE          PIC X(36).

       01  WS-IMAGE-LINE.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WIL-TAG           PIC X(8).
           05  WIL-IMAGE         PIC X(31).

       01  WS-SUMMARY-LINE.
           05  FILLER            PIC X(20) VALUE 'ROWS APPLIED      :'.
           05  WSM-APPLIED       PIC ZZ,ZZ9.
           05  FILLER            PIC X(13) VALUE '  REJECTED : '.
           05  WSM-REJECTED      PIC ZZ,ZZ9.

       COPY RUNWORK.
       COPY STPWORK.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7900-READ-RUN-CONTROL
           MOVE 'BUDMNT' TO WS-STEP-PROGRAM
           PERFORM 7960-CHECK-STEP-LEDGER
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-LOAD-BUDGET-FILE
           PERFORM 1200-LOAD-REP-TABLE
           PERFORM 2000-READ-BUDGET-TXN
           PERFORM UNTIL WS-END-OF-BUDTXN
               PERFORM 3000-PROCESS-BUDGET-TXN
               PERFORM 2000-READ-BUDGET-TXN
           END-PERFORM
           PERFORM 6000-REWRITE-BUDGET-FILE
           PERFORM 6500-PRINT-SUMMARY
           PERFORM 8000-CLOSE-FILES
           DISPLAY '----------------------------'
           DISPLAY 'BUDMNT: APPLIED : ' WS-APPLIED-COUNT
           DISPLAY 'BUDMNT: REJECTS : ' WS-REJECT-COUNT
           MOVE 'BUDMNT'         TO RS-PROGRAM
           MOVE 9                TO RS-FILES-OPENED
           MOVE WS-READ-COUNT    TO RS-RECORDS-IN
           MOVE WS-APPLIED-COUNT TO RS-RECORDS-OUT
           MOVE WS-REJECT-COUNT  TO RS-RECORDS-REJECTED
           PERFORM 7950-WRITE-RUN-STATISTICS
           PERFORM 7970-RECORD-STEP-END
           STOP RUN.

       1000-OPEN-FILES.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE-NUM
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISP
           OPEN INPUT BUDGET-TXN-FILE
           IF WS-BUDTXN-STATUS NOT = '00'
               DISPLAY 'BUDMNT: UNABLE TO OPEN BUDTXN, STATUS='
                   WS-BUDTXN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY 'BUDMNT: UNABLE TO OPEN BUDMREG, STATUS='
                   WS-REGISTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE-DISP TO WH1-RUN-DATE
           WRITE REG-LINE FROM WS-HEADING-1
           MOVE SPACES TO REG-LINE
           WRITE REG-LINE.

       1100-LOAD-BUDGET-FILE.
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-STATUS NOT = '00'
               DISPLAY 'BUDMNT: UNABLE TO OPEN BUDGET, STATUS='
                   WS-BUDGET-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-BUDGET
               READ BUDGET-FILE
                   AT END
                       SET WS-END-OF-BUDGET TO TRUE
                   NOT AT END
                       IF WS-BFT-COUNT >= 2000
                           DISPLAY 'BUDMNT: BUDGET HAS MORE THAN '
                               '2000 ROWS, TABLE IS FULL'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-BFT-COUNT
                       SET WS-BFT-IDX TO WS-BFT-COUNT
                       MOVE BUDGET-RECORD TO WS-BFT-ROW(WS-BFT-IDX)
                       MOVE 'N' TO WS-BFT-DEL-SW(WS-BFT-IDX)
               END-READ
           END-PERFORM
           CLOSE BUDGET-FILE.

       1200-LOAD-REP-TABLE.
           OPEN INPUT REP-MASTER-FILE
           IF WS-REPMAST-STATUS NOT = '00'
               DISPLAY 'BUDMNT: UNABLE TO OPEN REPMAST, STATUS='
                   WS-REPMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-REPMAST
               READ REP-MASTER-FILE
                   AT END
                       SET WS-END-OF-REPMAST TO TRUE
                   NOT AT END
                       PERFORM 1210-STORE-REP-ROW
               END-READ
           END-PERFORM
           CLOSE REP-MASTER-FILE.

      *****************************************************************
      * REPMAST is effective-dated: each rep keeps its latest row on
      * or before the business date, so a rep terminated from a
      * future date still takes a quota until then.
      *****************************************************************
       1210-STORE-REP-ROW.
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
                           MOVE REP-EFFECTIVE-DATE
                               TO WS-REP-EFF-DATE(WS-REP-IDX)
                           MOVE REP-STATUS
                               TO WS-REP-STATUS(WS-REP-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT WS-REP-REPL
                   IF WS-REP-COUNT >= 20
                       DISPLAY 'BUDMNT: REPMAST HAS MORE THAN '
                           '20 REPS, TABLE IS FULL'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-REP-COUNT
                   SET WS-REP-IDX TO WS-REP-COUNT
                   MOVE REP-ID     TO WS-REP-ID(WS-REP-IDX)
                   MOVE REP-EFFECTIVE-DATE
                       TO WS-REP-EFF-DATE(WS-REP-IDX)
                   MOVE REP-STATUS TO WS-REP-STATUS(WS-REP-IDX)
               END-IF
           END-IF.

       2000-READ-BUDGET-TXN.
           READ BUDGET-TXN-FILE
               AT END
                   SET WS-END-OF-BUDTXN TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

      *****************************************************************
      * A row is identified by type, key, fiscal year and period (the
      * first 20 bytes). An add must not find it on file; a change or
      * delete must.
      *****************************************************************
       3000-PROCESS-BUDGET-TXN.
           MOVE SPACES TO WAL-KEY
           IF BTX-REP-QUOTA
               STRING 'QUOTA  REP ' BTX-REP-ID
                   DELIMITED BY SIZE INTO WAL-KEY
           ELSE
               STRING 'BUDGET CO ' BTX-COMPANY ' ' BTX-REGION
                   DELIMITED BY SIZE INTO WAL-KEY
           END-IF
           MOVE BTX-ROW-IMAGE(15:4) TO WAL-FISCAL-YEAR
           MOVE BTX-ROW-IMAGE(19:2) TO WAL-PERIOD
           PERFORM 3050-FIND-ROW
           EVALUATE TRUE
               WHEN NOT BTX-ADD AND NOT BTX-CHANGE AND NOT BTX-DELETE
                   MOVE 'INVALID ACTION CODE' TO WAL-NOTE
                   PERFORM 3900-PRINT-REJECT
               WHEN NOT BTX-REGION-BUDGET AND NOT BTX-REP-QUOTA
                   MOVE 'TYPE NOT B OR Q' TO WAL-NOTE
                   PERFORM 3900-PRINT-REJECT
               WHEN BTX-ADD AND WS-ROW-FOUND
                   MOVE 'ROW ALREADY ON FILE' TO WAL-NOTE
                   PERFORM 3900-PRINT-REJECT
               WHEN NOT BTX-ADD AND NOT WS-ROW-FOUND
                   MOVE 'ROW NOT ON FILE' TO WAL-NOTE
                   PERFORM 3900-PRINT-REJECT
               WHEN OTHER
                   PERFORM 3100-EDIT-ROW
                   IF WS-TXN-VALID
                       PERFORM 3200-APPLY-ROW
                   ELSE
                       PERFORM 3900-PRINT-REJECT
                   END-IF
           END-EVALUATE.

       3050-FIND-ROW.
           MOVE 'N' TO WS-ROW-FOUND-SW
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-BFT-COUNT OR WS-ROW-FOUND
               IF WS-BFT-ROW(WS-HIT-IDX)(1:20) = BTX-ROW-IMAGE(1:20)
                   AND NOT WS-BFT-DELETED(WS-HIT-IDX)
                   SET WS-ROW-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ROW-FOUND
               SET WS-HIT-IDX DOWN BY 1
           END-IF.

      *****************************************************************
      * Edits for an add, change or delete. A regional budget needs a
      * numeric company and a region; a quota needs a rep on REPMAST,
      * and a new quota an active one. The fiscal year and period
      * must be on FISCCAL and not closed (the controller's RUNCTL
      * override opens exactly the period it names). An add or change
      * needs a numeric amount.
      *****************************************************************
       3100-EDIT-ROW.
           SET WS-TXN-VALID TO TRUE
           PERFORM 3110-CHECK-REP
           PERFORM 3120-CHECK-PERIOD
           EVALUATE TRUE
               WHEN BTX-REGION-BUDGET AND BTX-COMPANY NOT NUMERIC
                   MOVE 'COMPANY NOT VALID' TO WAL-NOTE
                   SET WS-TXN-INVALID TO TRUE
               WHEN BTX-REGION-BUDGET AND BTX-REGION = SPACES
                   MOVE 'REGION IS MISSING' TO WAL-NOTE
                   SET WS-TXN-INVALID TO TRUE
               WHEN BTX-REP-QUOTA AND BTX-QUOTA-FILLER NOT = SPACES
                   MOVE 'QUOTA KEY NOT VALID' TO WAL-NOTE
                   SET WS-TXN-INVALID TO TRUE
               WHEN BTX-REP-QUOTA AND WS-REP-MISSING
                   MOVE 'REP NOT ON REPMAST' TO WAL-NOTE
                   SET WS-TXN-INVALID TO TRUE
               WHEN BTX-REP-QUOTA AND BTX-ADD AND WS-REP-NOT-ACTIVE
                   MOVE 'REP IS TERMINATED' TO WAL-NOTE
                   SET WS-TXN-INVALID TO TRUE
               WHEN WS-PERIOD-MISSING
                   MOVE 'PERIOD NOT ON FISCCAL' TO WAL-NOTE
                   SET WS-TXN-INVALID TO TRUE
               WHEN WS-PERIOD-LOCKED
                   MOVE 'FISCAL PERIOD IS CLOSED' TO WAL-NOTE
                   SET WS-TXN-INVALID TO TRUE
               WHEN NOT BTX-DELETE AND BTX-AMOUNT NOT NUMERIC
                   MOVE 'AMOUNT NOT VALID' TO WAL-NOTE
                   SET WS-TXN-INVALID TO TRUE
           END-EVALUATE.

       3110-CHECK-REP.
           SET WS-REP-MISSING TO TRUE
           IF BTX-REP-QUOTA
               PERFORM VARYING WS-REP-IDX FROM 1 BY 1
                       UNTIL WS-REP-IDX > WS-REP-COUNT
                   IF BTX-REP-ID = WS-REP-ID(WS-REP-IDX)
                       IF WS-REP-STATUS(WS-REP-IDX) = 'T'
                           SET WS-REP-NOT-ACTIVE TO TRUE
                       ELSE
                           SET WS-REP-ON-FILE TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       3120-CHECK-PERIOD.
           SET WS-PERIOD-MISSING TO TRUE
           IF BTX-FISCAL-YEAR NUMERIC AND BTX-PERIOD NUMERIC
               PERFORM VARYING WS-FCL-IDX FROM 1 BY 1
                       UNTIL WS-FCL-IDX > WS-FCL-COUNT
                   IF BTX-FISCAL-YEAR = WS-FCL-YEAR(WS-FCL-IDX)
                       AND BTX-PERIOD = WS-FCL-PERIOD(WS-FCL-IDX)
                       IF WS-FCL-STATUS(WS-FCL-IDX) = 'C'
                           SET WS-PERIOD-LOCKED TO TRUE
                       ELSE
                           SET WS-PERIOD-OPEN TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-PERIOD-LOCKED
               AND WS-OVERRIDE-PRESENT
               AND BTX-FISCAL-YEAR = WS-OVERRIDE-YEAR
               AND BTX-PERIOD = WS-OVERRIDE-PERIOD
               SET WS-PERIOD-OPEN TO TRUE
           END-IF.

       3200-APPLY-ROW.
           EVALUATE TRUE
               WHEN BTX-DELETE
                   MOVE WS-BFT-ROW(WS-HIT-IDX) TO WS-BEFORE-IMAGE
                   SET WS-BFT-DELETED(WS-HIT-IDX) TO TRUE
                   MOVE 'DELETED' TO WAL-ACTION
                   PERFORM 3800-PRINT-APPLIED
               WHEN WS-ROW-FOUND
                   MOVE WS-BFT-ROW(WS-HIT-IDX) TO WS-BEFORE-IMAGE
                   MOVE BTX-ROW-IMAGE TO WS-BFT-ROW(WS-HIT-IDX)
                   MOVE 'CHANGED' TO WAL-ACTION
                   PERFORM 3800-PRINT-APPLIED
               WHEN WS-BFT-COUNT >= 2000
                   MOVE 'BUDGET TABLE IS FULL' TO WAL-NOTE
                   PERFORM 3900-PRINT-REJECT
               WHEN OTHER
                   ADD 1 TO WS-BFT-COUNT
                   SET WS-BFT-IDX TO WS-BFT-COUNT
                   MOVE BTX-ROW-IMAGE TO WS-BFT-ROW(WS-BFT-IDX)
                   MOVE 'N' TO WS-BFT-DEL-SW(WS-BFT-IDX)
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE 'ADDED' TO WAL-ACTION
                   PERFORM 3800-PRINT-APPLIED
           END-EVALUATE.

       3800-PRINT-APPLIED.
           ADD 1 TO WS-APPLIED-COUNT
           MOVE SPACES TO WAL-NOTE
           WRITE REG-LINE FROM WS-ACTION-LINE
           MOVE 'BEFORE: ' TO WIL-TAG
           IF WS-BEFORE-IMAGE = SPACES
               MOVE '(NONE)' TO WIL-IMAGE
           ELSE
               MOVE WS-BEFORE-IMAGE TO WIL-IMAGE
           END-IF
           WRITE REG-LINE FROM WS-IMAGE-LINE
           MOVE 'AFTER : ' TO WIL-TAG
           IF BTX-DELETE
               MOVE '(NONE)' TO WIL-IMAGE
           ELSE
               MOVE BTX-ROW-IMAGE TO WIL-IMAGE
           END-IF
           WRITE REG-LINE FROM WS-IMAGE-LINE.

       3900-PRINT-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE 'REJECTED' TO WAL-ACTION
           WRITE REG-LINE FROM WS-ACTION-LINE
           DISPLAY 'BUDMNT: REJECTED ' WAL-KEY ' '
               WAL-FISCAL-YEAR '/' WAL-PERIOD ' - ' WAL-NOTE.

       6000-REWRITE-BUDGET-FILE.
           OPEN OUTPUT BUDGET-FILE
           IF WS-BUDGET-STATUS NOT = '00'
               DISPLAY 'BUDMNT: UNABLE TO REWRITE BUDGET, STATUS='
                   WS-BUDGET-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-BFT-IDX FROM 1 BY 1
                   UNTIL WS-BFT-IDX > WS-BFT-COUNT
               IF NOT WS-BFT-DELETED(WS-BFT-IDX)
                   MOVE WS-BFT-ROW(WS-BFT-IDX) TO BUDGET-RECORD
                   WRITE BUDGET-RECORD
               END-IF
           END-PERFORM
           CLOSE BUDGET-FILE.

       6500-PRINT-SUMMARY.
           MOVE SPACES TO REG-LINE
           WRITE REG-LINE
           MOVE WS-APPLIED-COUNT TO WSM-APPLIED
           MOVE WS-REJECT-COUNT  TO WSM-REJECTED
           WRITE REG-LINE FROM WS-SUMMARY-LINE.

       8000-CLOSE-FILES.
           CLOSE BUDGET-TXN-FILE
           CLOSE REGISTER-FILE.

       COPY RUNLOAD.
       COPY RSTWRT.
       COPY STPCHK.
