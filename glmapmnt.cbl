      *****************************************************************
      * PROGRAM-ID : GLMAPMNT
      * Applies dated chart-of-accounts mapping transactions (GLMTXN)
      * to the GLMAP file, the way RATEMNT maintains the rate files,
      * so a GL account change is a data change and not a recompile
      * of SALESREPORT. Each transaction carries a complete mapping
      * row -- company, posting category, account, effective date;
      * a row whose company, category and effective date already
      * exist is replaced (a correction to a not-yet-effective
      * mapping), anything else is added, and no existing dated row
      * is ever removed, so GLMAP keeps the full history of which
      * account each category posted to when. Every applied
      * transaction prints on an update register with the row
      * previously in force as of the new row's effective date and
      * the new row; a transaction that fails the edits prints as
      * REJECTED with the reason and is not applied.
      *
      * Change history
      *   2026-10-15  Initial version.
      *   2026-10-15  Refuses a business date that is not on the
      *               FISCCAL fiscal calendar or falls in a closed
      *               fiscal period (RERUN included) unless RUNCTL
      *               carries a controller override for that period.
      *   2026-10-15  Accepts the BD bad-debt expense category that
      *               WRITEOFF posts its write-off batches to.
      *   2026-10-15  Checks the STEPLDG batch control ledger at
      *               start-up: skips itself when already completed
      *               for the business date, refuses to run ahead
      *               of an unfinished STEPPLAN predecessor, and
      *               logs its start and end for restart.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLMAPMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MAP-TXN-FILE ASSIGN TO 'GLMTXN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMTXN-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO 'GLMAP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT REGISTER-FILE ASSIGN TO 'GLMAPREG'
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
       FD  GL-MAP-TXN-FILE
           RECORDING MODE IS F.
           COPY GMTREC.

       FD  GL-MAP-FILE
           RECORDING MODE IS F.
           COPY GLMREC.

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
       01  WS-GLMTXN-STATUS      PIC X(2).
       01  WS-GLMAP-STATUS       PIC X(2).
       01  WS-REGISTER-STATUS    PIC X(2).
       01  WS-RUNSTATS-STATUS    PIC X(2).

       01  WS-GLMTXN-EOF-SW      PIC X     VALUE 'N'.
           88  WS-END-OF-GLMTXN           VALUE 'Y'.
       01  WS-GLMAP-EOF-SW       PIC X     VALUE 'N'.
           88  WS-END-OF-GLMAP            VALUE 'Y'.
       01  WS-ROW-REPLACED-SW    PIC X     VALUE 'N'.
           88  WS-ROW-REPLACED            VALUE 'Y'.

      * Raw row images, in file order; new rows append.
       01  WS-MAP-FILE-TABLE.
           05  WS-MFT-COUNT      PIC 9(3)  VALUE 0.
           05  WS-MFT-ROW        PIC X(43) OCCURS 500 TIMES
                   INDEXED BY WS-MFT-IDX.

       01  WS-BEFORE-IMAGE       PIC X(43) VALUE SPACES.
       01  WS-BEFORE-EFF-DATE    PIC X(8)  VALUE SPACES.
       01  WS-BEFORE-FOUND-SW    PIC X     VALUE 'N'.
           88  WS-BEFORE-FOUND            VALUE 'Y'.

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
               VALUE 'GL ACCOUNT MAPPING REGISTER'.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  WH1-RUN-DATE      PIC X(8).

       01  WS-ACTION-LINE.
           05  WAL-ACTION        PIC X(10).
           05  FILLER            PIC X(9)  VALUE 'COMPANY: '.
           05  WAL-COMPANY       PIC X(5).
           05  FILLER            PIC X(5)  VALUE 'CAT: '.
           05  WAL-CATEGORY      PIC X(4).
           05  FILLER            PIC X(5)  VALUE 'EFF: '.
           05  WAL-EFF-DATE      PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WAL-NOTE          PIC X(30).

       01  WS-IMAGE-LINE.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WIL-TAG           PIC X(8).
           05  WIL-IMAGE         PIC X(43).

       01  WS-SUMMARY-LINE.
           05  FILLER            PIC X(20) VALUE 'MAP ROWS APPLIED  :'.
           05  WSM-APPLIED       PIC ZZ,ZZ9.
           05  FILLER            PIC X(13) VALUE '  REJECTED : '.
           05  WSM-REJECTED      PIC ZZ,ZZ9.

       COPY RUNWORK.
       COPY STPWORK.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7900-READ-RUN-CONTROL
           MOVE 'GLMAPMNT' TO WS-STEP-PROGRAM
           PERFORM 7960-CHECK-STEP-LEDGER
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-LOAD-GLMAP-FILE
           PERFORM 2000-READ-MAP-TXN
           PERFORM UNTIL WS-END-OF-GLMTXN
               PERFORM 3000-PROCESS-MAP-TXN
               PERFORM 2000-READ-MAP-TXN
           END-PERFORM
           PERFORM 6000-REWRITE-GLMAP-FILE
           PERFORM 6500-PRINT-SUMMARY
           PERFORM 8000-CLOSE-FILES
           DISPLAY '----------------------------'
           DISPLAY 'GLMAPMNT: APPLIED : ' WS-APPLIED-COUNT
           DISPLAY 'GLMAPMNT: REJECTS : ' WS-REJECT-COUNT
           MOVE 'GLMAPMNT'       TO RS-PROGRAM
           MOVE 8                TO RS-FILES-OPENED
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
           OPEN INPUT GL-MAP-TXN-FILE
           IF WS-GLMTXN-STATUS NOT = '00'
               DISPLAY 'GLMAPMNT: UNABLE TO OPEN GLMTXN, STATUS='
                   WS-GLMTXN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY 'GLMAPMNT: UNABLE TO OPEN GLMAPREG, STATUS='
                   WS-REGISTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE-DISP TO WH1-RUN-DATE
           WRITE REG-LINE FROM WS-HEADING-1
           MOVE SPACES TO REG-LINE
           WRITE REG-LINE.

       1100-LOAD-GLMAP-FILE.
           OPEN INPUT GL-MAP-FILE
           IF WS-GLMAP-STATUS NOT = '00'
               DISPLAY 'GLMAPMNT: UNABLE TO OPEN GLMAP, STATUS='
                   WS-GLMAP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-GLMAP
               READ GL-MAP-FILE
                   AT END
                       SET WS-END-OF-GLMAP TO TRUE
                   NOT AT END
                       IF WS-MFT-COUNT >= 500
                           DISPLAY 'GLMAPMNT: GLMAP HAS MORE THAN '
                               '500 ROWS, TABLE IS FULL'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-MFT-COUNT
                       SET WS-MFT-IDX TO WS-MFT-COUNT
                       MOVE GL-MAP-RECORD
                           TO WS-MFT-ROW(WS-MFT-IDX)
               END-READ
           END-PERFORM
           CLOSE GL-MAP-FILE.

       2000-READ-MAP-TXN.
           READ GL-MAP-TXN-FILE
               AT END
                   SET WS-END-OF-GLMTXN TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

      *****************************************************************
      * Edits: the company must be present, the category one of the
      * seven posting categories, the account a ten-digit GL account
      * number, and the effective date present. Anything else
      * is rejected on the register and left off the file.
      *****************************************************************
       3000-PROCESS-MAP-TXN.
           MOVE GMT-COMPANY          TO WAL-COMPANY
           MOVE GMT-CATEGORY         TO WAL-CATEGORY
           MOVE GMT-ROW-IMAGE(16:8)  TO WAL-EFF-DATE
           EVALUATE TRUE
               WHEN GMT-COMPANY = SPACES
                   MOVE 'COMPANY IS MISSING' TO WAL-NOTE
                   PERFORM 3900-PRINT-REJECT
               WHEN NOT GMT-CATEGORY-VALID
                   MOVE 'INVALID POSTING CATEGORY' TO WAL-NOTE
                   PERFORM 3900-PRINT-REJECT
               WHEN GMT-ACCOUNT NOT NUMERIC
                   OR GMT-ACCOUNT = ZEROS
                   MOVE 'GL ACCOUNT NOT VALID' TO WAL-NOTE
                   PERFORM 3900-PRINT-REJECT
               WHEN GMT-EFF-DATE NOT NUMERIC OR GMT-EFF-DATE = 0
                   MOVE 'EFFECTIVE DATE NOT VALID' TO WAL-NOTE
                   PERFORM 3900-PRINT-REJECT
               WHEN OTHER
                   PERFORM 3100-APPLY-MAP-TXN
           END-EVALUATE.

       3100-APPLY-MAP-TXN.
           PERFORM 3110-FIND-MAP-BEFORE
           MOVE 'N' TO WS-ROW-REPLACED-SW
           PERFORM VARYING WS-MFT-IDX FROM 1 BY 1
                   UNTIL WS-MFT-IDX > WS-MFT-COUNT
               IF WS-MFT-ROW(WS-MFT-IDX)(1:5) = GMT-ROW-IMAGE(1:5)
                   AND WS-MFT-ROW(WS-MFT-IDX)(16:8)
                       = GMT-ROW-IMAGE(16:8)
                   MOVE GMT-ROW-IMAGE TO WS-MFT-ROW(WS-MFT-IDX)
                   SET WS-ROW-REPLACED TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ROW-REPLACED
               IF WS-MFT-COUNT >= 500
                   MOVE 'GLMAP TABLE IS FULL' TO WAL-NOTE
                   PERFORM 3900-PRINT-REJECT
               ELSE
                   ADD 1 TO WS-MFT-COUNT
                   SET WS-MFT-IDX TO WS-MFT-COUNT
                   MOVE GMT-ROW-IMAGE TO WS-MFT-ROW(WS-MFT-IDX)
                   PERFORM 3800-PRINT-APPLIED
               END-IF
           ELSE
               PERFORM 3800-PRINT-APPLIED
           END-IF.

      *****************************************************************
      * Before image for the register: the same company/category row
      * in force as of the transaction's effective date (latest
      * effective date at or before it), so the register shows which
      * account the new row supersedes. No such row prints as (NONE).
      *****************************************************************
       3110-FIND-MAP-BEFORE.
           MOVE 'N'    TO WS-BEFORE-FOUND-SW
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-BEFORE-EFF-DATE
           PERFORM VARYING WS-MFT-IDX FROM 1 BY 1
                   UNTIL WS-MFT-IDX > WS-MFT-COUNT
               IF WS-MFT-ROW(WS-MFT-IDX)(1:5) = GMT-ROW-IMAGE(1:5)
                   AND WS-MFT-ROW(WS-MFT-IDX)(16:8)
                       <= GMT-ROW-IMAGE(16:8)
                   AND (NOT WS-BEFORE-FOUND
                       OR WS-MFT-ROW(WS-MFT-IDX)(16:8)
                           > WS-BEFORE-EFF-DATE)
                   MOVE WS-MFT-ROW(WS-MFT-IDX) TO WS-BEFORE-IMAGE
                   MOVE WS-MFT-ROW(WS-MFT-IDX)(16:8)
                       TO WS-BEFORE-EFF-DATE
                   SET WS-BEFORE-FOUND TO TRUE
               END-IF
           END-PERFORM.

       3800-PRINT-APPLIED.
           ADD 1 TO WS-APPLIED-COUNT
           IF WS-ROW-REPLACED
               MOVE 'REPLACED' TO WAL-ACTION
           ELSE
               MOVE 'ADDED'    TO WAL-ACTION
           END-IF
           MOVE SPACES TO WAL-NOTE
           WRITE REG-LINE FROM WS-ACTION-LINE
           MOVE 'BEFORE: ' TO WIL-TAG
           IF WS-BEFORE-FOUND
               MOVE WS-BEFORE-IMAGE TO WIL-IMAGE
           ELSE
               MOVE '(NONE)' TO WIL-IMAGE
           END-IF
           WRITE REG-LINE FROM WS-IMAGE-LINE
           MOVE 'AFTER : ' TO WIL-TAG
           MOVE GMT-ROW-IMAGE TO WIL-IMAGE
           WRITE REG-LINE FROM WS-IMAGE-LINE.

       3900-PRINT-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE 'REJECTED' TO WAL-ACTION
           WRITE REG-LINE FROM WS-ACTION-LINE
           DISPLAY 'GLMAPMNT: REJECTED ' GMT-COMPANY ' '
               GMT-CATEGORY ' - ' WAL-NOTE.

       6000-REWRITE-GLMAP-FILE.
           OPEN OUTPUT GL-MAP-FILE
           IF WS-GLMAP-STATUS NOT = '00'
               DISPLAY 'GLMAPMNT: UNABLE TO REWRITE GLMAP, STATUS='
                   WS-GLMAP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-MFT-IDX FROM 1 BY 1
                   UNTIL WS-MFT-IDX > WS-MFT-COUNT
               MOVE WS-MFT-ROW(WS-MFT-IDX) TO GL-MAP-RECORD
               WRITE GL-MAP-RECORD
           END-PERFORM
           CLOSE GL-MAP-FILE.

       6500-PRINT-SUMMARY.
           MOVE SPACES TO REG-LINE
           WRITE REG-LINE
           MOVE WS-APPLIED-COUNT TO WSM-APPLIED
           MOVE WS-REJECT-COUNT  TO WSM-REJECTED
           WRITE REG-LINE FROM WS-SUMMARY-LINE.

       8000-CLOSE-FILES.
           CLOSE GL-MAP-TXN-FILE
           CLOSE REGISTER-FILE.

       COPY RUNLOAD.
       COPY RSTWRT.
       COPY STPCHK.
