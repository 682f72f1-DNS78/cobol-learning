      *****************************************************************
      * PROGRAM-ID : REPMNT
      * Applies rep maintenance transactions (REPTXN) to the REPMAST
      * rep master the way CUSTMNT maintains CUSTMAST and RATEMNT
      * the rate files, so REPMAST is no longer hand-edited. A
      * transaction adds a rep, changes a rep's commission tiers or
      * terminates a rep, each from an effective date: every applied
      * transaction becomes a new dated row (a row for the same rep
      * and effective date is replaced -- a correction to a change
      * not yet in force) and no row is ever removed, so a mid-month
      * plan change pays the old rates up to the change date and a
      * terminated rep stays on file for REPCHECK to report the
      * accounts needing reassignment. The effective date may not be
      * earlier than the business date -- nights already paid cannot
      * be rerated. Tier minimums must ascend and rates must stay
      * within range. Every applied transaction prints on a
      * before/after register (the rep's row in force as of the
      * effective date, and the new row); a transaction that fails
      * the edits prints as REJECTED with the reason and is not
      * applied. Runs ahead of CUSTMNT so a rep added tonight can
      * take accounts tonight.
      *
      * Change history
      *   2026-10-15  Initial version.
      *   2026-10-15  Checks the STEPLDG batch control ledger at
      *               start-up: skips itself when already completed
      *               for the business date, refuses to run ahead
      *               of an unfinished STEPPLAN predecessor, and
      *               logs its start and end for restart.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REP-TXN-FILE ASSIGN TO 'REPTXN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPTXN-STATUS.

           SELECT REP-MASTER-FILE ASSIGN TO 'REPMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPMAST-STATUS.

           SELECT REGISTER-FILE ASSIGN TO 'REPMREG'
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
       FD  REP-TXN-FILE
           RECORDING MODE IS F.
           COPY RPTREC.

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
       01  WS-REPTXN-STATUS      PIC X(2).
       01  WS-REPMAST-STATUS     PIC X(2).
       01  WS-REGISTER-STATUS    PIC X(2).
       01  WS-RUNSTATS-STATUS    PIC X(2).

       01  WS-REPTXN-EOF-SW      PIC X     VALUE 'N'.
           88  WS-END-OF-REPTXN           VALUE 'Y'.
       01  WS-REPMAST-EOF-SW     PIC X     VALUE 'N'.
           88  WS-END-OF-REPMAST          VALUE 'Y'.
       01  WS-ROW-REPLACED-SW    PIC X     VALUE 'N'.
           88  WS-ROW-REPLACED            VALUE 'Y'.
       01  WS-REP-ON-FILE-SW     PIC X     VALUE 'N'.
           88  WS-REP-ON-FILE             VALUE 'Y'.
       01  WS-TIERS-VALID-SW     PIC X     VALUE 'Y'.
           88  WS-TIERS-VALID             VALUE 'Y'.

      * The highest commission rate a tier may carry.
       01  WS-MAX-TIER-PCT       PIC 9V999 VALUE 0.250.
       01  WS-TIER-IDX           PIC 9(1).

      * Raw row images, in file order; new rows append.
       01  WS-REP-FILE-TABLE.
           05  WS-RFT-COUNT      PIC 9(3)  VALUE 0.
           05  WS-RFT-ROW        PIC X(72) OCCURS 300 TIMES
                   INDEXED BY WS-RFT-IDX.

       01  WS-BEFORE-IMAGE       PIC X(72) VALUE SPACES.
       01  WS-BEFORE-VIEW REDEFINES WS-BEFORE-IMAGE.
           05  WBV-REP-ID        PIC X(4).
           05  WBV-REP-NAME      PIC X(20).
           05  WBV-TIERS         PIC X(39).
           05  WBV-EFF-DATE      PIC X(8).
           05  WBV-STATUS        PIC X(1).
       01  WS-BEFORE-EFF-DATE    PIC X(8)  VALUE SPACES.
       01  WS-BEFORE-FOUND-SW    PIC X     VALUE 'N'.
           88  WS-BEFORE-FOUND            VALUE 'Y'.

       01  WS-NEW-ROW.
           05  WNR-REP-ID        PIC X(4).
           05  WNR-REP-NAME      PIC X(20).
           05  WNR-TIERS         PIC X(39).
           05  WNR-EFF-DATE      PIC 9(8).
           05  WNR-STATUS        PIC X(1).
       01  WS-NEW-IMAGE REDEFINES WS-NEW-ROW PIC X(72).

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
               VALUE 'REP MASTER MAINTENANCE REGISTER'.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  WH1-RUN-DATE      PIC X(8).

       01  WS-ACTION-LINE.
           05  WAL-ACTION        PIC X(10).
           05  FILLER            PIC X(5)  VALUE 'REP: '.
           05  WAL-REP-ID        PIC X(6).
           05  FILLER            PIC X(5)  VALUE 'EFF: '.
           05  WAL-EFF-DATE      PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WAL-NOTE          PIC X(36).

       01  WS-IMAGE-LINE.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WIL-TAG           PIC X(8).
           05  WIL-IMAGE         PIC X(72).

       01  WS-SUMMARY-LINE.
           05  FILLER            PIC X(20) VALUE 'REP ROWS APPLIED  :'.
           05  WSM-APPLIED       PIC ZZ,ZZ9.
           05  FILLER            PIC X(13) VALUE '  REJECTED : '.
           05  WSM-REJECTED      PIC ZZ,ZZ9.

       COPY RUNWORK.
       COPY STPWORK.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7900-READ-RUN-CONTROL
           MOVE 'REPMNT' TO WS-STEP-PROGRAM
           PERFORM 7960-CHECK-STEP-LEDGER
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-LOAD-REPMAST-FILE
           PERFORM 2000-READ-REP-TXN
           PERFORM UNTIL WS-END-OF-REPTXN
               PERFORM 3000-PROCESS-REP-TXN
               PERFORM 2000-READ-REP-TXN
           END-PERFORM
           PERFORM 6000-REWRITE-REPMAST-FILE
           PERFORM 6500-PRINT-SUMMARY
           PERFORM 8000-CLOSE-FILES
           DISPLAY '----------------------------'
           DISPLAY 'REPMNT: APPLIED : ' WS-APPLIED-COUNT
           DISPLAY 'REPMNT: REJECTS : ' WS-REJECT-COUNT
           MOVE 'REPMNT'         TO RS-PROGRAM
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
           OPEN INPUT REP-TXN-FILE
           IF WS-REPTXN-STATUS NOT = '00'
               DISPLAY 'REPMNT: UNABLE TO OPEN REPTXN, STATUS='
                   WS-REPTXN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY 'REPMNT: UNABLE TO OPEN REPMREG, STATUS='
                   WS-REGISTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE-DISP TO WH1-RUN-DATE
           WRITE REG-LINE FROM WS-HEADING-1
           MOVE SPACES TO REG-LINE
           WRITE REG-LINE.

       1100-LOAD-REPMAST-FILE.
           OPEN INPUT REP-MASTER-FILE
           IF WS-REPMAST-STATUS NOT = '00'
               DISPLAY 'REPMNT: UNABLE TO OPEN REPMAST, STATUS='
                   WS-REPMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-REPMAST
               READ REP-MASTER-FILE
                   AT END
                       SET WS-END-OF-REPMAST TO TRUE
                   NOT AT END
                       IF WS-RFT-COUNT >= 300
                           DISPLAY 'REPMNT: REPMAST HAS MORE THAN '
                               '300 ROWS, TABLE IS FULL'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-RFT-COUNT
                       SET WS-RFT-IDX TO WS-RFT-COUNT
                       MOVE REP-RECORD TO WS-RFT-ROW(WS-RFT-IDX)
               END-READ
           END-PERFORM
           CLOSE REP-MASTER-FILE.

       2000-READ-REP-TXN.
           READ REP-TXN-FILE
               AT END
                   SET WS-END-OF-REPTXN TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

      *****************************************************************
      * Edits common to every action: a valid action code, a rep ID,
      * and an effective date no earlier than the business date. The
      * action's own edits follow against the rep's row in force as
      * of that date.
      *****************************************************************
       3000-PROCESS-REP-TXN.
           MOVE RPT-REP-ID                 TO WAL-REP-ID
           MOVE REP-TXN-RECORD(65:8)       TO WAL-EFF-DATE
           EVALUATE TRUE
               WHEN NOT RPT-ACTION-VALID
                   MOVE 'ACTION MUST BE A, C OR T' TO WAL-NOTE
                   PERFORM 3900-PRINT-REJECT
               WHEN RPT-REP-ID = SPACES
                   MOVE 'REP ID IS MISSING' TO WAL-NOTE
                   PERFORM 3900-PRINT-REJECT
               WHEN RPT-EFFECTIVE-DATE NOT NUMERIC
                   OR RPT-EFFECTIVE-DATE = 0
                   MOVE 'EFFECTIVE DATE NOT VALID' TO WAL-NOTE
                   PERFORM 3900-PRINT-REJECT
               WHEN RPT-EFFECTIVE-DATE < WS-BUSINESS-DATE
                   MOVE 'EFFECTIVE DATE BEFORE BUSINESS DATE'
                       TO WAL-NOTE
                   PERFORM 3900-PRINT-REJECT
               WHEN OTHER
                   PERFORM 3110-FIND-REP-BEFORE
                   EVALUATE TRUE
                       WHEN RPT-ADD
                           PERFORM 3200-EDIT-ADD
                       WHEN RPT-CHANGE
                           PERFORM 3300-EDIT-CHANGE
                       WHEN RPT-TERMINATE
                           PERFORM 3400-EDIT-TERMINATE
                   END-EVALUATE
           END-EVALUATE.

      *****************************************************************
      * Before image for the register: the rep's row in force as of
      * the transaction's effective date (latest effective date at
      * or before it). WS-REP-ON-FILE is set if the rep has any row
      * at all, whatever its date.
      *****************************************************************
       3110-FIND-REP-BEFORE.
           MOVE 'N'    TO WS-BEFORE-FOUND-SW
           MOVE 'N'    TO WS-REP-ON-FILE-SW
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-BEFORE-EFF-DATE
           PERFORM VARYING WS-RFT-IDX FROM 1 BY 1
                   UNTIL WS-RFT-IDX > WS-RFT-COUNT
               IF WS-RFT-ROW(WS-RFT-IDX)(1:4) = RPT-REP-ID
                   SET WS-REP-ON-FILE TO TRUE
                   IF WS-RFT-ROW(WS-RFT-IDX)(64:8)
                           <= REP-TXN-RECORD(65:8)
                       AND (NOT WS-BEFORE-FOUND
                           OR WS-RFT-ROW(WS-RFT-IDX)(64:8)
                               > WS-BEFORE-EFF-DATE)
                       MOVE WS-RFT-ROW(WS-RFT-IDX) TO WS-BEFORE-IMAGE
                       MOVE WS-RFT-ROW(WS-RFT-IDX)(64:8)
                           TO WS-BEFORE-EFF-DATE
                       SET WS-BEFORE-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       3200-EDIT-ADD.
           IF WS-REP-ON-FILE
               MOVE 'REP ALREADY ON REP MASTER' TO WAL-NOTE
               PERFORM 3900-PRINT-REJECT
           ELSE
               IF RPT-REP-NAME = SPACES
                   MOVE 'REP NAME IS MISSING' TO WAL-NOTE
                   PERFORM 3900-PRINT-REJECT
               ELSE
                   PERFORM 3500-EDIT-TIERS
                   IF WS-TIERS-VALID
                       MOVE RPT-REP-ID         TO WNR-REP-ID
                       MOVE RPT-REP-NAME       TO WNR-REP-NAME
                       MOVE RPT-TIERS          TO WNR-TIERS
                       MOVE RPT-EFFECTIVE-DATE TO WNR-EFF-DATE
                       MOVE 'A'                TO WNR-STATUS
                       PERFORM 3600-APPLY-REP-ROW
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * A change replaces all three tiers; a keyed name replaces the
      * name too, a blank one carries the name in force forward.
      *****************************************************************
       3300-EDIT-CHANGE.
           EVALUATE TRUE
               WHEN NOT WS-BEFORE-FOUND
                   MOVE 'REP NOT ON REP MASTER AS OF EFF DATE'
                       TO WAL-NOTE
                   PERFORM 3900-PRINT-REJECT
               WHEN WBV-STATUS = 'T'
                   MOVE 'REP IS TERMINATED' TO WAL-NOTE
                   PERFORM 3900-PRINT-REJECT
               WHEN OTHER
                   PERFORM 3500-EDIT-TIERS
                   IF WS-TIERS-VALID
                       MOVE RPT-REP-ID         TO WNR-REP-ID
                       IF RPT-REP-NAME = SPACES
                           MOVE WBV-REP-NAME   TO WNR-REP-NAME
                       ELSE
                           MOVE RPT-REP-NAME   TO WNR-REP-NAME
                       END-IF
                       MOVE RPT-TIERS          TO WNR-TIERS
                       MOVE RPT-EFFECTIVE-DATE TO WNR-EFF-DATE
                       MOVE 'A'                TO WNR-STATUS
                       PERFORM 3600-APPLY-REP-ROW
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * A termination carries the name and tiers in force forward
      * on a row marked T; the rep is never removed from the file.
      *****************************************************************
       3400-EDIT-TERMINATE.
           EVALUATE TRUE
               WHEN NOT WS-BEFORE-FOUND
                   MOVE 'REP NOT ON REP MASTER AS OF EFF DATE'
                       TO WAL-NOTE
                   PERFORM 3900-PRINT-REJECT
               WHEN WBV-STATUS = 'T'
                   MOVE 'REP ALREADY TERMINATED' TO WAL-NOTE
                   PERFORM 3900-PRINT-REJECT
               WHEN OTHER
                   MOVE WS-BEFORE-IMAGE    TO WS-NEW-IMAGE
                   MOVE RPT-EFFECTIVE-DATE TO WNR-EFF-DATE
                   MOVE 'T'                TO WNR-STATUS
                   PERFORM 3600-APPLY-REP-ROW
           END-EVALUATE.

      *****************************************************************
      * Tier edits: every minimum and rate numeric, each tier's
      * minimum above the one below it, and no rate over
      * WS-MAX-TIER-PCT. The first failure rejects the transaction.
      *****************************************************************
       3500-EDIT-TIERS.
           MOVE 'Y' TO WS-TIERS-VALID-SW
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 3
                       OR NOT WS-TIERS-VALID
               IF RPT-TIER-MIN(WS-TIER-IDX) NOT NUMERIC
                   OR RPT-TIER-PCT(WS-TIER-IDX) NOT NUMERIC
                   MOVE 'N' TO WS-TIERS-VALID-SW
                   MOVE 'TIER MINIMUM OR RATE NOT NUMERIC'
                       TO WAL-NOTE
               ELSE
                   IF RPT-TIER-PCT(WS-TIER-IDX) > WS-MAX-TIER-PCT
                       MOVE 'N' TO WS-TIERS-VALID-SW
                       MOVE 'TIER RATE OVER 0.250' TO WAL-NOTE
                   ELSE
                       IF WS-TIER-IDX > 1
                           IF RPT-TIER-MIN(WS-TIER-IDX) NOT >
                               RPT-TIER-MIN(WS-TIER-IDX - 1)
                               MOVE 'N' TO WS-TIERS-VALID-SW
                               MOVE 'TIER MINIMUMS DO NOT ASCEND'
                                   TO WAL-NOTE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-TIERS-VALID
               PERFORM 3900-PRINT-REJECT
           END-IF.

       3600-APPLY-REP-ROW.
           MOVE 'N' TO WS-ROW-REPLACED-SW
           PERFORM VARYING WS-RFT-IDX FROM 1 BY 1
                   UNTIL WS-RFT-IDX > WS-RFT-COUNT
               IF WS-RFT-ROW(WS-RFT-IDX)(1:4) = WNR-REP-ID
                   AND WS-RFT-ROW(WS-RFT-IDX)(64:8)
                       = WS-NEW-IMAGE(64:8)
                   MOVE WS-NEW-IMAGE TO WS-RFT-ROW(WS-RFT-IDX)
                   SET WS-ROW-REPLACED TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ROW-REPLACED
               IF WS-RFT-COUNT >= 300
                   MOVE 'REPMAST TABLE IS FULL' TO WAL-NOTE
                   PERFORM 3900-PRINT-REJECT
               ELSE
                   ADD 1 TO WS-RFT-COUNT
                   SET WS-RFT-IDX TO WS-RFT-COUNT
                   MOVE WS-NEW-IMAGE TO WS-RFT-ROW(WS-RFT-IDX)
                   PERFORM 3800-PRINT-APPLIED
               END-IF
           ELSE
               PERFORM 3800-PRINT-APPLIED
           END-IF.

       3800-PRINT-APPLIED.
           ADD 1 TO WS-APPLIED-COUNT
           EVALUATE TRUE
               WHEN RPT-ADD
                   MOVE 'ADD'       TO WAL-ACTION
               WHEN RPT-CHANGE
                   MOVE 'CHANGE'    TO WAL-ACTION
               WHEN RPT-TERMINATE
                   MOVE 'TERMINATE' TO WAL-ACTION
           END-EVALUATE
           IF WS-ROW-REPLACED
               MOVE 'REPLACES ROW OF SAME EFF DATE' TO WAL-NOTE
           ELSE
               MOVE SPACES TO WAL-NOTE
           END-IF
           WRITE REG-LINE FROM WS-ACTION-LINE
           MOVE 'BEFORE: ' TO WIL-TAG
           IF WS-BEFORE-FOUND
               MOVE WS-BEFORE-IMAGE TO WIL-IMAGE
           ELSE
               MOVE '(NONE)' TO WIL-IMAGE
           END-IF
           WRITE REG-LINE FROM WS-IMAGE-LINE
           MOVE 'AFTER : ' TO WIL-TAG
           MOVE WS-NEW-IMAGE TO WIL-IMAGE
           WRITE REG-LINE FROM WS-IMAGE-LINE.

       3900-PRINT-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE 'REJECTED' TO WAL-ACTION
           WRITE REG-LINE FROM WS-ACTION-LINE
           DISPLAY 'REPMNT: REJECTED ' RPT-ACTION ' ' RPT-REP-ID
               ' - ' WAL-NOTE.

       6000-REWRITE-REPMAST-FILE.
           OPEN OUTPUT REP-MASTER-FILE
           IF WS-REPMAST-STATUS NOT = '00'
               DISPLAY 'REPMNT: UNABLE TO REWRITE REPMAST, STATUS='
                   WS-REPMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-RFT-IDX FROM 1 BY 1
                   UNTIL WS-RFT-IDX > WS-RFT-COUNT
               MOVE WS-RFT-ROW(WS-RFT-IDX) TO REP-RECORD
               WRITE REP-RECORD
           END-PERFORM
           CLOSE REP-MASTER-FILE.

       6500-PRINT-SUMMARY.
           MOVE SPACES TO REG-LINE
           WRITE REG-LINE
           MOVE WS-APPLIED-COUNT TO WSM-APPLIED
           MOVE WS-REJECT-COUNT  TO WSM-REJECTED
           WRITE REG-LINE FROM WS-SUMMARY-LINE.

       8000-CLOSE-FILES.
           CLOSE REP-TXN-FILE
           CLOSE REGISTER-FILE.

       COPY RUNLOAD.
       COPY RSTWRT.
       COPY STPCHK.
