      *****************************************************************
      * PROGRAM-ID : BANKREC
      * Bank deposit reconciliation for the lockbox cash feed. ARPOST
      * applies whatever CASHRCPT says was received; the FEEDCTL
      * trailer only proves the file is whole, not that the money
      * reached the bank. BANKREC proves it: the bank's daily
      * deposit file (BANKDEP -- deposit date, lockbox, amount, item
      * count) is matched against the CASHRCPT cash feed batches by
      * lockbox (the feed header's FH-BRANCH) and date (FH-FEED-DATE).
      *
      * Matching is on the total per lockbox and date: every deposit
      * and every cash feed batch for the key, tonight's and those
      * carried on the BANKOUT outstanding file, must agree on amount
      * and item count. A key that agrees is matched and drops off
      * BANKOUT; anything else -- an amount or count mismatch, a
      * deposit with no cash feed, a cash feed with no deposit -- is
      * reported and carried forward on BANKOUT item by item, so a
      * late deposit or a re-sent feed clears it on a later night.
      * An unmatched key older than the BANKPARM grace days (the bank
      * statement normally follows the feed by a day) is flagged
      * *OVERDUE; an overdue item or any mismatch ends the step RC=4
      * for the BATCHSUM scorecard.
      *
      * BANKOUT's control record carries the last business date
      * reconciled: a NORMAL run refuses a date already reconciled,
      * and a RERUN drops the items first seen on the date before
      * tonight's files add them again. Operations rerun from the
      * pre-run BANKOUT copy, per the standard restart, so keys
      * matched by the first run are matched again.
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
       PROGRAM-ID. BANKREC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-DEPOSIT-FILE ASSIGN TO 'BANKDEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKDEP-STATUS.

           SELECT CASH-RECEIPT-FILE ASSIGN TO 'CASHRCPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASHRCPT-STATUS.

           SELECT BANK-OUTSTANDING-FILE ASSIGN TO 'BANKOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKOUT-STATUS.

           SELECT BANK-PARM-FILE ASSIGN TO 'BANKPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKPARM-STATUS.

           SELECT BANK-REPORT-FILE ASSIGN TO 'BANKRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKRPT-STATUS.

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
       FD  BANK-DEPOSIT-FILE
           RECORDING MODE IS F.
           COPY BDPREC.

       FD  CASH-RECEIPT-FILE
           RECORDING MODE IS F.
           COPY CSHREC.
           COPY FEEDCTL.

       FD  BANK-OUTSTANDING-FILE
           RECORDING MODE IS F.
           COPY BKOREC.

       FD  BANK-PARM-FILE
           RECORDING MODE IS F.
       01  BANK-PARM-RECORD.
           05  BKP-GRACE-DAYS     PIC 9(3).

       FD  BANK-REPORT-FILE
           RECORDING MODE IS F.
       01  BKR-LINE                 PIC X(110).

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
       01  WS-BANKDEP-STATUS     PIC X(2).
       01  WS-CASHRCPT-STATUS    PIC X(2).
       01  WS-BANKOUT-STATUS     PIC X(2).
       01  WS-BANKPARM-STATUS    PIC X(2).
       01  WS-BANKRPT-STATUS     PIC X(2).
       01  WS-RUNSTATS-STATUS    PIC X(2).

       01  WS-BANKDEP-EOF-SW     PIC X     VALUE 'N'.
           88  WS-END-OF-BANKDEP          VALUE 'Y'.
       01  WS-CASH-EOF-SW        PIC X     VALUE 'N'.
           88  WS-END-OF-CASH             VALUE 'Y'.
       01  WS-BANKOUT-EOF-SW     PIC X     VALUE 'N'.
           88  WS-END-OF-BANKOUT          VALUE 'Y'.
       01  WS-TRAILER-SEEN-SW    PIC X     VALUE 'N'.
           88  WS-TRAILER-SEEN            VALUE 'Y'.

       01  WS-GRACE-DAYS         PIC 9(3)  VALUE 0.

      *****************************************************************
      * Every deposit and cash feed batch in play tonight -- carried
      * from BANKOUT or read from tonight's files -- one entry each,
      * pointing at its lockbox/date key.
      *****************************************************************
       01  WS-ITEM-TABLE.
           05  WS-ITM-COUNT      PIC 9(3)  VALUE 0.
           05  WS-ITM-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-ITM-IDX.
               10  WS-ITM-TYPE        PIC X(1).
               10  WS-ITM-DATE        PIC 9(8).
               10  WS-ITM-LOCKBOX     PIC X(4).
               10  WS-ITM-AMOUNT      PIC 9(9)V99.
               10  WS-ITM-COUNT-OF    PIC 9(5).
               10  WS-ITM-FIRST-SEEN  PIC 9(8).
               10  WS-ITM-KEY-NO      PIC 9(3).

       01  WS-KEY-TABLE.
           05  WS-KEY-COUNT      PIC 9(3)  VALUE 0.
           05  WS-KEY-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-KEY-IDX.
               10  WS-KEY-LOCKBOX     PIC X(4).
               10  WS-KEY-DATE        PIC 9(8).
               10  WS-KEY-DEP-AMOUNT  PIC 9(11)V99.
               10  WS-KEY-DEP-COUNT   PIC 9(7).
               10  WS-KEY-DEP-ITEMS   PIC 9(3).
               10  WS-KEY-CASH-AMOUNT PIC 9(11)V99.
               10  WS-KEY-CASH-COUNT  PIC 9(7).
               10  WS-KEY-CASH-ITEMS  PIC 9(3).
               10  WS-KEY-FIRST-SEEN  PIC 9(8).
               10  WS-KEY-CARRIED-SW  PIC X(1).
                   88  WS-KEY-CARRIED         VALUE 'Y'.
               10  WS-KEY-STATUS      PIC X(1).
                   88  WS-KEY-MATCHED         VALUE 'M'.
                   88  WS-KEY-MISMATCH        VALUE 'X'.
                   88  WS-KEY-DEPOSIT-ONLY    VALUE 'D'.
                   88  WS-KEY-CASH-ONLY       VALUE 'C'.
               10  WS-KEY-DAYS-OUT    PIC 9(5).
               10  WS-KEY-OVERDUE-SW  PIC X(1).
                   88  WS-KEY-OVERDUE         VALUE 'Y'.
       01  WS-KEY-NO             PIC 9(3)  VALUE 0.
       01  WS-KEY-FOUND-SW       PIC X     VALUE 'N'.
           88  WS-KEY-FOUND               VALUE 'Y'.

       01  WS-NEW-ITEM.
           05  WS-NEW-TYPE       PIC X(1).
           05  WS-NEW-DATE       PIC 9(8).
           05  WS-NEW-LOCKBOX    PIC X(4).
           05  WS-NEW-AMOUNT     PIC 9(9)V99.
           05  WS-NEW-COUNT      PIC 9(5).
           05  WS-NEW-FIRST-SEEN PIC 9(8).

       01  WS-CASH-LOCKBOX       PIC X(4)     VALUE SPACES.
       01  WS-CASH-FEED-DATE     PIC 9(8)     VALUE 0.
       01  WS-CASH-READ-COUNT    PIC 9(7)     VALUE 0.
       01  WS-CASH-HASH          PIC 9(11)V99 VALUE 0.

       01  WS-TODAY-SERIAL       PIC 9(7)  VALUE 0.
       01  WS-ITEM-SERIAL        PIC 9(7)  VALUE 0.
       01  WS-DIFFERENCE         PIC S9(11)V99 VALUE 0.
       01  WS-PRINT-STATUS       PIC X(1)  VALUE SPACES.
       01  WS-SECTION-LINES      PIC 9(3)  VALUE 0.

       01  WS-DEPOSITS-READ      PIC 9(7)  VALUE 0.
       01  WS-ITEMS-CARRIED-IN   PIC 9(7)  VALUE 0.
       01  WS-ITEMS-PURGED       PIC 9(7)  VALUE 0.
       01  WS-ITEMS-CARRIED-OUT  PIC 9(7)  VALUE 0.
       01  WS-MATCHED-COUNT      PIC 9(5)  VALUE 0.
       01  WS-MISMATCH-COUNT     PIC 9(5)  VALUE 0.
       01  WS-DEP-ONLY-COUNT     PIC 9(5)  VALUE 0.
       01  WS-CASH-ONLY-COUNT    PIC 9(5)  VALUE 0.
       01  WS-OVERDUE-COUNT      PIC 9(5)  VALUE 0.
       01  WS-UNMATCHED-COUNT    PIC 9(5)  VALUE 0.
       01  WS-OUT-DEP-TOTAL      PIC 9(11)V99 VALUE 0.
       01  WS-OUT-CASH-TOTAL     PIC 9(11)V99 VALUE 0.

       01  WS-RUN-DATE-YMD.
           05  WS-RUN-YYYY.
               10  WS-RUN-CC     PIC 9(2).
               10  WS-RUN-YY     PIC 9(2).
           05  WS-RUN-MM         PIC 9(2).
           05  WS-RUN-DD         PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-YMD PIC 9(8).
       01  WS-RUN-DATE-DISP      PIC X(8).

       01  WS-HEADING-1.
           05  FILLER            PIC X(36)
               VALUE 'BANK DEPOSIT RECONCILIATION'.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  WH1-RUN-DATE      PIC X(8).

       01  WS-HEADING-PARM.
           05  FILLER            PIC X(36)
               VALUE 'OVERDUE AFTER (DAYS OUTSTANDING) :'.
           05  WHP-GRACE-DAYS    PIC ZZ9.

       01  WS-SECTION-HEADING    PIC X(60).

       01  WS-DETAIL-HEADING.
           05  FILLER            PIC X(8)  VALUE 'LOCKBOX'.
           05  FILLER            PIC X(10) VALUE 'DEP DATE'.
           05  FILLER            PIC X(16) VALUE '  BANK DEPOSIT'.
           05  FILLER            PIC X(8)  VALUE ' ITEMS'.
           05  FILLER            PIC X(16) VALUE '     CASH FEED'.
           05  FILLER            PIC X(8)  VALUE ' ITEMS'.
           05  FILLER            PIC X(17) VALUE '     DIFFERENCE'.
           05  FILLER            PIC X(5)  VALUE 'DAYS'.
           05  FILLER            PIC X(10) VALUE 'NOTE'.

       01  WS-DETAIL-LINE.
           05  WDL-LOCKBOX       PIC X(8).
           05  WDL-DEP-DATE      PIC 9(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WDL-DEP-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WDL-DEP-COUNT     PIC ZZ,ZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WDL-CASH-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WDL-CASH-COUNT    PIC ZZ,ZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WDL-DIFFERENCE    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WDL-DAYS          PIC ZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WDL-NOTE          PIC X(22).

       01  WS-NONE-LINE.
           05  FILLER            PIC X(8)  VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'NONE'.

       01  WS-SUMMARY-LINE.
           05  WSM-LABEL         PIC X(34).
           05  WSM-COUNT         PIC ZZZ,ZZ9.

       01  WS-SUMMARY-AMOUNT-LINE.
           05  WSA-LABEL         PIC X(34).
           05  WSA-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.

       COPY RUNWORK.
       COPY STPWORK.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7900-READ-RUN-CONTROL
           MOVE 'BANKREC' TO WS-STEP-PROGRAM
           PERFORM 7960-CHECK-STEP-LEDGER
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-READ-BANK-PARM
           PERFORM 1200-LOAD-OUTSTANDING
           PERFORM 1500-LOAD-CASH-FEED
           PERFORM 1700-LOAD-BANK-DEPOSITS
           PERFORM 3000-CLASSIFY-KEYS
           PERFORM 2000-PRINT-HEADINGS
           MOVE 'MATCHED DEPOSITS' TO WS-SECTION-HEADING
           MOVE 'M' TO WS-PRINT-STATUS
           PERFORM 4000-PRINT-SECTION
           MOVE 'AMOUNT OR COUNT MISMATCHES' TO WS-SECTION-HEADING
           MOVE 'X' TO WS-PRINT-STATUS
           PERFORM 4000-PRINT-SECTION
           MOVE 'DEPOSITS WITH NO CASH FEED' TO WS-SECTION-HEADING
           MOVE 'D' TO WS-PRINT-STATUS
           PERFORM 4000-PRINT-SECTION
           MOVE 'CASH FEEDS WITH NO DEPOSIT' TO WS-SECTION-HEADING
           MOVE 'C' TO WS-PRINT-STATUS
           PERFORM 4000-PRINT-SECTION
           PERFORM 5000-REWRITE-OUTSTANDING
           PERFORM 6000-PRINT-RUN-SUMMARY
           PERFORM 8000-CLOSE-FILES
           DISPLAY '----------------------------'
           DISPLAY 'BANKREC: DEPOSITS READ  : ' WS-DEPOSITS-READ
           DISPLAY 'BANKREC: MATCHED        : ' WS-MATCHED-COUNT
           DISPLAY 'BANKREC: MISMATCHED     : ' WS-MISMATCH-COUNT
           DISPLAY 'BANKREC: NO CASH FEED   : ' WS-DEP-ONLY-COUNT
           DISPLAY 'BANKREC: NO DEPOSIT     : ' WS-CASH-ONLY-COUNT
           DISPLAY 'BANKREC: OVERDUE        : ' WS-OVERDUE-COUNT
           IF WS-ITEMS-PURGED > 0
               DISPLAY 'BANKREC: ITEMS PURGED   : ' WS-ITEMS-PURGED
                   ' (RERUN OF ' WS-BUSINESS-DATE ')'
           END-IF
           IF WS-MISMATCH-COUNT > 0 OR WS-OVERDUE-COUNT > 0
               DISPLAY 'BANKREC: DEPOSITS DO NOT RECONCILE TO THE '
                   'CASH FEED'
               MOVE 4 TO RETURN-CODE
           END-IF
           COMPUTE WS-UNMATCHED-COUNT =
               WS-MISMATCH-COUNT + WS-DEP-ONLY-COUNT
               + WS-CASH-ONLY-COUNT
           MOVE 'BANKREC'          TO RS-PROGRAM
           MOVE 10                  TO RS-FILES-OPENED
           MOVE WS-KEY-COUNT       TO RS-RECORDS-IN
           MOVE WS-MATCHED-COUNT   TO RS-RECORDS-OUT
           MOVE WS-UNMATCHED-COUNT TO RS-RECORDS-REJECTED
           PERFORM 7950-WRITE-RUN-STATISTICS
           PERFORM 7970-RECORD-STEP-END
           STOP RUN.

       1000-OPEN-FILES.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE-NUM
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISP
           COMPUTE WS-TODAY-SERIAL =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           OPEN OUTPUT BANK-REPORT-FILE
           IF WS-BANKRPT-STATUS NOT = '00'
               DISPLAY 'BANKREC: UNABLE TO OPEN BANKRPT, STATUS='
                   WS-BANKRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-READ-BANK-PARM.
           OPEN INPUT BANK-PARM-FILE
           IF WS-BANKPARM-STATUS NOT = '00'
               DISPLAY 'BANKREC: UNABLE TO OPEN BANKPARM, STATUS='
                   WS-BANKPARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ BANK-PARM-FILE
               AT END
                   DISPLAY 'BANKREC: BANKPARM IS EMPTY'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF BKP-GRACE-DAYS NOT NUMERIC
               DISPLAY 'BANKREC: BANKPARM GRACE DAYS IS NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BKP-GRACE-DAYS TO WS-GRACE-DAYS
           CLOSE BANK-PARM-FILE.

      *****************************************************************
      * Carry in last night's outstanding items. Duplicate-run guard,
      * the ARPOST pattern: a NORMAL run refuses a business date the
      * control record says is already reconciled, and a RERUN drops
      * the items first seen on the date so tonight's files add them
      * exactly once.
      *****************************************************************
       1200-LOAD-OUTSTANDING.
           OPEN INPUT BANK-OUTSTANDING-FILE
           IF WS-BANKOUT-STATUS = '35'
               DISPLAY 'BANKREC: NO BANKOUT FILE, STARTING WITH '
                   'NOTHING OUTSTANDING'
           ELSE
               IF WS-BANKOUT-STATUS NOT = '00'
                   DISPLAY 'BANKREC: UNABLE TO OPEN BANKOUT, STATUS='
                       WS-BANKOUT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-END-OF-BANKOUT
                   READ BANK-OUTSTANDING-FILE
                       AT END
                           SET WS-END-OF-BANKOUT TO TRUE
                       NOT AT END
                           PERFORM 1300-SCREEN-OUTSTANDING-ITEM
                   END-READ
               END-PERFORM
               CLOSE BANK-OUTSTANDING-FILE
           END-IF.

       1300-SCREEN-OUTSTANDING-ITEM.
           EVALUATE TRUE
               WHEN BOC-IS-CONTROL
                   IF BOC-LAST-RUN-DATE >= WS-BUSINESS-DATE
                       AND WS-MODE-NORMAL
                       DISPLAY 'BANKREC: BANKOUT ALREADY RECONCILED '
                           'THROUGH ' BOC-LAST-RUN-DATE ', NORMAL '
                           'RUN REFUSED'
                       DISPLAY 'BANKREC: SUBMIT WITH RUN MODE RERUN '
                           'TO REPROCESS'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN BO-IS-DEPOSIT OR BO-IS-CASH-FEED
                   IF BO-AMOUNT NOT NUMERIC
                       OR BO-ITEM-COUNT NOT NUMERIC
                       OR BO-FIRST-SEEN NOT NUMERIC
                       DISPLAY 'BANKREC: BANKOUT ITEM FOR LOCKBOX '
                           BO-LOCKBOX ' DATE ' BO-DEPOSIT-DATE
                           ' IS NOT NUMERIC, RUN REJECTED'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF BO-FIRST-SEEN = WS-BUSINESS-DATE
                       ADD 1 TO WS-ITEMS-PURGED
                   ELSE
                       ADD 1 TO WS-ITEMS-CARRIED-IN
                       MOVE BO-REC-TYPE     TO WS-NEW-TYPE
                       MOVE BO-DEPOSIT-DATE TO WS-NEW-DATE
                       MOVE BO-LOCKBOX      TO WS-NEW-LOCKBOX
                       MOVE BO-AMOUNT       TO WS-NEW-AMOUNT
                       MOVE BO-ITEM-COUNT   TO WS-NEW-COUNT
                       MOVE BO-FIRST-SEEN   TO WS-NEW-FIRST-SEEN
                       PERFORM 1900-ADD-ITEM
                   END-IF
               WHEN OTHER
                   DISPLAY 'BANKREC: UNKNOWN BANKOUT RECORD TYPE '
                       BO-REC-TYPE ', RUN REJECTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *****************************************************************
      * Tonight's cash feed is one batch: the lockbox and date from
      * the header, the item count and amount from the details,
      * verified against the trailer the way ARPOST verifies them.
      * No feed tonight is not an error -- the bank's deposits then
      * simply wait for one.
      *****************************************************************
       1500-LOAD-CASH-FEED.
           OPEN INPUT CASH-RECEIPT-FILE
           IF WS-CASHRCPT-STATUS = '35'
               DISPLAY 'BANKREC: NO CASH RECEIPTS FILE TONIGHT'
           ELSE
               IF WS-CASHRCPT-STATUS NOT = '00'
                   DISPLAY 'BANKREC: UNABLE TO OPEN CASHRCPT, STATUS='
                       WS-CASHRCPT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1600-READ-CASH-FEED-BATCH
               CLOSE CASH-RECEIPT-FILE
           END-IF.

       1600-READ-CASH-FEED-BATCH.
           PERFORM 1650-READ-CASH-RECEIPT
           IF WS-END-OF-CASH
               DISPLAY 'BANKREC: CASH RECEIPTS FILE IS EMPTY'
           ELSE
               IF NOT FH-IS-HEADER
                   DISPLAY 'BANKREC: CASH FEED HAS NO HEADER, RUN '
                       'REJECTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FH-BRANCH    TO WS-CASH-LOCKBOX
               MOVE FH-FEED-DATE TO WS-CASH-FEED-DATE
               PERFORM 1650-READ-CASH-RECEIPT
               PERFORM UNTIL WS-END-OF-CASH OR WS-TRAILER-SEEN
                   EVALUATE FH-REC-TYPE
                       WHEN 'T'
                           PERFORM 1680-VERIFY-CASH-TRAILER
                       WHEN 'H'
                           DISPLAY 'BANKREC: SECOND HEADER IN CASH '
                               'FEED, RUN REJECTED'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       WHEN OTHER
                           ADD 1 TO WS-CASH-READ-COUNT
                           IF CSH-AMOUNT NOT NUMERIC
                               DISPLAY 'BANKREC: RECEIPT FOR '
                                   CSH-CUST-ID ' IS NOT NUMERIC, RUN '
                                   'REJECTED'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD CSH-AMOUNT TO WS-CASH-HASH
                   END-EVALUATE
                   PERFORM 1650-READ-CASH-RECEIPT
               END-PERFORM
               IF NOT WS-TRAILER-SEEN
                   DISPLAY 'BANKREC: CASH FEED HAS NO TRAILER, RUN '
                       'REJECTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'C'                TO WS-NEW-TYPE
               MOVE WS-CASH-FEED-DATE  TO WS-NEW-DATE
               MOVE WS-CASH-LOCKBOX    TO WS-NEW-LOCKBOX
               MOVE WS-CASH-HASH       TO WS-NEW-AMOUNT
               MOVE WS-CASH-READ-COUNT TO WS-NEW-COUNT
               MOVE WS-BUSINESS-DATE   TO WS-NEW-FIRST-SEEN
               PERFORM 1900-ADD-ITEM
           END-IF.

       1650-READ-CASH-RECEIPT.
           READ CASH-RECEIPT-FILE
               AT END
                   SET WS-END-OF-CASH TO TRUE
           END-READ.

       1680-VERIFY-CASH-TRAILER.
           SET WS-TRAILER-SEEN TO TRUE
           IF FT-RECORD-COUNT NOT = WS-CASH-READ-COUNT
               DISPLAY 'BANKREC: CASH TRAILER COUNT ' FT-RECORD-COUNT
                   ' BUT READ ' WS-CASH-READ-COUNT ', RUN REJECTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FT-HASH-TOTAL NOT = WS-CASH-HASH
               DISPLAY 'BANKREC: CASH TRAILER HASH ' FT-HASH-TOTAL
                   ' BUT COMPUTED ' WS-CASH-HASH ', RUN REJECTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * The bank's deposit file. A file not received yet is not an
      * error: tonight's cash feed waits on BANKOUT for it.
      *****************************************************************
       1700-LOAD-BANK-DEPOSITS.
           OPEN INPUT BANK-DEPOSIT-FILE
           IF WS-BANKDEP-STATUS = '35'
               DISPLAY 'BANKREC: NO BANK DEPOSIT FILE TONIGHT'
           ELSE
               IF WS-BANKDEP-STATUS NOT = '00'
                   DISPLAY 'BANKREC: UNABLE TO OPEN BANKDEP, STATUS='
                       WS-BANKDEP-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-END-OF-BANKDEP
                   READ BANK-DEPOSIT-FILE
                       AT END
                           SET WS-END-OF-BANKDEP TO TRUE
                       NOT AT END
                           PERFORM 1800-STORE-BANK-DEPOSIT
                   END-READ
               END-PERFORM
               CLOSE BANK-DEPOSIT-FILE
           END-IF.

       1800-STORE-BANK-DEPOSIT.
           ADD 1 TO WS-DEPOSITS-READ
           IF BD-DEPOSIT-DATE NOT NUMERIC
               OR BD-AMOUNT NOT NUMERIC
               OR BD-ITEM-COUNT NOT NUMERIC
               DISPLAY 'BANKREC: DEPOSIT FOR LOCKBOX ' BD-LOCKBOX
                   ' IS NOT NUMERIC, RUN REJECTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'D'              TO WS-NEW-TYPE
           MOVE BD-DEPOSIT-DATE  TO WS-NEW-DATE
           MOVE BD-LOCKBOX       TO WS-NEW-LOCKBOX
           MOVE BD-AMOUNT        TO WS-NEW-AMOUNT
           MOVE BD-ITEM-COUNT    TO WS-NEW-COUNT
           MOVE WS-BUSINESS-DATE TO WS-NEW-FIRST-SEEN
           PERFORM 1900-ADD-ITEM.

      *****************************************************************
      * File WS-NEW-ITEM in the item table and add it to its
      * lockbox/date key, opening the key if it is new.
      *****************************************************************
       1900-ADD-ITEM.
           PERFORM 1950-FIND-KEY
           IF WS-ITM-COUNT >= 500
               DISPLAY 'BANKREC: MORE THAN 500 ITEMS, TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ITM-COUNT
           SET WS-ITM-IDX TO WS-ITM-COUNT
           MOVE WS-NEW-TYPE       TO WS-ITM-TYPE(WS-ITM-IDX)
           MOVE WS-NEW-DATE       TO WS-ITM-DATE(WS-ITM-IDX)
           MOVE WS-NEW-LOCKBOX    TO WS-ITM-LOCKBOX(WS-ITM-IDX)
           MOVE WS-NEW-AMOUNT     TO WS-ITM-AMOUNT(WS-ITM-IDX)
           MOVE WS-NEW-COUNT      TO WS-ITM-COUNT-OF(WS-ITM-IDX)
           MOVE WS-NEW-FIRST-SEEN TO WS-ITM-FIRST-SEEN(WS-ITM-IDX)
           MOVE WS-KEY-NO         TO WS-ITM-KEY-NO(WS-ITM-IDX)
           IF WS-NEW-TYPE = 'D'
               ADD WS-NEW-AMOUNT TO WS-KEY-DEP-AMOUNT(WS-KEY-IDX)
               ADD WS-NEW-COUNT  TO WS-KEY-DEP-COUNT(WS-KEY-IDX)
               ADD 1             TO WS-KEY-DEP-ITEMS(WS-KEY-IDX)
           ELSE
               ADD WS-NEW-AMOUNT TO WS-KEY-CASH-AMOUNT(WS-KEY-IDX)
               ADD WS-NEW-COUNT  TO WS-KEY-CASH-COUNT(WS-KEY-IDX)
               ADD 1             TO WS-KEY-CASH-ITEMS(WS-KEY-IDX)
           END-IF
           IF WS-NEW-FIRST-SEEN < WS-KEY-FIRST-SEEN(WS-KEY-IDX)
               MOVE WS-NEW-FIRST-SEEN
                   TO WS-KEY-FIRST-SEEN(WS-KEY-IDX)
           END-IF
           IF WS-NEW-FIRST-SEEN NOT = WS-BUSINESS-DATE
               MOVE 'Y' TO WS-KEY-CARRIED-SW(WS-KEY-IDX)
           END-IF.

       1950-FIND-KEY.
           MOVE 'N' TO WS-KEY-FOUND-SW
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT OR WS-KEY-FOUND
               IF WS-KEY-LOCKBOX(WS-KEY-IDX) = WS-NEW-LOCKBOX
                   AND WS-KEY-DATE(WS-KEY-IDX) = WS-NEW-DATE
                   SET WS-KEY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-KEY-FOUND
               SET WS-KEY-IDX DOWN BY 1
           ELSE
               IF WS-KEY-COUNT >= 200
                   DISPLAY 'BANKREC: MORE THAN 200 LOCKBOX/DATE KEYS, '
                       'TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-KEY-COUNT
               SET WS-KEY-IDX TO WS-KEY-COUNT
               MOVE WS-NEW-LOCKBOX TO WS-KEY-LOCKBOX(WS-KEY-IDX)
               MOVE WS-NEW-DATE    TO WS-KEY-DATE(WS-KEY-IDX)
               MOVE 0   TO WS-KEY-DEP-AMOUNT(WS-KEY-IDX)
               MOVE 0   TO WS-KEY-DEP-COUNT(WS-KEY-IDX)
               MOVE 0   TO WS-KEY-DEP-ITEMS(WS-KEY-IDX)
               MOVE 0   TO WS-KEY-CASH-AMOUNT(WS-KEY-IDX)
               MOVE 0   TO WS-KEY-CASH-COUNT(WS-KEY-IDX)
               MOVE 0   TO WS-KEY-CASH-ITEMS(WS-KEY-IDX)
               MOVE WS-NEW-FIRST-SEEN TO WS-KEY-FIRST-SEEN(WS-KEY-IDX)
               MOVE 'N' TO WS-KEY-CARRIED-SW(WS-KEY-IDX)
               MOVE SPACE TO WS-KEY-STATUS(WS-KEY-IDX)
               MOVE 0   TO WS-KEY-DAYS-OUT(WS-KEY-IDX)
               MOVE 'N' TO WS-KEY-OVERDUE-SW(WS-KEY-IDX)
           END-IF
           SET WS-KEY-NO TO WS-KEY-IDX.

       2000-PRINT-HEADINGS.
           MOVE WS-RUN-DATE-DISP TO WH1-RUN-DATE
           WRITE BKR-LINE FROM WS-HEADING-1
           MOVE WS-GRACE-DAYS TO WHP-GRACE-DAYS
           WRITE BKR-LINE FROM WS-HEADING-PARM.

      *****************************************************************
      * Both sides present and agreeing on amount and item count is a
      * match; anything else stays outstanding, aged from the night
      * its oldest item first appeared.
      *****************************************************************
       3000-CLASSIFY-KEYS.
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
               PERFORM 3100-CLASSIFY-ONE-KEY
           END-PERFORM.

       3100-CLASSIFY-ONE-KEY.
           EVALUATE TRUE
               WHEN WS-KEY-DEP-ITEMS(WS-KEY-IDX) = 0
                   SET WS-KEY-CASH-ONLY(WS-KEY-IDX) TO TRUE
                   ADD 1 TO WS-CASH-ONLY-COUNT
               WHEN WS-KEY-CASH-ITEMS(WS-KEY-IDX) = 0
                   SET WS-KEY-DEPOSIT-ONLY(WS-KEY-IDX) TO TRUE
                   ADD 1 TO WS-DEP-ONLY-COUNT
               WHEN WS-KEY-DEP-AMOUNT(WS-KEY-IDX)
                       = WS-KEY-CASH-AMOUNT(WS-KEY-IDX)
                   AND WS-KEY-DEP-COUNT(WS-KEY-IDX)
                       = WS-KEY-CASH-COUNT(WS-KEY-IDX)
                   SET WS-KEY-MATCHED(WS-KEY-IDX) TO TRUE
                   ADD 1 TO WS-MATCHED-COUNT
               WHEN OTHER
                   SET WS-KEY-MISMATCH(WS-KEY-IDX) TO TRUE
                   ADD 1 TO WS-MISMATCH-COUNT
           END-EVALUATE
           COMPUTE WS-ITEM-SERIAL = FUNCTION INTEGER-OF-DATE
               (WS-KEY-FIRST-SEEN(WS-KEY-IDX))
           IF WS-TODAY-SERIAL > WS-ITEM-SERIAL
               SUBTRACT WS-ITEM-SERIAL FROM WS-TODAY-SERIAL
                   GIVING WS-KEY-DAYS-OUT(WS-KEY-IDX)
           ELSE
               MOVE 0 TO WS-KEY-DAYS-OUT(WS-KEY-IDX)
           END-IF
           IF NOT WS-KEY-MATCHED(WS-KEY-IDX)
               ADD WS-KEY-DEP-AMOUNT(WS-KEY-IDX) TO WS-OUT-DEP-TOTAL
               ADD WS-KEY-CASH-AMOUNT(WS-KEY-IDX) TO WS-OUT-CASH-TOTAL
               IF WS-KEY-DAYS-OUT(WS-KEY-IDX) > WS-GRACE-DAYS
                   SET WS-KEY-OVERDUE(WS-KEY-IDX) TO TRUE
                   ADD 1 TO WS-OVERDUE-COUNT
               END-IF
           END-IF.

      *****************************************************************
      * One report section: every key in WS-PRINT-STATUS, in the
      * order the keys were met.
      *****************************************************************
       4000-PRINT-SECTION.
           MOVE SPACES TO BKR-LINE
           WRITE BKR-LINE
           WRITE BKR-LINE FROM WS-SECTION-HEADING
           MOVE SPACES TO BKR-LINE
           WRITE BKR-LINE
           WRITE BKR-LINE FROM WS-DETAIL-HEADING
           MOVE 0 TO WS-SECTION-LINES
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
               IF WS-KEY-STATUS(WS-KEY-IDX) = WS-PRINT-STATUS
                   PERFORM 4100-PRINT-KEY-LINE
               END-IF
           END-PERFORM
           IF WS-SECTION-LINES = 0
               WRITE BKR-LINE FROM WS-NONE-LINE
           END-IF.

       4100-PRINT-KEY-LINE.
           ADD 1 TO WS-SECTION-LINES
           MOVE WS-KEY-LOCKBOX(WS-KEY-IDX)     TO WDL-LOCKBOX
           MOVE WS-KEY-DATE(WS-KEY-IDX)        TO WDL-DEP-DATE
           MOVE WS-KEY-DEP-AMOUNT(WS-KEY-IDX)  TO WDL-DEP-AMOUNT
           MOVE WS-KEY-DEP-COUNT(WS-KEY-IDX)   TO WDL-DEP-COUNT
           MOVE WS-KEY-CASH-AMOUNT(WS-KEY-IDX) TO WDL-CASH-AMOUNT
           MOVE WS-KEY-CASH-COUNT(WS-KEY-IDX)  TO WDL-CASH-COUNT
           COMPUTE WS-DIFFERENCE =
               WS-KEY-CASH-AMOUNT(WS-KEY-IDX)
               - WS-KEY-DEP-AMOUNT(WS-KEY-IDX)
           MOVE WS-DIFFERENCE                  TO WDL-DIFFERENCE
           MOVE WS-KEY-DAYS-OUT(WS-KEY-IDX)    TO WDL-DAYS
           EVALUATE TRUE
               WHEN WS-KEY-OVERDUE(WS-KEY-IDX)
                   MOVE '*OVERDUE' TO WDL-NOTE
               WHEN WS-KEY-MATCHED(WS-KEY-IDX)
                   AND WS-KEY-CARRIED(WS-KEY-IDX)
                   MOVE 'CLEARED, WAS CARRIED' TO WDL-NOTE
               WHEN WS-KEY-MISMATCH(WS-KEY-IDX)
                   AND WS-KEY-DEP-COUNT(WS-KEY-IDX)
                       NOT = WS-KEY-CASH-COUNT(WS-KEY-IDX)
                   AND WS-DIFFERENCE = 0
                   MOVE 'ITEM COUNT DIFFERS' TO WDL-NOTE
               WHEN OTHER
                   MOVE SPACES TO WDL-NOTE
           END-EVALUATE
           WRITE BKR-LINE FROM WS-DETAIL-LINE.

      *****************************************************************
      * Rewrite BANKOUT: the control record with tonight's date, then
      * every item of every key that did not match, as it came in.
      *****************************************************************
       5000-REWRITE-OUTSTANDING.
           OPEN OUTPUT BANK-OUTSTANDING-FILE
           IF WS-BANKOUT-STATUS NOT = '00'
               DISPLAY 'BANKREC: UNABLE TO REWRITE BANKOUT, STATUS='
                   WS-BANKOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES           TO BANK-OUTSTANDING-CONTROL
           MOVE 'H'              TO BOC-REC-TYPE
           MOVE WS-BUSINESS-DATE TO BOC-LAST-RUN-DATE
           WRITE BANK-OUTSTANDING-CONTROL
           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                   UNTIL WS-ITM-IDX > WS-ITM-COUNT
               SET WS-KEY-IDX TO WS-ITM-KEY-NO(WS-ITM-IDX)
               IF NOT WS-KEY-MATCHED(WS-KEY-IDX)
                   MOVE WS-ITM-TYPE(WS-ITM-IDX)    TO BO-REC-TYPE
                   MOVE WS-ITM-DATE(WS-ITM-IDX)    TO BO-DEPOSIT-DATE
                   MOVE WS-ITM-LOCKBOX(WS-ITM-IDX) TO BO-LOCKBOX
                   MOVE WS-ITM-AMOUNT(WS-ITM-IDX)  TO BO-AMOUNT
                   MOVE WS-ITM-COUNT-OF(WS-ITM-IDX)
                       TO BO-ITEM-COUNT
                   MOVE WS-ITM-FIRST-SEEN(WS-ITM-IDX)
                       TO BO-FIRST-SEEN
                   WRITE BANK-OUTSTANDING-RECORD
                   ADD 1 TO WS-ITEMS-CARRIED-OUT
               END-IF
           END-PERFORM
           CLOSE BANK-OUTSTANDING-FILE.

       6000-PRINT-RUN-SUMMARY.
           MOVE SPACES TO BKR-LINE
           WRITE BKR-LINE
           MOVE 'BANK DEPOSITS READ               :' TO WSM-LABEL
           MOVE WS-DEPOSITS-READ TO WSM-COUNT
           WRITE BKR-LINE FROM WS-SUMMARY-LINE
           MOVE 'ITEMS CARRIED IN FROM BANKOUT    :' TO WSM-LABEL
           MOVE WS-ITEMS-CARRIED-IN TO WSM-COUNT
           WRITE BKR-LINE FROM WS-SUMMARY-LINE
           MOVE 'LOCKBOX/DATES MATCHED            :' TO WSM-LABEL
           MOVE WS-MATCHED-COUNT TO WSM-COUNT
           WRITE BKR-LINE FROM WS-SUMMARY-LINE
           MOVE 'LOCKBOX/DATES MISMATCHED         :' TO WSM-LABEL
           MOVE WS-MISMATCH-COUNT TO WSM-COUNT
           WRITE BKR-LINE FROM WS-SUMMARY-LINE
           MOVE 'DEPOSITS WITH NO CASH FEED       :' TO WSM-LABEL
           MOVE WS-DEP-ONLY-COUNT TO WSM-COUNT
           WRITE BKR-LINE FROM WS-SUMMARY-LINE
           MOVE 'CASH FEEDS WITH NO DEPOSIT       :' TO WSM-LABEL
           MOVE WS-CASH-ONLY-COUNT TO WSM-COUNT
           WRITE BKR-LINE FROM WS-SUMMARY-LINE
           MOVE 'OVERDUE                          :' TO WSM-LABEL
           MOVE WS-OVERDUE-COUNT TO WSM-COUNT
           WRITE BKR-LINE FROM WS-SUMMARY-LINE
           MOVE 'ITEMS CARRIED OUT ON BANKOUT     :' TO WSM-LABEL
           MOVE WS-ITEMS-CARRIED-OUT TO WSM-COUNT
           WRITE BKR-LINE FROM WS-SUMMARY-LINE
           MOVE 'OUTSTANDING BANK DEPOSITS        :' TO WSA-LABEL
           MOVE WS-OUT-DEP-TOTAL TO WSA-AMOUNT
           WRITE BKR-LINE FROM WS-SUMMARY-AMOUNT-LINE
           MOVE 'OUTSTANDING CASH FEED            :' TO WSA-LABEL
           MOVE WS-OUT-CASH-TOTAL TO WSA-AMOUNT
           WRITE BKR-LINE FROM WS-SUMMARY-AMOUNT-LINE.

       8000-CLOSE-FILES.
           CLOSE BANK-REPORT-FILE.

       COPY RUNLOAD.
       COPY RSTWRT.
       COPY STPCHK.
