      *****************************************************************
      * PROGRAM-ID : DUNNING
      * Dunning letters and collections worklist off the ARLEDGER
      * open-item file. The ledger is sorted by company, account and
      * posting date, so each account's oldest open item comes
      * first; its age in calendar days against the RUNCTL business
      * date sets the account's dunning level -- a polite reminder
      * at 30 days, a firm notice at 60, final demand at 90 or more.
      * One letter per account goes to the DUNLTR print file, naming
      * the account as it stands on the customer master and listing
      * every open item with its age. The DUNHIST history keeps the
      * level and date of the last letter so the same level is not
      * sent again inside the DUNPARM cooling-off days; an account
      * no longer past due drops off the history, so the next time
      * it falls behind it starts again at the reminder. Every
      * account at final demand is listed on the DUNWORK collections
      * worklist, and a non-empty worklist ends the step RC=4, the
      * way ARAGE pages the credit desk. Replaces the letters the
      * credit desk wrote by hand from the aging print.
      *
      * Change history
      *   2026-10-15  Initial version.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNNING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-LEDGER-FILE ASSIGN TO 'ARLEDGER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARLEDGER-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO 'SRTWORK'.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT DUNNING-PARM-FILE ASSIGN TO 'DUNPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUNPARM-STATUS.

           SELECT DUNNING-HISTORY-FILE ASSIGN TO 'DUNHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUNHIST-STATUS.

           SELECT LETTER-FILE ASSIGN TO 'DUNLTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUNLTR-STATUS.

           SELECT WORKLIST-FILE ASSIGN TO 'DUNWORK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUNWORK-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT FISCAL-CALENDAR-FILE ASSIGN TO 'FISCCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-LEDGER-FILE
           RECORDING MODE IS F.
           COPY ARREC.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-COMPANY        PIC X(3).
           05  SR-CUST-ID        PIC X(6).
           05  SR-CUST-NAME      PIC X(20).
           05  SR-POST-DATE      PIC 9(8).
           05  SR-ORIG-AMOUNT    PIC 9(9)V99.
           05  SR-OPEN-AMOUNT    PIC 9(9)V99.

       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD  DUNNING-PARM-FILE
           RECORDING MODE IS F.
       01  DUNNING-PARM-RECORD.
           05  DP-COOLING-DAYS    PIC 9(3).

       FD  DUNNING-HISTORY-FILE
           RECORDING MODE IS F.
           COPY DUNREC.

       FD  LETTER-FILE
           RECORDING MODE IS F.
       01  LTR-LINE                 PIC X(80).

       FD  WORKLIST-FILE
           RECORDING MODE IS F.
       01  WRK-LINE                 PIC X(112).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY RUNCTL.

       FD  FISCAL-CALENDAR-FILE
           RECORDING MODE IS F.
           COPY FCLREC.

       WORKING-STORAGE SECTION.
       01  WS-ARLEDGER-STATUS    PIC X(2).
       01  WS-CUSTMAST-STATUS    PIC X(2).
       01  WS-DUNPARM-STATUS     PIC X(2).
       01  WS-DUNHIST-STATUS     PIC X(2).
       01  WS-DUNLTR-STATUS      PIC X(2).
       01  WS-DUNWORK-STATUS     PIC X(2).

       01  WS-DUNHIST-EOF-SW     PIC X     VALUE 'N'.
           88  WS-END-OF-DUNHIST          VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH    PIC X     VALUE 'N'.
           88  WS-END-OF-SORT             VALUE 'Y'.
       01  WS-FIRST-RECORD-SW    PIC X     VALUE 'Y'.
           88  WS-FIRST-RECORD            VALUE 'Y'.
       01  WS-ON-MASTER-SW       PIC X     VALUE 'N'.
           88  WS-ON-MASTER               VALUE 'Y'.
       01  WS-DH-FOUND-SW        PIC X     VALUE 'N'.
           88  WS-DH-FOUND                VALUE 'Y'.
       01  WS-SEND-LETTER-SW     PIC X     VALUE 'N'.
           88  WS-SEND-LETTER             VALUE 'Y'.

       01  WS-COOLING-DAYS       PIC 9(3)  VALUE 0.

      *****************************************************************
      * DUNHIST as loaded. WS-DH-KEEP is set for every account still
      * past due tonight; only those rows are written back.
      *****************************************************************
       01  WS-DUNHIST-TABLE.
           05  WS-DH-COUNT       PIC 9(3)  VALUE 0.
           05  WS-DH-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-DH-IDX.
               10  WS-DH-COMPANY     PIC X(3).
               10  WS-DH-CUST-ID     PIC X(6).
               10  WS-DH-LEVEL       PIC 9(1).
               10  WS-DH-LETTER-DATE PIC 9(8).
               10  WS-DH-PAST-DUE    PIC 9(9)V99.
               10  WS-DH-KEEP        PIC X(1).

       01  WS-TODAY-SERIAL       PIC 9(7)  VALUE 0.
       01  WS-ITEM-SERIAL        PIC 9(7)  VALUE 0.
       01  WS-LETTER-SERIAL      PIC 9(7)  VALUE 0.
       01  WS-AGE-DAYS           PIC 9(5)  VALUE 0.
       01  WS-SINCE-LETTER-DAYS  PIC 9(5)  VALUE 0.

       01  WS-PREV-CUST-ID       PIC X(6)  VALUE SPACES.
       01  WS-CUST-COMPANY       PIC X(3)  VALUE SPACES.
       01  WS-CUST-NAME          PIC X(20) VALUE SPACES.
       01  WS-CUST-REGION        PIC X(10) VALUE SPACES.
       01  WS-CUST-REP-ID        PIC X(4)  VALUE SPACES.
       01  WS-CUST-LEVEL         PIC 9(1)  VALUE 0.
       01  WS-CUST-OLDEST-DAYS   PIC 9(5)  VALUE 0.
       01  WS-CUST-ITEMS         PIC 9(5)  VALUE 0.
       01  WS-CUST-OPEN          PIC 9(11)V99 VALUE 0.
       01  WS-CUST-PAST-DUE      PIC 9(11)V99 VALUE 0.
       01  WS-CUST-OVER90        PIC 9(11)V99 VALUE 0.

       01  WS-ITEM-COUNT         PIC 9(7)  VALUE 0.
       01  WS-ACCOUNT-COUNT      PIC 9(7)  VALUE 0.
       01  WS-PAST-DUE-COUNT     PIC 9(7)  VALUE 0.
       01  WS-LETTER-COUNT       PIC 9(7)  VALUE 0.
       01  WS-COOLING-COUNT      PIC 9(7)  VALUE 0.
       01  WS-WORKLIST-COUNT     PIC 9(7)  VALUE 0.
       01  WS-WORKLIST-TOTAL     PIC 9(11)V99 VALUE 0.
       01  WS-DROPPED-COUNT      PIC 9(7)  VALUE 0.
       01  WS-LEVEL-COUNTS.
           05  WS-LEVEL-LETTERS  PIC 9(7)  VALUE 0 OCCURS 3 TIMES.

       01  WS-RUN-DATE-YMD.
           05  WS-RUN-YYYY.
               10  WS-RUN-CC     PIC 9(2).
               10  WS-RUN-YY     PIC 9(2).
           05  WS-RUN-MM         PIC 9(2).
           05  WS-RUN-DD         PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-YMD PIC 9(8).
       01  WS-RUN-DATE-DISP      PIC X(8).

      *****************************************************************
      * Letter layout. Each letter opens with a rule line so the
      * mail room can burst the print file by account.
      *****************************************************************
       01  WS-LTR-RULE           PIC X(80) VALUE ALL '='.

       01  WS-LTR-HEADING-1.
           05  FILLER            PIC X(8)  VALUE 'COMPANY '.
           05  WLH-COMPANY       PIC X(3).
           05  FILLER            PIC X(30)
               VALUE ' - CUSTOMER ACCOUNTS'.
           05  FILLER            PIC X(15) VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'DATE: '.
           05  WLH-RUN-DATE      PIC X(8).

       01  WS-LTR-HEADING-2.
           05  FILLER            PIC X(4)  VALUE 'TO: '.
           05  WLH-CUST-NAME     PIC X(20).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(9)  VALUE 'ACCOUNT: '.
           05  WLH-CUST-ID       PIC X(6).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(8)  VALUE 'REGION: '.
           05  WLH-REGION        PIC X(10).

       01  WS-LTR-TITLE.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WLT-TITLE         PIC X(40).

       01  WS-LTR-TEXT.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WLX-TEXT          PIC X(64).

       01  WS-LTR-COLUMNS.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'POSTED'.
           05  FILLER            PIC X(16) VALUE 'ORIGINAL (USD)'.
           05  FILLER            PIC X(16) VALUE 'OPEN (USD)'.
           05  FILLER            PIC X(8)  VALUE 'DAYS'.

       01  WS-LTR-DETAIL.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WLD-POST-DATE     PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WLD-ORIG          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WLD-OPEN          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WLD-DAYS          PIC ZZ,ZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WLD-PAST-DUE      PIC X(8).

       01  WS-LTR-TOTAL-1.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(25)
               VALUE 'TOTAL OPEN BALANCE     :'.
           05  WLT-OPEN          PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-LTR-TOTAL-2.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(25)
               VALUE 'NOW PAST DUE (30+ DAYS):'.
           05  WLT-PAST-DUE      PIC ZZZ,ZZZ,ZZ9.99.

      *****************************************************************
      * Collections worklist layout.
      *****************************************************************
       01  WS-WRK-HEADING-1.
           05  FILLER            PIC X(46)
               VALUE 'COLLECTIONS WORKLIST - FINAL DEMAND ACCOUNTS'.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  WWH-RUN-DATE      PIC X(8).

       01  WS-WRK-HEADING-2.
           05  FILLER            PIC X(4)  VALUE 'CO'.
           05  FILLER            PIC X(8)  VALUE 'CUST ID'.
           05  FILLER            PIC X(22) VALUE 'CUSTOMER NAME'.
           05  FILLER            PIC X(6)  VALUE 'REP'.
           05  FILLER            PIC X(8)  VALUE 'OLDEST'.
           05  FILLER            PIC X(16) VALUE 'OVER 90 (USD)'.
           05  FILLER            PIC X(16) VALUE 'OPEN (USD)'.
           05  FILLER            PIC X(22) VALUE 'FINAL DEMAND LETTER'.

       01  WS-WRK-DETAIL.
           05  WWD-COMPANY       PIC X(4).
           05  WWD-CUST-ID       PIC X(8).
           05  WWD-CUST-NAME     PIC X(22).
           05  WWD-REP-ID        PIC X(4).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WWD-DAYS          PIC ZZ,ZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WWD-OVER90        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WWD-OPEN          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WWD-LETTER        PIC X(10).
           05  WWD-LETTER-DATE   PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WWD-NOTE          PIC X(14).

       01  WS-WRK-TOTAL-1.
           05  FILLER            PIC X(20) VALUE 'ACCOUNTS PAST DUE :'.
           05  WWT-PAST-DUE      PIC ZZZ,ZZ9.
           05  FILLER            PIC X(18) VALUE '  LETTERS SENT  : '.
           05  WWT-LETTERS       PIC ZZZ,ZZ9.
           05  FILLER            PIC X(18) VALUE '  COOLING OFF   : '.
           05  WWT-COOLING       PIC ZZZ,ZZ9.

       01  WS-WRK-TOTAL-2.
           05  FILLER            PIC X(20) VALUE 'REMINDERS (30)    :'.
           05  WWT-LEVEL-1       PIC ZZZ,ZZ9.
           05  FILLER            PIC X(18) VALUE '  FIRM (60)     : '.
           05  WWT-LEVEL-2       PIC ZZZ,ZZ9.
           05  FILLER            PIC X(18) VALUE '  FINAL (90+)   : '.
           05  WWT-LEVEL-3       PIC ZZZ,ZZ9.

       01  WS-WRK-TOTAL-3.
           05  FILLER            PIC X(20) VALUE 'WORKLIST ACCOUNTS :'.
           05  WWT-WORKLIST      PIC ZZZ,ZZ9.
           05  FILLER            PIC X(18) VALUE '  WORKLIST OPEN : '.
           05  WWT-WORKLIST-OPEN PIC ZZZ,ZZZ,ZZ9.99.

       COPY RUNWORK.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7900-READ-RUN-CONTROL
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-READ-PARM
           PERFORM 1200-LOAD-HISTORY
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-COMPANY
                                SR-CUST-ID
                                SR-POST-DATE
               USING AR-LEDGER-FILE
               OUTPUT PROCEDURE IS 3000-PROCESS-SORTED-ITEMS
           PERFORM 6000-REWRITE-HISTORY
           PERFORM 6500-PRINT-TOTALS
           PERFORM 8000-CLOSE-FILES
           DISPLAY 'DUNNING: OPEN ITEMS    : ' WS-ITEM-COUNT
           DISPLAY 'DUNNING: PAST DUE ACCTS: ' WS-PAST-DUE-COUNT
           DISPLAY 'DUNNING: LETTERS       : ' WS-LETTER-COUNT
           DISPLAY 'DUNNING: COOLING OFF   : ' WS-COOLING-COUNT
           DISPLAY 'DUNNING: DROPPED (PAID): ' WS-DROPPED-COUNT
           DISPLAY 'DUNNING: WORKLIST      : ' WS-WORKLIST-COUNT
           IF WS-WORKLIST-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-OPEN-FILES.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE-NUM
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISP
           COMPUTE WS-TODAY-SERIAL =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'DUNNING: UNABLE TO OPEN CUSTMAST, STATUS='
                   WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LETTER-FILE
           IF WS-DUNLTR-STATUS NOT = '00'
               DISPLAY 'DUNNING: UNABLE TO OPEN DUNLTR, STATUS='
                   WS-DUNLTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT WORKLIST-FILE
           IF WS-DUNWORK-STATUS NOT = '00'
               DISPLAY 'DUNNING: UNABLE TO OPEN DUNWORK, STATUS='
                   WS-DUNWORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE-DISP TO WWH-RUN-DATE
           WRITE WRK-LINE FROM WS-WRK-HEADING-1
           MOVE SPACES TO WRK-LINE
           WRITE WRK-LINE
           WRITE WRK-LINE FROM WS-WRK-HEADING-2
           MOVE SPACES TO WRK-LINE
           WRITE WRK-LINE.

       1100-READ-PARM.
           OPEN INPUT DUNNING-PARM-FILE
           IF WS-DUNPARM-STATUS NOT = '00'
               DISPLAY 'DUNNING: UNABLE TO OPEN DUNPARM, STATUS='
                   WS-DUNPARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ DUNNING-PARM-FILE
               AT END
                   DISPLAY 'DUNNING: DUNPARM IS EMPTY'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF DP-COOLING-DAYS NOT NUMERIC
               DISPLAY 'DUNNING: COOLING-OFF DAYS IS NOT VALID'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE DP-COOLING-DAYS TO WS-COOLING-DAYS
           CLOSE DUNNING-PARM-FILE.

      *****************************************************************
      * A missing DUNHIST (the first run) is an empty history.
      *****************************************************************
       1200-LOAD-HISTORY.
           OPEN INPUT DUNNING-HISTORY-FILE
           IF WS-DUNHIST-STATUS = '35'
               SET WS-END-OF-DUNHIST TO TRUE
           ELSE
               IF WS-DUNHIST-STATUS NOT = '00'
                   DISPLAY 'DUNNING: UNABLE TO OPEN DUNHIST, STATUS='
                       WS-DUNHIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-END-OF-DUNHIST
               READ DUNNING-HISTORY-FILE
                   AT END
                       SET WS-END-OF-DUNHIST TO TRUE
                   NOT AT END
                       IF WS-DH-COUNT >= 500
                           DISPLAY 'DUNNING: DUNHIST HAS MORE THAN '
                               '500 ACCOUNTS, TABLE IS FULL'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-DH-COUNT
                       SET WS-DH-IDX TO WS-DH-COUNT
                       MOVE DH-COMPANY  TO WS-DH-COMPANY(WS-DH-IDX)
                       MOVE DH-CUST-ID  TO WS-DH-CUST-ID(WS-DH-IDX)
                       MOVE DH-LEVEL    TO WS-DH-LEVEL(WS-DH-IDX)
                       MOVE DH-LETTER-DATE
                           TO WS-DH-LETTER-DATE(WS-DH-IDX)
                       MOVE DH-PAST-DUE TO WS-DH-PAST-DUE(WS-DH-IDX)
                       MOVE 'N'         TO WS-DH-KEEP(WS-DH-IDX)
               END-READ
           END-PERFORM
           IF WS-DUNHIST-STATUS NOT = '35'
               CLOSE DUNNING-HISTORY-FILE
           END-IF.

      *****************************************************************
      * Sorted ledger: one control break per account. The first
      * item of an account is its oldest, so the account's level is
      * known before any of its items is printed.
      *****************************************************************
       3000-PROCESS-SORTED-ITEMS.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-END-OF-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL WS-END-OF-SORT
               IF WS-FIRST-RECORD
                   MOVE 'N' TO WS-FIRST-RECORD-SW
                   PERFORM 4000-START-ACCOUNT
               ELSE
                   IF SR-CUST-ID NOT = WS-PREV-CUST-ID
                       OR SR-COMPANY NOT = WS-CUST-COMPANY
                       PERFORM 5000-END-ACCOUNT
                       PERFORM 4000-START-ACCOUNT
                   END-IF
               END-IF
               PERFORM 4500-PROCESS-ITEM
               RETURN SORT-WORK-FILE
                   AT END
                       SET WS-END-OF-SORT TO TRUE
               END-RETURN
           END-PERFORM
           IF NOT WS-FIRST-RECORD
               PERFORM 5000-END-ACCOUNT
           END-IF.

       3100-COMPUTE-ITEM-AGE.
           IF SR-POST-DATE NOT NUMERIC OR SR-POST-DATE = 0
               MOVE 0 TO WS-AGE-DAYS
           ELSE
               COMPUTE WS-ITEM-SERIAL =
                   FUNCTION INTEGER-OF-DATE(SR-POST-DATE)
               IF WS-TODAY-SERIAL > WS-ITEM-SERIAL
                   SUBTRACT WS-ITEM-SERIAL FROM WS-TODAY-SERIAL
                       GIVING WS-AGE-DAYS
               ELSE
                   MOVE 0 TO WS-AGE-DAYS
               END-IF
           END-IF.

       4000-START-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE SR-CUST-ID     TO WS-PREV-CUST-ID
           MOVE SR-COMPANY     TO WS-CUST-COMPANY
           MOVE 0              TO WS-CUST-ITEMS
           MOVE 0              TO WS-CUST-OPEN
           MOVE 0              TO WS-CUST-PAST-DUE
           MOVE 0              TO WS-CUST-OVER90
           PERFORM 3100-COMPUTE-ITEM-AGE
           MOVE WS-AGE-DAYS    TO WS-CUST-OLDEST-DAYS
           EVALUATE TRUE
               WHEN WS-AGE-DAYS >= 90
                   MOVE 3 TO WS-CUST-LEVEL
               WHEN WS-AGE-DAYS >= 60
                   MOVE 2 TO WS-CUST-LEVEL
               WHEN WS-AGE-DAYS >= 30
                   MOVE 1 TO WS-CUST-LEVEL
               WHEN OTHER
                   MOVE 0 TO WS-CUST-LEVEL
           END-EVALUATE
           PERFORM 4100-READ-CUSTOMER
           PERFORM 4200-FIND-HISTORY
           MOVE 'N' TO WS-SEND-LETTER-SW
           IF WS-CUST-LEVEL > 0
               ADD 1 TO WS-PAST-DUE-COUNT
               PERFORM 4300-CHECK-COOLING-OFF
           END-IF
           IF WS-SEND-LETTER
               PERFORM 4400-PRINT-LETTER-HEADING
           END-IF.

      *****************************************************************
      * The letter goes to the account as the master has it today;
      * an account no longer on the master is still dunned under
      * the name the ledger item was posted with.
      *****************************************************************
       4100-READ-CUSTOMER.
           MOVE 'N' TO WS-ON-MASTER-SW
           MOVE SR-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ON-MASTER TO TRUE
           END-READ
           IF WS-ON-MASTER
               MOVE CUST-NAME   TO WS-CUST-NAME
               MOVE CUST-REGION TO WS-CUST-REGION
               MOVE CUST-REP-ID TO WS-CUST-REP-ID
           ELSE
               MOVE SR-CUST-NAME TO WS-CUST-NAME
               MOVE SPACES       TO WS-CUST-REGION
               MOVE '????'       TO WS-CUST-REP-ID
           END-IF.

       4200-FIND-HISTORY.
           MOVE 'N' TO WS-DH-FOUND-SW
           PERFORM VARYING WS-DH-IDX FROM 1 BY 1
                   UNTIL WS-DH-IDX > WS-DH-COUNT
                       OR WS-DH-FOUND
               IF SR-COMPANY = WS-DH-COMPANY(WS-DH-IDX)
                   AND SR-CUST-ID = WS-DH-CUST-ID(WS-DH-IDX)
                   SET WS-DH-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-DH-FOUND
               SET WS-DH-IDX DOWN BY 1
           END-IF.

      *****************************************************************
      * A letter goes out unless the last one was the same level and
      * was sent inside the cooling-off days. A change of level --
      * up, or down after a part payment -- always gets its letter.
      *****************************************************************
       4300-CHECK-COOLING-OFF.
           SET WS-SEND-LETTER TO TRUE
           IF WS-DH-FOUND
               MOVE 'Y' TO WS-DH-KEEP(WS-DH-IDX)
               IF WS-DH-LEVEL(WS-DH-IDX) = WS-CUST-LEVEL
                   COMPUTE WS-LETTER-SERIAL = FUNCTION
                       INTEGER-OF-DATE(WS-DH-LETTER-DATE(WS-DH-IDX))
                   IF WS-TODAY-SERIAL > WS-LETTER-SERIAL
                       SUBTRACT WS-LETTER-SERIAL FROM WS-TODAY-SERIAL
                           GIVING WS-SINCE-LETTER-DAYS
                   ELSE
                       MOVE 0 TO WS-SINCE-LETTER-DAYS
                   END-IF
                   IF WS-SINCE-LETTER-DAYS < WS-COOLING-DAYS
                       MOVE 'N' TO WS-SEND-LETTER-SW
                       ADD 1 TO WS-COOLING-COUNT
                   END-IF
               END-IF
           END-IF.

       4400-PRINT-LETTER-HEADING.
           WRITE LTR-LINE FROM WS-LTR-RULE
           MOVE WS-CUST-COMPANY  TO WLH-COMPANY
           MOVE WS-RUN-DATE-DISP TO WLH-RUN-DATE
           WRITE LTR-LINE FROM WS-LTR-HEADING-1
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE
           MOVE WS-CUST-NAME     TO WLH-CUST-NAME
           MOVE WS-PREV-CUST-ID  TO WLH-CUST-ID
           MOVE WS-CUST-REGION   TO WLH-REGION
           WRITE LTR-LINE FROM WS-LTR-HEADING-2
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE
           EVALUATE WS-CUST-LEVEL
               WHEN 1
                   MOVE 'PAYMENT REMINDER' TO WLT-TITLE
                   WRITE LTR-LINE FROM WS-LTR-TITLE
                   MOVE SPACES TO LTR-LINE
                   WRITE LTR-LINE
                   MOVE 'OUR RECORDS SHOW THE ITEMS BELOW ARE NOW PAST '
                       TO WLX-TEXT
                   WRITE LTR-LINE FROM WS-LTR-TEXT
                   MOVE 'DUE. IF YOUR PAYMENT IS ALREADY ON ITS WAY, '
                       TO WLX-TEXT
                   WRITE LTR-LINE FROM WS-LTR-TEXT
                   MOVE 'PLEASE ACCEPT OUR THANKS.' TO WLX-TEXT
                   WRITE LTR-LINE FROM WS-LTR-TEXT
               WHEN 2
                   MOVE 'SECOND NOTICE - ACCOUNT PAST DUE'
                       TO WLT-TITLE
                   WRITE LTR-LINE FROM WS-LTR-TITLE
                   MOVE SPACES TO LTR-LINE
                   WRITE LTR-LINE
                   MOVE 'ITEMS ON YOUR ACCOUNT ARE NOW MORE THAN 60 '
                       TO WLX-TEXT
                   WRITE LTR-LINE FROM WS-LTR-TEXT
                   MOVE 'DAYS PAST POSTING AND REMAIN UNPAID. PLEASE '
                       TO WLX-TEXT
                   WRITE LTR-LINE FROM WS-LTR-TEXT
                   MOVE 'REMIT THE PAST-DUE AMOUNT WITHIN 10 DAYS.'
                       TO WLX-TEXT
                   WRITE LTR-LINE FROM WS-LTR-TEXT
               WHEN OTHER
                   MOVE 'FINAL DEMAND FOR PAYMENT' TO WLT-TITLE
                   WRITE LTR-LINE FROM WS-LTR-TITLE
                   MOVE SPACES TO LTR-LINE
                   WRITE LTR-LINE
                   MOVE 'ITEMS ON YOUR ACCOUNT ARE 90 OR MORE DAYS OLD '
                       TO WLX-TEXT
                   WRITE LTR-LINE FROM WS-LTR-TEXT
                   MOVE 'AND REMAIN UNPAID. UNLESS PAYMENT IS RECEIVED '
                       TO WLX-TEXT
                   WRITE LTR-LINE FROM WS-LTR-TEXT
                   MOVE 'WITHIN 10 DAYS THE ACCOUNT WILL BE REFERRED '
                       TO WLX-TEXT
                   WRITE LTR-LINE FROM WS-LTR-TEXT
                   MOVE 'FOR COLLECTION AND FURTHER CREDIT SUSPENDED.'
                       TO WLX-TEXT
                   WRITE LTR-LINE FROM WS-LTR-TEXT
           END-EVALUATE
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE
           WRITE LTR-LINE FROM WS-LTR-COLUMNS.

       4500-PROCESS-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           ADD 1 TO WS-CUST-ITEMS
           PERFORM 3100-COMPUTE-ITEM-AGE
           ADD SR-OPEN-AMOUNT TO WS-CUST-OPEN
           IF WS-AGE-DAYS >= 30
               ADD SR-OPEN-AMOUNT TO WS-CUST-PAST-DUE
           END-IF
           IF WS-AGE-DAYS >= 90
               ADD SR-OPEN-AMOUNT TO WS-CUST-OVER90
           END-IF
           IF WS-SEND-LETTER
               MOVE SR-POST-DATE   TO WLD-POST-DATE
               MOVE SR-ORIG-AMOUNT TO WLD-ORIG
               MOVE SR-OPEN-AMOUNT TO WLD-OPEN
               MOVE WS-AGE-DAYS    TO WLD-DAYS
               IF WS-AGE-DAYS >= 30
                   MOVE 'PAST DUE' TO WLD-PAST-DUE
               ELSE
                   MOVE SPACES     TO WLD-PAST-DUE
               END-IF
               WRITE LTR-LINE FROM WS-LTR-DETAIL
           END-IF.

       5000-END-ACCOUNT.
           IF WS-SEND-LETTER
               PERFORM 5100-PRINT-LETTER-CLOSE
               PERFORM 5200-RECORD-LETTER
           END-IF
           IF WS-CUST-LEVEL = 3
               PERFORM 5300-WRITE-WORKLIST-LINE
           END-IF.

       5100-PRINT-LETTER-CLOSE.
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE
           MOVE WS-CUST-OPEN     TO WLT-OPEN
           WRITE LTR-LINE FROM WS-LTR-TOTAL-1
           MOVE WS-CUST-PAST-DUE TO WLT-PAST-DUE
           WRITE LTR-LINE FROM WS-LTR-TOTAL-2
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE
           MOVE 'PLEASE DISREGARD THIS NOTICE IF PAYMENT HAS BEEN SENT.'
               TO WLX-TEXT
           WRITE LTR-LINE FROM WS-LTR-TEXT
           MOVE 'QUERIES: CREDIT DEPARTMENT, QUOTING YOUR ACCOUNT.'
               TO WLX-TEXT
           WRITE LTR-LINE FROM WS-LTR-TEXT
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE.

      *****************************************************************
      * Stamp the history with tonight's letter; an account dunned
      * for the first time gets a new row.
      *****************************************************************
       5200-RECORD-LETTER.
           ADD 1 TO WS-LETTER-COUNT
           ADD 1 TO WS-LEVEL-LETTERS(WS-CUST-LEVEL)
           IF NOT WS-DH-FOUND
               IF WS-DH-COUNT >= 500
                   DISPLAY 'DUNNING: MORE THAN 500 ACCOUNTS IN '
                       'DUNNING, TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DH-COUNT
               SET WS-DH-IDX TO WS-DH-COUNT
               MOVE WS-CUST-COMPANY TO WS-DH-COMPANY(WS-DH-IDX)
               MOVE WS-PREV-CUST-ID TO WS-DH-CUST-ID(WS-DH-IDX)
           END-IF
           MOVE WS-CUST-LEVEL    TO WS-DH-LEVEL(WS-DH-IDX)
           MOVE WS-BUSINESS-DATE TO WS-DH-LETTER-DATE(WS-DH-IDX)
           MOVE WS-CUST-PAST-DUE TO WS-DH-PAST-DUE(WS-DH-IDX)
           MOVE 'Y'              TO WS-DH-KEEP(WS-DH-IDX).

       5300-WRITE-WORKLIST-LINE.
           ADD 1 TO WS-WORKLIST-COUNT
           ADD WS-CUST-OPEN TO WS-WORKLIST-TOTAL
           MOVE WS-CUST-COMPANY     TO WWD-COMPANY
           MOVE WS-PREV-CUST-ID     TO WWD-CUST-ID
           MOVE WS-CUST-NAME        TO WWD-CUST-NAME
           MOVE WS-CUST-REP-ID      TO WWD-REP-ID
           MOVE WS-CUST-OLDEST-DAYS TO WWD-DAYS
           MOVE WS-CUST-OVER90      TO WWD-OVER90
           MOVE WS-CUST-OPEN        TO WWD-OPEN
           IF WS-SEND-LETTER
               MOVE 'SENT      ' TO WWD-LETTER
           ELSE
               MOVE 'LAST SENT ' TO WWD-LETTER
           END-IF
           MOVE WS-DH-LETTER-DATE(WS-DH-IDX) TO WWD-LETTER-DATE
           IF WS-ON-MASTER
               MOVE SPACES TO WWD-NOTE
           ELSE
               MOVE 'NOT ON MASTER' TO WWD-NOTE
           END-IF
           WRITE WRK-LINE FROM WS-WRK-DETAIL.

      *****************************************************************
      * Write back only the accounts still past due tonight -- an
      * account that paid (or whose items all fell under 30 days)
      * drops out of dunning here.
      *****************************************************************
       6000-REWRITE-HISTORY.
           OPEN OUTPUT DUNNING-HISTORY-FILE
           IF WS-DUNHIST-STATUS NOT = '00'
               DISPLAY 'DUNNING: UNABLE TO REWRITE DUNHIST, STATUS='
                   WS-DUNHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-DH-IDX FROM 1 BY 1
                   UNTIL WS-DH-IDX > WS-DH-COUNT
               IF WS-DH-KEEP(WS-DH-IDX) = 'Y'
                   MOVE WS-DH-COMPANY(WS-DH-IDX)  TO DH-COMPANY
                   MOVE WS-DH-CUST-ID(WS-DH-IDX)  TO DH-CUST-ID
                   MOVE WS-DH-LEVEL(WS-DH-IDX)    TO DH-LEVEL
                   MOVE WS-DH-LETTER-DATE(WS-DH-IDX)
                       TO DH-LETTER-DATE
                   MOVE WS-DH-PAST-DUE(WS-DH-IDX) TO DH-PAST-DUE
                   WRITE DUNNING-HISTORY-RECORD
               ELSE
                   ADD 1 TO WS-DROPPED-COUNT
                   DISPLAY 'DUNNING: ACCOUNT ' WS-DH-CUST-ID(WS-DH-IDX)
                       ' NO LONGER PAST DUE, DROPPED FROM DUNNING'
               END-IF
           END-PERFORM
           CLOSE DUNNING-HISTORY-FILE.

       6500-PRINT-TOTALS.
           IF WS-WORKLIST-COUNT = 0
               MOVE '  (NONE)' TO WRK-LINE
               WRITE WRK-LINE
           END-IF
           MOVE SPACES TO WRK-LINE
           WRITE WRK-LINE
           MOVE WS-PAST-DUE-COUNT   TO WWT-PAST-DUE
           MOVE WS-LETTER-COUNT     TO WWT-LETTERS
           MOVE WS-COOLING-COUNT    TO WWT-COOLING
           WRITE WRK-LINE FROM WS-WRK-TOTAL-1
           MOVE WS-LEVEL-LETTERS(1) TO WWT-LEVEL-1
           MOVE WS-LEVEL-LETTERS(2) TO WWT-LEVEL-2
           MOVE WS-LEVEL-LETTERS(3) TO WWT-LEVEL-3
           WRITE WRK-LINE FROM WS-WRK-TOTAL-2
           MOVE WS-WORKLIST-COUNT   TO WWT-WORKLIST
           MOVE WS-WORKLIST-TOTAL   TO WWT-WORKLIST-OPEN
           WRITE WRK-LINE FROM WS-WRK-TOTAL-3.

       8000-CLOSE-FILES.
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE LETTER-FILE
           CLOSE WORKLIST-FILE.

       COPY RUNLOAD.
