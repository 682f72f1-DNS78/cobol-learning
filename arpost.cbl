      *               rerun from the pre-run ledger copy, per the
      *               standard restart, so receipts re-apply to the
      *               same starting position.
      *   2026-10-15  Refuses a business date that is not on the
      *               FISCCAL fiscal calendar or falls in a closed
      *               fiscal period (RERUN included) unless RUNCTL
      *               carries a controller override for that period.
      *   2026-10-15  Appends the night's new items and cash applied
      *               by company to the ARACTV activity control file
      *               for ARRECON's roll-forward of the ledger.
      *   2026-10-15  Checks the STEPLDG batch control ledger at
      *               start-up: skips itself when already completed
      *               for the business date, refuses to run ahead
      *               of an unfinished STEPPLAN predecessor, and
      *               logs its start and end for restart.
      *   2026-10-15  Every piece of cash applied is also recorded on
      *               the ARPAID payment history (apply date, the item's
      *               posting date, amount and days to pay), which the
      *               ledger cannot keep once an item is paid off; a
      *               RERUN replaces the date's rows.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARPOST.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCASHR-STATUS.

           SELECT AR-ACTIVITY-FILE ASSIGN TO 'ARACTV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARACTV-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO 'ARPAID'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARPAID-STATUS.

           SELECT PAYMENT-WORK-FILE ASSIGN TO 'ARPWORK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARPWORK-STATUS.

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
           RECORDING MODE IS F.
       01  ARC-LINE                 PIC X(97).

       FD  AR-ACTIVITY-FILE
           RECORDING MODE IS F.
           COPY ARAREC.

       FD  PAYMENT-HISTORY-FILE
           RECORDING MODE IS F.
           COPY ARPREC.

       FD  PAYMENT-WORK-FILE
           RECORDING MODE IS F.
       01  PAYMENT-WORK-RECORD      PIC X(41).

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
       01  WS-CASHRCPT-STATUS    PIC X(2).
       01  WS-AUDIT-STATUS       PIC X(2).
       01  WS-ARCASHR-STATUS     PIC X(2).
       01  WS-ARACTV-STATUS      PIC X(2).
       01  WS-ARPAID-STATUS      PIC X(2).
       01  WS-ARPWORK-STATUS     PIC X(2).
       01  WS-RUNSTATS-STATUS    PIC X(2).

       01  WS-LEDGER-EOF-SW      PIC X     VALUE 'N'.
           88  WS-NO-LEDGER-FILE          VALUE 'Y'.
       01  WS-TRAILER-SEEN-SW    PIC X     VALUE 'N'.
           88  WS-TRAILER-SEEN            VALUE 'Y'.
       01  WS-ARPAID-EOF-SW      PIC X     VALUE 'N'.
           88  WS-END-OF-ARPAID           VALUE 'Y'.
       01  WS-ARPWORK-EOF-SW     PIC X     VALUE 'N'.
           88  WS-END-OF-ARPWORK          VALUE 'Y'.

       01  WS-RECEIPT-TABLE.
           05  WS-RCP-COUNT      PIC 9(3)  VALUE 0.
               10  WS-RCP-AMOUNT    PIC 9(9)V99.
               10  WS-RCP-REMAINING PIC 9(9)V99.

       01  WS-ACTIVITY-TABLE.
           05  WS-ACT-COUNT      PIC 9(3)  VALUE 0.
           05  WS-ACT-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-ACT-IDX.
               10  WS-ACT-COMPANY      PIC X(3).
               10  WS-ACT-NEW-ITEMS    PIC 9(9)V99.
               10  WS-ACT-CASH-APPLIED PIC 9(9)V99.
       01  WS-ACT-LOOKUP-COMPANY PIC X(3).
       01  WS-ACT-FOUND-SW       PIC X     VALUE 'N'.
           88  WS-ACT-FOUND               VALUE 'Y'.

       01  WS-CASH-READ-COUNT    PIC 9(7)     VALUE 0.
       01  WS-CASH-HASH          PIC 9(11)V99 VALUE 0.
       01  WS-APPLIED-AMOUNT     PIC 9(9)V99  VALUE 0.
       01  WS-ITEMS-POSTED       PIC 9(7)     VALUE 0.
       01  WS-FULLY-APPLIED      PIC 9(5)     VALUE 0.
       01  WS-UNAPPLIED-COUNT    PIC 9(5)     VALUE 0.
       01  WS-PAID-REPLACED      PIC 9(7)     VALUE 0.
       01  WS-PAID-WRITTEN       PIC 9(7)     VALUE 0.
       01  WS-POST-SERIAL        PIC 9(7)     VALUE 0.
       01  WS-APPLY-SERIAL       PIC 9(7)     VALUE 0.

       01  WS-RUN-DATE-YMD.
           05  WS-RUN-YYYY.
           05  WSM-KEPT          PIC ZZZ,ZZ9.

       COPY RUNWORK.
       COPY STPWORK.
       COPY CURRWORK.
       COPY CURRTBL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7900-READ-RUN-CONTROL
           MOVE 'ARPOST' TO WS-STEP-PROGRAM
           PERFORM 7960-CHECK-STEP-LEDGER
           PERFORM 1000-OPEN-FILES
           PERFORM 7400-LOAD-CURRENCY-TABLE
           IF NOT WS-NO-CASH-FILE
               PERFORM 1500-LOAD-CASH-RECEIPTS
           END-IF
           PERFORM 2000-CARRY-PAYMENT-HISTORY
           PERFORM 3000-APPLY-CASH-TO-LEDGER
           PERFORM 4000-POST-NEW-OPEN-ITEMS
           PERFORM 5000-REWRITE-LEDGER
           PERFORM 5500-REPLACE-PAYMENT-HISTORY
           PERFORM 6000-PRINT-RECEIPT-DISPOSITION
           PERFORM 6500-PRINT-RUN-SUMMARY
           PERFORM 6700-WRITE-AR-ACTIVITY
           PERFORM 8000-CLOSE-FILES
           DISPLAY '----------------------------'
           DISPLAY 'ARPOST: RECEIPTS    : ' WS-RCP-COUNT
           DISPLAY 'ARPOST: ITEMS CLOSED: ' WS-ITEMS-CLOSED
           DISPLAY 'ARPOST: NEW ITEMS   : ' WS-ITEMS-POSTED
           DISPLAY 'ARPOST: STILL OPEN  : ' WS-ITEMS-KEPT
           DISPLAY 'ARPOST: PAYMENTS    : ' WS-PAID-WRITTEN
           IF WS-ITEMS-PURGED > 0
               DISPLAY 'ARPOST: ITEMS PURGED: ' WS-ITEMS-PURGED
                   ' (RERUN OF ' WS-BUSINESS-DATE ')'
           END-IF
           IF WS-PAID-REPLACED > 0
               DISPLAY 'ARPOST: PAYMENTS REPLACED: ' WS-PAID-REPLACED
                   ' (RERUN OF ' WS-BUSINESS-DATE ')'
           END-IF
           MOVE 'ARPOST'           TO RS-PROGRAM
           MOVE 14                 TO RS-FILES-OPENED
           MOVE WS-CASH-READ-COUNT TO RS-RECORDS-IN
           MOVE WS-FULLY-APPLIED   TO RS-RECORDS-OUT
           MOVE WS-UNAPPLIED-COUNT TO RS-RECORDS-REJECTED
           PERFORM 7950-WRITE-RUN-STATISTICS
           PERFORM 7970-RECORD-STEP-END
           STOP RUN.

       1000-OPEN-FILES.
               STOP RUN
           END-IF.

      *****************************************************************
      * Copy the payment history to ARPWORK, leaving off any rows for
      * tonight's business date (a RERUN replaces them); tonight's
      * applications are added behind them as the cash is applied.
      * The history does not exist before the first night.
      *****************************************************************
       2000-CARRY-PAYMENT-HISTORY.
           OPEN OUTPUT PAYMENT-WORK-FILE
           IF WS-ARPWORK-STATUS NOT = '00'
               DISPLAY 'ARPOST: UNABLE TO OPEN ARPWORK, STATUS='
                   WS-ARPWORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PAYMENT-HISTORY-FILE
           IF WS-ARPAID-STATUS = '35'
               SET WS-END-OF-ARPAID TO TRUE
           ELSE
               IF WS-ARPAID-STATUS NOT = '00'
                   DISPLAY 'ARPOST: UNABLE TO OPEN ARPAID, STATUS='
                       WS-ARPAID-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-END-OF-ARPAID
               READ PAYMENT-HISTORY-FILE
                   AT END
                       SET WS-END-OF-ARPAID TO TRUE
                   NOT AT END
                       IF ARP-APPLY-DATE = WS-BUSINESS-DATE
                           ADD 1 TO WS-PAID-REPLACED
                       ELSE
                           WRITE PAYMENT-WORK-RECORD
                               FROM AR-PAYMENT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ARPAID-STATUS NOT = '35'
               CLOSE PAYMENT-HISTORY-FILE
           END-IF.

      *****************************************************************
      * Stream the existing ledger through the work file, applying
      * receipt money to each item as it passes. The ledger is in
           SUBTRACT WS-APPLIED-AMOUNT
               FROM WS-RCP-REMAINING(WS-RCP-IDX)
           ADD WS-APPLIED-AMOUNT TO WS-APPLIED-TOTAL
           MOVE AR-COMPANY TO WS-ACT-LOOKUP-COMPANY
           PERFORM 6800-FIND-ACTIVITY-COMPANY
           ADD WS-APPLIED-AMOUNT TO WS-ACT-CASH-APPLIED(WS-ACT-IDX)
           MOVE AR-COMPANY        TO WAP-COMPANY
           MOVE AR-CUST-ID        TO WAP-CUST-ID
           MOVE AR-CUST-NAME      TO WAP-CUST-NAME
           MOVE AR-POST-DATE      TO WAP-ITEM-DATE
           MOVE WS-APPLIED-AMOUNT TO WAP-APPLIED
           MOVE AR-OPEN-AMOUNT    TO WAP-OPEN-AFTER
           WRITE ARC-LINE FROM WS-APPLY-LINE
           PERFORM 3300-WRITE-PAYMENT-HISTORY.

      *****************************************************************
      * Every application goes on the payment history with the days
      * the item stood open, for PROFITRPT's days-to-pay.
      *****************************************************************
       3300-WRITE-PAYMENT-HISTORY.
           COMPUTE WS-POST-SERIAL =
               FUNCTION INTEGER-OF-DATE(AR-POST-DATE)
           COMPUTE WS-APPLY-SERIAL =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           MOVE WS-BUSINESS-DATE  TO ARP-APPLY-DATE
           MOVE AR-COMPANY        TO ARP-COMPANY
           MOVE AR-CUST-ID        TO ARP-CUST-ID
           MOVE AR-POST-DATE      TO ARP-POST-DATE
           MOVE WS-APPLIED-AMOUNT TO ARP-APPLIED
           IF WS-APPLY-SERIAL > WS-POST-SERIAL
               SUBTRACT WS-POST-SERIAL FROM WS-APPLY-SERIAL
                   GIVING ARP-DAYS-TO-PAY
           ELSE
               MOVE 0 TO ARP-DAYS-TO-PAY
           END-IF
           WRITE PAYMENT-WORK-RECORD FROM AR-PAYMENT-RECORD
           ADD 1 TO WS-PAID-WRITTEN.

      *****************************************************************
      * Tonight's posted sales become new open items. CUSTOMERS' and
           MOVE WS-CONVERTED-AMOUNT TO AR-ORIG-AMOUNT
           MOVE WS-CONVERTED-AMOUNT TO AR-OPEN-AMOUNT
           WRITE AR-WORK-RECORD FROM AR-ITEM-RECORD
           ADD 1 TO WS-ITEMS-POSTED
           MOVE AUD-COMPANY TO WS-ACT-LOOKUP-COMPANY
           PERFORM 6800-FIND-ACTIVITY-COMPANY
           ADD WS-CONVERTED-AMOUNT TO WS-ACT-NEW-ITEMS(WS-ACT-IDX).

       5000-REWRITE-LEDGER.
           CLOSE AR-WORK-FILE
           CLOSE AR-WORK-FILE
           CLOSE AR-LEDGER-FILE.

       5500-REPLACE-PAYMENT-HISTORY.
           CLOSE PAYMENT-WORK-FILE
           OPEN INPUT PAYMENT-WORK-FILE
           IF WS-ARPWORK-STATUS NOT = '00'
               DISPLAY 'ARPOST: UNABLE TO REREAD ARPWORK, STATUS='
                   WS-ARPWORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PAYMENT-HISTORY-FILE
           IF WS-ARPAID-STATUS NOT = '00'
               DISPLAY 'ARPOST: UNABLE TO REWRITE ARPAID, STATUS='
                   WS-ARPAID-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-ARPWORK
               READ PAYMENT-WORK-FILE
                   AT END
                       SET WS-END-OF-ARPWORK TO TRUE
                   NOT AT END
                       WRITE AR-PAYMENT-RECORD
                           FROM PAYMENT-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE PAYMENT-WORK-FILE
           CLOSE PAYMENT-HISTORY-FILE.

       6000-PRINT-RECEIPT-DISPOSITION.
           MOVE SPACES TO ARC-LINE
           WRITE ARC-LINE
           MOVE WS-ITEMS-KEPT      TO WSM-KEPT
           WRITE ARC-LINE FROM WS-SUMMARY-LINE-2.

      *****************************************************************
      * One activity control record per company the night touched,
      * appended to ARACTV. These are the control totals ARRECON rolls
      * the prior ledger total forward by; a rerun appends fresh
      * records and ARRECON takes the last one for the date.
      *****************************************************************
       6700-WRITE-AR-ACTIVITY.
           OPEN EXTEND AR-ACTIVITY-FILE
           IF WS-ARACTV-STATUS = '35'
               OPEN OUTPUT AR-ACTIVITY-FILE
           END-IF
           IF WS-ARACTV-STATUS NOT = '00'
               DISPLAY 'ARPOST: UNABLE TO OPEN ARACTV, STATUS='
                   WS-ARACTV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-COUNT
               MOVE WS-BUSINESS-DATE TO ARA-RUN-DATE
               MOVE WS-ACT-COMPANY(WS-ACT-IDX) TO ARA-COMPANY
               MOVE 'ARPOST'         TO ARA-PROGRAM
               MOVE WS-ACT-NEW-ITEMS(WS-ACT-IDX) TO ARA-NEW-ITEMS
               MOVE WS-ACT-CASH-APPLIED(WS-ACT-IDX)
                   TO ARA-CASH-APPLIED
               MOVE 0                TO ARA-WRITTEN-OFF
               WRITE AR-ACTIVITY-RECORD
           END-PERFORM
           CLOSE AR-ACTIVITY-FILE.

       6800-FIND-ACTIVITY-COMPANY.
           MOVE 'N' TO WS-ACT-FOUND-SW
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-COUNT OR WS-ACT-FOUND
               IF WS-ACT-COMPANY(WS-ACT-IDX) = WS-ACT-LOOKUP-COMPANY
                   SET WS-ACT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ACT-FOUND
               SET WS-ACT-IDX DOWN BY 1
           ELSE
               IF WS-ACT-COUNT >= 20
                   DISPLAY 'ARPOST: MORE THAN 20 COMPANIES, ACTIVITY '
                       'TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ACT-COUNT
               SET WS-ACT-IDX TO WS-ACT-COUNT
               MOVE WS-ACT-LOOKUP-COMPANY TO WS-ACT-COMPANY(WS-ACT-IDX)
               MOVE 0 TO WS-ACT-NEW-ITEMS(WS-ACT-IDX)
               MOVE 0 TO WS-ACT-CASH-APPLIED(WS-ACT-IDX)
           END-IF.

       8000-CLOSE-FILES.
           CLOSE CASH-REGISTER-FILE.

       COPY CURRLKUP.
       COPY RUNLOAD.
       COPY RSTWRT.
       COPY STPCHK.
