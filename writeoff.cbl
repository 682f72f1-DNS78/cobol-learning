      *****************************************************************
      * PROGRAM-ID : WRITEOFF
      * Bad-debt write-off of uncollectable AR open items. The credit
      * manager keys one WOAPPR approval per ledger item to be
      * written off -- company, account, item posting date and the
      * item's open amount, with the credit manager's ID -- and an
      * item whose open amount is over the WOPARM controller limit
      * also needs the controller's ID (someone other than the
      * credit manager) before it goes. Only items older than the
      * WOPARM write-off age (180 days) can be written off.
      *
      * An approved item is taken off ARLEDGER (streamed through the
      * ARWORK work file, the ARPOST way), journalled on tonight's
      * AUDIT file as a 'W' entry so CUSTSTMT and AUDQUERY show it,
      * and charged to bad-debt expense: WOGLFEED carries one
      * self-balancing batch per company -- bad-debt expense debit,
      * AR control credit -- with the same GLCTL header and trailer
      * controls as SALESREPORT's GLFEED, accounts from GLMAP
      * (categories BD and AR).
      *
      * The WOFFRPT register lists the write-offs applied and the
      * approvals refused with the reason, then the write-off
      * proposal: every item still open past the write-off age, by
      * company and customer with subtotals, for the credit manager
      * to work the next approvals from. A refused approval leaves
      * its item on the ledger and does not stop the batch.
      *
      * Change history
      *   2026-10-15  Initial version.
      *   2026-10-15  Appends the night's write-offs by company to the
      *               ARACTV activity control file for ARRECON's
      *               roll-forward of the ledger.
      *   2026-10-15  Checks the STEPLDG batch control ledger at
      *               start-up: skips itself when already completed
      *               for the business date, refuses to run ahead
      *               of an unfinished STEPPLAN predecessor, and
      *               logs its start and end for restart.
      *   2026-10-15  Audit entries carry a blank price source; a write-
      *               off is not priced.
      *   2026-10-15  The GLMAP bad-debt and AR control accounts are
      *               checked for every company with a pending approval
      *               before any item is written off, so a missing
      *               mapping refuses the run with the ledger and
      *               journal untouched.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEOFF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-LEDGER-FILE ASSIGN TO 'ARLEDGER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARLEDGER-STATUS.

           SELECT AR-WORK-FILE ASSIGN TO 'ARWORK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARWORK-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO 'SRTWORK'.

           SELECT WRITE-OFF-PARM-FILE ASSIGN TO 'WOPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOPARM-STATUS.

           SELECT WRITE-OFF-APPROVAL-FILE ASSIGN TO 'WOAPPR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOAPPR-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'AUDIT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO 'GLMAP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT GL-EXPORT-FILE ASSIGN TO 'WOGLFEED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOGLFEED-STATUS.

           SELECT WRITE-OFF-REPORT-FILE ASSIGN TO 'WOFFRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOFFRPT-STATUS.

           SELECT AR-ACTIVITY-FILE ASSIGN TO 'ARACTV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARACTV-STATUS.

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
       FD  AR-LEDGER-FILE
           RECORDING MODE IS F.
           COPY ARREC.

       FD  AR-WORK-FILE
           RECORDING MODE IS F.
       01  AR-WORK-RECORD        PIC X(59).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-COMPANY        PIC X(3).
           05  SR-CUST-ID        PIC X(6).
           05  SR-POST-DATE      PIC 9(8).
           05  SR-CUST-NAME      PIC X(20).
           05  SR-AGE-DAYS       PIC 9(5).
           05  SR-OPEN-AMOUNT    PIC 9(9)V99.

       FD  WRITE-OFF-PARM-FILE
           RECORDING MODE IS F.
       01  WRITE-OFF-PARM-RECORD.
           05  WOP-CONTROLLER-LIMIT PIC 9(7)V99.
           05  WOP-MIN-AGE-DAYS     PIC 9(3).

       FD  WRITE-OFF-APPROVAL-FILE
           RECORDING MODE IS F.
       01  WRITE-OFF-APPROVAL-RECORD.
           05  WOA-COMPANY       PIC X(3).
           05  WOA-CUST-ID       PIC X(6).
           05  WOA-POST-DATE     PIC 9(8).
           05  WOA-AMOUNT        PIC 9(9)V99.
           05  WOA-CREDIT-MGR    PIC X(8).
           05  WOA-CONTROLLER    PIC X(8).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDREC.

       FD  GL-MAP-FILE
           RECORDING MODE IS F.
           COPY GLMREC.

       FD  GL-EXPORT-FILE
           RECORDING MODE IS F.
           COPY GLREC.
           COPY GLCTL.

       FD  WRITE-OFF-REPORT-FILE
           RECORDING MODE IS F.
       01  WOR-LINE                 PIC X(110).

       FD  AR-ACTIVITY-FILE
           RECORDING MODE IS F.
           COPY ARAREC.

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
       01  WS-ARLEDGER-STATUS    PIC X(2).
       01  WS-ARWORK-STATUS      PIC X(2).
       01  WS-WOPARM-STATUS      PIC X(2).
       01  WS-WOAPPR-STATUS      PIC X(2).
       01  WS-AUDIT-STATUS       PIC X(2).
       01  WS-WOGLFEED-STATUS    PIC X(2).
       01  WS-WOFFRPT-STATUS     PIC X(2).
       01  WS-ARACTV-STATUS      PIC X(2).
       01  WS-RUNSTATS-STATUS    PIC X(2).

       01  WS-LEDGER-EOF-SW      PIC X     VALUE 'N'.
           88  WS-END-OF-LEDGER           VALUE 'Y'.
       01  WS-ARWORK-EOF-SW      PIC X     VALUE 'N'.
           88  WS-END-OF-ARWORK           VALUE 'Y'.
       01  WS-WOAPPR-EOF-SW      PIC X     VALUE 'N'.
           88  WS-END-OF-WOAPPR           VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH    PIC X     VALUE 'N'.
           88  WS-END-OF-SORT             VALUE 'Y'.
       01  WS-FIRST-RECORD-SW    PIC X     VALUE 'Y'.
           88  WS-FIRST-RECORD            VALUE 'Y'.
       01  WS-NO-LEDGER-SW       PIC X     VALUE 'N'.
           88  WS-NO-LEDGER-FILE          VALUE 'Y'.
       01  WS-WRITTEN-OFF-SW     PIC X     VALUE 'N'.
           88  WS-ITEM-WRITTEN-OFF        VALUE 'Y'.

       01  WS-CONTROLLER-LIMIT   PIC 9(7)V99  VALUE 0.
       01  WS-MIN-AGE-DAYS       PIC 9(3)     VALUE 0.
       01  WS-JOURNAL-MAX        PIC 9(7)V99  VALUE 9999999.99.

      *****************************************************************
      * Tonight's approvals. Status P is waiting for its ledger item,
      * A was applied, R was refused -- the reason goes on the
      * register.
      *****************************************************************
       01  WS-APPROVAL-TABLE.
           05  WS-WOA-COUNT      PIC 9(3)  VALUE 0.
           05  WS-WOA-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-WOA-IDX.
               10  WS-WOA-COMPANY     PIC X(3).
               10  WS-WOA-CUST-ID     PIC X(6).
               10  WS-WOA-POST-DATE   PIC X(8).
               10  WS-WOA-AMOUNT      PIC 9(9)V99.
               10  WS-WOA-CREDIT-MGR  PIC X(8).
               10  WS-WOA-CONTROLLER  PIC X(8).
               10  WS-WOA-STATUS      PIC X(1).
                   88  WS-WOA-PENDING         VALUE 'P'.
                   88  WS-WOA-APPLIED         VALUE 'A'.
                   88  WS-WOA-REFUSED         VALUE 'R'.
               10  WS-WOA-REASON      PIC X(30).

       01  WS-WOA-MATCH-IDX      PIC 9(3)  VALUE 0.
       01  WS-WOA-CHECK-IDX      PIC 9(3)  VALUE 0.
       01  WS-WOA-REASON-WORK    PIC X(30) VALUE SPACES.

      *****************************************************************
      * Write-off totals per company, one GL batch each.
      *****************************************************************
       01  WS-COMPANY-TABLE.
           05  WS-CO-COUNT       PIC 9(3)  VALUE 0.
           05  WS-CO-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-CO-IDX.
               10  WS-CO-COMPANY      PIC X(3).
               10  WS-CO-ITEMS        PIC 9(5).
               10  WS-CO-AMOUNT       PIC 9(11)V99.

       01  WS-CO-FOUND-SW        PIC X     VALUE 'N'.
           88  WS-CO-FOUND                VALUE 'Y'.

       01  WS-GL-ACCT-BAD-DEBT   PIC X(10) VALUE SPACES.
       01  WS-GL-ACCT-AR         PIC X(10) VALUE SPACES.
       01  WS-GL-LINE-COUNT      PIC 9(5)     VALUE 0.
       01  WS-GL-DEBIT-TOTAL     PIC 9(11)V99 VALUE 0.
       01  WS-GL-CREDIT-TOTAL    PIC 9(11)V99 VALUE 0.
       01  WS-GL-BATCH-COUNT     PIC 9(3)     VALUE 0.

       01  WS-TODAY-SERIAL       PIC 9(7)  VALUE 0.
       01  WS-ITEM-SERIAL        PIC 9(7)  VALUE 0.
       01  WS-AGE-DAYS           PIC 9(5)  VALUE 0.

       01  WS-ITEMS-READ         PIC 9(7)     VALUE 0.
       01  WS-ITEMS-KEPT         PIC 9(7)     VALUE 0.
       01  WS-APPROVALS-READ     PIC 9(7)     VALUE 0.
       01  WS-WRITTEN-OFF-COUNT  PIC 9(7)     VALUE 0.
       01  WS-WRITTEN-OFF-TOTAL  PIC 9(11)V99 VALUE 0.
       01  WS-REFUSED-COUNT      PIC 9(7)     VALUE 0.
       01  WS-PROPOSED-COUNT     PIC 9(7)     VALUE 0.
       01  WS-PROPOSED-TOTAL     PIC 9(11)V99 VALUE 0.

       01  WS-PREV-COMPANY       PIC X(3)  VALUE SPACES.
       01  WS-PREV-CUST-ID       PIC X(6)  VALUE SPACES.
       01  WS-PREV-CUST-NAME     PIC X(20) VALUE SPACES.
       01  WS-CUST-ITEMS         PIC 9(5)     VALUE 0.
       01  WS-CUST-TOTAL         PIC 9(11)V99 VALUE 0.
       01  WS-COMP-ITEMS         PIC 9(5)     VALUE 0.
       01  WS-COMP-TOTAL         PIC 9(11)V99 VALUE 0.

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
               VALUE 'BAD-DEBT WRITE-OFF REGISTER'.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  WH1-RUN-DATE      PIC X(8).

       01  WS-HEADING-PARM.
           05  FILLER            PIC X(30)
               VALUE 'CONTROLLER APPROVAL OVER USD: '.
           05  WHP-LIMIT         PIC Z,ZZZ,ZZ9.99.
           05  FILLER            PIC X(20)
               VALUE '   WRITE-OFF AGE: '.
           05  WHP-MIN-AGE       PIC ZZ9.
           05  FILLER            PIC X(5)  VALUE ' DAYS'.

       01  WS-SECTION-HEADING    PIC X(60).

       01  WS-APPLIED-HEADING.
           05  FILLER            PIC X(4)  VALUE 'CO'.
           05  FILLER            PIC X(8)  VALUE 'CUST ID'.
           05  FILLER            PIC X(22) VALUE 'CUSTOMER NAME'.
           05  FILLER            PIC X(10) VALUE 'ITEM DATE'.
           05  FILLER            PIC X(6)  VALUE ' DAYS'.
           05  FILLER            PIC X(18) VALUE '     WRITTEN OFF'.
           05  FILLER            PIC X(11) VALUE 'CREDIT MGR'.
           05  FILLER            PIC X(10) VALUE 'CONTROLLER'.

       01  WS-APPLIED-LINE.
           05  WAL-COMPANY       PIC X(4).
           05  WAL-CUST-ID       PIC X(8).
           05  WAL-CUST-NAME     PIC X(22).
           05  WAL-ITEM-DATE     PIC 9(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WAL-DAYS          PIC ZZ,ZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WAL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WAL-CREDIT-MGR    PIC X(11).
           05  WAL-CONTROLLER    PIC X(8).

       01  WS-REFUSED-HEADING.
           05  FILLER            PIC X(4)  VALUE 'CO'.
           05  FILLER            PIC X(8)  VALUE 'CUST ID'.
           05  FILLER            PIC X(10) VALUE 'ITEM DATE'.
           05  FILLER            PIC X(16) VALUE '         AMOUNT'.
           05  FILLER            PIC X(11) VALUE 'CREDIT MGR'.
           05  FILLER            PIC X(11) VALUE 'CONTROLLER'.
           05  FILLER            PIC X(30) VALUE 'REASON REFUSED'.

       01  WS-REFUSED-LINE.
           05  WRF-COMPANY       PIC X(4).
           05  WRF-CUST-ID       PIC X(8).
           05  WRF-ITEM-DATE     PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WRF-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WRF-CREDIT-MGR    PIC X(11).
           05  WRF-CONTROLLER    PIC X(11).
           05  WRF-REASON        PIC X(30).

       01  WS-PROPOSAL-HEADING.
           05  FILLER            PIC X(4)  VALUE 'CO'.
           05  FILLER            PIC X(8)  VALUE 'CUST ID'.
           05  FILLER            PIC X(22) VALUE 'CUSTOMER NAME'.
           05  FILLER            PIC X(10) VALUE 'ITEM DATE'.
           05  FILLER            PIC X(6)  VALUE ' DAYS'.
           05  FILLER            PIC X(18) VALUE '     OPEN AMOUNT'.
           05  FILLER            PIC X(20) VALUE 'APPROVAL NEEDED'.

       01  WS-PROPOSAL-LINE.
           05  WPL-COMPANY       PIC X(4).
           05  WPL-CUST-ID       PIC X(8).
           05  WPL-CUST-NAME     PIC X(22).
           05  WPL-ITEM-DATE     PIC 9(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WPL-DAYS          PIC ZZ,ZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WPL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WPL-APPROVAL      PIC X(20).

       01  WS-PROPOSAL-TOTAL-LINE.
           05  FILLER            PIC X(12) VALUE SPACES.
           05  WPT-LABEL         PIC X(22).
           05  WPT-ITEMS         PIC ZZ,ZZ9.
           05  FILLER            PIC X(12) VALUE ' ITEMS'.
           05  WPT-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-GL-SUMMARY-LINE.
           05  FILLER            PIC X(8)  VALUE 'COMPANY '.
           05  WGS-COMPANY       PIC X(5).
           05  FILLER            PIC X(9)  VALUE 'DR BAD-D '.
           05  WGS-DR-ACCOUNT    PIC X(12).
           05  FILLER            PIC X(8)  VALUE 'CR AR   '.
           05  WGS-CR-ACCOUNT    PIC X(12).
           05  WGS-ITEMS         PIC ZZ,ZZ9.
           05  FILLER            PIC X(8)  VALUE ' ITEMS  '.
           05  WGS-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-SUMMARY-LINE-1.
           05  FILLER            PIC X(22)
               VALUE 'APPROVALS READ      : '.
           05  WSM-READ          PIC ZZZ,ZZ9.
           05  FILLER            PIC X(14) VALUE '  APPLIED   : '.
           05  WSM-APPLIED       PIC ZZZ,ZZ9.
           05  FILLER            PIC X(14) VALUE '  REFUSED   : '.
           05  WSM-REFUSED       PIC ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER            PIC X(22)
               VALUE 'TOTAL WRITTEN OFF   : '.
           05  WSM-WRITTEN-OFF   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(14) VALUE '  PROPOSED  : '.
           05  WSM-PROPOSED      PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       COPY RUNWORK.
       COPY STPWORK.
       COPY GLMWORK.
       COPY GLMTBL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7900-READ-RUN-CONTROL
           MOVE 'WRITEOFF' TO WS-STEP-PROGRAM
           PERFORM 7960-CHECK-STEP-LEDGER
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-READ-WRITE-OFF-PARM
           PERFORM 8600-LOAD-GL-MAP-TABLE
           PERFORM 1500-LOAD-APPROVALS
           PERFORM 2000-PRINT-HEADINGS
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-COMPANY
                                SR-CUST-ID
                                SR-POST-DATE
               INPUT PROCEDURE IS 3000-WRITE-OFF-LEDGER-ITEMS
               OUTPUT PROCEDURE IS 5000-PRINT-PROPOSAL
           PERFORM 6000-REWRITE-LEDGER
           PERFORM 6200-PRINT-REFUSED-APPROVALS
           PERFORM 6500-WRITE-GL-BATCHES
           PERFORM 6700-WRITE-AR-ACTIVITY
           PERFORM 6900-PRINT-RUN-SUMMARY
           PERFORM 8000-CLOSE-FILES
           DISPLAY '----------------------------'
           DISPLAY 'WRITEOFF: APPROVALS   : ' WS-APPROVALS-READ
           DISPLAY 'WRITEOFF: WRITTEN OFF : ' WS-WRITTEN-OFF-COUNT
               ' USD ' WS-WRITTEN-OFF-TOTAL
           DISPLAY 'WRITEOFF: REFUSED     : ' WS-REFUSED-COUNT
           DISPLAY 'WRITEOFF: PROPOSED    : ' WS-PROPOSED-COUNT
           DISPLAY 'WRITEOFF: STILL OPEN  : ' WS-ITEMS-KEPT
           MOVE 'WRITEOFF'           TO RS-PROGRAM
           MOVE 14                   TO RS-FILES-OPENED
           MOVE WS-APPROVALS-READ    TO RS-RECORDS-IN
           MOVE WS-WRITTEN-OFF-COUNT TO RS-RECORDS-OUT
           MOVE WS-REFUSED-COUNT     TO RS-RECORDS-REJECTED
           PERFORM 7950-WRITE-RUN-STATISTICS
           PERFORM 7970-RECORD-STEP-END
           STOP RUN.

       1000-OPEN-FILES.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE-NUM
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISP
           COMPUTE WS-TODAY-SERIAL =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           OPEN OUTPUT WRITE-OFF-REPORT-FILE
           IF WS-WOFFRPT-STATUS NOT = '00'
               DISPLAY 'WRITEOFF: UNABLE TO OPEN WOFFRPT, STATUS='
                   WS-WOFFRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT GL-EXPORT-FILE
           IF WS-WOGLFEED-STATUS NOT = '00'
               DISPLAY 'WRITEOFF: UNABLE TO OPEN WOGLFEED, STATUS='
                   WS-WOGLFEED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'WRITEOFF: UNABLE TO OPEN AUDIT, STATUS='
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AR-WORK-FILE
           IF WS-ARWORK-STATUS NOT = '00'
               DISPLAY 'WRITEOFF: UNABLE TO OPEN ARWORK, STATUS='
                   WS-ARWORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-READ-WRITE-OFF-PARM.
           OPEN INPUT WRITE-OFF-PARM-FILE
           IF WS-WOPARM-STATUS NOT = '00'
               DISPLAY 'WRITEOFF: UNABLE TO OPEN WOPARM, STATUS='
                   WS-WOPARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ WRITE-OFF-PARM-FILE
               AT END
                   DISPLAY 'WRITEOFF: WOPARM IS EMPTY'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF WOP-CONTROLLER-LIMIT NOT NUMERIC
               OR WOP-MIN-AGE-DAYS NOT NUMERIC
               OR WOP-MIN-AGE-DAYS = 0
               DISPLAY 'WRITEOFF: WOPARM LIMIT OR AGE IS NOT VALID'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WOP-CONTROLLER-LIMIT TO WS-CONTROLLER-LIMIT
           MOVE WOP-MIN-AGE-DAYS     TO WS-MIN-AGE-DAYS
           CLOSE WRITE-OFF-PARM-FILE.

      *****************************************************************
      * Read tonight's approvals into the approval table, the way
      * TXNEDIT takes in the controller's CMAPPR file. No WOAPPR file
      * simply means no write-offs tonight; the proposal still
      * prints. An approval that fails an edit here is refused
      * before the ledger is read.
      *****************************************************************
       1500-LOAD-APPROVALS.
           OPEN INPUT WRITE-OFF-APPROVAL-FILE
           IF WS-WOAPPR-STATUS = '35'
               DISPLAY 'WRITEOFF: NO WOAPPR APPROVALS, PROPOSAL ONLY'
           ELSE
               IF WS-WOAPPR-STATUS NOT = '00'
                   DISPLAY 'WRITEOFF: UNABLE TO OPEN WOAPPR, STATUS='
                       WS-WOAPPR-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-END-OF-WOAPPR
                   READ WRITE-OFF-APPROVAL-FILE
                       AT END
                           SET WS-END-OF-WOAPPR TO TRUE
                       NOT AT END
                           PERFORM 1600-STORE-APPROVAL
                   END-READ
               END-PERFORM
               CLOSE WRITE-OFF-APPROVAL-FILE
               PERFORM 1800-CHECK-GL-MAPPINGS
           END-IF.

       1600-STORE-APPROVAL.
           ADD 1 TO WS-APPROVALS-READ
           IF WS-WOA-COUNT >= 200
               DISPLAY 'WRITEOFF: MORE THAN 200 APPROVALS, TABLE IS '
                   'FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-WOA-COUNT
           SET WS-WOA-IDX TO WS-WOA-COUNT
           MOVE WOA-COMPANY    TO WS-WOA-COMPANY(WS-WOA-IDX)
           MOVE WOA-CUST-ID    TO WS-WOA-CUST-ID(WS-WOA-IDX)
           MOVE WOA-POST-DATE  TO WS-WOA-POST-DATE(WS-WOA-IDX)
           MOVE WOA-CREDIT-MGR TO WS-WOA-CREDIT-MGR(WS-WOA-IDX)
           MOVE WOA-CONTROLLER TO WS-WOA-CONTROLLER(WS-WOA-IDX)
           MOVE SPACES         TO WS-WOA-REASON(WS-WOA-IDX)
           IF WOA-AMOUNT NUMERIC
               MOVE WOA-AMOUNT TO WS-WOA-AMOUNT(WS-WOA-IDX)
           ELSE
               MOVE 0 TO WS-WOA-AMOUNT(WS-WOA-IDX)
           END-IF
           PERFORM 1700-EDIT-APPROVAL
           IF WS-WOA-REASON-WORK = SPACES
               SET WS-WOA-PENDING(WS-WOA-IDX) TO TRUE
           ELSE
               SET WS-WOA-REFUSED(WS-WOA-IDX) TO TRUE
               MOVE WS-WOA-REASON-WORK TO WS-WOA-REASON(WS-WOA-IDX)
           END-IF.

      *****************************************************************
      * The approval itself has to hold up before it is matched to a
      * ledger item: a real amount, the credit manager's sign-off,
      * and over the controller limit a second sign-off by someone
      * else. The same item approved twice is refused the second
      * time rather than written off twice.
      *****************************************************************
       1700-EDIT-APPROVAL.
           MOVE SPACES TO WS-WOA-REASON-WORK
           EVALUATE TRUE
               WHEN WOA-POST-DATE NOT NUMERIC
                   OR WOA-AMOUNT NOT NUMERIC
                   MOVE 'ITEM DATE OR AMOUNT NOT NUMERIC'
                       TO WS-WOA-REASON-WORK
               WHEN WOA-AMOUNT = 0
                   MOVE 'WRITE-OFF AMOUNT IS ZERO'
                       TO WS-WOA-REASON-WORK
               WHEN WOA-AMOUNT > WS-JOURNAL-MAX
                   MOVE 'AMOUNT OVER JOURNAL LIMIT'
                       TO WS-WOA-REASON-WORK
               WHEN WOA-CREDIT-MGR = SPACES
                   MOVE 'NO CREDIT MANAGER APPROVAL'
                       TO WS-WOA-REASON-WORK
               WHEN WOA-AMOUNT > WS-CONTROLLER-LIMIT
                   AND WOA-CONTROLLER = SPACES
                   MOVE 'CONTROLLER APPROVAL REQUIRED'
                       TO WS-WOA-REASON-WORK
               WHEN WOA-AMOUNT > WS-CONTROLLER-LIMIT
                   AND WOA-CONTROLLER = WOA-CREDIT-MGR
                   MOVE 'CONTROLLER SAME AS CREDIT MGR'
                       TO WS-WOA-REASON-WORK
               WHEN OTHER
                   PERFORM 1710-CHECK-DUPLICATE-APPROVAL
           END-EVALUATE.

       1710-CHECK-DUPLICATE-APPROVAL.
           PERFORM VARYING WS-WOA-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-WOA-CHECK-IDX >= WS-WOA-COUNT
               IF WS-WOA-PENDING(WS-WOA-CHECK-IDX)
                   AND WS-WOA-COMPANY(WS-WOA-CHECK-IDX) = WOA-COMPANY
                   AND WS-WOA-CUST-ID(WS-WOA-CHECK-IDX) = WOA-CUST-ID
                   AND WS-WOA-POST-DATE(WS-WOA-CHECK-IDX)
                       = WOA-POST-DATE
                   AND WS-WOA-AMOUNT(WS-WOA-CHECK-IDX) = WOA-AMOUNT
                   MOVE 'DUPLICATE APPROVAL FOR ITEM'
                       TO WS-WOA-REASON-WORK
               END-IF
           END-PERFORM.

      *****************************************************************
      * Every company with an approval that can be written off must
      * have its bad-debt and AR control accounts on GLMAP before
      * any item is touched. A missing mapping refuses the run here,
      * with the ledger, the journal and the GL feed still as they
      * were, instead of after the ledger has been rewritten.
      *****************************************************************
       1800-CHECK-GL-MAPPINGS.
           PERFORM VARYING WS-WOA-IDX FROM 1 BY 1
                   UNTIL WS-WOA-IDX > WS-WOA-COUNT
               IF WS-WOA-PENDING(WS-WOA-IDX)
                   MOVE WS-WOA-COMPANY(WS-WOA-IDX)
                       TO WS-GLM-LOOKUP-COMPANY
                   MOVE 'BD' TO WS-GLM-LOOKUP-CATEGORY
                   PERFORM 6520-GET-GL-ACCOUNT
                   MOVE 'AR' TO WS-GLM-LOOKUP-CATEGORY
                   PERFORM 6520-GET-GL-ACCOUNT
               END-IF
           END-PERFORM.

       2000-PRINT-HEADINGS.
           MOVE WS-RUN-DATE-DISP    TO WH1-RUN-DATE
           WRITE WOR-LINE FROM WS-HEADING-1
           MOVE WS-CONTROLLER-LIMIT TO WHP-LIMIT
           MOVE WS-MIN-AGE-DAYS     TO WHP-MIN-AGE
           WRITE WOR-LINE FROM WS-HEADING-PARM
           MOVE SPACES TO WOR-LINE
           WRITE WOR-LINE
           MOVE 'WRITE-OFFS APPLIED' TO WS-SECTION-HEADING
           WRITE WOR-LINE FROM WS-SECTION-HEADING
           MOVE SPACES TO WOR-LINE
           WRITE WOR-LINE
           WRITE WOR-LINE FROM WS-APPLIED-HEADING.

      *****************************************************************
      * Sort input procedure. Stream the ledger through the work
      * file: an item with an approval in order is written off and
      * dropped; every other item is kept, and a kept item past the
      * write-off age goes to the sort for the proposal.
      *****************************************************************
       3000-WRITE-OFF-LEDGER-ITEMS.
           OPEN INPUT AR-LEDGER-FILE
           IF WS-ARLEDGER-STATUS = '35'
               SET WS-NO-LEDGER-FILE TO TRUE
               DISPLAY 'WRITEOFF: NO AR LEDGER, NOTHING TO WRITE OFF'
           ELSE
               IF WS-ARLEDGER-STATUS NOT = '00'
                   DISPLAY 'WRITEOFF: UNABLE TO OPEN ARLEDGER, '
                       'STATUS=' WS-ARLEDGER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-END-OF-LEDGER
                   READ AR-LEDGER-FILE
                       AT END
                           SET WS-END-OF-LEDGER TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ITEMS-READ
                           PERFORM 3100-PROCESS-LEDGER-ITEM
                   END-READ
               END-PERFORM
               CLOSE AR-LEDGER-FILE
           END-IF.

       3100-PROCESS-LEDGER-ITEM.
           PERFORM 3200-COMPUTE-ITEM-AGE
           MOVE 'N' TO WS-WRITTEN-OFF-SW
           PERFORM 3300-FIND-APPROVAL
           IF WS-WOA-MATCH-IDX > 0
               SET WS-WOA-IDX TO WS-WOA-MATCH-IDX
               IF WS-AGE-DAYS > WS-MIN-AGE-DAYS
                   PERFORM 3400-APPLY-WRITE-OFF
               ELSE
                   SET WS-WOA-REFUSED(WS-WOA-IDX) TO TRUE
                   MOVE 'ITEM NOT PAST WRITE-OFF AGE'
                       TO WS-WOA-REASON(WS-WOA-IDX)
               END-IF
           END-IF
           IF NOT WS-ITEM-WRITTEN-OFF
               ADD 1 TO WS-ITEMS-KEPT
               WRITE AR-WORK-RECORD FROM AR-ITEM-RECORD
               IF WS-AGE-DAYS > WS-MIN-AGE-DAYS
                   PERFORM 3600-RELEASE-PROPOSAL-ITEM
               END-IF
           END-IF.

       3200-COMPUTE-ITEM-AGE.
           IF AR-POST-DATE NOT NUMERIC OR AR-POST-DATE = 0
               MOVE 0 TO WS-AGE-DAYS
           ELSE
               COMPUTE WS-ITEM-SERIAL =
                   FUNCTION INTEGER-OF-DATE(AR-POST-DATE)
               IF WS-TODAY-SERIAL > WS-ITEM-SERIAL
                   SUBTRACT WS-ITEM-SERIAL FROM WS-TODAY-SERIAL
                       GIVING WS-AGE-DAYS
               ELSE
                   MOVE 0 TO WS-AGE-DAYS
               END-IF
           END-IF.

      *****************************************************************
      * An approval names its item by company, account, posting date
      * and open amount; the amount has to be the item's open amount
      * tonight, so an item part-paid since the approval was keyed
      * is not written off at the stale figure.
      *****************************************************************
       3300-FIND-APPROVAL.
           MOVE 0 TO WS-WOA-MATCH-IDX
           PERFORM VARYING WS-WOA-IDX FROM 1 BY 1
                   UNTIL WS-WOA-IDX > WS-WOA-COUNT
               IF WS-WOA-PENDING(WS-WOA-IDX)
                   AND WS-WOA-COMPANY(WS-WOA-IDX) = AR-COMPANY
                   AND WS-WOA-CUST-ID(WS-WOA-IDX) = AR-CUST-ID
                   AND WS-WOA-POST-DATE(WS-WOA-IDX) = AR-POST-DATE
                   AND WS-WOA-AMOUNT(WS-WOA-IDX) = AR-OPEN-AMOUNT
                   AND WS-WOA-MATCH-IDX = 0
                   SET WS-WOA-MATCH-IDX TO WS-WOA-IDX
               END-IF
           END-PERFORM.

       3400-APPLY-WRITE-OFF.
           SET WS-ITEM-WRITTEN-OFF TO TRUE
           SET WS-WOA-APPLIED(WS-WOA-IDX) TO TRUE
           ADD 1 TO WS-WRITTEN-OFF-COUNT
           ADD AR-OPEN-AMOUNT TO WS-WRITTEN-OFF-TOTAL
           PERFORM 3450-ADD-COMPANY-TOTAL
           MOVE 'WRITEOFF'           TO AUD-PROGRAM
           MOVE AR-COMPANY           TO AUD-COMPANY
           MOVE AR-CUST-ID           TO AUD-CUST-ID
           MOVE AR-CUST-NAME         TO AUD-CUST-NAME
           MOVE AR-OPEN-AMOUNT       TO AUD-AMOUNT
           MOVE 'USD'                TO AUD-CURRENCY
           MOVE 'W'                  TO AUD-TXN-TYPE
           MOVE 0                    TO AUD-DISCOUNT
           MOVE WS-WRITTEN-OFF-TOTAL TO AUD-RUNNING-TOTAL
           MOVE SPACE                TO AUD-PRICE-SOURCE
           PERFORM 7300-WRITE-AUDIT-RECORD
           MOVE AR-COMPANY     TO WAL-COMPANY
           MOVE AR-CUST-ID     TO WAL-CUST-ID
           MOVE AR-CUST-NAME   TO WAL-CUST-NAME
           MOVE AR-POST-DATE   TO WAL-ITEM-DATE
           MOVE WS-AGE-DAYS    TO WAL-DAYS
           MOVE AR-OPEN-AMOUNT TO WAL-AMOUNT
           MOVE WS-WOA-CREDIT-MGR(WS-WOA-IDX) TO WAL-CREDIT-MGR
           MOVE WS-WOA-CONTROLLER(WS-WOA-IDX) TO WAL-CONTROLLER
           WRITE WOR-LINE FROM WS-APPLIED-LINE.

       3450-ADD-COMPANY-TOTAL.
           MOVE 'N' TO WS-CO-FOUND-SW
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT OR WS-CO-FOUND
               IF WS-CO-COMPANY(WS-CO-IDX) = AR-COMPANY
                   SET WS-CO-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-CO-FOUND
               SET WS-CO-IDX DOWN BY 1
           ELSE
               IF WS-CO-COUNT >= 20
                   DISPLAY 'WRITEOFF: MORE THAN 20 COMPANIES, TABLE '
                       'IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CO-COUNT
               SET WS-CO-IDX TO WS-CO-COUNT
               MOVE AR-COMPANY TO WS-CO-COMPANY(WS-CO-IDX)
               MOVE 0 TO WS-CO-ITEMS(WS-CO-IDX)
               MOVE 0 TO WS-CO-AMOUNT(WS-CO-IDX)
           END-IF
           ADD 1 TO WS-CO-ITEMS(WS-CO-IDX)
           ADD AR-OPEN-AMOUNT TO WS-CO-AMOUNT(WS-CO-IDX).

       3600-RELEASE-PROPOSAL-ITEM.
           MOVE AR-COMPANY     TO SR-COMPANY
           MOVE AR-CUST-ID     TO SR-CUST-ID
           MOVE AR-POST-DATE   TO SR-POST-DATE
           MOVE AR-CUST-NAME   TO SR-CUST-NAME
           MOVE WS-AGE-DAYS    TO SR-AGE-DAYS
           MOVE AR-OPEN-AMOUNT TO SR-OPEN-AMOUNT
           RELEASE SORT-RECORD.

      *****************************************************************
      * Sort output procedure: the write-off proposal, every item
      * still open past the write-off age by company and customer,
      * with customer and company subtotals. An item over the
      * controller limit is marked as needing both sign-offs.
      *****************************************************************
       5000-PRINT-PROPOSAL.
           MOVE SPACES TO WOR-LINE
           WRITE WOR-LINE
           MOVE 'WRITE-OFF PROPOSAL - ITEMS PAST WRITE-OFF AGE'
               TO WS-SECTION-HEADING
           WRITE WOR-LINE FROM WS-SECTION-HEADING
           MOVE SPACES TO WOR-LINE
           WRITE WOR-LINE
           WRITE WOR-LINE FROM WS-PROPOSAL-HEADING
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-END-OF-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL WS-END-OF-SORT
               IF WS-FIRST-RECORD
                   MOVE 'N' TO WS-FIRST-RECORD-SW
                   PERFORM 5100-START-COMPANY
                   PERFORM 5200-START-CUSTOMER
               ELSE
                   IF SR-COMPANY NOT = WS-PREV-COMPANY
                       PERFORM 5300-END-CUSTOMER
                       PERFORM 5400-END-COMPANY
                       PERFORM 5100-START-COMPANY
                       PERFORM 5200-START-CUSTOMER
                   ELSE
                       IF SR-CUST-ID NOT = WS-PREV-CUST-ID
                           PERFORM 5300-END-CUSTOMER
                           PERFORM 5200-START-CUSTOMER
                       END-IF
                   END-IF
               END-IF
               PERFORM 5500-PRINT-PROPOSAL-ITEM
               RETURN SORT-WORK-FILE
                   AT END
                       SET WS-END-OF-SORT TO TRUE
               END-RETURN
           END-PERFORM
           IF WS-FIRST-RECORD
               MOVE '    NO ITEMS PAST WRITE-OFF AGE' TO WOR-LINE
               WRITE WOR-LINE
               MOVE SPACES TO WOR-LINE
               WRITE WOR-LINE
           ELSE
               PERFORM 5300-END-CUSTOMER
               PERFORM 5400-END-COMPANY
           END-IF
           MOVE 'TOTAL PROPOSED' TO WPT-LABEL
           MOVE WS-PROPOSED-COUNT TO WPT-ITEMS
           MOVE WS-PROPOSED-TOTAL TO WPT-AMOUNT
           WRITE WOR-LINE FROM WS-PROPOSAL-TOTAL-LINE.

       5100-START-COMPANY.
           MOVE SR-COMPANY TO WS-PREV-COMPANY
           MOVE 0 TO WS-COMP-ITEMS
           MOVE 0 TO WS-COMP-TOTAL.

       5200-START-CUSTOMER.
           MOVE SR-CUST-ID   TO WS-PREV-CUST-ID
           MOVE SR-CUST-NAME TO WS-PREV-CUST-NAME
           MOVE 0 TO WS-CUST-ITEMS
           MOVE 0 TO WS-CUST-TOTAL.

       5300-END-CUSTOMER.
           MOVE 'CUSTOMER TOTAL' TO WPT-LABEL
           MOVE WS-CUST-ITEMS TO WPT-ITEMS
           MOVE WS-CUST-TOTAL TO WPT-AMOUNT
           WRITE WOR-LINE FROM WS-PROPOSAL-TOTAL-LINE
           MOVE SPACES TO WOR-LINE
           WRITE WOR-LINE
           ADD WS-CUST-ITEMS TO WS-COMP-ITEMS
           ADD WS-CUST-TOTAL TO WS-COMP-TOTAL.

       5400-END-COMPANY.
           MOVE SPACES TO WPT-LABEL
           STRING 'COMPANY ' WS-PREV-COMPANY ' TOTAL'
               DELIMITED BY SIZE INTO WPT-LABEL
           MOVE WS-COMP-ITEMS TO WPT-ITEMS
           MOVE WS-COMP-TOTAL TO WPT-AMOUNT
           WRITE WOR-LINE FROM WS-PROPOSAL-TOTAL-LINE
           MOVE SPACES TO WOR-LINE
           WRITE WOR-LINE
           ADD WS-COMP-ITEMS TO WS-PROPOSED-COUNT
           ADD WS-COMP-TOTAL TO WS-PROPOSED-TOTAL.

       5500-PRINT-PROPOSAL-ITEM.
           MOVE SR-COMPANY     TO WPL-COMPANY
           MOVE SR-CUST-ID     TO WPL-CUST-ID
           MOVE SR-CUST-NAME   TO WPL-CUST-NAME
           MOVE SR-POST-DATE   TO WPL-ITEM-DATE
           MOVE SR-AGE-DAYS    TO WPL-DAYS
           MOVE SR-OPEN-AMOUNT TO WPL-AMOUNT
           IF SR-OPEN-AMOUNT > WS-CONTROLLER-LIMIT
               MOVE 'CREDIT MGR + CONTR' TO WPL-APPROVAL
           ELSE
               MOVE 'CREDIT MGR'         TO WPL-APPROVAL
           END-IF
           WRITE WOR-LINE FROM WS-PROPOSAL-LINE
           ADD 1 TO WS-CUST-ITEMS
           ADD SR-OPEN-AMOUNT TO WS-CUST-TOTAL.

       6000-REWRITE-LEDGER.
           CLOSE AR-WORK-FILE
           IF WS-NO-LEDGER-FILE
               CONTINUE
           ELSE
               OPEN INPUT AR-WORK-FILE
               IF WS-ARWORK-STATUS NOT = '00'
                   DISPLAY 'WRITEOFF: UNABLE TO REREAD ARWORK, '
                       'STATUS=' WS-ARWORK-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT AR-LEDGER-FILE
               IF WS-ARLEDGER-STATUS NOT = '00'
                   DISPLAY 'WRITEOFF: UNABLE TO REWRITE ARLEDGER, '
                       'STATUS=' WS-ARLEDGER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-END-OF-ARWORK
                   READ AR-WORK-FILE
                       AT END
                           SET WS-END-OF-ARWORK TO TRUE
                       NOT AT END
                           WRITE AR-ITEM-RECORD FROM AR-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE AR-WORK-FILE
               CLOSE AR-LEDGER-FILE
           END-IF.

      *****************************************************************
      * Approvals refused at the edit, on the ledger pass (item too
      * young), or left pending because no open item matched them.
      *****************************************************************
       6200-PRINT-REFUSED-APPROVALS.
           MOVE SPACES TO WOR-LINE
           WRITE WOR-LINE
           MOVE 'APPROVALS REFUSED' TO WS-SECTION-HEADING
           WRITE WOR-LINE FROM WS-SECTION-HEADING
           MOVE SPACES TO WOR-LINE
           WRITE WOR-LINE
           WRITE WOR-LINE FROM WS-REFUSED-HEADING
           PERFORM VARYING WS-WOA-IDX FROM 1 BY 1
                   UNTIL WS-WOA-IDX > WS-WOA-COUNT
               IF WS-WOA-PENDING(WS-WOA-IDX)
                   SET WS-WOA-REFUSED(WS-WOA-IDX) TO TRUE
                   MOVE 'NO MATCHING OPEN ITEM'
                       TO WS-WOA-REASON(WS-WOA-IDX)
               END-IF
               IF WS-WOA-REFUSED(WS-WOA-IDX)
                   PERFORM 6250-PRINT-REFUSED-LINE
               END-IF
           END-PERFORM.

       6250-PRINT-REFUSED-LINE.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE WS-WOA-COMPANY(WS-WOA-IDX)    TO WRF-COMPANY
           MOVE WS-WOA-CUST-ID(WS-WOA-IDX)    TO WRF-CUST-ID
           MOVE WS-WOA-POST-DATE(WS-WOA-IDX)  TO WRF-ITEM-DATE
           MOVE WS-WOA-AMOUNT(WS-WOA-IDX)     TO WRF-AMOUNT
           MOVE WS-WOA-CREDIT-MGR(WS-WOA-IDX) TO WRF-CREDIT-MGR
           MOVE WS-WOA-CONTROLLER(WS-WOA-IDX) TO WRF-CONTROLLER
           MOVE WS-WOA-REASON(WS-WOA-IDX)     TO WRF-REASON
           WRITE WOR-LINE FROM WS-REFUSED-LINE
           DISPLAY 'WRITEOFF: APPROVAL FOR '
               WS-WOA-COMPANY(WS-WOA-IDX) ' '
               WS-WOA-CUST-ID(WS-WOA-IDX) ' '
               WS-WOA-POST-DATE(WS-WOA-IDX) ' REFUSED: '
               WS-WOA-REASON(WS-WOA-IDX).

      *****************************************************************
      * One self-balancing WOGLFEED batch per company that wrote
      * anything off: bad-debt expense debit, AR control credit,
      * GLCTL header and trailer. No write-offs, no batches -- the
      * GL side takes an empty file as a quiet night.
      *****************************************************************
       6500-WRITE-GL-BATCHES.
           MOVE SPACES TO WOR-LINE
           WRITE WOR-LINE
           MOVE 'GENERAL LEDGER BATCHES (WOGLFEED)'
               TO WS-SECTION-HEADING
           WRITE WOR-LINE FROM WS-SECTION-HEADING
           MOVE SPACES TO WOR-LINE
           WRITE WOR-LINE
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               PERFORM 6510-GET-COMPANY-GL-ACCOUNTS
               PERFORM 6600-WRITE-COMPANY-GL-BATCH
           END-PERFORM.

       6510-GET-COMPANY-GL-ACCOUNTS.
           MOVE WS-CO-COMPANY(WS-CO-IDX) TO WS-GLM-LOOKUP-COMPANY
           MOVE 'BD' TO WS-GLM-LOOKUP-CATEGORY
           PERFORM 6520-GET-GL-ACCOUNT
           MOVE WS-GLM-ACCOUNT TO WS-GL-ACCT-BAD-DEBT
           MOVE 'AR' TO WS-GLM-LOOKUP-CATEGORY
           PERFORM 6520-GET-GL-ACCOUNT
           MOVE WS-GLM-ACCOUNT TO WS-GL-ACCT-AR.

      *****************************************************************
      * A company with no account mapped stops the run. 1800 has
      * already proven every company that can write anything off,
      * before the ledger or the journal was touched, so the check
      * here only guards the batch itself.
      *****************************************************************
       6520-GET-GL-ACCOUNT.
           PERFORM 8700-LOOKUP-GL-ACCOUNT
           IF NOT WS-GLM-FOUND
               DISPLAY 'WRITEOFF: NO GL ACCOUNT MAPPED FOR COMPANY '
                   WS-GLM-LOOKUP-COMPANY ' CATEGORY '
                   WS-GLM-LOOKUP-CATEGORY ' ON GLMAP, RUN REJECTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       6600-WRITE-COMPANY-GL-BATCH.
           MOVE 0 TO WS-GL-LINE-COUNT
           MOVE 0 TO WS-GL-DEBIT-TOTAL
           MOVE 0 TO WS-GL-CREDIT-TOTAL
           ADD 1 TO WS-GL-BATCH-COUNT
           MOVE 'H' TO GLH-REC-TYPE
           MOVE WS-CO-COMPANY(WS-CO-IDX) TO GLH-COMPANY
           MOVE WS-RUN-DATE-NUM TO GLH-RUN-DATE
           WRITE GL-BATCH-HEADER

           MOVE WS-CO-COMPANY(WS-CO-IDX) TO GL-COMPANY
           MOVE WS-GL-ACCT-BAD-DEBT TO GL-ACCOUNT-CODE
           MOVE WS-CO-AMOUNT(WS-CO-IDX) TO GL-AMOUNT
           MOVE 'D'                 TO GL-DR-CR-IND
           MOVE WS-RUN-DATE-NUM     TO GL-RUN-DATE
           PERFORM 6620-PUT-GL-LINE

           MOVE WS-CO-COMPANY(WS-CO-IDX) TO GL-COMPANY
           MOVE WS-GL-ACCT-AR       TO GL-ACCOUNT-CODE
           MOVE WS-CO-AMOUNT(WS-CO-IDX) TO GL-AMOUNT
           MOVE 'C'                 TO GL-DR-CR-IND
           MOVE WS-RUN-DATE-NUM     TO GL-RUN-DATE
           PERFORM 6620-PUT-GL-LINE

           PERFORM 6640-WRITE-BATCH-TRAILER
           MOVE WS-CO-COMPANY(WS-CO-IDX) TO WGS-COMPANY
           MOVE WS-GL-ACCT-BAD-DEBT      TO WGS-DR-ACCOUNT
           MOVE WS-GL-ACCT-AR            TO WGS-CR-ACCOUNT
           MOVE WS-CO-ITEMS(WS-CO-IDX)   TO WGS-ITEMS
           MOVE WS-CO-AMOUNT(WS-CO-IDX)  TO WGS-AMOUNT
           WRITE WOR-LINE FROM WS-GL-SUMMARY-LINE.

       6620-PUT-GL-LINE.
           ADD 1 TO WS-GL-LINE-COUNT
           IF GL-DR-CR-IND = 'D'
               ADD GL-AMOUNT TO WS-GL-DEBIT-TOTAL
           ELSE
               ADD GL-AMOUNT TO WS-GL-CREDIT-TOTAL
           END-IF
           WRITE GL-RECORD.

       6640-WRITE-BATCH-TRAILER.
           IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
               DISPLAY 'WRITEOFF: GL BATCH FOR COMPANY '
                   WS-CO-COMPANY(WS-CO-IDX) ' DOES NOT BALANCE, '
                   'DR ' WS-GL-DEBIT-TOTAL ' CR ' WS-GL-CREDIT-TOTAL
                   ', RUN REJECTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'T' TO GLT-REC-TYPE
           MOVE WS-GL-LINE-COUNT   TO GLT-LINE-COUNT
           MOVE WS-GL-DEBIT-TOTAL  TO GLT-DEBIT-TOTAL
           MOVE WS-GL-CREDIT-TOTAL TO GLT-CREDIT-TOTAL
           WRITE GL-BATCH-TRAILER.

      *****************************************************************
      * The write-off total per company goes to ARACTV as well, the
      * ARPOST way, so ARRECON's roll-forward takes these items off
      * the prior ledger total.
      *****************************************************************
       6700-WRITE-AR-ACTIVITY.
           OPEN EXTEND AR-ACTIVITY-FILE
           IF WS-ARACTV-STATUS = '35'
               OPEN OUTPUT AR-ACTIVITY-FILE
           END-IF
           IF WS-ARACTV-STATUS NOT = '00'
               DISPLAY 'WRITEOFF: UNABLE TO OPEN ARACTV, STATUS='
                   WS-ARACTV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               MOVE WS-BUSINESS-DATE TO ARA-RUN-DATE
               MOVE WS-CO-COMPANY(WS-CO-IDX) TO ARA-COMPANY
               MOVE 'WRITEOFF'       TO ARA-PROGRAM
               MOVE 0                TO ARA-NEW-ITEMS
               MOVE 0                TO ARA-CASH-APPLIED
               MOVE WS-CO-AMOUNT(WS-CO-IDX) TO ARA-WRITTEN-OFF
               WRITE AR-ACTIVITY-RECORD
           END-PERFORM
           CLOSE AR-ACTIVITY-FILE.

       6900-PRINT-RUN-SUMMARY.
           MOVE SPACES TO WOR-LINE
           WRITE WOR-LINE
           MOVE WS-APPROVALS-READ    TO WSM-READ
           MOVE WS-WRITTEN-OFF-COUNT TO WSM-APPLIED
           MOVE WS-REFUSED-COUNT     TO WSM-REFUSED
           WRITE WOR-LINE FROM WS-SUMMARY-LINE-1
           MOVE WS-WRITTEN-OFF-TOTAL TO WSM-WRITTEN-OFF
           MOVE WS-PROPOSED-TOTAL    TO WSM-PROPOSED
           WRITE WOR-LINE FROM WS-SUMMARY-LINE-2.

       8000-CLOSE-FILES.
           CLOSE AUDIT-FILE
           CLOSE GL-EXPORT-FILE
           CLOSE WRITE-OFF-REPORT-FILE.

       COPY AUDWRT.
       COPY GLMLOAD.
       COPY GLMLKUP.
       COPY RUNLOAD.
       COPY RSTWRT.
       COPY STPCHK.
