      *****************************************************************
      * PROGRAM-ID : ARRECON
      * Nightly AR subledger reconciliation, by company, USD. Three
      * proofs that ARLEDGER is still the receivables position the
      * rest of the batch thinks it is:
      *
      * Roll-forward. Last night's ledger total (from this program's
      * own ARRCTL control file) plus tonight's new open items, less
      * tonight's cash applied and bad-debt write-offs -- the ARACTV
      * activity control totals ARPOST and WRITEOFF append -- must
      * equal the ledger actually on file. A difference means an
      * item was lost or changed outside the posting programs.
      *
      * GL AR control. The AR control balance the GL feeds have built
      * up -- last night's balance plus tonight's SALESREPORT GLFEED
      * and WRITEOFF WOGLFEED AR control lines (debits less credits,
      * account from GLMAP category AR), less the cash applied, which
      * reaches the control account through the lockbox posting --
      * must equal the ledger on file.
      *
      * Customer master. Each customer's open items must add up to
      * the CUSTMAST balance, converted to USD at the CURRATE rate
      * (WS-TOLERANCE absorbs the conversion rounding, the RECONCILE
      * rule). Accounts that differ, ledger items for an account not
      * on the master, and items filed under a company other than the
      * account's own are listed.
      *
      * A company with no earlier ARRCTL record is taken as its
      * opening position: the prior ledger total is backed out of
      * tonight's figures and the GL control opens at the ledger, so
      * the first night establishes the controls instead of breaking.
      * Any break ends the step RC=4 for the BATCHSUM scorecard; the
      * ARRCTL control records are written either way, so tomorrow
      * rolls forward from the position actually on file. On the
      * BATCHSUM scorecard the records in are the checks made (two
      * per company, one per account), out the checks that agreed and
      * rejected the breaks.
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
       PROGRAM-ID. ARRECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-LEDGER-FILE ASSIGN TO 'ARLEDGER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARLEDGER-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO 'SRTWORK'.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT CURRENCY-RATE-FILE ASSIGN TO 'CURRATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRRATE-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO 'GLMAP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT GL-EXPORT-FILE ASSIGN TO 'GLFEED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFEED-STATUS.

           SELECT WO-GL-EXPORT-FILE ASSIGN TO 'WOGLFEED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOGLFEED-STATUS.

           SELECT AR-ACTIVITY-FILE ASSIGN TO 'ARACTV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARACTV-STATUS.

           SELECT AR-RECON-CTL-FILE ASSIGN TO 'ARRCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRCTL-STATUS.

           SELECT AR-RECON-REPORT-FILE ASSIGN TO 'ARRECRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRECRPT-STATUS.

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

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-CUST-ID        PIC X(6).
           05  SR-COMPANY        PIC X(3).
           05  SR-CUST-NAME      PIC X(20).
           05  SR-OPEN-AMOUNT    PIC 9(9)V99.

       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD  CURRENCY-RATE-FILE
           RECORDING MODE IS F.
           COPY CURRATE.

       FD  GL-MAP-FILE
           RECORDING MODE IS F.
           COPY GLMREC.

       FD  GL-EXPORT-FILE
           RECORDING MODE IS F.
       01  GL-FEED-RECORD           PIC X(33).

       FD  WO-GL-EXPORT-FILE
           RECORDING MODE IS F.
       01  WO-GL-FEED-RECORD        PIC X(33).

       FD  AR-ACTIVITY-FILE
           RECORDING MODE IS F.
           COPY ARAREC.

       FD  AR-RECON-CTL-FILE
           RECORDING MODE IS F.
           COPY ARCREC.

       FD  AR-RECON-REPORT-FILE
           RECORDING MODE IS F.
       01  ARR-LINE                 PIC X(132).

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
       01  WS-CUSTMAST-STATUS    PIC X(2).
       01  WS-GLFEED-STATUS      PIC X(2).
       01  WS-WOGLFEED-STATUS    PIC X(2).
       01  WS-ARACTV-STATUS      PIC X(2).
       01  WS-ARRCTL-STATUS      PIC X(2).
       01  WS-ARRECRPT-STATUS    PIC X(2).
       01  WS-RUNSTATS-STATUS    PIC X(2).

       01  WS-LEDGER-EOF-SW      PIC X     VALUE 'N'.
           88  WS-END-OF-LEDGER           VALUE 'Y'.
       01  WS-SORT-EOF-SW        PIC X     VALUE 'N'.
           88  WS-END-OF-SORT             VALUE 'Y'.
       01  WS-CUSTMAST-EOF-SW    PIC X     VALUE 'N'.
           88  WS-END-OF-CUSTMAST         VALUE 'Y'.
       01  WS-FEED-EOF-SW        PIC X     VALUE 'N'.
           88  WS-END-OF-FEED             VALUE 'Y'.
       01  WS-ARACTV-EOF-SW      PIC X     VALUE 'N'.
           88  WS-END-OF-ARACTV           VALUE 'Y'.
       01  WS-ARRCTL-EOF-SW      PIC X     VALUE 'N'.
           88  WS-END-OF-ARRCTL           VALUE 'Y'.

      *****************************************************************
      * A GLFEED or WOGLFEED line, header or trailer, read into one
      * view. Column 1 'H' or 'T' marks the GLCTL batch controls.
      *****************************************************************
       01  WS-GL-FEED-LINE.
           05  WGF-COMPANY       PIC X(3).
           05  WGF-ACCOUNT-CODE  PIC X(10).
           05  WGF-AMOUNT        PIC 9(9)V99.
           05  WGF-DR-CR-IND     PIC X(1).
           05  WGF-RUN-DATE      PIC 9(8).
       01  WS-GL-FEED-TYPE REDEFINES WS-GL-FEED-LINE.
           05  WGF-REC-TYPE      PIC X(1).
               88  WGF-IS-CONTROL         VALUE 'H' 'T'.
           05  FILLER            PIC X(32).
       01  WS-GL-LINE-NET        PIC S9(9)V99 VALUE 0.
       01  WS-FEED-SOURCE-SW     PIC X     VALUE 'S'.
           88  WS-FEED-IS-SALES           VALUE 'S'.
           88  WS-FEED-IS-WRITE-OFF       VALUE 'W'.

      *****************************************************************
      * One entry per company seen on ARRCTL, ARACTV, the GL feeds or
      * the ledger.
      *****************************************************************
       01  WS-COMPANY-TABLE.
           05  WS-CO-COUNT       PIC 9(3)  VALUE 0.
           05  WS-CO-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-CO-IDX.
               10  WS-CO-COMPANY       PIC X(3).
               10  WS-CO-PRIOR-DATE    PIC 9(8).
               10  WS-CO-PRIOR-LEDGER  PIC S9(11)V99.
               10  WS-CO-PRIOR-GL-AR   PIC S9(11)V99.
               10  WS-CO-NEW-ITEMS     PIC 9(11)V99.
               10  WS-CO-CASH-APPLIED  PIC 9(11)V99.
               10  WS-CO-WRITTEN-OFF   PIC 9(11)V99.
               10  WS-CO-SALES-GL-AR   PIC S9(11)V99.
               10  WS-CO-WO-GL-AR      PIC S9(11)V99.
               10  WS-CO-EXPECTED      PIC S9(11)V99.
               10  WS-CO-ON-FILE       PIC 9(11)V99.
               10  WS-CO-GL-AR-BALANCE PIC S9(11)V99.
       01  WS-CO-LOOKUP-COMPANY  PIC X(3).
       01  WS-CO-FOUND-SW        PIC X     VALUE 'N'.
           88  WS-CO-FOUND                VALUE 'Y'.

      *****************************************************************
      * Merge keys. HIGH-VALUES marks an exhausted side.
      *****************************************************************
       01  WS-MASTER-KEY         PIC X(6).
       01  WS-LEDGER-CUSTOMER.
           05  WS-LC-CUST-ID     PIC X(6).
           05  WS-LC-COMPANY     PIC X(3).
           05  WS-LC-CUST-NAME   PIC X(20).
           05  WS-LC-OPEN-TOTAL  PIC 9(11)V99.
           05  WS-LC-MIXED-SW    PIC X(1).
               88  WS-LC-MIXED-COMPANY    VALUE 'Y'.
       01  WS-MATCH-CUSTOMER.
           05  WS-MC-COMPANY     PIC X(3).
           05  WS-MC-OPEN-TOTAL  PIC 9(11)V99.
           05  WS-MC-MIXED-SW    PIC X(1).
               88  WS-MC-MIXED-COMPANY    VALUE 'Y'.

       01  WS-TOLERANCE          PIC 9(9)V99  VALUE 0.05.
       01  WS-DIFFERENCE         PIC S9(11)V99 VALUE 0.
       01  WS-ABS-DIFFERENCE     PIC 9(11)V99 VALUE 0.
       01  WS-BALANCE-USD        PIC S9(11)V99 VALUE 0.
       01  WS-EXCEPTION-NOTE     PIC X(16) VALUE SPACES.

       01  WS-LEDGER-ITEMS-READ  PIC 9(7)  VALUE 0.
       01  WS-CONTROLS-WRITTEN   PIC 9(7)  VALUE 0.
       01  WS-ACCOUNTS-CHECKED   PIC 9(7)  VALUE 0.
       01  WS-CHECKS-MADE        PIC 9(7)  VALUE 0.
       01  WS-CHECKS-AGREED      PIC 9(7)  VALUE 0.
       01  WS-ROLL-BREAKS        PIC 9(5)  VALUE 0.
       01  WS-GL-BREAKS          PIC 9(5)  VALUE 0.
       01  WS-CUST-EXCEPTIONS    PIC 9(5)  VALUE 0.
       01  WS-OPENING-COUNT      PIC 9(5)  VALUE 0.
       01  WS-TOTAL-BREAKS       PIC 9(7)  VALUE 0.

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
               VALUE 'AR SUBLEDGER RECONCILIATION (USD)'.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  WH1-RUN-DATE      PIC X(8).

       01  WS-SECTION-HEADING    PIC X(60).

       01  WS-ROLL-HEADING.
           05  FILLER            PIC X(4)  VALUE 'CO'.
           05  FILLER            PIC X(16) VALUE '    PRIOR LEDGER'.
           05  FILLER            PIC X(16) VALUE '       NEW ITEMS'.
           05  FILLER            PIC X(16) VALUE '    CASH APPLIED'.
           05  FILLER            PIC X(16) VALUE '     WRITTEN OFF'.
           05  FILLER            PIC X(16) VALUE '        EXPECTED'.
           05  FILLER            PIC X(16) VALUE '         ON FILE'.
           05  FILLER            PIC X(16) VALUE '      DIFFERENCE'.

       01  WS-ROLL-LINE.
           05  WRL-COMPANY       PIC X(4).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WRL-PRIOR         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WRL-NEW           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WRL-CASH          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WRL-WRITTEN-OFF   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WRL-EXPECTED      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WRL-ON-FILE       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WRL-DIFFERENCE    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WRL-FLAG          PIC X(8).

       01  WS-GL-HEADING.
           05  FILLER            PIC X(4)  VALUE 'CO'.
           05  FILLER            PIC X(16) VALUE '     PRIOR GL AR'.
           05  FILLER            PIC X(16) VALUE '     SALES GL AR'.
           05  FILLER            PIC X(16) VALUE ' WRITE-OFF GL AR'.
           05  FILLER            PIC X(16) VALUE '    CASH APPLIED'.
           05  FILLER            PIC X(16) VALUE '   GL AR BALANCE'.
           05  FILLER            PIC X(16) VALUE '  LEDGER ON FILE'.
           05  FILLER            PIC X(16) VALUE '      DIFFERENCE'.

       01  WS-GL-LINE.
           05  WGL-COMPANY       PIC X(4).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WGL-PRIOR         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WGL-SALES         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WGL-WRITE-OFF     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WGL-CASH          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WGL-BALANCE       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WGL-ON-FILE       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WGL-DIFFERENCE    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WGL-FLAG          PIC X(8).

       01  WS-CUST-HEADING.
           05  FILLER            PIC X(4)  VALUE 'CO'.
           05  FILLER            PIC X(8)  VALUE 'CUST ID'.
           05  FILLER            PIC X(22) VALUE 'CUSTOMER NAME'.
           05  FILLER            PIC X(4)  VALUE 'CCY'.
           05  FILLER            PIC X(16) VALUE '  MASTER BALANCE'.
           05  FILLER            PIC X(16) VALUE '     BALANCE USD'.
           05  FILLER            PIC X(16) VALUE '      OPEN ITEMS'.
           05  FILLER            PIC X(16) VALUE '      DIFFERENCE'.

       01  WS-CUST-LINE.
           05  WCU-COMPANY       PIC X(4).
           05  WCU-CUST-ID       PIC X(8).
           05  WCU-CUST-NAME     PIC X(22).
           05  WCU-CURRENCY      PIC X(3).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WCU-MASTER-BAL    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WCU-BALANCE-USD   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WCU-OPEN-ITEMS    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WCU-DIFFERENCE    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WCU-NOTE          PIC X(16).

       01  WS-NONE-LINE.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WNL-TEXT          PIC X(40).

       01  WS-SUMMARY-LINE.
           05  WSM-LABEL         PIC X(32).
           05  WSM-COUNT         PIC ZZZ,ZZ9.

       01  WS-RESULT-LINE        PIC X(60).

       COPY RUNWORK.
       COPY STPWORK.
       COPY CURRWORK.
       COPY CURRTBL.
       COPY GLMWORK.
       COPY GLMTBL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7900-READ-RUN-CONTROL
           MOVE 'ARRECON' TO WS-STEP-PROGRAM
           PERFORM 7960-CHECK-STEP-LEDGER
           PERFORM 1000-OPEN-FILES
           PERFORM 7400-LOAD-CURRENCY-TABLE
           PERFORM 8600-LOAD-GL-MAP-TABLE
           PERFORM 1500-LOAD-PRIOR-CONTROL
           PERFORM 1700-LOAD-AR-ACTIVITY
           PERFORM 1900-LOAD-SALES-GL-FEED
           PERFORM 1950-LOAD-WRITE-OFF-GL-FEED
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-CUST-ID
                                SR-COMPANY
               INPUT PROCEDURE IS 3000-READ-LEDGER-ITEMS
               OUTPUT PROCEDURE IS 4000-RECONCILE-AND-MATCH
           PERFORM 6000-WRITE-RECON-CONTROL
           PERFORM 6500-PRINT-RUN-SUMMARY
           PERFORM 8000-CLOSE-FILES
           COMPUTE WS-TOTAL-BREAKS =
               WS-ROLL-BREAKS + WS-GL-BREAKS + WS-CUST-EXCEPTIONS
           COMPUTE WS-CHECKS-MADE =
               WS-CO-COUNT * 2 + WS-ACCOUNTS-CHECKED
           SUBTRACT WS-TOTAL-BREAKS FROM WS-CHECKS-MADE
               GIVING WS-CHECKS-AGREED
           DISPLAY '----------------------------'
           DISPLAY 'ARRECON: COMPANIES       : ' WS-CO-COUNT
           DISPLAY 'ARRECON: ROLL-FWD BREAKS : ' WS-ROLL-BREAKS
           DISPLAY 'ARRECON: GL AR BREAKS    : ' WS-GL-BREAKS
           DISPLAY 'ARRECON: CUST EXCEPTIONS : ' WS-CUST-EXCEPTIONS
           IF WS-TOTAL-BREAKS > 0
               DISPLAY 'ARRECON: AR SUBLEDGER DOES NOT RECONCILE'
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE 'ARRECON'            TO RS-PROGRAM
           MOVE 14                   TO RS-FILES-OPENED
           MOVE WS-CHECKS-MADE       TO RS-RECORDS-IN
           MOVE WS-CHECKS-AGREED     TO RS-RECORDS-OUT
           MOVE WS-TOTAL-BREAKS      TO RS-RECORDS-REJECTED
           PERFORM 7950-WRITE-RUN-STATISTICS
           PERFORM 7970-RECORD-STEP-END
           STOP RUN.

       1000-OPEN-FILES.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE-NUM
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISP
           OPEN OUTPUT AR-RECON-REPORT-FILE
           IF WS-ARRECRPT-STATUS NOT = '00'
               DISPLAY 'ARRECON: UNABLE TO OPEN ARRECRPT, STATUS='
                   WS-ARRECRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE-DISP TO WH1-RUN-DATE
           WRITE ARR-LINE FROM WS-HEADING-1
           MOVE SPACES TO ARR-LINE
           WRITE ARR-LINE
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'ARRECON: UNABLE TO OPEN CUSTMAST, STATUS='
                   WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * The prior position per company is the latest ARRCTL record
      * dated before tonight's business date. Records for the same
      * date are in run order, so the last one read wins.
      *****************************************************************
       1500-LOAD-PRIOR-CONTROL.
           OPEN INPUT AR-RECON-CTL-FILE
           IF WS-ARRCTL-STATUS = '35'
               DISPLAY 'ARRECON: NO ARRCTL CONTROL FILE YET, OPENING '
                   'POSITION TAKEN FROM THE LEDGER'
           ELSE
               IF WS-ARRCTL-STATUS NOT = '00'
                   DISPLAY 'ARRECON: UNABLE TO OPEN ARRCTL, STATUS='
                       WS-ARRCTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-END-OF-ARRCTL
                   READ AR-RECON-CTL-FILE
                       AT END
                           SET WS-END-OF-ARRCTL TO TRUE
                       NOT AT END
                           IF ARC-RUN-DATE < WS-BUSINESS-DATE
                               PERFORM 1600-STORE-PRIOR-CONTROL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AR-RECON-CTL-FILE
           END-IF.

       1600-STORE-PRIOR-CONTROL.
           IF ARC-LEDGER-TOTAL NOT NUMERIC
               OR ARC-GL-AR-BALANCE NOT NUMERIC
               DISPLAY 'ARRECON: ARRCTL RECORD FOR COMPANY '
                   ARC-COMPANY ' DATE ' ARC-RUN-DATE
                   ' IS NOT NUMERIC, RUN REJECTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ARC-COMPANY TO WS-CO-LOOKUP-COMPANY
           PERFORM 3900-FIND-COMPANY
           IF ARC-RUN-DATE >= WS-CO-PRIOR-DATE(WS-CO-IDX)
               MOVE ARC-RUN-DATE      TO WS-CO-PRIOR-DATE(WS-CO-IDX)
               MOVE ARC-LEDGER-TOTAL  TO WS-CO-PRIOR-LEDGER(WS-CO-IDX)
               MOVE ARC-GL-AR-BALANCE TO WS-CO-PRIOR-GL-AR(WS-CO-IDX)
           END-IF.

      *****************************************************************
      * Tonight's activity control totals. ARPOST carries the new
      * items and cash applied, WRITEOFF the write-offs; a rerun
      * appends fresh records, so the last record per company and
      * program replaces the earlier one rather than adding to it.
      *****************************************************************
       1700-LOAD-AR-ACTIVITY.
           OPEN INPUT AR-ACTIVITY-FILE
           IF WS-ARACTV-STATUS = '35'
               DISPLAY 'ARRECON: NO ARACTV ACTIVITY FILE, NO LEDGER '
                   'ACTIVITY TAKEN FOR TONIGHT'
           ELSE
               IF WS-ARACTV-STATUS NOT = '00'
                   DISPLAY 'ARRECON: UNABLE TO OPEN ARACTV, STATUS='
                       WS-ARACTV-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-END-OF-ARACTV
                   READ AR-ACTIVITY-FILE
                       AT END
                           SET WS-END-OF-ARACTV TO TRUE
                       NOT AT END
                           IF ARA-RUN-DATE = WS-BUSINESS-DATE
                               PERFORM 1800-STORE-AR-ACTIVITY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AR-ACTIVITY-FILE
           END-IF.

       1800-STORE-AR-ACTIVITY.
           IF ARA-NEW-ITEMS NOT NUMERIC
               OR ARA-CASH-APPLIED NOT NUMERIC
               OR ARA-WRITTEN-OFF NOT NUMERIC
               DISPLAY 'ARRECON: ARACTV RECORD FOR COMPANY '
                   ARA-COMPANY ' FROM ' ARA-PROGRAM
                   ' IS NOT NUMERIC, RUN REJECTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ARA-COMPANY TO WS-CO-LOOKUP-COMPANY
           PERFORM 3900-FIND-COMPANY
           EVALUATE ARA-PROGRAM
               WHEN 'ARPOST'
                   MOVE ARA-NEW-ITEMS    TO WS-CO-NEW-ITEMS(WS-CO-IDX)
                   MOVE ARA-CASH-APPLIED
                       TO WS-CO-CASH-APPLIED(WS-CO-IDX)
               WHEN 'WRITEOFF'
                   MOVE ARA-WRITTEN-OFF
                       TO WS-CO-WRITTEN-OFF(WS-CO-IDX)
               WHEN OTHER
                   DISPLAY 'ARRECON: UNKNOWN PROGRAM ON ARACTV '
                       'RECORD: ' ARA-PROGRAM
           END-EVALUATE.

      *****************************************************************
      * Tonight's GL feeds. Only the AR control lines count; the
      * GLCTL headers and trailers are passed over. GLFEED is
      * SALESREPORT's and must be there; WOGLFEED can be missing on a
      * night WRITEOFF did not run.
      *****************************************************************
       1900-LOAD-SALES-GL-FEED.
           OPEN INPUT GL-EXPORT-FILE
           IF WS-GLFEED-STATUS NOT = '00'
               DISPLAY 'ARRECON: UNABLE TO OPEN GLFEED, STATUS='
                   WS-GLFEED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-FEED-IS-SALES TO TRUE
           MOVE 'N' TO WS-FEED-EOF-SW
           PERFORM UNTIL WS-END-OF-FEED
               READ GL-EXPORT-FILE INTO WS-GL-FEED-LINE
                   AT END
                       SET WS-END-OF-FEED TO TRUE
                   NOT AT END
                       PERFORM 1980-TAKE-GL-AR-LINE
               END-READ
           END-PERFORM
           CLOSE GL-EXPORT-FILE.

       1950-LOAD-WRITE-OFF-GL-FEED.
           OPEN INPUT WO-GL-EXPORT-FILE
           IF WS-WOGLFEED-STATUS = '35'
               DISPLAY 'ARRECON: NO WOGLFEED FILE, NO WRITE-OFF GL '
                   'LINES TAKEN'
           ELSE
               IF WS-WOGLFEED-STATUS NOT = '00'
                   DISPLAY 'ARRECON: UNABLE TO OPEN WOGLFEED, STATUS='
                       WS-WOGLFEED-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-FEED-IS-WRITE-OFF TO TRUE
               MOVE 'N' TO WS-FEED-EOF-SW
               PERFORM UNTIL WS-END-OF-FEED
                   READ WO-GL-EXPORT-FILE INTO WS-GL-FEED-LINE
                       AT END
                           SET WS-END-OF-FEED TO TRUE
                       NOT AT END
                           PERFORM 1980-TAKE-GL-AR-LINE
                   END-READ
               END-PERFORM
               CLOSE WO-GL-EXPORT-FILE
           END-IF.

       1980-TAKE-GL-AR-LINE.
           IF WGF-IS-CONTROL
               CONTINUE
           ELSE
               MOVE WGF-COMPANY TO WS-GLM-LOOKUP-COMPANY
               MOVE 'AR'        TO WS-GLM-LOOKUP-CATEGORY
               PERFORM 8700-LOOKUP-GL-ACCOUNT
               IF WS-GLM-FOUND
                   AND WGF-ACCOUNT-CODE = WS-GLM-ACCOUNT
                   IF WGF-DR-CR-IND = 'D'
                       MOVE WGF-AMOUNT TO WS-GL-LINE-NET
                   ELSE
                       COMPUTE WS-GL-LINE-NET = 0 - WGF-AMOUNT
                   END-IF
                   MOVE WGF-COMPANY TO WS-CO-LOOKUP-COMPANY
                   PERFORM 3900-FIND-COMPANY
                   IF WS-FEED-IS-SALES
                       ADD WS-GL-LINE-NET
                           TO WS-CO-SALES-GL-AR(WS-CO-IDX)
                   ELSE
                       ADD WS-GL-LINE-NET
                           TO WS-CO-WO-GL-AR(WS-CO-IDX)
                   END-IF
               END-IF
           END-IF.

       2000-READ-CUSTMAST.
           READ CUSTOMER-MASTER-FILE
               AT END
                   SET WS-END-OF-CUSTMAST TO TRUE
                   MOVE HIGH-VALUES TO WS-MASTER-KEY
               NOT AT END
                   MOVE CUST-ID TO WS-MASTER-KEY
           END-READ.

      *****************************************************************
      * Sort input: total the ledger on file by company and release
      * every open item for the customer match.
      *****************************************************************
       3000-READ-LEDGER-ITEMS.
           OPEN INPUT AR-LEDGER-FILE
           IF WS-ARLEDGER-STATUS = '35'
               DISPLAY 'ARRECON: NO AR LEDGER ON FILE'
           ELSE
               IF WS-ARLEDGER-STATUS NOT = '00'
                   DISPLAY 'ARRECON: UNABLE TO OPEN ARLEDGER, STATUS='
                       WS-ARLEDGER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-END-OF-LEDGER
                   READ AR-LEDGER-FILE
                       AT END
                           SET WS-END-OF-LEDGER TO TRUE
                       NOT AT END
                           PERFORM 3100-RELEASE-LEDGER-ITEM
                   END-READ
               END-PERFORM
               CLOSE AR-LEDGER-FILE
           END-IF.

       3100-RELEASE-LEDGER-ITEM.
           ADD 1 TO WS-LEDGER-ITEMS-READ
           MOVE AR-COMPANY TO WS-CO-LOOKUP-COMPANY
           PERFORM 3900-FIND-COMPANY
           ADD AR-OPEN-AMOUNT TO WS-CO-ON-FILE(WS-CO-IDX)
           MOVE AR-CUST-ID     TO SR-CUST-ID
           MOVE AR-COMPANY     TO SR-COMPANY
           MOVE AR-CUST-NAME   TO SR-CUST-NAME
           MOVE AR-OPEN-AMOUNT TO SR-OPEN-AMOUNT
           RELEASE SORT-RECORD.

       3900-FIND-COMPANY.
           MOVE 'N' TO WS-CO-FOUND-SW
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT OR WS-CO-FOUND
               IF WS-CO-COMPANY(WS-CO-IDX) = WS-CO-LOOKUP-COMPANY
                   SET WS-CO-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-CO-FOUND
               SET WS-CO-IDX DOWN BY 1
           ELSE
               IF WS-CO-COUNT >= 20
                   DISPLAY 'ARRECON: MORE THAN 20 COMPANIES, TABLE IS '
                       'FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CO-COUNT
               SET WS-CO-IDX TO WS-CO-COUNT
               MOVE WS-CO-LOOKUP-COMPANY TO WS-CO-COMPANY(WS-CO-IDX)
               MOVE 0 TO WS-CO-PRIOR-DATE(WS-CO-IDX)
               MOVE 0 TO WS-CO-PRIOR-LEDGER(WS-CO-IDX)
               MOVE 0 TO WS-CO-PRIOR-GL-AR(WS-CO-IDX)
               MOVE 0 TO WS-CO-NEW-ITEMS(WS-CO-IDX)
               MOVE 0 TO WS-CO-CASH-APPLIED(WS-CO-IDX)
               MOVE 0 TO WS-CO-WRITTEN-OFF(WS-CO-IDX)
               MOVE 0 TO WS-CO-SALES-GL-AR(WS-CO-IDX)
               MOVE 0 TO WS-CO-WO-GL-AR(WS-CO-IDX)
               MOVE 0 TO WS-CO-EXPECTED(WS-CO-IDX)
               MOVE 0 TO WS-CO-ON-FILE(WS-CO-IDX)
               MOVE 0 TO WS-CO-GL-AR-BALANCE(WS-CO-IDX)
           END-IF.

      *****************************************************************
      * Sort output: by now every company's ledger total is known, so
      * the two company-level proofs print first, then the sorted
      * items are matched against the customer master.
      *****************************************************************
       4000-RECONCILE-AND-MATCH.
           PERFORM 4100-PRINT-ROLL-FORWARD
           PERFORM 4300-PRINT-GL-CONTROL
           PERFORM 5000-MATCH-CUSTOMERS.

       4100-PRINT-ROLL-FORWARD.
           MOVE 'LEDGER ROLL-FORWARD' TO WS-SECTION-HEADING
           WRITE ARR-LINE FROM WS-SECTION-HEADING
           MOVE SPACES TO ARR-LINE
           WRITE ARR-LINE
           WRITE ARR-LINE FROM WS-ROLL-HEADING
           MOVE SPACES TO ARR-LINE
           WRITE ARR-LINE
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               PERFORM 4150-ROLL-FORWARD-COMPANY
           END-PERFORM.

      *****************************************************************
      * A company with no earlier control record opens at the ledger:
      * the prior total is backed out of tonight's activity and the
      * GL control opens at the same figure.
      *****************************************************************
       4150-ROLL-FORWARD-COMPANY.
           MOVE SPACES TO WRL-FLAG
           IF WS-CO-PRIOR-DATE(WS-CO-IDX) = 0
               COMPUTE WS-CO-PRIOR-LEDGER(WS-CO-IDX) =
                   WS-CO-ON-FILE(WS-CO-IDX)
                   - WS-CO-NEW-ITEMS(WS-CO-IDX)
                   + WS-CO-CASH-APPLIED(WS-CO-IDX)
                   + WS-CO-WRITTEN-OFF(WS-CO-IDX)
               MOVE WS-CO-PRIOR-LEDGER(WS-CO-IDX)
                   TO WS-CO-PRIOR-GL-AR(WS-CO-IDX)
               ADD 1 TO WS-OPENING-COUNT
               MOVE 'OPENING' TO WRL-FLAG
           END-IF
           COMPUTE WS-CO-EXPECTED(WS-CO-IDX) =
               WS-CO-PRIOR-LEDGER(WS-CO-IDX)
               + WS-CO-NEW-ITEMS(WS-CO-IDX)
               - WS-CO-CASH-APPLIED(WS-CO-IDX)
               - WS-CO-WRITTEN-OFF(WS-CO-IDX)
           COMPUTE WS-DIFFERENCE =
               WS-CO-ON-FILE(WS-CO-IDX) - WS-CO-EXPECTED(WS-CO-IDX)
           IF WS-DIFFERENCE NOT = 0
               ADD 1 TO WS-ROLL-BREAKS
               MOVE '*BREAK' TO WRL-FLAG
           END-IF
           MOVE WS-CO-COMPANY(WS-CO-IDX)      TO WRL-COMPANY
           MOVE WS-CO-PRIOR-LEDGER(WS-CO-IDX) TO WRL-PRIOR
           MOVE WS-CO-NEW-ITEMS(WS-CO-IDX)    TO WRL-NEW
           MOVE WS-CO-CASH-APPLIED(WS-CO-IDX) TO WRL-CASH
           MOVE WS-CO-WRITTEN-OFF(WS-CO-IDX)  TO WRL-WRITTEN-OFF
           MOVE WS-CO-EXPECTED(WS-CO-IDX)     TO WRL-EXPECTED
           MOVE WS-CO-ON-FILE(WS-CO-IDX)      TO WRL-ON-FILE
           MOVE WS-DIFFERENCE                 TO WRL-DIFFERENCE
           WRITE ARR-LINE FROM WS-ROLL-LINE.

       4300-PRINT-GL-CONTROL.
           MOVE SPACES TO ARR-LINE
           WRITE ARR-LINE
           MOVE 'GL AR CONTROL' TO WS-SECTION-HEADING
           WRITE ARR-LINE FROM WS-SECTION-HEADING
           MOVE SPACES TO ARR-LINE
           WRITE ARR-LINE
           WRITE ARR-LINE FROM WS-GL-HEADING
           MOVE SPACES TO ARR-LINE
           WRITE ARR-LINE
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               PERFORM 4350-GL-CONTROL-COMPANY
           END-PERFORM.

       4350-GL-CONTROL-COMPANY.
           MOVE SPACES TO WGL-FLAG
           COMPUTE WS-CO-GL-AR-BALANCE(WS-CO-IDX) =
               WS-CO-PRIOR-GL-AR(WS-CO-IDX)
               + WS-CO-SALES-GL-AR(WS-CO-IDX)
               + WS-CO-WO-GL-AR(WS-CO-IDX)
               - WS-CO-CASH-APPLIED(WS-CO-IDX)
           COMPUTE WS-DIFFERENCE =
               WS-CO-GL-AR-BALANCE(WS-CO-IDX)
               - WS-CO-ON-FILE(WS-CO-IDX)
           IF WS-DIFFERENCE NOT = 0
               ADD 1 TO WS-GL-BREAKS
               MOVE '*BREAK' TO WGL-FLAG
           END-IF
           MOVE WS-CO-COMPANY(WS-CO-IDX)       TO WGL-COMPANY
           MOVE WS-CO-PRIOR-GL-AR(WS-CO-IDX)   TO WGL-PRIOR
           MOVE WS-CO-SALES-GL-AR(WS-CO-IDX)   TO WGL-SALES
           MOVE WS-CO-WO-GL-AR(WS-CO-IDX)      TO WGL-WRITE-OFF
           MOVE WS-CO-CASH-APPLIED(WS-CO-IDX)  TO WGL-CASH
           MOVE WS-CO-GL-AR-BALANCE(WS-CO-IDX) TO WGL-BALANCE
           MOVE WS-CO-ON-FILE(WS-CO-IDX)       TO WGL-ON-FILE
           MOVE WS-DIFFERENCE                  TO WGL-DIFFERENCE
           WRITE ARR-LINE FROM WS-GL-LINE.

      *****************************************************************
      * Match-merge of the sorted ledger, one customer at a time,
      * against the master in CUST-ID order.
      *****************************************************************
       5000-MATCH-CUSTOMERS.
           MOVE SPACES TO ARR-LINE
           WRITE ARR-LINE
           MOVE 'CUSTOMER MASTER BALANCE VS OPEN ITEMS -- EXCEPTIONS'
               TO WS-SECTION-HEADING
           WRITE ARR-LINE FROM WS-SECTION-HEADING
           MOVE SPACES TO ARR-LINE
           WRITE ARR-LINE
           WRITE ARR-LINE FROM WS-CUST-HEADING
           MOVE SPACES TO ARR-LINE
           WRITE ARR-LINE
           PERFORM 2000-READ-CUSTMAST
           PERFORM 5100-RETURN-LEDGER-ITEM
           PERFORM 5200-NEXT-LEDGER-CUSTOMER
           PERFORM UNTIL WS-MASTER-KEY = HIGH-VALUES
                     AND WS-LC-CUST-ID = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-MASTER-KEY < WS-LC-CUST-ID
                       MOVE CUST-COMPANY TO WS-MC-COMPANY
                       MOVE 0            TO WS-MC-OPEN-TOTAL
                       MOVE 'N'          TO WS-MC-MIXED-SW
                       PERFORM 5300-CHECK-MASTER-CUSTOMER
                       PERFORM 2000-READ-CUSTMAST
                   WHEN WS-MASTER-KEY = WS-LC-CUST-ID
                       MOVE WS-LC-COMPANY    TO WS-MC-COMPANY
                       MOVE WS-LC-OPEN-TOTAL TO WS-MC-OPEN-TOTAL
                       MOVE WS-LC-MIXED-SW   TO WS-MC-MIXED-SW
                       PERFORM 5300-CHECK-MASTER-CUSTOMER
                       PERFORM 2000-READ-CUSTMAST
                       PERFORM 5200-NEXT-LEDGER-CUSTOMER
                   WHEN OTHER
                       PERFORM 5400-PRINT-NOT-ON-MASTER
                       PERFORM 5200-NEXT-LEDGER-CUSTOMER
               END-EVALUATE
           END-PERFORM
           IF WS-CUST-EXCEPTIONS = 0
               MOVE 'NONE -- EVERY ACCOUNT AGREES' TO WNL-TEXT
               WRITE ARR-LINE FROM WS-NONE-LINE
           END-IF.

       5100-RETURN-LEDGER-ITEM.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-END-OF-SORT TO TRUE
           END-RETURN.

       5200-NEXT-LEDGER-CUSTOMER.
           IF WS-END-OF-SORT
               MOVE HIGH-VALUES TO WS-LC-CUST-ID
           ELSE
               MOVE SR-CUST-ID     TO WS-LC-CUST-ID
               MOVE SR-COMPANY     TO WS-LC-COMPANY
               MOVE SR-CUST-NAME   TO WS-LC-CUST-NAME
               MOVE 0              TO WS-LC-OPEN-TOTAL
               MOVE 'N'            TO WS-LC-MIXED-SW
               PERFORM UNTIL WS-END-OF-SORT
                         OR SR-CUST-ID NOT = WS-LC-CUST-ID
                   ADD SR-OPEN-AMOUNT TO WS-LC-OPEN-TOTAL
                   IF SR-COMPANY NOT = WS-LC-COMPANY
                       SET WS-LC-MIXED-COMPANY TO TRUE
                   END-IF
                   PERFORM 5100-RETURN-LEDGER-ITEM
               END-PERFORM
           END-IF.

      *****************************************************************
      * The master balance is in the account's own currency; convert
      * it the CURRLKUP way (sign set aside, the table converts
      * unsigned amounts) and compare with the USD open items.
      *****************************************************************
       5300-CHECK-MASTER-CUSTOMER.
           ADD 1 TO WS-ACCOUNTS-CHECKED
           MOVE SPACES TO WS-EXCEPTION-NOTE
           MOVE CUST-CURRENCY TO WS-CURRENCY-CODE
           IF CUST-BALANCE < 0
               COMPUTE WS-AMOUNT-FOR-CONVERT = 0 - CUST-BALANCE
           ELSE
               MOVE CUST-BALANCE TO WS-AMOUNT-FOR-CONVERT
           END-IF
           PERFORM 7500-CONVERT-TO-REPORTING-CCY
           IF CUST-BALANCE < 0
               COMPUTE WS-BALANCE-USD = 0 - WS-CONVERTED-AMOUNT
           ELSE
               MOVE WS-CONVERTED-AMOUNT TO WS-BALANCE-USD
           END-IF
           COMPUTE WS-DIFFERENCE = WS-MC-OPEN-TOTAL - WS-BALANCE-USD
           IF WS-DIFFERENCE < 0
               COMPUTE WS-ABS-DIFFERENCE = 0 - WS-DIFFERENCE
           ELSE
               MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
           END-IF
           EVALUATE TRUE
               WHEN WS-MC-MIXED-COMPANY
                   OR WS-MC-COMPANY NOT = CUST-COMPANY
                   MOVE 'WRONG COMPANY' TO WS-EXCEPTION-NOTE
               WHEN NOT WS-CURR-FOUND
                   MOVE 'NO RATE' TO WS-EXCEPTION-NOTE
               WHEN WS-ABS-DIFFERENCE > WS-TOLERANCE
                   MOVE 'OUT OF BALANCE' TO WS-EXCEPTION-NOTE
           END-EVALUATE
           IF WS-EXCEPTION-NOTE NOT = SPACES
               ADD 1 TO WS-CUST-EXCEPTIONS
               MOVE CUST-COMPANY     TO WCU-COMPANY
               MOVE CUST-ID          TO WCU-CUST-ID
               MOVE CUST-NAME        TO WCU-CUST-NAME
               MOVE CUST-CURRENCY    TO WCU-CURRENCY
               MOVE CUST-BALANCE     TO WCU-MASTER-BAL
               MOVE WS-BALANCE-USD   TO WCU-BALANCE-USD
               MOVE WS-MC-OPEN-TOTAL TO WCU-OPEN-ITEMS
               MOVE WS-DIFFERENCE    TO WCU-DIFFERENCE
               MOVE WS-EXCEPTION-NOTE TO WCU-NOTE
               WRITE ARR-LINE FROM WS-CUST-LINE
           END-IF.

       5400-PRINT-NOT-ON-MASTER.
           ADD 1 TO WS-ACCOUNTS-CHECKED
           ADD 1 TO WS-CUST-EXCEPTIONS
           MOVE WS-LC-COMPANY    TO WCU-COMPANY
           MOVE WS-LC-CUST-ID    TO WCU-CUST-ID
           MOVE WS-LC-CUST-NAME  TO WCU-CUST-NAME
           MOVE SPACES           TO WCU-CURRENCY
           MOVE 0                TO WCU-MASTER-BAL
           MOVE 0                TO WCU-BALANCE-USD
           MOVE WS-LC-OPEN-TOTAL TO WCU-OPEN-ITEMS
           MOVE WS-LC-OPEN-TOTAL TO WCU-DIFFERENCE
           MOVE 'NOT ON MASTER'  TO WCU-NOTE
           WRITE ARR-LINE FROM WS-CUST-LINE.

      *****************************************************************
      * Tonight's position per company goes to ARRCTL whatever the
      * outcome, so tomorrow's roll-forward starts from what is
      * actually on file and a break shows once, on the night it
      * happened.
      *****************************************************************
       6000-WRITE-RECON-CONTROL.
           OPEN EXTEND AR-RECON-CTL-FILE
           IF WS-ARRCTL-STATUS = '35'
               OPEN OUTPUT AR-RECON-CTL-FILE
           END-IF
           IF WS-ARRCTL-STATUS NOT = '00'
               DISPLAY 'ARRECON: UNABLE TO OPEN ARRCTL, STATUS='
                   WS-ARRCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               MOVE WS-BUSINESS-DATE         TO ARC-RUN-DATE
               MOVE WS-CO-COMPANY(WS-CO-IDX) TO ARC-COMPANY
               MOVE WS-CO-ON-FILE(WS-CO-IDX) TO ARC-LEDGER-TOTAL
               MOVE WS-CO-GL-AR-BALANCE(WS-CO-IDX)
                   TO ARC-GL-AR-BALANCE
               WRITE AR-RECON-CTL-RECORD
               ADD 1 TO WS-CONTROLS-WRITTEN
           END-PERFORM
           CLOSE AR-RECON-CTL-FILE.

       6500-PRINT-RUN-SUMMARY.
           MOVE SPACES TO ARR-LINE
           WRITE ARR-LINE
           MOVE 'COMPANIES RECONCILED          :' TO WSM-LABEL
           MOVE WS-CO-COUNT TO WSM-COUNT
           WRITE ARR-LINE FROM WS-SUMMARY-LINE
           MOVE 'OPENING POSITIONS ESTABLISHED :' TO WSM-LABEL
           MOVE WS-OPENING-COUNT TO WSM-COUNT
           WRITE ARR-LINE FROM WS-SUMMARY-LINE
           MOVE 'LEDGER ITEMS ON FILE          :' TO WSM-LABEL
           MOVE WS-LEDGER-ITEMS-READ TO WSM-COUNT
           WRITE ARR-LINE FROM WS-SUMMARY-LINE
           MOVE 'ROLL-FORWARD BREAKS           :' TO WSM-LABEL
           MOVE WS-ROLL-BREAKS TO WSM-COUNT
           WRITE ARR-LINE FROM WS-SUMMARY-LINE
           MOVE 'GL AR CONTROL BREAKS          :' TO WSM-LABEL
           MOVE WS-GL-BREAKS TO WSM-COUNT
           WRITE ARR-LINE FROM WS-SUMMARY-LINE
           MOVE 'CUSTOMER EXCEPTIONS           :' TO WSM-LABEL
           MOVE WS-CUST-EXCEPTIONS TO WSM-COUNT
           WRITE ARR-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO ARR-LINE
           WRITE ARR-LINE
           IF WS-ROLL-BREAKS + WS-GL-BREAKS + WS-CUST-EXCEPTIONS > 0
               MOVE '*** AR SUBLEDGER DOES NOT RECONCILE ***'
                   TO WS-RESULT-LINE
           ELSE
               MOVE 'AR SUBLEDGER RECONCILES' TO WS-RESULT-LINE
           END-IF
           WRITE ARR-LINE FROM WS-RESULT-LINE.

       8000-CLOSE-FILES.
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE AR-RECON-REPORT-FILE.

       COPY CURRLOAD.
       COPY CURRLKUP.
       COPY GLMLOAD.
       COPY GLMLKUP.
       COPY RUNLOAD.
       COPY RSTWRT.
       COPY STPCHK.
