      *****************************************************************
      * PROGRAM-ID : BUDVAR
      * Sales budget versus actual variance report for the fiscal
      * month (FISCCAL period) the business date falls in. Finance's
      * monthly plan comes from the BUDGET file BUDMNT maintains: a
      * sales budget per company and region and a quota per rep.
      * Actuals are net sales in USD on the same basis COMMCALC pays
      * commission on -- CUSTOMERS' and REPOST's postings after
      * discount, less SALESREPORT's returns and credit memos. A
      * region's actual comes from the night's audit journal (region
      * from CUSTMAST), a rep's from the night's COMMPAY payroll
      * records (so split accounts count for each rep by share).
      * Both of those are recreated every night, so each night's
      * figures are added to the BUDACT actuals ledger and the month
      * and year to date are summed from it. The TOTHIST daily
      * totals history gives the nights posted so far this month:
      * the month's budget to date is its budget spread evenly over
      * the period's selling days (Monday to Friday), and the
      * projected month-end is the actual to date run on at the same
      * nightly rate for the rest of them. Each region, its company
      * and each rep show month budget, actual month to date,
      * variance in dollars and percent against the budget to date,
      * projected month-end, and the same year to date. A region
      * more than the BVPARM percentage behind its budget to date is
      * flagged and ends the step RC=4.
      *
      * Change history
      *   2026-10-15  Initial version.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDVAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO 'BUDGET'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.

           SELECT BUDGET-PARM-FILE ASSIGN TO 'BVPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BVPARM-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'AUDIT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT COMM-PAY-FILE ASSIGN TO 'COMMPAY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMPAY-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT CURRENCY-RATE-FILE ASSIGN TO 'CURRATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRRATE-STATUS.

           SELECT REP-MASTER-FILE ASSIGN TO 'REPMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPMAST-STATUS.

           SELECT HISTORY-FILE ASSIGN TO 'TOTHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOTHIST-STATUS.

           SELECT SALES-ACTUAL-FILE ASSIGN TO 'BUDACT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDACT-STATUS.

           SELECT ACTUAL-WORK-FILE ASSIGN TO 'BUDWORK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDWORK-STATUS.

           SELECT VARIANCE-REPORT-FILE ASSIGN TO 'BUDVRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDVRPT-STATUS.

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
       FD  BUDGET-FILE
           RECORDING MODE IS F.
           COPY BUDREC.

       FD  BUDGET-PARM-FILE
           RECORDING MODE IS F.
       01  BUDGET-PARM-RECORD.
           05  BVP-BEHIND-PCT     PIC 9(3)V9.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDREC.

       FD  COMM-PAY-FILE
           RECORDING MODE IS F.
       01  PAY-RECORD.
           05  PAY-REP-ID        PIC X(4).
           05  PAY-REP-NAME      PIC X(20).
           05  PAY-NET           PIC S9(9)V99 SIGN IS TRAILING
                                 SEPARATE.
           05  PAY-RATE          PIC 9V999.
           05  PAY-COMMISSION    PIC S9(9)V99 SIGN IS TRAILING
                                 SEPARATE.
           05  PAY-RUN-DATE      PIC 9(8).

       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD  CURRENCY-RATE-FILE
           RECORDING MODE IS F.
           COPY CURRATE.

       FD  REP-MASTER-FILE
           RECORDING MODE IS F.
           COPY REPREC.

       FD  HISTORY-FILE
           RECORDING MODE IS F.
           COPY HISTREC.

       FD  SALES-ACTUAL-FILE
           RECORDING MODE IS F.
           COPY BUAREC.

       FD  ACTUAL-WORK-FILE
           RECORDING MODE IS F.
       01  ACTUAL-WORK-RECORD       PIC X(44).

       FD  VARIANCE-REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                 PIC X(132).

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
       01  WS-BUDGET-STATUS      PIC X(2).
       01  WS-BVPARM-STATUS      PIC X(2).
       01  WS-AUDIT-STATUS       PIC X(2).
       01  WS-COMMPAY-STATUS     PIC X(2).
       01  WS-CUSTMAST-STATUS    PIC X(2).
       01  WS-REPMAST-STATUS     PIC X(2).
       01  WS-TOTHIST-STATUS     PIC X(2).
       01  WS-BUDACT-STATUS      PIC X(2).
       01  WS-BUDWORK-STATUS     PIC X(2).
       01  WS-BUDVRPT-STATUS     PIC X(2).

       01  WS-BUDGET-EOF-SW      PIC X     VALUE 'N'.
           88  WS-END-OF-BUDGET           VALUE 'Y'.
       01  WS-AUDIT-EOF-SW       PIC X     VALUE 'N'.
           88  WS-END-OF-AUDIT            VALUE 'Y'.
       01  WS-COMMPAY-EOF-SW     PIC X     VALUE 'N'.
           88  WS-END-OF-COMMPAY          VALUE 'Y'.
       01  WS-REPMAST-EOF-SW     PIC X     VALUE 'N'.
           88  WS-END-OF-REPMAST          VALUE 'Y'.
       01  WS-TOTHIST-EOF-SW     PIC X     VALUE 'N'.
           88  WS-END-OF-TOTHIST          VALUE 'Y'.
       01  WS-BUDACT-EOF-SW      PIC X     VALUE 'N'.
           88  WS-END-OF-BUDACT           VALUE 'Y'.
       01  WS-BUDWORK-EOF-SW     PIC X     VALUE 'N'.
           88  WS-END-OF-BUDWORK          VALUE 'Y'.
       01  WS-FOUND-SW           PIC X     VALUE 'N'.
           88  WS-FOUND                   VALUE 'Y'.
       01  WS-DUP-FOUND-SW       PIC X     VALUE 'N'.
           88  WS-DUP-FOUND               VALUE 'Y'.

       01  WS-BEHIND-PCT         PIC 9(3)V9   VALUE 0.

      * The fiscal month and year being reported.
       01  WS-YEAR-START-DATE    PIC 9(8)     VALUE 0.
       01  WS-SELLING-DAYS       PIC 9(3)     VALUE 0.
       01  WS-NIGHTS-POSTED      PIC 9(3)     VALUE 0.
       01  WS-DAY-SERIAL         PIC 9(7)     VALUE 0.
       01  WS-END-SERIAL         PIC 9(7)     VALUE 0.
       01  WS-WEEK-COUNT         PIC 9(7)     VALUE 0.
       01  WS-WEEK-DAY           PIC 9(1)     VALUE 0.

      * Last TOTHIST record per business date this fiscal year.
       01  WS-HISTORY-TABLE.
           05  WS-HT-COUNT       PIC 9(3)  VALUE 0.
           05  WS-HT-ENTRY OCCURS 400 TIMES
                   INDEXED BY WS-HT-IDX.
               10  WS-HT-DATE       PIC 9(8).
               10  WS-HT-TOTAL      PIC 9(9)V99.
       01  WS-HIST-GROSS-MTD     PIC 9(11)V99 VALUE 0.
       01  WS-HIST-GROSS-YTD     PIC 9(11)V99 VALUE 0.

      * One entry per company and region budgeted or sold in this
      * fiscal year.
       01  WS-REGION-TABLE.
           05  WS-RGN-COUNT      PIC 9(3)  VALUE 0.
           05  WS-RGN-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-RGN-IDX WS-RGN-IDX2.
               10  WS-RGN-KEY.
                   15  WS-RGN-COMPANY   PIC X(3).
                   15  WS-RGN-NAME      PIC X(10).
               10  WS-RGN-BUDGET     PIC S9(9)V99.
               10  WS-RGN-PRIOR-BUD  PIC S9(9)V99.
               10  WS-RGN-MTD        PIC S9(9)V99.
               10  WS-RGN-YTD        PIC S9(9)V99.
               10  WS-RGN-TONIGHT    PIC S9(9)V99.
               10  WS-RGN-POSTED-SW  PIC X(1).
                   88  WS-RGN-POSTED         VALUE 'Y'.
       01  WS-RGN-TEMP-ENTRY     PIC X(69).

      * One entry per rep with a quota or sales this fiscal year.
       01  WS-REP-TABLE.
           05  WS-REP-COUNT      PIC 9(3)  VALUE 0.
           05  WS-REP-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-REP-IDX WS-REP-IDX2.
               10  WS-REP-ID         PIC X(4).
               10  WS-REP-NAME       PIC X(20).
               10  WS-REP-BUDGET     PIC S9(9)V99.
               10  WS-REP-PRIOR-BUD  PIC S9(9)V99.
               10  WS-REP-MTD        PIC S9(9)V99.
               10  WS-REP-YTD        PIC S9(9)V99.
               10  WS-REP-TONIGHT    PIC S9(9)V99.
               10  WS-REP-POSTED-SW  PIC X(1).
                   88  WS-REP-POSTED         VALUE 'Y'.
       01  WS-REP-TEMP-ENTRY     PIC X(80).

      * Latest REPMAST name per rep, for the report.
       01  WS-NAME-TABLE.
           05  WS-NAM-COUNT      PIC 9(3)  VALUE 0.
           05  WS-NAM-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-NAM-IDX.
               10  WS-NAM-REP-ID    PIC X(4).
               10  WS-NAM-REP-NAME  PIC X(20).
               10  WS-NAM-EFF-DATE  PIC 9(8).

       01  WS-FIND-COMPANY       PIC X(3)     VALUE SPACES.
       01  WS-FIND-REGION        PIC X(10)    VALUE SPACES.
       01  WS-FIND-REP-ID        PIC X(4)     VALUE SPACES.
       01  WS-LAST-LOOKUP-ID     PIC X(6)     VALUE SPACES.
       01  WS-LOOKUP-REGION      PIC X(10)    VALUE SPACES.
       01  WS-NET-AMOUNT         PIC 9(9)V99  VALUE 0.
       01  WS-SIGNED-NET         PIC S9(9)V99 VALUE 0.

      * The figures for one report line and what is worked out from
      * them.
       01  WS-LINE-FIGURES.
           05  WS-LN-BUDGET      PIC S9(9)V99 VALUE 0.
           05  WS-LN-PRIOR-BUD   PIC S9(9)V99 VALUE 0.
           05  WS-LN-MTD         PIC S9(9)V99 VALUE 0.
           05  WS-LN-YTD         PIC S9(9)V99 VALUE 0.
       01  WS-LN-BUD-TO-DATE     PIC S9(9)V99 VALUE 0.
       01  WS-LN-YTD-BUD         PIC S9(9)V99 VALUE 0.
       01  WS-LN-VARIANCE        PIC S9(9)V99 VALUE 0.
       01  WS-LN-YTD-VARIANCE    PIC S9(9)V99 VALUE 0.
       01  WS-LN-PROJECTED       PIC S9(9)V99 VALUE 0.
       01  WS-LN-VAR-PCT         PIC S9(5)V9  VALUE 0.
       01  WS-LN-YTD-VAR-PCT     PIC S9(5)V9  VALUE 0.
       01  WS-LN-BEHIND-SW       PIC X        VALUE 'N'.
           88  WS-LN-BEHIND               VALUE 'Y'.

       01  WS-COMPANY-FIGURES.
           05  WS-CO-BUDGET      PIC S9(9)V99 VALUE 0.
           05  WS-CO-PRIOR-BUD   PIC S9(9)V99 VALUE 0.
           05  WS-CO-MTD         PIC S9(9)V99 VALUE 0.
           05  WS-CO-YTD         PIC S9(9)V99 VALUE 0.
       01  WS-ALL-FIGURES.
           05  WS-ALL-BUDGET     PIC S9(9)V99 VALUE 0.
           05  WS-ALL-PRIOR-BUD  PIC S9(9)V99 VALUE 0.
           05  WS-ALL-MTD        PIC S9(9)V99 VALUE 0.
           05  WS-ALL-YTD        PIC S9(9)V99 VALUE 0.
       01  WS-PREV-COMPANY       PIC X(3)     VALUE SPACES.

       01  WS-BUDGET-ROWS        PIC 9(7)  VALUE 0.
       01  WS-LEDGER-KEPT        PIC 9(7)  VALUE 0.
       01  WS-LEDGER-REPLACED    PIC 9(7)  VALUE 0.
       01  WS-JOURNAL-TAKEN      PIC 9(7)  VALUE 0.
       01  WS-PAY-TAKEN          PIC 9(7)  VALUE 0.
       01  WS-LEDGER-WRITTEN     PIC 9(7)  VALUE 0.
       01  WS-BEHIND-COUNT       PIC 9(3)  VALUE 0.

       01  WS-RUN-DATE-YMD.
           05  WS-RUN-YYYY.
               10  WS-RUN-CC     PIC 9(2).
               10  WS-RUN-YY     PIC 9(2).
           05  WS-RUN-MM         PIC 9(2).
           05  WS-RUN-DD         PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-YMD PIC 9(8).
       01  WS-RUN-DATE-DISP      PIC X(8).

       01  WS-PAGE-NO            PIC 9(3)  VALUE 0.
       01  WS-LINE-COUNT         PIC 9(3)  VALUE 0.
       01  WS-LINES-PER-PAGE     PIC 9(3)  VALUE 20.

       01  WS-HEADING-1.
           05  FILLER            PIC X(32)
               VALUE 'SALES BUDGET VS ACTUAL - FISCAL '.
           05  WH1-FISCAL-YEAR   PIC 9(4).
           05  FILLER            PIC X(8)  VALUE ' PERIOD '.
           05  WH1-PERIOD        PIC 9(2).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  WH1-RUN-DATE      PIC X(8).
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'PAGE: '.
           05  WH1-PAGE-NO       PIC ZZ9.

       01  WS-HEADING-2.
           05  FILLER            PIC X(15) VALUE 'NIGHTS POSTED: '.
           05  WH2-NIGHTS        PIC ZZ9.
           05  FILLER            PIC X(4)  VALUE ' OF '.
           05  WH2-SELLING-DAYS  PIC ZZ9.
           05  FILLER            PIC X(17) VALUE ' SELLING DAYS    '.
           05  FILLER            PIC X(20) VALUE 'BEHIND-PLAN FLAG AT '.
           05  WH2-BEHIND-PCT    PIC ZZ9.9.
           05  FILLER            PIC X(4)  VALUE ' PCT'.

       01  WS-HEADING-3.
           05  FILLER            PIC X(19) VALUE SPACES.
           05  FILLER            PIC X(11) VALUE '     MONTH'.
           05  FILLER            PIC X(12) VALUE '     ACTUAL'.
           05  FILLER            PIC X(12) VALUE '   VARIANCE'.
           05  FILLER            PIC X(9)  VALUE '    VAR'.
           05  FILLER            PIC X(12) VALUE '  PROJECTED'.
           05  FILLER            PIC X(11) VALUE '       YTD'.
           05  FILLER            PIC X(12) VALUE '        YTD'.
           05  FILLER            PIC X(12) VALUE '        YTD'.
           05  FILLER            PIC X(9)  VALUE '    YTD'.

       01  WS-HEADING-4.
           05  FILLER            PIC X(19) VALUE SPACES.
           05  FILLER            PIC X(11) VALUE '    BUDGET'.
           05  FILLER            PIC X(12) VALUE '        MTD'.
           05  FILLER            PIC X(12) VALUE '          $'.
           05  FILLER            PIC X(9)  VALUE '      %'.
           05  FILLER            PIC X(12) VALUE '  MONTH-END'.
           05  FILLER            PIC X(11) VALUE '    BUDGET'.
           05  FILLER            PIC X(12) VALUE '     ACTUAL'.
           05  FILLER            PIC X(12) VALUE '   VARIANCE'.
           05  FILLER            PIC X(9)  VALUE '  VAR %'.

       01  WS-SECTION-LINE       PIC X(40) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WDL-NAME          PIC X(18).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WDL-BUDGET        PIC ZZ,ZZZ,ZZ9-.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WDL-MTD           PIC ZZ,ZZZ,ZZ9-.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WDL-VARIANCE      PIC ZZ,ZZZ,ZZ9-.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WDL-VAR-PCT       PIC ZZZZ9.9-.
           05  WDL-VAR-PCT-X REDEFINES WDL-VAR-PCT PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WDL-PROJECTED     PIC ZZ,ZZZ,ZZ9-.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WDL-YTD-BUDGET    PIC ZZ,ZZZ,ZZ9-.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WDL-YTD           PIC ZZ,ZZZ,ZZ9-.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WDL-YTD-VARIANCE  PIC ZZ,ZZZ,ZZ9-.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WDL-YTD-VAR-PCT   PIC ZZZZ9.9-.
           05  WDL-YTD-VAR-PCT-X REDEFINES WDL-YTD-VAR-PCT PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WDL-FLAG          PIC X(8).

       01  WS-TOTHIST-LINE.
           05  FILLER            PIC X(36)
               VALUE 'GROSS SALES PER TOTHIST  MONTH:'.
           05  WTL-GROSS-MTD     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(9)  VALUE '   YEAR: '.
           05  WTL-GROSS-YTD     PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-SUMMARY-LINE.
           05  FILLER            PIC X(20) VALUE 'REGIONS BEHIND PLAN:'.
           05  WSM-BEHIND        PIC ZZ9.

       COPY RUNWORK.
       COPY STPWORK.
       COPY CURRWORK.
       COPY CURRTBL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7900-READ-RUN-CONTROL
           MOVE 'BUDVAR' TO WS-STEP-PROGRAM
           PERFORM 7960-CHECK-STEP-LEDGER
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-READ-PARM
           PERFORM 7400-LOAD-CURRENCY-TABLE
           PERFORM 1200-LOAD-REP-NAMES
           PERFORM 1300-LOAD-BUDGET
           PERFORM 1400-COUNT-SELLING-DAYS
           PERFORM 1500-LOAD-HISTORY
           PERFORM 2000-CARRY-ACTUALS
           PERFORM 2500-TAKE-JOURNAL
           PERFORM 2700-TAKE-COMMPAY
           PERFORM 2900-WRITE-TONIGHT
           PERFORM 3000-REPLACE-ACTUALS
           PERFORM 4000-PRINT-REPORT
           PERFORM 8000-CLOSE-FILES
           DISPLAY 'BUDVAR: FISCAL PERIOD    : ' WS-FISCAL-YEAR '/'
               WS-FISCAL-PERIOD
           DISPLAY 'BUDVAR: BUDGET ROWS      : ' WS-BUDGET-ROWS
           DISPLAY 'BUDVAR: JOURNAL ENTRIES  : ' WS-JOURNAL-TAKEN
           DISPLAY 'BUDVAR: COMMPAY RECORDS  : ' WS-PAY-TAKEN
           DISPLAY 'BUDVAR: LEDGER REPLACED  : ' WS-LEDGER-REPLACED
           DISPLAY 'BUDVAR: LEDGER WRITTEN   : ' WS-LEDGER-WRITTEN
           DISPLAY 'BUDVAR: REGIONS BEHIND   : ' WS-BEHIND-COUNT
           IF WS-BEHIND-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 7970-RECORD-STEP-END
           STOP RUN.

       1000-OPEN-FILES.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE-NUM
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISP
           OPEN OUTPUT VARIANCE-REPORT-FILE
           IF WS-BUDVRPT-STATUS NOT = '00'
               DISPLAY 'BUDVAR: UNABLE TO OPEN BUDVRPT, STATUS='
                   WS-BUDVRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'BUDVAR: UNABLE TO OPEN CUSTMAST, STATUS='
                   WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-READ-PARM.
           OPEN INPUT BUDGET-PARM-FILE
           IF WS-BVPARM-STATUS NOT = '00'
               DISPLAY 'BUDVAR: UNABLE TO OPEN BVPARM, STATUS='
                   WS-BVPARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ BUDGET-PARM-FILE
               AT END
                   DISPLAY 'BUDVAR: BVPARM IS EMPTY'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF BVP-BEHIND-PCT NOT NUMERIC
               OR BVP-BEHIND-PCT = 0
               DISPLAY 'BUDVAR: BEHIND-PLAN PCT IS NOT VALID'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BVP-BEHIND-PCT TO WS-BEHIND-PCT
           CLOSE BUDGET-PARM-FILE.

      *****************************************************************
      * Rep names for the report, from each rep's latest REPMAST row
      * on or before the business date.
      *****************************************************************
       1200-LOAD-REP-NAMES.
           OPEN INPUT REP-MASTER-FILE
           IF WS-REPMAST-STATUS NOT = '00'
               DISPLAY 'BUDVAR: UNABLE TO OPEN REPMAST, STATUS='
                   WS-REPMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-REPMAST
               READ REP-MASTER-FILE
                   AT END
                       SET WS-END-OF-REPMAST TO TRUE
                   NOT AT END
                       PERFORM 1210-STORE-REP-NAME
               END-READ
           END-PERFORM
           CLOSE REP-MASTER-FILE.

       1210-STORE-REP-NAME.
           IF REP-EFFECTIVE-DATE > WS-BUSINESS-DATE
               CONTINUE
           ELSE
               MOVE 'N' TO WS-FOUND-SW
               PERFORM VARYING WS-NAM-IDX FROM 1 BY 1
                       UNTIL WS-NAM-IDX > WS-NAM-COUNT OR WS-FOUND
                   IF REP-ID = WS-NAM-REP-ID(WS-NAM-IDX)
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-FOUND
                   SET WS-NAM-IDX DOWN BY 1
               ELSE
                   IF WS-NAM-COUNT >= 20
                       DISPLAY 'BUDVAR: REPMAST HAS MORE THAN '
                           '20 REPS, TABLE IS FULL'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-NAM-COUNT
                   SET WS-NAM-IDX TO WS-NAM-COUNT
                   MOVE REP-ID TO WS-NAM-REP-ID(WS-NAM-IDX)
                   MOVE 0      TO WS-NAM-EFF-DATE(WS-NAM-IDX)
               END-IF
               IF REP-EFFECTIVE-DATE >= WS-NAM-EFF-DATE(WS-NAM-IDX)
                   MOVE REP-NAME TO WS-NAM-REP-NAME(WS-NAM-IDX)
                   MOVE REP-EFFECTIVE-DATE
                       TO WS-NAM-EFF-DATE(WS-NAM-IDX)
               END-IF
           END-IF.

      *****************************************************************
      * This fiscal year's budget rows: the current period's amount
      * is the month budget, earlier periods' amounts make up the
      * year-to-date budget before this month.
      *****************************************************************
       1300-LOAD-BUDGET.
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-STATUS NOT = '00'
               DISPLAY 'BUDVAR: UNABLE TO OPEN BUDGET, STATUS='
                   WS-BUDGET-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-BUDGET
               READ BUDGET-FILE
                   AT END
                       SET WS-END-OF-BUDGET TO TRUE
                   NOT AT END
                       IF BUD-FISCAL-YEAR = WS-FISCAL-YEAR
                           AND BUD-PERIOD <= WS-FISCAL-PERIOD
                           PERFORM 1310-STORE-BUDGET-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUDGET-FILE.

       1310-STORE-BUDGET-ROW.
           ADD 1 TO WS-BUDGET-ROWS
           IF BUD-REP-QUOTA
               MOVE BUD-REP-ID TO WS-FIND-REP-ID
               PERFORM 5200-FIND-REP
               IF BUD-PERIOD = WS-FISCAL-PERIOD
                   ADD BUD-AMOUNT TO WS-REP-BUDGET(WS-REP-IDX)
               ELSE
                   ADD BUD-AMOUNT TO WS-REP-PRIOR-BUD(WS-REP-IDX)
               END-IF
           ELSE
               MOVE BUD-COMPANY TO WS-FIND-COMPANY
               MOVE BUD-REGION  TO WS-FIND-REGION
               PERFORM 5100-FIND-REGION
               IF BUD-PERIOD = WS-FISCAL-PERIOD
                   ADD BUD-AMOUNT TO WS-RGN-BUDGET(WS-RGN-IDX)
               ELSE
                   ADD BUD-AMOUNT TO WS-RGN-PRIOR-BUD(WS-RGN-IDX)
               END-IF
           END-IF.

      *****************************************************************
      * Selling days are the Mondays to Fridays of the fiscal month.
      * Day 1 of the integer date count is a Monday, so a day number
      * leaving remainder 1 to 5 when divided by 7 is a weekday. Also
      * finds the first day of the fiscal year for the TOTHIST year
      * to date.
      *****************************************************************
       1400-COUNT-SELLING-DAYS.
           COMPUTE WS-DAY-SERIAL =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-START-DATE)
           COMPUTE WS-END-SERIAL =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-END-DATE)
           PERFORM UNTIL WS-DAY-SERIAL > WS-END-SERIAL
               DIVIDE WS-DAY-SERIAL BY 7 GIVING WS-WEEK-COUNT
                   REMAINDER WS-WEEK-DAY
               IF WS-WEEK-DAY >= 1 AND WS-WEEK-DAY <= 5
                   ADD 1 TO WS-SELLING-DAYS
               END-IF
               ADD 1 TO WS-DAY-SERIAL
           END-PERFORM
           MOVE WS-PERIOD-START-DATE TO WS-YEAR-START-DATE
           PERFORM VARYING WS-FCL-IDX FROM 1 BY 1
                   UNTIL WS-FCL-IDX > WS-FCL-COUNT
               IF WS-FCL-YEAR(WS-FCL-IDX) = WS-FISCAL-YEAR
                   AND WS-FCL-START(WS-FCL-IDX) < WS-YEAR-START-DATE
                   MOVE WS-FCL-START(WS-FCL-IDX) TO WS-YEAR-START-DATE
               END-IF
           END-PERFORM.

      *****************************************************************
      * TOTHIST, last record per business date (a rerun appends a
      * second one), from the start of the fiscal year through the
      * business date. The dates this month are the nights posted.
      *****************************************************************
       1500-LOAD-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-TOTHIST-STATUS NOT = '00'
               DISPLAY 'BUDVAR: UNABLE TO OPEN TOTHIST, STATUS='
                   WS-TOTHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-TOTHIST
               READ HISTORY-FILE
                   AT END
                       SET WS-END-OF-TOTHIST TO TRUE
                   NOT AT END
                       IF HI-RUN-DATE >= WS-YEAR-START-DATE
                           AND HI-RUN-DATE <= WS-BUSINESS-DATE
                           PERFORM 1510-STORE-HISTORY-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
                   UNTIL WS-HT-IDX > WS-HT-COUNT
               ADD WS-HT-TOTAL(WS-HT-IDX) TO WS-HIST-GROSS-YTD
               IF WS-HT-DATE(WS-HT-IDX) >= WS-PERIOD-START-DATE
                   ADD 1 TO WS-NIGHTS-POSTED
                   ADD WS-HT-TOTAL(WS-HT-IDX) TO WS-HIST-GROSS-MTD
               END-IF
           END-PERFORM.

       1510-STORE-HISTORY-ENTRY.
           MOVE 'N' TO WS-DUP-FOUND-SW
           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
                   UNTIL WS-HT-IDX > WS-HT-COUNT
               IF HI-RUN-DATE = WS-HT-DATE(WS-HT-IDX)
                   MOVE HI-TOTAL-SALES TO WS-HT-TOTAL(WS-HT-IDX)
                   SET WS-DUP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-DUP-FOUND
               IF WS-HT-COUNT >= 400
                   DISPLAY 'BUDVAR: TOTHIST HAS MORE THAN 400 '
                       'DATES THIS YEAR, TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-HT-COUNT
               SET WS-HT-IDX TO WS-HT-COUNT
               MOVE HI-RUN-DATE    TO WS-HT-DATE(WS-HT-IDX)
               MOVE HI-TOTAL-SALES TO WS-HT-TOTAL(WS-HT-IDX)
           END-IF.

      *****************************************************************
      * Copy the actuals ledger to BUDWORK, leaving off any rows for
      * tonight's business date (a RERUN replaces them), and add
      * this fiscal year's earlier nights into the year and month to
      * date. The ledger does not exist before the first night.
      *****************************************************************
       2000-CARRY-ACTUALS.
           OPEN OUTPUT ACTUAL-WORK-FILE
           IF WS-BUDWORK-STATUS NOT = '00'
               DISPLAY 'BUDVAR: UNABLE TO OPEN BUDWORK, STATUS='
                   WS-BUDWORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SALES-ACTUAL-FILE
           IF WS-BUDACT-STATUS = '35'
               SET WS-END-OF-BUDACT TO TRUE
           ELSE
               IF WS-BUDACT-STATUS NOT = '00'
                   DISPLAY 'BUDVAR: UNABLE TO OPEN BUDACT, STATUS='
                       WS-BUDACT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-END-OF-BUDACT
               READ SALES-ACTUAL-FILE
                   AT END
                       SET WS-END-OF-BUDACT TO TRUE
                   NOT AT END
                       PERFORM 2100-CARRY-ONE-ROW
               END-READ
           END-PERFORM
           IF WS-BUDACT-STATUS NOT = '35'
               CLOSE SALES-ACTUAL-FILE
           END-IF.

       2100-CARRY-ONE-ROW.
           IF BUA-RUN-DATE = WS-BUSINESS-DATE
               ADD 1 TO WS-LEDGER-REPLACED
           ELSE
               WRITE ACTUAL-WORK-RECORD FROM SALES-ACTUAL-RECORD
               ADD 1 TO WS-LEDGER-KEPT
               IF BUA-FISCAL-YEAR = WS-FISCAL-YEAR
                   AND BUA-RUN-DATE < WS-BUSINESS-DATE
                   PERFORM 2200-ADD-PRIOR-NIGHT
               END-IF
           END-IF.

       2200-ADD-PRIOR-NIGHT.
           IF BUA-REP-ACTUAL
               MOVE BUA-REP-ID TO WS-FIND-REP-ID
               PERFORM 5200-FIND-REP
               ADD BUA-NET-SALES TO WS-REP-YTD(WS-REP-IDX)
               IF BUA-PERIOD = WS-FISCAL-PERIOD
                   ADD BUA-NET-SALES TO WS-REP-MTD(WS-REP-IDX)
               END-IF
           ELSE
               MOVE BUA-COMPANY TO WS-FIND-COMPANY
               MOVE BUA-REGION  TO WS-FIND-REGION
               PERFORM 5100-FIND-REGION
               ADD BUA-NET-SALES TO WS-RGN-YTD(WS-RGN-IDX)
               IF BUA-PERIOD = WS-FISCAL-PERIOD
                   ADD BUA-NET-SALES TO WS-RGN-MTD(WS-RGN-IDX)
               END-IF
           END-IF.

      *****************************************************************
      * Tonight's regional actuals from the audit journal, selected
      * the way COMMCALC selects what it commissions: CUSTOMERS' and
      * REPOST's postings net of discount, less SALESREPORT's
      * returns and credit memos, converted to USD. The region is
      * the customer's region on the master.
      *****************************************************************
       2500-TAKE-JOURNAL.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'BUDVAR: UNABLE TO OPEN AUDIT, STATUS='
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-AUDIT
               READ AUDIT-FILE
                   AT END
                       SET WS-END-OF-AUDIT TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN AUD-PROGRAM = 'CUSTOMERS'
                               OR AUD-PROGRAM = 'REPOST'
                               PERFORM 2600-TAKE-ONE-POSTING
                           WHEN AUD-PROGRAM = 'SALESREPORT'
                               AND (AUD-TXN-TYPE = 'R'
                                   OR AUD-TXN-TYPE = 'C')
                               PERFORM 2600-TAKE-ONE-POSTING
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       2600-TAKE-ONE-POSTING.
           ADD 1 TO WS-JOURNAL-TAKEN
           IF AUD-CUST-ID NOT = WS-LAST-LOOKUP-ID
               MOVE AUD-CUST-ID TO WS-LAST-LOOKUP-ID
               MOVE AUD-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE 'NO MASTER' TO WS-LOOKUP-REGION
                   NOT INVALID KEY
                       MOVE CUST-REGION TO WS-LOOKUP-REGION
               END-READ
           END-IF
           SUBTRACT AUD-DISCOUNT FROM AUD-AMOUNT
               GIVING WS-NET-AMOUNT
           MOVE AUD-CURRENCY  TO WS-CURRENCY-CODE
           MOVE WS-NET-AMOUNT TO WS-AMOUNT-FOR-CONVERT
           PERFORM 7500-CONVERT-TO-REPORTING-CCY
           IF NOT WS-CURR-FOUND
               DISPLAY 'BUDVAR: NO RATE FOR ' AUD-CURRENCY
                   ', USED UNCONVERTED'
           END-IF
           IF AUD-TXN-TYPE = 'R' OR AUD-TXN-TYPE = 'C'
               COMPUTE WS-SIGNED-NET = 0 - WS-CONVERTED-AMOUNT
           ELSE
               MOVE WS-CONVERTED-AMOUNT TO WS-SIGNED-NET
           END-IF
           MOVE AUD-COMPANY      TO WS-FIND-COMPANY
           MOVE WS-LOOKUP-REGION TO WS-FIND-REGION
           PERFORM 5100-FIND-REGION
           ADD WS-SIGNED-NET TO WS-RGN-TONIGHT(WS-RGN-IDX)
           SET WS-RGN-POSTED(WS-RGN-IDX) TO TRUE.

      *****************************************************************
      * Tonight's rep actuals are COMMCALC's payroll records: each
      * rep's commissionable net in USD, already divided by share on
      * split accounts and without house accounts. A record stamped
      * with another business date is left out.
      *****************************************************************
       2700-TAKE-COMMPAY.
           OPEN INPUT COMM-PAY-FILE
           IF WS-COMMPAY-STATUS NOT = '00'
               DISPLAY 'BUDVAR: UNABLE TO OPEN COMMPAY, STATUS='
                   WS-COMMPAY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-COMMPAY
               READ COMM-PAY-FILE
                   AT END
                       SET WS-END-OF-COMMPAY TO TRUE
                   NOT AT END
                       IF PAY-RUN-DATE = WS-BUSINESS-DATE
                           ADD 1 TO WS-PAY-TAKEN
                           MOVE PAY-REP-ID TO WS-FIND-REP-ID
                           PERFORM 5200-FIND-REP
                           ADD PAY-NET TO WS-REP-TONIGHT(WS-REP-IDX)
                           SET WS-REP-POSTED(WS-REP-IDX) TO TRUE
                       ELSE
                           DISPLAY 'BUDVAR: COMMPAY RECORD FOR '
                               PAY-REP-ID ' DATED ' PAY-RUN-DATE
                               ' LEFT OUT'
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMM-PAY-FILE.

      *****************************************************************
      * Tonight's rows go on the end of BUDWORK and into the month
      * and year to date.
      *****************************************************************
       2900-WRITE-TONIGHT.
           MOVE WS-BUSINESS-DATE TO BUA-RUN-DATE
           MOVE WS-FISCAL-YEAR   TO BUA-FISCAL-YEAR
           MOVE WS-FISCAL-PERIOD TO BUA-PERIOD
           SET BUA-REGION-ACTUAL TO TRUE
           MOVE SPACES TO BUA-REP-ID
           PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
                   UNTIL WS-RGN-IDX > WS-RGN-COUNT
               IF WS-RGN-POSTED(WS-RGN-IDX)
                   MOVE WS-RGN-COMPANY(WS-RGN-IDX) TO BUA-COMPANY
                   MOVE WS-RGN-NAME(WS-RGN-IDX)    TO BUA-REGION
                   MOVE WS-RGN-TONIGHT(WS-RGN-IDX) TO BUA-NET-SALES
                   WRITE ACTUAL-WORK-RECORD FROM SALES-ACTUAL-RECORD
                   ADD 1 TO WS-LEDGER-WRITTEN
                   ADD WS-RGN-TONIGHT(WS-RGN-IDX)
                       TO WS-RGN-MTD(WS-RGN-IDX)
                   ADD WS-RGN-TONIGHT(WS-RGN-IDX)
                       TO WS-RGN-YTD(WS-RGN-IDX)
               END-IF
           END-PERFORM
           SET BUA-REP-ACTUAL TO TRUE
           MOVE SPACES TO BUA-COMPANY
           MOVE SPACES TO BUA-REGION
           PERFORM VARYING WS-REP-IDX FROM 1 BY 1
                   UNTIL WS-REP-IDX > WS-REP-COUNT
               IF WS-REP-POSTED(WS-REP-IDX)
                   MOVE WS-REP-ID(WS-REP-IDX)      TO BUA-REP-ID
                   MOVE WS-REP-TONIGHT(WS-REP-IDX) TO BUA-NET-SALES
                   WRITE ACTUAL-WORK-RECORD FROM SALES-ACTUAL-RECORD
                   ADD 1 TO WS-LEDGER-WRITTEN
                   ADD WS-REP-TONIGHT(WS-REP-IDX)
                       TO WS-REP-MTD(WS-REP-IDX)
                   ADD WS-REP-TONIGHT(WS-REP-IDX)
                       TO WS-REP-YTD(WS-REP-IDX)
               END-IF
           END-PERFORM
           CLOSE ACTUAL-WORK-FILE.

       3000-REPLACE-ACTUALS.
           OPEN INPUT ACTUAL-WORK-FILE
           IF WS-BUDWORK-STATUS NOT = '00'
               DISPLAY 'BUDVAR: UNABLE TO REOPEN BUDWORK, STATUS='
                   WS-BUDWORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SALES-ACTUAL-FILE
           IF WS-BUDACT-STATUS NOT = '00'
               DISPLAY 'BUDVAR: UNABLE TO REWRITE BUDACT, STATUS='
                   WS-BUDACT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-BUDWORK
               READ ACTUAL-WORK-FILE
                   AT END
                       SET WS-END-OF-BUDWORK TO TRUE
                   NOT AT END
                       WRITE SALES-ACTUAL-RECORD
                           FROM ACTUAL-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE ACTUAL-WORK-FILE
           CLOSE SALES-ACTUAL-FILE.

       4000-PRINT-REPORT.
           PERFORM 4800-SORT-TABLES
           PERFORM 4500-PRINT-HEADINGS
           MOVE 'REGIONAL SALES BUDGET' TO WS-SECTION-LINE
           PERFORM 4600-PRINT-SECTION-HEADING
           INITIALIZE WS-COMPANY-FIGURES
           INITIALIZE WS-ALL-FIGURES
           PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
                   UNTIL WS-RGN-IDX > WS-RGN-COUNT
               IF WS-RGN-IDX > 1
                   AND WS-RGN-COMPANY(WS-RGN-IDX) NOT = WS-PREV-COMPANY
                   PERFORM 4200-PRINT-COMPANY-TOTAL
               END-IF
               MOVE WS-RGN-COMPANY(WS-RGN-IDX) TO WS-PREV-COMPANY
               PERFORM 4100-PRINT-REGION
           END-PERFORM
           IF WS-RGN-COUNT > 0
               PERFORM 4200-PRINT-COMPANY-TOTAL
           END-IF
           MOVE WS-ALL-FIGURES TO WS-LINE-FIGURES
           PERFORM 5000-WORK-OUT-LINE
           MOVE 'ALL COMPANIES'   TO WDL-NAME
           PERFORM 4700-WRITE-DETAIL
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE 'SALES REP QUOTA' TO WS-SECTION-LINE
           PERFORM 4600-PRINT-SECTION-HEADING
           PERFORM VARYING WS-REP-IDX FROM 1 BY 1
                   UNTIL WS-REP-IDX > WS-REP-COUNT
               PERFORM 4300-PRINT-REP
           END-PERFORM
           PERFORM 4900-PRINT-FOOTING.

       4100-PRINT-REGION.
           MOVE WS-RGN-BUDGET(WS-RGN-IDX)    TO WS-LN-BUDGET
           MOVE WS-RGN-PRIOR-BUD(WS-RGN-IDX) TO WS-LN-PRIOR-BUD
           MOVE WS-RGN-MTD(WS-RGN-IDX)       TO WS-LN-MTD
           MOVE WS-RGN-YTD(WS-RGN-IDX)       TO WS-LN-YTD
           ADD WS-LN-BUDGET    TO WS-CO-BUDGET
           ADD WS-LN-PRIOR-BUD TO WS-CO-PRIOR-BUD
           ADD WS-LN-MTD       TO WS-CO-MTD
           ADD WS-LN-YTD       TO WS-CO-YTD
           PERFORM 5000-WORK-OUT-LINE
           MOVE SPACES TO WDL-NAME
           STRING WS-RGN-COMPANY(WS-RGN-IDX) ' '
               WS-RGN-NAME(WS-RGN-IDX)
               DELIMITED BY SIZE INTO WDL-NAME
           IF WS-LN-BEHIND
               ADD 1 TO WS-BEHIND-COUNT
               MOVE '*BEHIND' TO WDL-FLAG
           END-IF
           PERFORM 4700-WRITE-DETAIL.

       4200-PRINT-COMPANY-TOTAL.
           MOVE WS-COMPANY-FIGURES TO WS-LINE-FIGURES
           ADD WS-CO-BUDGET    TO WS-ALL-BUDGET
           ADD WS-CO-PRIOR-BUD TO WS-ALL-PRIOR-BUD
           ADD WS-CO-MTD       TO WS-ALL-MTD
           ADD WS-CO-YTD       TO WS-ALL-YTD
           PERFORM 5000-WORK-OUT-LINE
           MOVE SPACES TO WDL-NAME
           STRING 'COMPANY ' WS-PREV-COMPANY ' TOTAL'
               DELIMITED BY SIZE INTO WDL-NAME
           PERFORM 4700-WRITE-DETAIL
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT
           INITIALIZE WS-COMPANY-FIGURES.

       4300-PRINT-REP.
           MOVE WS-REP-BUDGET(WS-REP-IDX)    TO WS-LN-BUDGET
           MOVE WS-REP-PRIOR-BUD(WS-REP-IDX) TO WS-LN-PRIOR-BUD
           MOVE WS-REP-MTD(WS-REP-IDX)       TO WS-LN-MTD
           MOVE WS-REP-YTD(WS-REP-IDX)       TO WS-LN-YTD
           PERFORM 5000-WORK-OUT-LINE
           MOVE SPACES TO WDL-NAME
           STRING WS-REP-ID(WS-REP-IDX) ' ' WS-REP-NAME(WS-REP-IDX)
               DELIMITED BY SIZE INTO WDL-NAME
           PERFORM 4700-WRITE-DETAIL.

       4500-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-FISCAL-YEAR   TO WH1-FISCAL-YEAR
           MOVE WS-FISCAL-PERIOD TO WH1-PERIOD
           MOVE WS-RUN-DATE-DISP TO WH1-RUN-DATE
           MOVE WS-PAGE-NO       TO WH1-PAGE-NO
           WRITE RPT-LINE FROM WS-HEADING-1
           MOVE WS-NIGHTS-POSTED TO WH2-NIGHTS
           MOVE WS-SELLING-DAYS  TO WH2-SELLING-DAYS
           MOVE WS-BEHIND-PCT    TO WH2-BEHIND-PCT
           WRITE RPT-LINE FROM WS-HEADING-2
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-HEADING-3
           WRITE RPT-LINE FROM WS-HEADING-4
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 0 TO WS-LINE-COUNT.

       4600-PRINT-SECTION-HEADING.
           IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               PERFORM 4500-PRINT-HEADINGS
           END-IF
           WRITE RPT-LINE FROM WS-SECTION-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           ADD 2 TO WS-LINE-COUNT.

       4700-WRITE-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               PERFORM 4500-PRINT-HEADINGS
           END-IF
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * Regions in company and region order, reps in rep order.
      *****************************************************************
       4800-SORT-TABLES.
           PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
                   UNTIL WS-RGN-IDX >= WS-RGN-COUNT
               PERFORM VARYING WS-RGN-IDX2 FROM 1 BY 1
                       UNTIL WS-RGN-IDX2 > WS-RGN-COUNT - WS-RGN-IDX
                   IF WS-RGN-KEY(WS-RGN-IDX2) >
                      WS-RGN-KEY(WS-RGN-IDX2 + 1)
                       MOVE WS-RGN-ENTRY(WS-RGN-IDX2)
                           TO WS-RGN-TEMP-ENTRY
                       MOVE WS-RGN-ENTRY(WS-RGN-IDX2 + 1)
                           TO WS-RGN-ENTRY(WS-RGN-IDX2)
                       MOVE WS-RGN-TEMP-ENTRY
                           TO WS-RGN-ENTRY(WS-RGN-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-REP-IDX FROM 1 BY 1
                   UNTIL WS-REP-IDX >= WS-REP-COUNT
               PERFORM VARYING WS-REP-IDX2 FROM 1 BY 1
                       UNTIL WS-REP-IDX2 > WS-REP-COUNT - WS-REP-IDX
                   IF WS-REP-ID(WS-REP-IDX2) >
                      WS-REP-ID(WS-REP-IDX2 + 1)
                       MOVE WS-REP-ENTRY(WS-REP-IDX2)
                           TO WS-REP-TEMP-ENTRY
                       MOVE WS-REP-ENTRY(WS-REP-IDX2 + 1)
                           TO WS-REP-ENTRY(WS-REP-IDX2)
                       MOVE WS-REP-TEMP-ENTRY
                           TO WS-REP-ENTRY(WS-REP-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       4900-PRINT-FOOTING.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HIST-GROSS-MTD TO WTL-GROSS-MTD
           MOVE WS-HIST-GROSS-YTD TO WTL-GROSS-YTD
           WRITE RPT-LINE FROM WS-TOTHIST-LINE
           MOVE WS-BEHIND-COUNT TO WSM-BEHIND
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.

      *****************************************************************
      * One line's figures. The month's budget to date is its budget
      * spread over the selling days for the nights posted so far;
      * the variance is the actual to date against it. The projected
      * month-end runs the actual to date on at the same nightly rate
      * over the rest of the selling days. The year to date budget
      * is the earlier months' budgets plus this month's to date. A
      * line with no budget to date has no variance percentage. A
      * line more than the BVPARM percentage behind its budget to
      * date is flagged.
      *****************************************************************
       5000-WORK-OUT-LINE.
           IF WS-SELLING-DAYS > 0
               COMPUTE WS-LN-BUD-TO-DATE ROUNDED =
                   WS-LN-BUDGET * WS-NIGHTS-POSTED / WS-SELLING-DAYS
           ELSE
               MOVE WS-LN-BUDGET TO WS-LN-BUD-TO-DATE
           END-IF
           IF WS-NIGHTS-POSTED > 0
               COMPUTE WS-LN-PROJECTED ROUNDED =
                   WS-LN-MTD * WS-SELLING-DAYS / WS-NIGHTS-POSTED
           ELSE
               MOVE WS-LN-MTD TO WS-LN-PROJECTED
           END-IF
           ADD WS-LN-PRIOR-BUD WS-LN-BUD-TO-DATE
               GIVING WS-LN-YTD-BUD
           SUBTRACT WS-LN-BUD-TO-DATE FROM WS-LN-MTD
               GIVING WS-LN-VARIANCE
           SUBTRACT WS-LN-YTD-BUD FROM WS-LN-YTD
               GIVING WS-LN-YTD-VARIANCE
           MOVE 'N' TO WS-LN-BEHIND-SW
           MOVE SPACES TO WDL-FLAG
           MOVE WS-LN-BUDGET       TO WDL-BUDGET
           MOVE WS-LN-MTD          TO WDL-MTD
           MOVE WS-LN-VARIANCE     TO WDL-VARIANCE
           MOVE WS-LN-PROJECTED    TO WDL-PROJECTED
           MOVE WS-LN-YTD-BUD      TO WDL-YTD-BUDGET
           MOVE WS-LN-YTD          TO WDL-YTD
           MOVE WS-LN-YTD-VARIANCE TO WDL-YTD-VARIANCE
           IF WS-LN-BUD-TO-DATE > 0
               COMPUTE WS-LN-VAR-PCT ROUNDED =
                   WS-LN-VARIANCE * 100 / WS-LN-BUD-TO-DATE
                   ON SIZE ERROR
                       MOVE -99999.9 TO WS-LN-VAR-PCT
               END-COMPUTE
               MOVE WS-LN-VAR-PCT TO WDL-VAR-PCT
               IF WS-LN-VAR-PCT < 0
                   AND 0 - WS-LN-VAR-PCT > WS-BEHIND-PCT
                   SET WS-LN-BEHIND TO TRUE
               END-IF
           ELSE
               MOVE SPACES TO WDL-VAR-PCT-X
           END-IF
           IF WS-LN-YTD-BUD > 0
               COMPUTE WS-LN-YTD-VAR-PCT ROUNDED =
                   WS-LN-YTD-VARIANCE * 100 / WS-LN-YTD-BUD
                   ON SIZE ERROR
                       MOVE -99999.9 TO WS-LN-YTD-VAR-PCT
               END-COMPUTE
               MOVE WS-LN-YTD-VAR-PCT TO WDL-YTD-VAR-PCT
           ELSE
               MOVE SPACES TO WDL-YTD-VAR-PCT-X
           END-IF.

       5100-FIND-REGION.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
                   UNTIL WS-RGN-IDX > WS-RGN-COUNT OR WS-FOUND
               IF WS-RGN-COMPANY(WS-RGN-IDX) = WS-FIND-COMPANY
                   AND WS-RGN-NAME(WS-RGN-IDX) = WS-FIND-REGION
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET WS-RGN-IDX DOWN BY 1
           ELSE
               IF WS-RGN-COUNT >= 100
                   DISPLAY 'BUDVAR: MORE THAN 100 REGIONS, '
                       'REGION TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RGN-COUNT
               SET WS-RGN-IDX TO WS-RGN-COUNT
               MOVE WS-FIND-COMPANY TO WS-RGN-COMPANY(WS-RGN-IDX)
               MOVE WS-FIND-REGION  TO WS-RGN-NAME(WS-RGN-IDX)
               MOVE 0   TO WS-RGN-BUDGET(WS-RGN-IDX)
               MOVE 0   TO WS-RGN-PRIOR-BUD(WS-RGN-IDX)
               MOVE 0   TO WS-RGN-MTD(WS-RGN-IDX)
               MOVE 0   TO WS-RGN-YTD(WS-RGN-IDX)
               MOVE 0   TO WS-RGN-TONIGHT(WS-RGN-IDX)
               MOVE 'N' TO WS-RGN-POSTED-SW(WS-RGN-IDX)
           END-IF.

       5200-FIND-REP.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-REP-IDX FROM 1 BY 1
                   UNTIL WS-REP-IDX > WS-REP-COUNT OR WS-FOUND
               IF WS-REP-ID(WS-REP-IDX) = WS-FIND-REP-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET WS-REP-IDX DOWN BY 1
           ELSE
               IF WS-REP-COUNT >= 100
                   DISPLAY 'BUDVAR: MORE THAN 100 REPS, '
                       'REP TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-REP-COUNT
               SET WS-REP-IDX TO WS-REP-COUNT
               MOVE WS-FIND-REP-ID TO WS-REP-ID(WS-REP-IDX)
               MOVE 'UNASSIGNED'   TO WS-REP-NAME(WS-REP-IDX)
               PERFORM VARYING WS-NAM-IDX FROM 1 BY 1
                       UNTIL WS-NAM-IDX > WS-NAM-COUNT
                   IF WS-NAM-REP-ID(WS-NAM-IDX) = WS-FIND-REP-ID
                       MOVE WS-NAM-REP-NAME(WS-NAM-IDX)
                           TO WS-REP-NAME(WS-REP-IDX)
                   END-IF
               END-PERFORM
               MOVE 0   TO WS-REP-BUDGET(WS-REP-IDX)
               MOVE 0   TO WS-REP-PRIOR-BUD(WS-REP-IDX)
               MOVE 0   TO WS-REP-MTD(WS-REP-IDX)
               MOVE 0   TO WS-REP-YTD(WS-REP-IDX)
               MOVE 0   TO WS-REP-TONIGHT(WS-REP-IDX)
               MOVE 'N' TO WS-REP-POSTED-SW(WS-REP-IDX)
           END-IF.

       8000-CLOSE-FILES.
           CLOSE VARIANCE-REPORT-FILE
           CLOSE CUSTOMER-MASTER-FILE.

       COPY CURRLOAD.
       COPY CURRLKUP.
       COPY RUNLOAD.
       COPY STPCHK.
