      *****************************************************************
      * PROGRAM-ID : PROFITRPT
      * Monthly customer profitability report. For every account with
      * activity in the fiscal month (FISCCAL period) the RUNCTL
      * business date falls in, by company: gross sales, discount
      * given, returns and credit memos, and the commission the
      * account cost, all in USD; the net contribution left after
      * all three; and the average days the account took to pay.
      * Within each company the accounts are ranked from most to
      * least profitable by net contribution. Sales and discount are
      * CUSTOMERS' and REPOST's postings on the month's journal (the
      * entries that carry AUD-DISCOUNT), returns and credit memos
      * SALESREPORT's type R and C entries -- the same basis COMMCALC
      * pays on. The AUDIT DD points at the MONTHJRN period journal
      * AUDMERGE accumulates nightly and is proven against the
      * MONTHCTL control records first, the way CUSTSTMT proves it.
      * Commission comes from COMMCALC's CUSTCOMM customer commission
      * ledger, days to pay from ARPOST's ARPAID payment history
      * (the month's cash applications, weighted by amount). Tax-
      * exempt accounts are marked and their sales totalled. An
      * account whose discount plus returns come to more than the
      * PRFPARM percentage of its gross sales is flagged, and any
      * flagged account ends the run RC=4.
      *
      * Change history
      *   2026-10-15  Initial version.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFITRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFIT-PARM-FILE ASSIGN TO 'PRFPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRFPARM-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'AUDIT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT MONTH-CTL-FILE ASSIGN TO 'MONTHCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTHCTL-STATUS.

           SELECT CUST-COMM-FILE ASSIGN TO 'CUSTCOMM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTCOMM-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO 'ARPAID'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARPAID-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT CURRENCY-RATE-FILE ASSIGN TO 'CURRATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRRATE-STATUS.

           SELECT PROFIT-REPORT-FILE ASSIGN TO 'PRFRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRFRPT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT FISCAL-CALENDAR-FILE ASSIGN TO 'FISCCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFIT-PARM-FILE
           RECORDING MODE IS F.
       01  PROFIT-PARM-RECORD.
           05  PFP-COST-PCT       PIC 9(3)V9.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDREC.

       FD  MONTH-CTL-FILE
           RECORDING MODE IS F.
           COPY JCTREC.

       FD  CUST-COMM-FILE
           RECORDING MODE IS F.
           COPY CCMREC.

       FD  PAYMENT-HISTORY-FILE
           RECORDING MODE IS F.
           COPY ARPREC.

       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD  CURRENCY-RATE-FILE
           RECORDING MODE IS F.
           COPY CURRATE.

       FD  PROFIT-REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                 PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY RUNCTL.

       FD  FISCAL-CALENDAR-FILE
           RECORDING MODE IS F.
           COPY FCLREC.

       WORKING-STORAGE SECTION.
       01  WS-PRFPARM-STATUS     PIC X(2).
       01  WS-AUDIT-STATUS       PIC X(2).
       01  WS-MONTHCTL-STATUS    PIC X(2).
       01  WS-CUSTCOMM-STATUS    PIC X(2).
       01  WS-ARPAID-STATUS      PIC X(2).
       01  WS-CUSTMAST-STATUS    PIC X(2).
       01  WS-PRFRPT-STATUS      PIC X(2).

       01  WS-AUDIT-EOF-SW       PIC X     VALUE 'N'.
           88  WS-END-OF-AUDIT            VALUE 'Y'.
       01  WS-MONTHCTL-EOF-SW    PIC X     VALUE 'N'.
           88  WS-END-OF-MONTHCTL         VALUE 'Y'.
       01  WS-CUSTCOMM-EOF-SW    PIC X     VALUE 'N'.
           88  WS-END-OF-CUSTCOMM         VALUE 'Y'.
       01  WS-ARPAID-EOF-SW      PIC X     VALUE 'N'.
           88  WS-END-OF-ARPAID           VALUE 'Y'.

       01  WS-COST-PCT           PIC 9(3)V9   VALUE 0.

      *****************************************************************
      * MONTHCTL control entries for the month, with the record count
      * and amount actually found on the journal accumulated next to
      * what AUDMERGE said it merged. The two must agree, night by
      * night, before the report prints.
      *****************************************************************
       01  WS-MCTL-TABLE.
           05  WS-MC-COUNT       PIC 9(3)  VALUE 0.
           05  WS-MC-ENTRY OCCURS 35 TIMES
                   INDEXED BY WS-MC-IDX.
               10  WS-MC-DATE        PIC 9(8).
               10  WS-MC-RECORDS     PIC 9(7).
               10  WS-MC-AMOUNT      PIC 9(11)V99.
               10  WS-MC-ACTUAL-RECS PIC 9(7).
               10  WS-MC-ACTUAL-AMT  PIC 9(11)V99.
       01  WS-MC-FOUND-SW        PIC X     VALUE 'N'.
           88  WS-MC-FOUND                VALUE 'Y'.
       01  WS-UNCONTROLLED-CNT   PIC 9(7)  VALUE 0.
       01  WS-CTL-FAIL-SW        PIC X     VALUE 'N'.
           88  WS-MONTH-BROKEN            VALUE 'Y'.
       01  WS-MIN-SERIAL         PIC 9(7)  VALUE 0.
       01  WS-MAX-SERIAL         PIC 9(7)  VALUE 0.
       01  WS-DAY-SERIAL         PIC 9(7)  VALUE 0.
       01  WS-ENTRY-SERIAL       PIC 9(7)  VALUE 0.
       01  WS-DAY-SERIAL-ADJ     PIC 9(7)  VALUE 0.
       01  WS-WEEK-QUOTIENT      PIC 9(7)  VALUE 0.
       01  WS-DAY-OF-WEEK        PIC 9(1)  VALUE 0.
       01  WS-CHECK-DATE         PIC 9(8)  VALUE 0.

      *****************************************************************
      * One entry per account with activity in the month: sales,
      * discount, returns and commission in USD, the month's cash
      * applied and the amount-weighted days it took (amount times
      * days, divided back out for the average).
      *****************************************************************
       01  WS-ACCOUNT-TABLE.
           05  WS-PRF-COUNT      PIC 9(4)  VALUE 0.
           05  WS-PRF-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-PRF-IDX WS-PRF-IDX2.
               10  WS-PRF-COMPANY    PIC X(3).
               10  WS-PRF-CUST-ID    PIC X(6).
               10  WS-PRF-NAME       PIC X(20).
               10  WS-PRF-EXEMPT-SW  PIC X(1).
                   88  WS-PRF-EXEMPT         VALUE 'Y'.
               10  WS-PRF-GROSS      PIC S9(9)V99.
               10  WS-PRF-DISCOUNT   PIC S9(9)V99.
               10  WS-PRF-RETURNS    PIC S9(9)V99.
               10  WS-PRF-COMMISSION PIC S9(9)V99.
               10  WS-PRF-NET        PIC S9(9)V99.
               10  WS-PRF-PAID       PIC 9(9)V99.
               10  WS-PRF-PAID-DAYS  PIC 9(13)V99.
               10  WS-PRF-FLAG-SW    PIC X(1).
                   88  WS-PRF-FLAGGED        VALUE 'Y'.
       01  WS-PRF-TEMP-ENTRY     PIC X(112).

       01  WS-FIND-CUST-ID       PIC X(6)     VALUE SPACES.
       01  WS-FIND-COMPANY       PIC X(3)     VALUE SPACES.
       01  WS-FOUND-SW           PIC X        VALUE 'N'.
           88  WS-FOUND                   VALUE 'Y'.
       01  WS-NET-AMOUNT         PIC 9(9)V99  VALUE 0.

      * The figures for one report line and what is worked out from
      * them.
       01  WS-LINE-FIGURES.
           05  WS-LN-GROSS       PIC S9(11)V99 VALUE 0.
           05  WS-LN-DISCOUNT    PIC S9(11)V99 VALUE 0.
           05  WS-LN-RETURNS     PIC S9(11)V99 VALUE 0.
           05  WS-LN-COMMISSION  PIC S9(11)V99 VALUE 0.
           05  WS-LN-NET         PIC S9(11)V99 VALUE 0.
           05  WS-LN-PAID        PIC 9(11)V99  VALUE 0.
           05  WS-LN-PAID-DAYS   PIC 9(15)V99  VALUE 0.
           05  WS-LN-EXEMPT      PIC S9(11)V99 VALUE 0.
       01  WS-LN-COST            PIC S9(11)V99 VALUE 0.
       01  WS-LN-COST-PCT        PIC S9(5)V9   VALUE 0.
       01  WS-LN-AVG-DAYS        PIC 9(5)V9    VALUE 0.

       01  WS-COMPANY-FIGURES.
           05  WS-CO-GROSS       PIC S9(11)V99 VALUE 0.
           05  WS-CO-DISCOUNT    PIC S9(11)V99 VALUE 0.
           05  WS-CO-RETURNS     PIC S9(11)V99 VALUE 0.
           05  WS-CO-COMMISSION  PIC S9(11)V99 VALUE 0.
           05  WS-CO-NET         PIC S9(11)V99 VALUE 0.
           05  WS-CO-PAID        PIC 9(11)V99  VALUE 0.
           05  WS-CO-PAID-DAYS   PIC 9(15)V99  VALUE 0.
           05  WS-CO-EXEMPT      PIC S9(11)V99 VALUE 0.
       01  WS-ALL-FIGURES.
           05  WS-ALL-GROSS      PIC S9(11)V99 VALUE 0.
           05  WS-ALL-DISCOUNT   PIC S9(11)V99 VALUE 0.
           05  WS-ALL-RETURNS    PIC S9(11)V99 VALUE 0.
           05  WS-ALL-COMMISSION PIC S9(11)V99 VALUE 0.
           05  WS-ALL-NET        PIC S9(11)V99 VALUE 0.
           05  WS-ALL-PAID       PIC 9(11)V99  VALUE 0.
           05  WS-ALL-PAID-DAYS  PIC 9(15)V99  VALUE 0.
           05  WS-ALL-EXEMPT     PIC S9(11)V99 VALUE 0.
       01  WS-PREV-COMPANY       PIC X(3)     VALUE SPACES.
       01  WS-RANK               PIC 9(4)     VALUE 0.

       01  WS-JOURNAL-TAKEN      PIC 9(7)  VALUE 0.
       01  WS-COMMISSION-TAKEN   PIC 9(7)  VALUE 0.
       01  WS-PAYMENTS-TAKEN     PIC 9(7)  VALUE 0.
       01  WS-NO-MASTER-COUNT    PIC 9(5)  VALUE 0.
       01  WS-FLAGGED-COUNT      PIC 9(5)  VALUE 0.
       01  WS-CO-FLAGGED         PIC 9(5)  VALUE 0.
       01  WS-CO-ACCOUNTS        PIC 9(5)  VALUE 0.

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
       01  WS-LINES-PER-PAGE     PIC 9(3)  VALUE 50.

       01  WS-HEADING-1.
           05  FILLER            PIC X(37)
               VALUE 'CUSTOMER PROFITABILITY - FISCAL YEAR '.
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
           05  FILLER            PIC X(10) VALUE 'COMPANY: '.
           05  WH2-COMPANY       PIC X(3).
           05  FILLER            PIC X(7)  VALUE SPACES.
           05  FILLER            PIC X(24)
               VALUE 'AMOUNTS IN USD.  COST = '.
           05  FILLER            PIC X(33)
               VALUE 'DISCOUNT + RETURNS, FLAGGED OVER '.
           05  WH2-COST-PCT      PIC ZZ9.9.
           05  FILLER            PIC X(13) VALUE ' PCT OF GROSS'.

       01  WS-HEADING-3.
           05  FILLER            PIC X(5)  VALUE 'RANK'.
           05  FILLER            PIC X(7)  VALUE 'CUST'.
           05  FILLER            PIC X(21) VALUE 'CUSTOMER NAME'.
           05  FILLER            PIC X(14) VALUE '   GROSS SALES'.
           05  FILLER            PIC X(14) VALUE '      DISCOUNT'.
           05  FILLER            PIC X(14) VALUE ' RETURNS/CREDS'.
           05  FILLER            PIC X(15) VALUE '     COMMISSION'.
           05  FILLER            PIC X(15) VALUE '   NET CONTRIB'.
           05  FILLER            PIC X(8)  VALUE '  COST% '.
           05  FILLER            PIC X(8)  VALUE 'AVG DAYS'.
           05  FILLER            PIC X(4)  VALUE ' TAX'.
           05  FILLER            PIC X(7)  VALUE SPACES.

       01  WS-HEADING-4.
           05  FILLER            PIC X(113) VALUE SPACES.
           05  FILLER            PIC X(8)  VALUE '  TO PAY'.
           05  FILLER            PIC X(4)  VALUE '  EX'.
           05  FILLER            PIC X(7)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WDL-RANK          PIC ZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WDL-CUST-ID       PIC X(6).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WDL-CUST-NAME     PIC X(20).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WDL-GROSS         PIC ZZ,ZZZ,ZZ9.99-.
           05  WDL-DISCOUNT      PIC ZZ,ZZZ,ZZ9.99-.
           05  WDL-RETURNS       PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WDL-COMMISSION    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WDL-NET           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WDL-COST-PCT      PIC ZZZ9.9-.
           05  WDL-COST-PCT-X REDEFINES WDL-COST-PCT PIC X(7).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WDL-AVG-DAYS      PIC ZZZZ9.9.
           05  WDL-AVG-DAYS-X REDEFINES WDL-AVG-DAYS PIC X(7).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WDL-EXEMPT        PIC X(2).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WDL-FLAG          PIC X(6).

       01  WS-TOTAL-LINE.
           05  WTL-LABEL         PIC X(34).
           05  WTL-GROSS         PIC ZZ,ZZZ,ZZ9.99-.
           05  WTL-DISCOUNT      PIC ZZ,ZZZ,ZZ9.99-.
           05  WTL-RETURNS       PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WTL-COMMISSION    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WTL-NET           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WTL-COST-PCT      PIC ZZZ9.9-.
           05  WTL-COST-PCT-X REDEFINES WTL-COST-PCT PIC X(7).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WTL-AVG-DAYS      PIC ZZZZ9.9.
           05  WTL-AVG-DAYS-X REDEFINES WTL-AVG-DAYS PIC X(7).

       01  WS-EXEMPT-LINE.
           05  FILLER            PIC X(34)
               VALUE '   TAX-EXEMPT SALES (INCLUDED)'.
           05  WEX-EXEMPT        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(22)
               VALUE '     ACCOUNTS RANKED: '.
           05  WEX-ACCOUNTS      PIC ZZ,ZZ9.
           05  FILLER            PIC X(12) VALUE '   FLAGGED: '.
           05  WEX-FLAGGED       PIC ZZ,ZZ9.

       01  WS-NO-ACTIVITY-LINE   PIC X(40)
           VALUE 'NO ACCOUNT ACTIVITY THIS MONTH'.

       01  WS-SUMMARY-HEADING    PIC X(40)
           VALUE 'PROFITABILITY RUN SUMMARY'.

       01  WS-SUMMARY-LINE-1.
           05  FILLER            PIC X(24)
               VALUE 'ACCOUNTS REPORTED     :'.
           05  WSU-ACCOUNTS      PIC ZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER            PIC X(24)
               VALUE 'ACCOUNTS FLAGGED      :'.
           05  WSU-FLAGGED       PIC ZZ,ZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER            PIC X(24)
               VALUE 'NOT ON CUSTOMER MASTER:'.
           05  WSU-NO-MASTER     PIC ZZ,ZZ9.

       COPY RUNWORK.
       COPY CURRWORK.
       COPY CURRTBL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7900-READ-RUN-CONTROL
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-READ-PARM
           PERFORM 1200-LOAD-MONTH-CONTROLS
           PERFORM 7400-LOAD-CURRENCY-TABLE
           PERFORM 2000-TAKE-JOURNAL
           PERFORM 1700-VERIFY-MONTH-CONTROLS
           PERFORM 2500-TAKE-COMMISSION
           PERFORM 2700-TAKE-PAYMENTS
           PERFORM 3000-WORK-OUT-ACCOUNTS
           PERFORM 3500-RANK-ACCOUNTS
           PERFORM 4000-PRINT-REPORT
           PERFORM 8000-CLOSE-FILES
           DISPLAY 'PROFITRPT: FISCAL PERIOD   : ' WS-FISCAL-YEAR '/'
               WS-FISCAL-PERIOD
           DISPLAY 'PROFITRPT: JOURNAL ENTRIES : ' WS-JOURNAL-TAKEN
           DISPLAY 'PROFITRPT: COMMISSION ROWS : ' WS-COMMISSION-TAKEN
           DISPLAY 'PROFITRPT: PAYMENTS        : ' WS-PAYMENTS-TAKEN
           DISPLAY 'PROFITRPT: ACCOUNTS        : ' WS-PRF-COUNT
           DISPLAY 'PROFITRPT: NOT ON MASTER   : ' WS-NO-MASTER-COUNT
           DISPLAY 'PROFITRPT: FLAGGED         : ' WS-FLAGGED-COUNT
           IF WS-FLAGGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-OPEN-FILES.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE-NUM
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISP
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'PROFITRPT: UNABLE TO OPEN CUSTMAST, STATUS='
                   WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PROFIT-REPORT-FILE
           IF WS-PRFRPT-STATUS NOT = '00'
               DISPLAY 'PROFITRPT: UNABLE TO OPEN PRFRPT, STATUS='
                   WS-PRFRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-READ-PARM.
           OPEN INPUT PROFIT-PARM-FILE
           IF WS-PRFPARM-STATUS NOT = '00'
               DISPLAY 'PROFITRPT: UNABLE TO OPEN PRFPARM, STATUS='
                   WS-PRFPARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PROFIT-PARM-FILE
               AT END
                   DISPLAY 'PROFITRPT: PRFPARM IS EMPTY'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF PFP-COST-PCT NOT NUMERIC
               OR PFP-COST-PCT = 0
               DISPLAY 'PROFITRPT: COST FLAG PCT IS NOT VALID'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PFP-COST-PCT TO WS-COST-PCT
           CLOSE PROFIT-PARM-FILE.

       1200-LOAD-MONTH-CONTROLS.
           OPEN INPUT MONTH-CTL-FILE
           IF WS-MONTHCTL-STATUS NOT = '00'
               DISPLAY 'PROFITRPT: UNABLE TO OPEN MONTHCTL, STATUS='
                   WS-MONTHCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-MONTHCTL
               READ MONTH-CTL-FILE
                   AT END
                       SET WS-END-OF-MONTHCTL TO TRUE
                   NOT AT END
                       PERFORM 1250-STORE-CONTROL-ENTRY
               END-READ
           END-PERFORM
           CLOSE MONTH-CTL-FILE.

       1250-STORE-CONTROL-ENTRY.
           IF JC-BUSINESS-DATE < WS-PERIOD-START-DATE
               OR JC-BUSINESS-DATE > WS-PERIOD-END-DATE
               CONTINUE
           ELSE
               PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                       UNTIL WS-MC-IDX > WS-MC-COUNT
                   IF JC-BUSINESS-DATE = WS-MC-DATE(WS-MC-IDX)
                       DISPLAY 'PROFITRPT: BUSINESS DATE '
                           JC-BUSINESS-DATE ' MERGED TWICE, MONTH '
                           'JOURNAL CANNOT BE TRUSTED'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               IF WS-MC-COUNT >= 35
                   DISPLAY 'PROFITRPT: MORE THAN 35 CONTROL RECORDS '
                       'FOR THE PERIOD, FILE CANNOT BE TRUSTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-MC-COUNT
               SET WS-MC-IDX TO WS-MC-COUNT
               MOVE JC-BUSINESS-DATE TO WS-MC-DATE(WS-MC-IDX)
               MOVE JC-RECORD-COUNT  TO WS-MC-RECORDS(WS-MC-IDX)
               MOVE JC-AMOUNT-TOTAL  TO WS-MC-AMOUNT(WS-MC-IDX)
               MOVE 0 TO WS-MC-ACTUAL-RECS(WS-MC-IDX)
               MOVE 0 TO WS-MC-ACTUAL-AMT(WS-MC-IDX)
           END-IF.

      *****************************************************************
      * Count every journal record of the month against its night's
      * control entry -- all programs' entries, since that is what
      * AUDMERGE counted when it merged the night.
      *****************************************************************
       1650-TALLY-CONTROL-ACTUALS.
           IF AUD-RUN-DATE < WS-PERIOD-START-DATE
               OR AUD-RUN-DATE > WS-PERIOD-END-DATE
               CONTINUE
           ELSE
               MOVE 'N' TO WS-MC-FOUND-SW
               PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                       UNTIL WS-MC-IDX > WS-MC-COUNT
                   IF AUD-RUN-DATE = WS-MC-DATE(WS-MC-IDX)
                       SET WS-MC-FOUND TO TRUE
                       ADD 1 TO WS-MC-ACTUAL-RECS(WS-MC-IDX)
                       IF AUD-AMOUNT NUMERIC
                           ADD AUD-AMOUNT
                               TO WS-MC-ACTUAL-AMT(WS-MC-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT WS-MC-FOUND
                   ADD 1 TO WS-UNCONTROLLED-CNT
               END-IF
           END-IF.

      *****************************************************************
      * The month must be whole before anything prints, on the same
      * tests CUSTSTMT applies: at least one merged night, no journal
      * records from an unmerged night, every weekday between the
      * month's first and last merged nights present, and each
      * night's journal matching its control record's count and
      * amount. Anything else ends the run RC=16 with the reason on
      * the console.
      *****************************************************************
       1700-VERIFY-MONTH-CONTROLS.
           IF WS-MC-COUNT = 0
               DISPLAY 'PROFITRPT: NO CONTROL RECORDS FOR PERIOD '
                   WS-FISCAL-YEAR '/' WS-FISCAL-PERIOD
                   ', RUN REJECTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-UNCONTROLLED-CNT > 0
               DISPLAY 'PROFITRPT: ' WS-UNCONTROLLED-CNT ' JOURNAL '
                   'RECORDS FROM NIGHTS MONTHCTL NEVER MERGED'
               SET WS-MONTH-BROKEN TO TRUE
           END-IF
           PERFORM 1750-CHECK-NIGHT-TOTALS
           PERFORM 1780-CHECK-MISSING-DAYS
           IF WS-MONTH-BROKEN
               DISPLAY 'PROFITRPT: MONTH JOURNAL INCOMPLETE OR OUT '
                   'OF BALANCE, RUN REJECTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1750-CHECK-NIGHT-TOTALS.
           PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                   UNTIL WS-MC-IDX > WS-MC-COUNT
               IF WS-MC-ACTUAL-RECS(WS-MC-IDX)
                       NOT = WS-MC-RECORDS(WS-MC-IDX)
                   OR WS-MC-ACTUAL-AMT(WS-MC-IDX)
                       NOT = WS-MC-AMOUNT(WS-MC-IDX)
                   DISPLAY 'PROFITRPT: NIGHT ' WS-MC-DATE(WS-MC-IDX)
                       ' JOURNAL DOES NOT MATCH ITS CONTROL RECORD'
                   SET WS-MONTH-BROKEN TO TRUE
               END-IF
           END-PERFORM.

      *****************************************************************
      * Walk the calendar between the month's first and last merged
      * nights; every weekday must have a control entry. Day 1 of
      * the date serial was a Monday, so the remainder of
      * (serial - 1) / 7 runs 0 (Monday) through 6 (Sunday) and
      * anything under 5 is a weekday.
      *****************************************************************
       1780-CHECK-MISSING-DAYS.
           MOVE 0 TO WS-MIN-SERIAL
           MOVE 0 TO WS-MAX-SERIAL
           PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                   UNTIL WS-MC-IDX > WS-MC-COUNT
               COMPUTE WS-ENTRY-SERIAL =
                   FUNCTION INTEGER-OF-DATE(WS-MC-DATE(WS-MC-IDX))
               IF WS-MIN-SERIAL = 0
                   OR WS-ENTRY-SERIAL < WS-MIN-SERIAL
                   MOVE WS-ENTRY-SERIAL TO WS-MIN-SERIAL
               END-IF
               IF WS-ENTRY-SERIAL > WS-MAX-SERIAL
                   MOVE WS-ENTRY-SERIAL TO WS-MAX-SERIAL
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DAY-SERIAL FROM WS-MIN-SERIAL BY 1
                   UNTIL WS-DAY-SERIAL > WS-MAX-SERIAL
               SUBTRACT 1 FROM WS-DAY-SERIAL
                   GIVING WS-DAY-SERIAL-ADJ
               DIVIDE WS-DAY-SERIAL-ADJ BY 7
                   GIVING WS-WEEK-QUOTIENT
                   REMAINDER WS-DAY-OF-WEEK
               IF WS-DAY-OF-WEEK < 5
                   COMPUTE WS-CHECK-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-SERIAL)
                   MOVE 'N' TO WS-MC-FOUND-SW
                   PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                           UNTIL WS-MC-IDX > WS-MC-COUNT
                       IF WS-CHECK-DATE = WS-MC-DATE(WS-MC-IDX)
                           SET WS-MC-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT WS-MC-FOUND
                       DISPLAY 'PROFITRPT: BUSINESS DATE '
                           WS-CHECK-DATE ' MISSING FROM MONTH '
                           'JOURNAL'
                       SET WS-MONTH-BROKEN TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      * The month's journal: CUSTOMERS' and REPOST's postings give
      * the sales and the discount on them, SALESREPORT's returns
      * and credit memos the money that came back -- the entries
      * COMMCALC and BUDVAR take, so the figures agree with theirs.
      *****************************************************************
       2000-TAKE-JOURNAL.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'PROFITRPT: UNABLE TO OPEN AUDIT, STATUS='
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-AUDIT
               READ AUDIT-FILE
                   AT END
                       SET WS-END-OF-AUDIT TO TRUE
                   NOT AT END
                       PERFORM 1650-TALLY-CONTROL-ACTUALS
                       PERFORM 2100-TAKE-JOURNAL-ENTRY
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       2100-TAKE-JOURNAL-ENTRY.
           IF AUD-RUN-DATE < WS-PERIOD-START-DATE
               OR AUD-RUN-DATE > WS-PERIOD-END-DATE
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN AUD-PROGRAM = 'CUSTOMERS'
                       OR AUD-PROGRAM = 'REPOST'
                       PERFORM 2200-TAKE-ONE-POSTING
                   WHEN AUD-PROGRAM = 'SALESREPORT'
                       AND (AUD-TXN-TYPE = 'R'
                           OR AUD-TXN-TYPE = 'C')
                       PERFORM 2200-TAKE-ONE-POSTING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *****************************************************************
      * A return or credit memo counts at its net after any discount,
      * as COMMCALC claws it back; a sale adds its gross and its
      * discount separately, each converted to USD.
      *****************************************************************
       2200-TAKE-ONE-POSTING.
           ADD 1 TO WS-JOURNAL-TAKEN
           MOVE AUD-CUST-ID TO WS-FIND-CUST-ID
           MOVE AUD-COMPANY TO WS-FIND-COMPANY
           PERFORM 2900-FIND-ACCOUNT
           MOVE AUD-CURRENCY TO WS-CURRENCY-CODE
           IF AUD-TXN-TYPE = 'R' OR AUD-TXN-TYPE = 'C'
               SUBTRACT AUD-DISCOUNT FROM AUD-AMOUNT
                   GIVING WS-NET-AMOUNT
               MOVE WS-NET-AMOUNT TO WS-AMOUNT-FOR-CONVERT
               PERFORM 7500-CONVERT-TO-REPORTING-CCY
               ADD WS-CONVERTED-AMOUNT TO WS-PRF-RETURNS(WS-PRF-IDX)
           ELSE
               MOVE AUD-AMOUNT TO WS-AMOUNT-FOR-CONVERT
               PERFORM 7500-CONVERT-TO-REPORTING-CCY
               ADD WS-CONVERTED-AMOUNT TO WS-PRF-GROSS(WS-PRF-IDX)
               MOVE AUD-DISCOUNT TO WS-AMOUNT-FOR-CONVERT
               PERFORM 7500-CONVERT-TO-REPORTING-CCY
               ADD WS-CONVERTED-AMOUNT
                   TO WS-PRF-DISCOUNT(WS-PRF-IDX)
           END-IF
           IF NOT WS-CURR-FOUND
               DISPLAY 'PROFITRPT: NO RATE FOR ' AUD-CURRENCY
                   ', USED UNCONVERTED'
           END-IF.

      *****************************************************************
      * The month's commission cost per account off COMMCALC's
      * CUSTCOMM ledger, already in USD and netted for clawbacks; an
      * account split across reps has a row per rep.
      *****************************************************************
       2500-TAKE-COMMISSION.
           OPEN INPUT CUST-COMM-FILE
           IF WS-CUSTCOMM-STATUS NOT = '00'
               DISPLAY 'PROFITRPT: UNABLE TO OPEN CUSTCOMM, STATUS='
                   WS-CUSTCOMM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-CUSTCOMM
               READ CUST-COMM-FILE
                   AT END
                       SET WS-END-OF-CUSTCOMM TO TRUE
                   NOT AT END
                       IF CCM-RUN-DATE >= WS-PERIOD-START-DATE
                           AND CCM-RUN-DATE <= WS-PERIOD-END-DATE
                           PERFORM 2600-TAKE-ONE-COMMISSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUST-COMM-FILE.

       2600-TAKE-ONE-COMMISSION.
           ADD 1 TO WS-COMMISSION-TAKEN
           MOVE CCM-CUST-ID TO WS-FIND-CUST-ID
           MOVE CCM-COMPANY TO WS-FIND-COMPANY
           PERFORM 2900-FIND-ACCOUNT
           ADD CCM-COMMISSION TO WS-PRF-COMMISSION(WS-PRF-IDX).

      *****************************************************************
      * The month's cash applications off ARPOST's ARPAID payment
      * history. Each adds its amount, and its amount times the days
      * the item stood open, so the average comes out weighted by
      * the money paid.
      *****************************************************************
       2700-TAKE-PAYMENTS.
           OPEN INPUT PAYMENT-HISTORY-FILE
           IF WS-ARPAID-STATUS NOT = '00'
               DISPLAY 'PROFITRPT: UNABLE TO OPEN ARPAID, STATUS='
                   WS-ARPAID-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-ARPAID
               READ PAYMENT-HISTORY-FILE
                   AT END
                       SET WS-END-OF-ARPAID TO TRUE
                   NOT AT END
                       IF ARP-APPLY-DATE >= WS-PERIOD-START-DATE
                           AND ARP-APPLY-DATE <= WS-PERIOD-END-DATE
                           PERFORM 2800-TAKE-ONE-PAYMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYMENT-HISTORY-FILE.

       2800-TAKE-ONE-PAYMENT.
           ADD 1 TO WS-PAYMENTS-TAKEN
           MOVE ARP-CUST-ID TO WS-FIND-CUST-ID
           MOVE ARP-COMPANY TO WS-FIND-COMPANY
           PERFORM 2900-FIND-ACCOUNT
           ADD ARP-APPLIED TO WS-PRF-PAID(WS-PRF-IDX)
           COMPUTE WS-PRF-PAID-DAYS(WS-PRF-IDX) =
               WS-PRF-PAID-DAYS(WS-PRF-IDX)
               + ARP-APPLIED * ARP-DAYS-TO-PAY.

      *****************************************************************
      * Find the account's entry, adding it on first sight with its
      * name, company and exemption from the master. An account no
      * longer on the master keeps the company its activity carried.
      *****************************************************************
       2900-FIND-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-PRF-IDX FROM 1 BY 1
                   UNTIL WS-PRF-IDX > WS-PRF-COUNT OR WS-FOUND
               IF WS-PRF-CUST-ID(WS-PRF-IDX) = WS-FIND-CUST-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET WS-PRF-IDX DOWN BY 1
           ELSE
               IF WS-PRF-COUNT >= 2000
                   DISPLAY 'PROFITRPT: MORE THAN 2000 ACCOUNTS WITH '
                       'ACTIVITY, TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PRF-COUNT
               SET WS-PRF-IDX TO WS-PRF-COUNT
               INITIALIZE WS-PRF-ENTRY(WS-PRF-IDX)
               MOVE WS-FIND-CUST-ID TO WS-PRF-CUST-ID(WS-PRF-IDX)
               MOVE WS-FIND-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       ADD 1 TO WS-NO-MASTER-COUNT
                       MOVE WS-FIND-COMPANY
                           TO WS-PRF-COMPANY(WS-PRF-IDX)
                       MOVE '*NOT ON MASTER*'
                           TO WS-PRF-NAME(WS-PRF-IDX)
                       MOVE 'N' TO WS-PRF-EXEMPT-SW(WS-PRF-IDX)
                   NOT INVALID KEY
                       MOVE CUST-COMPANY TO WS-PRF-COMPANY(WS-PRF-IDX)
                       MOVE CUST-NAME    TO WS-PRF-NAME(WS-PRF-IDX)
                       IF CUST-TAX-EXEMPT
                           MOVE 'Y' TO WS-PRF-EXEMPT-SW(WS-PRF-IDX)
                       ELSE
                           MOVE 'N' TO WS-PRF-EXEMPT-SW(WS-PRF-IDX)
                       END-IF
               END-READ
           END-IF.

      *****************************************************************
      * Net contribution is what the account's sales left after the
      * discount given, the returns and credit memos, and the
      * commission paid on it. An account whose discount plus
      * returns exceed the PRFPARM share of its gross sales -- or
      * that gave discount or took returns with no sales at all --
      * is flagged.
      *****************************************************************
       3000-WORK-OUT-ACCOUNTS.
           PERFORM VARYING WS-PRF-IDX FROM 1 BY 1
                   UNTIL WS-PRF-IDX > WS-PRF-COUNT
               COMPUTE WS-PRF-NET(WS-PRF-IDX) =
                   WS-PRF-GROSS(WS-PRF-IDX)
                   - WS-PRF-DISCOUNT(WS-PRF-IDX)
                   - WS-PRF-RETURNS(WS-PRF-IDX)
                   - WS-PRF-COMMISSION(WS-PRF-IDX)
               COMPUTE WS-LN-COST =
                   WS-PRF-DISCOUNT(WS-PRF-IDX)
                   + WS-PRF-RETURNS(WS-PRF-IDX)
               MOVE 'N' TO WS-PRF-FLAG-SW(WS-PRF-IDX)
               IF WS-PRF-GROSS(WS-PRF-IDX) > 0
                   IF WS-LN-COST * 100 >
                       WS-PRF-GROSS(WS-PRF-IDX) * WS-COST-PCT
                       SET WS-PRF-FLAGGED(WS-PRF-IDX) TO TRUE
                   END-IF
               ELSE
                   IF WS-LN-COST > 0
                       SET WS-PRF-FLAGGED(WS-PRF-IDX) TO TRUE
                   END-IF
               END-IF
               IF WS-PRF-FLAGGED(WS-PRF-IDX)
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF
           END-PERFORM.

      *****************************************************************
      * Company order, and within a company the highest net
      * contribution first -- the rank is the position in that order.
      *****************************************************************
       3500-RANK-ACCOUNTS.
           PERFORM VARYING WS-PRF-IDX FROM 1 BY 1
                   UNTIL WS-PRF-IDX >= WS-PRF-COUNT
               PERFORM VARYING WS-PRF-IDX2 FROM 1 BY 1
                       UNTIL WS-PRF-IDX2 > WS-PRF-COUNT - WS-PRF-IDX
                   IF WS-PRF-COMPANY(WS-PRF-IDX2) >
                      WS-PRF-COMPANY(WS-PRF-IDX2 + 1)
                      OR (WS-PRF-COMPANY(WS-PRF-IDX2) =
                          WS-PRF-COMPANY(WS-PRF-IDX2 + 1)
                      AND WS-PRF-NET(WS-PRF-IDX2) <
                          WS-PRF-NET(WS-PRF-IDX2 + 1))
                       MOVE WS-PRF-ENTRY(WS-PRF-IDX2)
                           TO WS-PRF-TEMP-ENTRY
                       MOVE WS-PRF-ENTRY(WS-PRF-IDX2 + 1)
                           TO WS-PRF-ENTRY(WS-PRF-IDX2)
                       MOVE WS-PRF-TEMP-ENTRY
                           TO WS-PRF-ENTRY(WS-PRF-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       4000-PRINT-REPORT.
           INITIALIZE WS-ALL-FIGURES
           IF WS-PRF-COUNT = 0
               MOVE SPACES TO WS-PREV-COMPANY
               PERFORM 4500-PRINT-HEADINGS
               WRITE RPT-LINE FROM WS-NO-ACTIVITY-LINE
           END-IF
           PERFORM VARYING WS-PRF-IDX FROM 1 BY 1
                   UNTIL WS-PRF-IDX > WS-PRF-COUNT
               IF WS-PRF-IDX = 1
                   OR WS-PRF-COMPANY(WS-PRF-IDX) NOT = WS-PREV-COMPANY
                   IF WS-PRF-IDX > 1
                       PERFORM 4200-PRINT-COMPANY-TOTAL
                   END-IF
                   MOVE WS-PRF-COMPANY(WS-PRF-IDX) TO WS-PREV-COMPANY
                   INITIALIZE WS-COMPANY-FIGURES
                   MOVE 0 TO WS-RANK
                   MOVE 0 TO WS-CO-ACCOUNTS
                   MOVE 0 TO WS-CO-FLAGGED
                   PERFORM 4500-PRINT-HEADINGS
               END-IF
               PERFORM 4100-PRINT-ACCOUNT
           END-PERFORM
           IF WS-PRF-COUNT > 0
               PERFORM 4200-PRINT-COMPANY-TOTAL
           END-IF
           PERFORM 4900-PRINT-SUMMARY.

       4100-PRINT-ACCOUNT.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 4500-PRINT-HEADINGS
           END-IF
           ADD 1 TO WS-RANK
           ADD 1 TO WS-CO-ACCOUNTS
           MOVE WS-PRF-GROSS(WS-PRF-IDX)      TO WS-LN-GROSS
           MOVE WS-PRF-DISCOUNT(WS-PRF-IDX)   TO WS-LN-DISCOUNT
           MOVE WS-PRF-RETURNS(WS-PRF-IDX)    TO WS-LN-RETURNS
           MOVE WS-PRF-COMMISSION(WS-PRF-IDX) TO WS-LN-COMMISSION
           MOVE WS-PRF-NET(WS-PRF-IDX)        TO WS-LN-NET
           MOVE WS-PRF-PAID(WS-PRF-IDX)       TO WS-LN-PAID
           MOVE WS-PRF-PAID-DAYS(WS-PRF-IDX)  TO WS-LN-PAID-DAYS
           IF WS-PRF-EXEMPT(WS-PRF-IDX)
               MOVE WS-PRF-GROSS(WS-PRF-IDX)  TO WS-LN-EXEMPT
               MOVE 'EX'                      TO WDL-EXEMPT
           ELSE
               MOVE 0                         TO WS-LN-EXEMPT
               MOVE SPACES                    TO WDL-EXEMPT
           END-IF
           PERFORM 5000-WORK-OUT-LINE
           MOVE WS-RANK                       TO WDL-RANK
           MOVE WS-PRF-CUST-ID(WS-PRF-IDX)    TO WDL-CUST-ID
           MOVE WS-PRF-NAME(WS-PRF-IDX)       TO WDL-CUST-NAME
           MOVE WS-LN-GROSS                   TO WDL-GROSS
           MOVE WS-LN-DISCOUNT                TO WDL-DISCOUNT
           MOVE WS-LN-RETURNS                 TO WDL-RETURNS
           MOVE WS-LN-COMMISSION              TO WDL-COMMISSION
           MOVE WS-LN-NET                     TO WDL-NET
           IF WS-LN-GROSS > 0
               MOVE WS-LN-COST-PCT            TO WDL-COST-PCT
           ELSE
               MOVE '    N/A'                 TO WDL-COST-PCT-X
           END-IF
           IF WS-LN-PAID > 0
               MOVE WS-LN-AVG-DAYS            TO WDL-AVG-DAYS
           ELSE
               MOVE '    N/A'                 TO WDL-AVG-DAYS-X
           END-IF
           IF WS-PRF-FLAGGED(WS-PRF-IDX)
               MOVE '*COST*'                  TO WDL-FLAG
               ADD 1 TO WS-CO-FLAGGED
           ELSE
               MOVE SPACES                    TO WDL-FLAG
           END-IF
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD WS-LN-GROSS      TO WS-CO-GROSS
           ADD WS-LN-DISCOUNT   TO WS-CO-DISCOUNT
           ADD WS-LN-RETURNS    TO WS-CO-RETURNS
           ADD WS-LN-COMMISSION TO WS-CO-COMMISSION
           ADD WS-LN-NET        TO WS-CO-NET
           ADD WS-LN-PAID       TO WS-CO-PAID
           ADD WS-LN-PAID-DAYS  TO WS-CO-PAID-DAYS
           ADD WS-LN-EXEMPT     TO WS-CO-EXEMPT.

       4200-PRINT-COMPANY-TOTAL.
           MOVE WS-COMPANY-FIGURES TO WS-LINE-FIGURES
           PERFORM 5000-WORK-OUT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WTL-LABEL
           STRING 'COMPANY ' WS-PREV-COMPANY ' TOTAL'
               DELIMITED BY SIZE INTO WTL-LABEL
           PERFORM 4300-WRITE-TOTAL-LINE
           MOVE WS-CO-EXEMPT   TO WEX-EXEMPT
           MOVE WS-CO-ACCOUNTS TO WEX-ACCOUNTS
           MOVE WS-CO-FLAGGED  TO WEX-FLAGGED
           WRITE RPT-LINE FROM WS-EXEMPT-LINE
           ADD WS-CO-GROSS      TO WS-ALL-GROSS
           ADD WS-CO-DISCOUNT   TO WS-ALL-DISCOUNT
           ADD WS-CO-RETURNS    TO WS-ALL-RETURNS
           ADD WS-CO-COMMISSION TO WS-ALL-COMMISSION
           ADD WS-CO-NET        TO WS-ALL-NET
           ADD WS-CO-PAID       TO WS-ALL-PAID
           ADD WS-CO-PAID-DAYS  TO WS-ALL-PAID-DAYS
           ADD WS-CO-EXEMPT     TO WS-ALL-EXEMPT.

       4300-WRITE-TOTAL-LINE.
           MOVE WS-LN-GROSS      TO WTL-GROSS
           MOVE WS-LN-DISCOUNT   TO WTL-DISCOUNT
           MOVE WS-LN-RETURNS    TO WTL-RETURNS
           MOVE WS-LN-COMMISSION TO WTL-COMMISSION
           MOVE WS-LN-NET        TO WTL-NET
           IF WS-LN-GROSS > 0
               MOVE WS-LN-COST-PCT TO WTL-COST-PCT
           ELSE
               MOVE '    N/A'      TO WTL-COST-PCT-X
           END-IF
           IF WS-LN-PAID > 0
               MOVE WS-LN-AVG-DAYS TO WTL-AVG-DAYS
           ELSE
               MOVE '    N/A'      TO WTL-AVG-DAYS-X
           END-IF
           WRITE RPT-LINE FROM WS-TOTAL-LINE.

      *****************************************************************
      * A new page for each company, and again when a company's
      * accounts run past the page.
      *****************************************************************
       4500-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-FISCAL-YEAR   TO WH1-FISCAL-YEAR
           MOVE WS-FISCAL-PERIOD TO WH1-PERIOD
           MOVE WS-RUN-DATE-DISP TO WH1-RUN-DATE
           MOVE WS-PAGE-NO       TO WH1-PAGE-NO
           WRITE RPT-LINE FROM WS-HEADING-1
           MOVE WS-PREV-COMPANY  TO WH2-COMPANY
           MOVE WS-COST-PCT      TO WH2-COST-PCT
           WRITE RPT-LINE FROM WS-HEADING-2
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-HEADING-3
           WRITE RPT-LINE FROM WS-HEADING-4
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 0 TO WS-LINE-COUNT.

       4900-PRINT-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-PRF-COUNT > 0
               MOVE WS-ALL-FIGURES TO WS-LINE-FIGURES
               PERFORM 5000-WORK-OUT-LINE
               MOVE 'ALL COMPANIES TOTAL' TO WTL-LABEL
               PERFORM 4300-WRITE-TOTAL-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           WRITE RPT-LINE FROM WS-SUMMARY-HEADING
           MOVE WS-PRF-COUNT       TO WSU-ACCOUNTS
           WRITE RPT-LINE FROM WS-SUMMARY-LINE-1
           MOVE WS-FLAGGED-COUNT   TO WSU-FLAGGED
           WRITE RPT-LINE FROM WS-SUMMARY-LINE-2
           MOVE WS-NO-MASTER-COUNT TO WSU-NO-MASTER
           WRITE RPT-LINE FROM WS-SUMMARY-LINE-3.

      *****************************************************************
      * One line's cost share (discount plus returns as a percentage
      * of gross) and average days to pay (cash-weighted).
      *****************************************************************
       5000-WORK-OUT-LINE.
           COMPUTE WS-LN-COST = WS-LN-DISCOUNT + WS-LN-RETURNS
           IF WS-LN-GROSS > 0
               COMPUTE WS-LN-COST-PCT ROUNDED =
                   WS-LN-COST * 100 / WS-LN-GROSS
           ELSE
               MOVE 0 TO WS-LN-COST-PCT
           END-IF
           IF WS-LN-PAID > 0
               COMPUTE WS-LN-AVG-DAYS ROUNDED =
                   WS-LN-PAID-DAYS / WS-LN-PAID
           ELSE
               MOVE 0 TO WS-LN-AVG-DAYS
           END-IF.

       8000-CLOSE-FILES.
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE PROFIT-REPORT-FILE.

       COPY CURRLOAD.
       COPY CURRLKUP.
       COPY RUNLOAD.
