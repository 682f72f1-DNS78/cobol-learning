      *               totals (GLCTL). A batch that does not net to
      *               zero fails the run here instead of on the GL
      *               team's desk.
      *   2026-10-15  GL accounts now come from the GLMAP chart-of-
      *               accounts mapping (by company and posting
      *               category, effective-dated) instead of constants
      *               in this program. Returns and credit memos are
      *               now accumulated apart and post as debits to
      *               their own mapped accounts instead of against
      *               the HIGH/LOW sales accounts. A company with any
      *               category unmapped fails the run before the GL
      *               feed is written.
      *   2026-10-15  Refuses a business date that is not on the
      *               FISCCAL fiscal calendar or falls in a closed
      *               fiscal period (RERUN included) unless RUNCTL
      *               carries a controller override for that period.
      *               MTD/YTD now roll on the fiscal period and fiscal
      *               year instead of the calendar month and year.
      *   2026-10-15  Checks the STEPLDG batch control ledger at
      *               start-up: skips itself when already completed
      *               for the business date, refuses to run ahead
      *               of an unfinished STEPPLAN predecessor, and
      *               logs its start and end for restart.
      *   2026-10-15  Audit entries carry a blank price source; no
      *               discount is worked out for the transaction feed.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESREPORT.
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

           SELECT HISTORY-FILE ASSIGN TO 'TOTHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOTHIST-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXRPT-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO 'GLMAP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-TXN-FILE
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

       FD  HISTORY-FILE
           RECORDING MODE IS F.
           COPY HISTREC.
           RECORDING MODE IS F.
       01  TAX-LINE                 PIC X(97).

       FD  GL-MAP-FILE
           RECORDING MODE IS F.
           COPY GLMREC.

       WORKING-STORAGE SECTION.
       01 WS-AMOUNT         PIC 9(5)V99 VALUE 0.
       01 WS-TOTAL          PIC S9(7)V99 VALUE 0.
       01 WS-TOTALS-STATUS   PIC X(2).
       01 WS-GLFEED-STATUS   PIC X(2).

       01 WS-GL-ACCT-HIGH    PIC X(10) VALUE SPACES.
       01 WS-GL-ACCT-LOW     PIC X(10) VALUE SPACES.
       01 WS-GL-ACCT-RETURN  PIC X(10) VALUE SPACES.
       01 WS-GL-ACCT-CREDIT  PIC X(10) VALUE SPACES.
       01 WS-GL-ACCT-TAX     PIC X(10) VALUE SPACES.
       01 WS-GL-ACCT-AR      PIC X(10) VALUE SPACES.
       01 WS-GL-LINE-COUNT   PIC 9(5)     VALUE 0.
       01 WS-GL-DEBIT-TOTAL  PIC 9(11)V99 VALUE 0.
       01 WS-GL-CREDIT-TOTAL PIC 9(11)V99 VALUE 0.
               10 WS-CO-GROSS    PIC 9(9)V99.
               10 WS-CO-HIGH     PIC 9(9)V99.
               10 WS-CO-LOW      PIC 9(9)V99.
               10 WS-CO-RETURN   PIC 9(9)V99.
               10 WS-CO-CREDIT   PIC 9(9)V99.
               10 WS-CO-TAX      PIC S9(9)V99.
               10 WS-CO-NET      PIC S9(9)V99.
       01 WS-CO-FOUND-SW     PIC X       VALUE 'N'.

       COPY CUSTREC.
       COPY RUNWORK.
       COPY STPWORK.
       COPY CURRWORK.
       COPY CURRTBL.
       COPY TAXWORK.
       COPY TAXTBL.
       COPY GLMWORK.
       COPY GLMTBL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7900-READ-RUN-CONTROL
           MOVE 'SALESREPORT' TO WS-STEP-PROGRAM
           PERFORM 7960-CHECK-STEP-LEDGER
           PERFORM 1100-CHECK-PRIOR-RUN
           PERFORM 1400-VERIFY-FEED
           PERFORM 1000-OPEN-REPORT
           PERFORM 1300-READ-CHECKPOINT
           PERFORM 7400-LOAD-CURRENCY-TABLE
           PERFORM 8100-LOAD-TAX-TABLE
           PERFORM 8600-LOAD-GL-MAP-TABLE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-COMPANY
                                SW-CUST-ID
           PERFORM 9100-CLEAR-CHECKPOINT
           PERFORM 9000-CLOSE-REPORT
           MOVE 'SALESREPORT'        TO RS-PROGRAM
           MOVE 18                   TO RS-FILES-OPENED
           MOVE WS-RELEASED-COUNT    TO RS-RECORDS-IN
           MOVE WS-RECORDS-PROCESSED TO RS-RECORDS-OUT
           MOVE 0                    TO RS-RECORDS-REJECTED
           PERFORM 7950-WRITE-RUN-STATISTICS
           PERFORM 7970-RECORD-STEP-END
           STOP RUN.

       1000-OPEN-REPORT.
           ELSE
               MOVE ZEROS TO BALANCE-FORWARD-RECORD
           END-IF
           MOVE BF-LAST-RUN-DATE TO WS-FISCAL-LOOKUP-DATE
           PERFORM 7930-LOOKUP-FISCAL-PERIOD
           IF NOT WS-FISCAL-FOUND
               OR WS-FISCAL-LOOKUP-YEAR NOT = WS-FISCAL-YEAR
               MOVE 0 TO BF-MTD-TOTAL
               MOVE 0 TO BF-YTD-TOTAL
           ELSE
               IF WS-FISCAL-LOOKUP-PER NOT = WS-FISCAL-PERIOD
                   MOVE 0 TO BF-MTD-TOTAL
               END-IF
           END-IF.
               TO WS-CO-HIGH(WS-CHKPT-CO-IDX)
           MOVE CK-CO-LOW(WS-CHKPT-CO-IDX)
               TO WS-CO-LOW(WS-CHKPT-CO-IDX)
           MOVE CK-CO-RETURN(WS-CHKPT-CO-IDX)
               TO WS-CO-RETURN(WS-CHKPT-CO-IDX)
           MOVE CK-CO-CREDIT(WS-CHKPT-CO-IDX)
               TO WS-CO-CREDIT(WS-CHKPT-CO-IDX)
           MOVE CK-CO-TAX(WS-CHKPT-CO-IDX)
               TO WS-CO-TAX(WS-CHKPT-CO-IDX)
           MOVE CK-CO-NET(WS-CHKPT-CO-IDX)
           MOVE WS-TXN-TYPE-CODE TO AUD-TXN-TYPE
           MOVE 0             TO AUD-DISCOUNT
           MOVE WS-TOTAL      TO AUD-RUNNING-TOTAL
           MOVE SPACE         TO AUD-PRICE-SOURCE
           PERFORM 7300-WRITE-AUDIT-RECORD.

      *****************************************************************
               ADD WS-CONVERTED-AMOUNT TO WS-CO-NET(WS-CO-IDX)
               ADD WS-TAX-AMOUNT TO WS-CO-TAX(WS-CO-IDX)
           ELSE
               IF WS-TXN-RETURN
                   ADD WS-CONVERTED-AMOUNT
                       TO WS-CO-RETURN(WS-CO-IDX)
               ELSE
                   ADD WS-CONVERTED-AMOUNT
                       TO WS-CO-CREDIT(WS-CO-IDX)
               END-IF
               SUBTRACT WS-CONVERTED-AMOUNT
                   FROM WS-CO-NET(WS-CO-IDX)
               IF WS-PREV-COMPANY = WS-CO-COMPANY(WS-CO-IDX)
                   MOVE WS-CO-COMPANY(WS-CO-IDX) TO WCO-COMPANY
                   MOVE WS-CO-GROSS(WS-CO-IDX)   TO WCO-GROSS
                   ADD WS-CO-RETURN(WS-CO-IDX)
                       WS-CO-CREDIT(WS-CO-IDX)
                       GIVING WS-CO-RETURNS
                   MOVE WS-CO-RETURNS            TO WCO-RETURNS
                   MOVE WS-CO-NET(WS-CO-IDX)     TO WCO-NET
               TO CK-CO-HIGH(WS-CHKPT-CO-IDX)
           MOVE WS-CO-LOW(WS-CHKPT-CO-IDX)
               TO CK-CO-LOW(WS-CHKPT-CO-IDX)
           MOVE WS-CO-RETURN(WS-CHKPT-CO-IDX)
               TO CK-CO-RETURN(WS-CHKPT-CO-IDX)
           MOVE WS-CO-CREDIT(WS-CHKPT-CO-IDX)
               TO CK-CO-CREDIT(WS-CHKPT-CO-IDX)
           MOVE WS-CO-TAX(WS-CHKPT-CO-IDX)
               TO CK-CO-TAX(WS-CHKPT-CO-IDX)
           MOVE WS-CO-NET(WS-CHKPT-CO-IDX)
      *****************************************************************
      * One GL batch per company, every line stamped with the
      * company code: the HIGH and LOW sales credits, debit lines
      * for the day's returns and credit memos, the company's net
      * tax liability (credit, or debit when returns pushed the
      * day's tax negative), and an offsetting AR control account
      * line equal to the net of the rest, so every batch leaves
      * here balanced. Each line's account comes from the company's
      * GLMAP chart-of-accounts mapping in force on the business
      * date. Every company's six accounts are looked up before the
      * first batch is written, so a company with a category left
      * unmapped fails the run with no partial feed. Each batch is
      * wrapped in a header and a trailer carrying the line count
      * and debit/credit hash totals; a batch that still does not
      * net to zero fails the run before the feed goes anywhere.
      *****************************************************************
       7800-WRITE-GL-EXPORT.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               PERFORM 7805-GET-COMPANY-GL-ACCOUNTS
           END-PERFORM
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               PERFORM 7805-GET-COMPANY-GL-ACCOUNTS
               PERFORM 7810-WRITE-COMPANY-GL-BATCH
           END-PERFORM.

       7805-GET-COMPANY-GL-ACCOUNTS.
           MOVE WS-CO-COMPANY(WS-CO-IDX) TO WS-GLM-LOOKUP-COMPANY
           MOVE 'HS' TO WS-GLM-LOOKUP-CATEGORY
           PERFORM 7806-GET-GL-ACCOUNT
           MOVE WS-GLM-ACCOUNT TO WS-GL-ACCT-HIGH
           MOVE 'LS' TO WS-GLM-LOOKUP-CATEGORY
           PERFORM 7806-GET-GL-ACCOUNT
           MOVE WS-GLM-ACCOUNT TO WS-GL-ACCT-LOW
           MOVE 'RT' TO WS-GLM-LOOKUP-CATEGORY
           PERFORM 7806-GET-GL-ACCOUNT
           MOVE WS-GLM-ACCOUNT TO WS-GL-ACCT-RETURN
           MOVE 'CM' TO WS-GLM-LOOKUP-CATEGORY
           PERFORM 7806-GET-GL-ACCOUNT
           MOVE WS-GLM-ACCOUNT TO WS-GL-ACCT-CREDIT
           MOVE 'TX' TO WS-GLM-LOOKUP-CATEGORY
           PERFORM 7806-GET-GL-ACCOUNT
           MOVE WS-GLM-ACCOUNT TO WS-GL-ACCT-TAX
           MOVE 'AR' TO WS-GLM-LOOKUP-CATEGORY
           PERFORM 7806-GET-GL-ACCOUNT
           MOVE WS-GLM-ACCOUNT TO WS-GL-ACCT-AR.

       7806-GET-GL-ACCOUNT.
           PERFORM 8700-LOOKUP-GL-ACCOUNT
           IF NOT WS-GLM-FOUND
               DISPLAY 'SALESREPORT: NO GL ACCOUNT MAPPED FOR COMPANY '
                   WS-GLM-LOOKUP-COMPANY ' CATEGORY '
                   WS-GLM-LOOKUP-CATEGORY ' ON GLMAP, RUN REJECTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       7810-WRITE-COMPANY-GL-BATCH.
           MOVE 0 TO WS-GL-LINE-COUNT
           MOVE 0 TO WS-GL-DEBIT-TOTAL
           MOVE WS-RUN-DATE-NUM  TO GL-RUN-DATE
           PERFORM 7820-PUT-GL-LINE

           IF WS-CO-RETURN(WS-CO-IDX) > 0
               MOVE WS-CO-COMPANY(WS-CO-IDX) TO GL-COMPANY
               MOVE WS-GL-ACCT-RETURN TO GL-ACCOUNT-CODE
               MOVE WS-CO-RETURN(WS-CO-IDX) TO GL-AMOUNT
               MOVE 'D'             TO GL-DR-CR-IND
               MOVE WS-RUN-DATE-NUM TO GL-RUN-DATE
               PERFORM 7820-PUT-GL-LINE
           END-IF
           IF WS-CO-CREDIT(WS-CO-IDX) > 0
               MOVE WS-CO-COMPANY(WS-CO-IDX) TO GL-COMPANY
               MOVE WS-GL-ACCT-CREDIT TO GL-ACCOUNT-CODE
               MOVE WS-CO-CREDIT(WS-CO-IDX) TO GL-AMOUNT
               MOVE 'D'             TO GL-DR-CR-IND
               MOVE WS-RUN-DATE-NUM TO GL-RUN-DATE
               PERFORM 7820-PUT-GL-LINE
       COPY RSTWRT.
       COPY TAXLOAD.
       COPY TAXLKUP.
       COPY GLMLOAD.
       COPY GLMLKUP.
       COPY STPCHK.
