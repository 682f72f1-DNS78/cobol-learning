      * USD, the total discount given, and a closing total. Written
      * as a print-image file like SALESRPT with a page break per
      * customer and a summary page of statements produced. The
      * statement month is the fiscal period (FISCCAL calendar) of
      * the RUNCTL business date; the AUDIT DD points at the MONTHJRN
      * period journal AUDMERGE accumulates nightly.
      *
      * Change history
      *   2026-08-21  Initial version.
      *               amount total -- an incomplete month fails
      *               loudly instead of printing short closing
      *               totals.
      *   2026-10-15  Refuses a business date that is not on the
      *               FISCCAL fiscal calendar or falls in a closed
      *               fiscal period (RERUN included) unless RUNCTL
      *               carries a controller override for that period.
      *               The statement month is now the business date's
      *               fiscal period: postings and control records are
      *               selected by the period's start and end dates,
      *               and the heading shows the fiscal year/period.
      *   2026-10-15  Bad-debt write-offs (WRITEOFF's 'W' journal
      *               entries) print on the statement as their own
      *               lines, kept out of the closing total and shown
      *               on a written-off total line and on the run
      *               summary.
      *   2026-10-15  After the account statements, a consolidated
      *               statement prints for the top parent of every
      *               customer group (CUST-PARENT-ID): each member
      *               account's postings for the month in turn, the
      *               parent's first, each followed by its account
      *               subtotal, then the group total. The group
      *               postings are taken from the journal in a second
      *               SORT by group, so the account statements are
      *               unchanged.
      *   2026-10-15  Consolidated statements now print in ascending top
      *               account ID, the order the group sort returns them,
      *               so no group's postings are skipped.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSTMT.

           SELECT POST-SORT-FILE ASSIGN TO 'SRTWORK'.

           SELECT GROUP-SORT-FILE ASSIGN TO 'SRTWORK'.

           SELECT CURRENCY-RATE-FILE ASSIGN TO 'CURRATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRRATE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT FISCAL-CALENDAR-FILE ASSIGN TO 'FISCCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCCAL-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO 'CUSTSTMT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTSTMT-STATUS.
           05  SP-AMOUNT         PIC 9(7)V99.
           05  SP-CURRENCY       PIC X(3).
           05  SP-DISCOUNT       PIC 9(7)V99.
           05  SP-TXN-TYPE       PIC X(1).
               88  SP-WRITE-OFF           VALUE 'W'.

       SD  GROUP-SORT-FILE.
       01  GROUP-SORT-RECORD.
           05  GS-TOP-ID         PIC X(6).
           05  GS-RANK           PIC 9(1).
           05  GS-CUST-ID        PIC X(6).
           05  GS-RUN-DATE       PIC 9(8).
           05  GS-PROGRAM        PIC X(12).
           05  GS-AMOUNT         PIC 9(7)V99.
           05  GS-CURRENCY       PIC X(3).
           05  GS-DISCOUNT       PIC 9(7)V99.
           05  GS-TXN-TYPE       PIC X(1).
               88  GS-WRITE-OFF           VALUE 'W'.

       FD  CURRENCY-RATE-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY RUNCTL.

       FD  FISCAL-CALENDAR-FILE
           RECORDING MODE IS F.
           COPY FCLREC.

       FD  STATEMENT-FILE
           RECORDING MODE IS F.
       01  STM-LINE                 PIC X(97).
      *****************************************************************
       01  WS-MCTL-TABLE.
           05  WS-MC-COUNT       PIC 9(3)  VALUE 0.
           05  WS-MC-ENTRY OCCURS 35 TIMES
                   INDEXED BY WS-MC-IDX.
               10  WS-MC-DATE        PIC 9(8).
               10  WS-MC-RECORDS     PIC 9(7).
       01  WS-AUDIT-EOF-SW       PIC X     VALUE 'N'.
           88  WS-END-OF-AUDIT            VALUE 'Y'.

       01  WS-SORT-EOF-SWITCH    PIC X     VALUE 'N'.
           88  WS-END-OF-SORT             VALUE 'Y'.
       01  WS-ORPHAN-COUNT       PIC 9(5)  VALUE 0.
       01  WS-GROUP-SORT-EOF-SW  PIC X     VALUE 'N'.
           88  WS-END-OF-GROUP-SORT       VALUE 'Y'.

       01  WS-NET-AMOUNT         PIC 9(7)V99  VALUE 0.
       01  WS-CUST-POSTINGS      PIC 9(5)     VALUE 0.
       01  WS-CUST-DISCOUNT      PIC 9(9)V99  VALUE 0.
       01  WS-CUST-CLOSING       PIC 9(9)V99  VALUE 0.
       01  WS-CUST-WRITTEN-OFF   PIC 9(9)V99  VALUE 0.
       01  WS-STMT-COUNT         PIC 9(5)     VALUE 0.
       01  WS-GRAND-POSTINGS     PIC 9(7)     VALUE 0.
       01  WS-GRAND-CLOSING      PIC 9(11)V99 VALUE 0.
       01  WS-GRAND-WRITTEN-OFF  PIC 9(11)V99 VALUE 0.
       01  WS-GROUP-STMT-COUNT   PIC 9(5)     VALUE 0.
       01  WS-GROUP-TOP-ID       PIC X(6)     VALUE SPACES.
       01  WS-NEXT-TOP-ID        PIC X(6)     VALUE SPACES.
       01  WS-NEXT-TOP-SW        PIC X        VALUE 'N'.
           88  WS-NEXT-TOP-FOUND             VALUE 'Y'.
       01  WS-GROUP-DISCOUNT     PIC 9(9)V99  VALUE 0.
       01  WS-GROUP-CLOSING      PIC 9(11)V99 VALUE 0.
       01  WS-GROUP-WRITTEN-OFF  PIC 9(11)V99 VALUE 0.

       01  WS-PAGE-NO            PIC 9(3)     VALUE 0.

       01  WS-HEADING-1.
           05  FILLER            PIC X(30)
               VALUE 'CUSTOMER STATEMENT'.
           05  FILLER            PIC X(18)
               VALUE 'STATEMENT PERIOD: '.
           05  WH1-STMT-YEAR     PIC 9(4).
           05  FILLER            PIC X(1)  VALUE '/'.
           05  WH1-STMT-PERIOD   PIC 9(2).
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'PAGE: '.
           05  WH1-PAGE-NO       PIC ZZ9.

           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WDS-NET-USD       PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-GROUP-HEADING-1.
           05  FILLER            PIC X(30)
               VALUE 'CONSOLIDATED GROUP STATEMENT'.
           05  FILLER            PIC X(18)
               VALUE 'STATEMENT PERIOD: '.
           05  WGH-STMT-YEAR     PIC 9(4).
           05  FILLER            PIC X(1)  VALUE '/'.
           05  WGH-STMT-PERIOD   PIC 9(2).
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'PAGE: '.
           05  WGH-PAGE-NO       PIC ZZ9.

       01  WS-MEMBER-HEADING.
           05  FILLER            PIC X(9)  VALUE 'ACCOUNT: '.
           05  WMH-CUST-ID       PIC X(6).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WMH-CUST-NAME     PIC X(20).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WMH-TAG           PIC X(10).

       01  WS-MEMBER-TOTAL-LINE.
           05  FILLER            PIC X(20) VALUE 'ACCOUNT DISCOUNT  :'.
           05  WMT-DISCOUNT      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(20)
               VALUE '   ACCOUNT TOTAL  : '.
           05  WMT-CLOSING       PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-GROUP-TOTAL-LINE.
           05  FILLER            PIC X(20) VALUE 'GROUP DISCOUNT    :'.
           05  WGT-DISCOUNT      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(20)
               VALUE '   GROUP TOTAL    : '.
           05  WGT-CLOSING       PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-NO-ACTIVITY-LINE   PIC X(40)
           VALUE '   NO ACTIVITY THIS MONTH'.

               VALUE '   CLOSING TOTAL  : '.
           05  WCL-CLOSING       PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-WRITTEN-OFF-LINE.
           05  FILLER            PIC X(34) VALUE SPACES.
           05  FILLER            PIC X(20)
               VALUE '   WRITTEN OFF    : '.
           05  WWO-WRITTEN-OFF   PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-SUMMARY-HEADING    PIC X(30)
           VALUE 'STATEMENT RUN SUMMARY'.

               VALUE 'CLOSING TOTAL (USD) :'.
           05  WSU-CLOSING       PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-SUMMARY-LINE-4.
           05  FILLER            PIC X(22)
               VALUE 'WRITTEN OFF (USD)   :'.
           05  WSU-WRITTEN-OFF   PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-SUMMARY-LINE-5.
           05  FILLER            PIC X(22)
               VALUE 'GROUP STATEMENTS    :'.
           05  WSU-GROUP-STMTS   PIC ZZ,ZZ9.

       COPY RUNWORK.
       COPY CURRWORK.
       COPY CURRTBL.
       COPY GRPWORK.
       COPY GRPTBL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7900-READ-RUN-CONTROL
           PERFORM 1000-OPEN-FILES
           PERFORM 1200-LOAD-MONTH-CONTROLS
           PERFORM 7400-LOAD-CURRENCY-TABLE
                                SP-RUN-DATE
               INPUT PROCEDURE IS 1500-RELEASE-MONTH-POSTINGS
               OUTPUT PROCEDURE IS 7000-MERGE-AND-PRINT
           IF WS-GRP-COUNT > 0
               SORT GROUP-SORT-FILE
                   ON ASCENDING KEY GS-TOP-ID
                                    GS-RANK
                                    GS-CUST-ID
                                    GS-RUN-DATE
                   INPUT PROCEDURE IS 4000-RELEASE-GROUP-POSTINGS
                   OUTPUT PROCEDURE IS 5000-PRINT-GROUP-STATEMENTS
           END-IF
           PERFORM 6000-PRINT-RUN-SUMMARY
           PERFORM 8000-CLOSE-FILES
           DISPLAY 'CUSTSTMT: STATEMENTS : ' WS-STMT-COUNT
           DISPLAY 'CUSTSTMT: POSTINGS   : ' WS-GRAND-POSTINGS
           DISPLAY 'CUSTSTMT: ORPHANS    : ' WS-ORPHAN-COUNT
           DISPLAY 'CUSTSTMT: GROUP STMTS: ' WS-GROUP-STMT-COUNT
           STOP RUN.

      *****************************************************************
      * The master is passed once for the customer groups and then
      * reopened at its first record for the statement merge.
      *****************************************************************
       1000-OPEN-FILES.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = '00'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 8800-LOAD-CUSTOMER-GROUPS
           CLOSE CUSTOMER-MASTER-FILE
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'CUSTSTMT: UNABLE TO REOPEN CUSTMAST, STATUS='
                   WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           IF WS-CUSTSTMT-STATUS NOT = '00'
               DISPLAY 'CUSTSTMT: UNABLE TO OPEN CUSTSTMT, STATUS='
           CLOSE MONTH-CTL-FILE.

       1250-STORE-CONTROL-ENTRY.
           IF JC-BUSINESS-DATE < WS-PERIOD-START-DATE
               OR JC-BUSINESS-DATE > WS-PERIOD-END-DATE
               CONTINUE
           ELSE
               PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                       STOP RUN
                   END-IF
               END-PERFORM
               IF WS-MC-COUNT >= 35
                   DISPLAY 'CUSTSTMT: MORE THAN 35 CONTROL RECORDS '
                       'FOR THE PERIOD, FILE CANNOT BE TRUSTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
      * Release CUSTOMERS' and REPOST's postings for the statement
      * month to the SORT. SALESREPORT's journal entries carry the
      * same money at the transaction level and no discount, so
      * including them would state the month twice. WRITEOFF's
      * bad-debt write-offs go too, to print as their own lines.
      *****************************************************************
       1600-RELEASE-POSTING.
           PERFORM 1650-TALLY-CONTROL-ACTUALS
           IF AUD-PROGRAM NOT = 'CUSTOMERS'
               AND AUD-PROGRAM NOT = 'REPOST'
               AND AUD-PROGRAM NOT = 'WRITEOFF'
               CONTINUE
           ELSE
               IF AUD-RUN-DATE < WS-PERIOD-START-DATE
                   OR AUD-RUN-DATE > WS-PERIOD-END-DATE
                   CONTINUE
               ELSE
                   MOVE AUD-CUST-ID  TO SP-CUST-ID
                   MOVE AUD-AMOUNT   TO SP-AMOUNT
                   MOVE AUD-CURRENCY TO SP-CURRENCY
                   MOVE AUD-DISCOUNT TO SP-DISCOUNT
                   MOVE AUD-TXN-TYPE TO SP-TXN-TYPE
                   RELEASE POST-SORT-RECORD
               END-IF
           END-IF.
      * that is what AUDMERGE counted when it merged the night.
      *****************************************************************
       1650-TALLY-CONTROL-ACTUALS.
           IF AUD-RUN-DATE < WS-PERIOD-START-DATE
               OR AUD-RUN-DATE > WS-PERIOD-END-DATE
               CONTINUE
           ELSE
               MOVE 'N' TO WS-MC-FOUND-SW
       1700-VERIFY-MONTH-CONTROLS.
           IF WS-MC-COUNT = 0
               DISPLAY 'CUSTSTMT: NO CONTROL RECORDS FOR STATEMENT '
                   'PERIOD ' WS-FISCAL-YEAR '/' WS-FISCAL-PERIOD
                   ', RUN REJECTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

       2500-PRINT-STMT-HEADINGS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-FISCAL-YEAR   TO WH1-STMT-YEAR
           MOVE WS-FISCAL-PERIOD TO WH1-STMT-PERIOD
           MOVE WS-PAGE-NO    TO WH1-PAGE-NO
           WRITE STM-LINE FROM WS-HEADING-1
           MOVE SPACES TO STM-LINE
           MOVE 0 TO WS-CUST-POSTINGS
           MOVE 0 TO WS-CUST-DISCOUNT
           MOVE 0 TO WS-CUST-CLOSING
           MOVE 0 TO WS-CUST-WRITTEN-OFF
           PERFORM 2500-PRINT-STMT-HEADINGS
           PERFORM 3100-NOTE-GROUP-TOP-NAME
           PERFORM 3200-PASS-ORPHAN-POSTINGS
           PERFORM UNTIL WS-END-OF-SORT
                   OR SP-CUST-ID NOT = CUST-ID
           MOVE WS-CUST-DISCOUNT TO WCL-DISCOUNT
           MOVE WS-CUST-CLOSING  TO WCL-CLOSING
           WRITE STM-LINE FROM WS-CLOSING-LINE
           IF WS-CUST-WRITTEN-OFF > 0
               MOVE WS-CUST-WRITTEN-OFF TO WWO-WRITTEN-OFF
               WRITE STM-LINE FROM WS-WRITTEN-OFF-LINE
           END-IF
           MOVE SPACES TO STM-LINE
           WRITE STM-LINE
           ADD 1 TO WS-STMT-COUNT
           ADD WS-CUST-CLOSING TO WS-GRAND-CLOSING
           ADD WS-CUST-WRITTEN-OFF TO WS-GRAND-WRITTEN-OFF.

      *****************************************************************
      * A group's top account carries only its ID in the group table;
      * its name is picked up here as its own statement prints, for
      * the consolidated statement heading.
      *****************************************************************
       3100-NOTE-GROUP-TOP-NAME.
           MOVE CUST-ID TO WS-GRP-LOOKUP
           PERFORM 8900-FIND-GROUP-ROW
           IF WS-GRP-FOUND
               MOVE CUST-NAME TO WS-GRP-NAME(WS-GRP-IDX)
           END-IF.

       3200-PASS-ORPHAN-POSTINGS.
           PERFORM UNTIL WS-END-OF-SORT
           MOVE SP-DISCOUNT TO WDS-DISCOUNT
           MOVE WS-CONVERTED-AMOUNT TO WDS-NET-USD
           WRITE STM-LINE FROM WS-DETAIL-LINE
           IF SP-WRITE-OFF
               ADD WS-CONVERTED-AMOUNT TO WS-CUST-WRITTEN-OFF
           ELSE
               ADD SP-DISCOUNT          TO WS-CUST-DISCOUNT
               ADD WS-CONVERTED-AMOUNT  TO WS-CUST-CLOSING
           END-IF.

      *****************************************************************
      * Output procedure: prove the month first (the control actuals
               PERFORM 7100-RETURN-POSTING
           END-PERFORM.

      *****************************************************************
      * Input procedure for the consolidated statements: the same
      * month's postings 1600 selects, for accounts in a customer
      * group only, keyed by the group's top account with the top
      * account's own postings ranked ahead of its members'.
      *****************************************************************
       4000-RELEASE-GROUP-POSTINGS.
           MOVE 'N' TO WS-AUDIT-EOF-SW
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'CUSTSTMT: UNABLE TO REOPEN AUDIT, STATUS='
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-AUDIT
               READ AUDIT-FILE
                   AT END
                       SET WS-END-OF-AUDIT TO TRUE
                   NOT AT END
                       PERFORM 4100-RELEASE-GROUP-POSTING
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       4100-RELEASE-GROUP-POSTING.
           IF AUD-PROGRAM NOT = 'CUSTOMERS'
               AND AUD-PROGRAM NOT = 'REPOST'
               AND AUD-PROGRAM NOT = 'WRITEOFF'
               CONTINUE
           ELSE
               IF AUD-RUN-DATE < WS-PERIOD-START-DATE
                   OR AUD-RUN-DATE > WS-PERIOD-END-DATE
                   CONTINUE
               ELSE
                   MOVE AUD-CUST-ID TO WS-GRP-LOOKUP
                   PERFORM 8900-FIND-GROUP-ROW
                   IF WS-GRP-FOUND
                       MOVE WS-GRP-TOP-ID(WS-GRP-IDX) TO GS-TOP-ID
                       IF WS-GRP-IS-TOP(WS-GRP-IDX)
                           MOVE 0 TO GS-RANK
                       ELSE
                           MOVE 1 TO GS-RANK
                       END-IF
                       MOVE AUD-CUST-ID  TO GS-CUST-ID
                       MOVE AUD-RUN-DATE TO GS-RUN-DATE
                       MOVE AUD-PROGRAM  TO GS-PROGRAM
                       MOVE AUD-AMOUNT   TO GS-AMOUNT
                       MOVE AUD-CURRENCY TO GS-CURRENCY
                       MOVE AUD-DISCOUNT TO GS-DISCOUNT
                       MOVE AUD-TXN-TYPE TO GS-TXN-TYPE
                       RELEASE GROUP-SORT-RECORD
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * Output procedure: one consolidated statement per group top
      * account, taken in ascending top account ID -- the order the
      * sort delivers the groups in. The group table holds the tops
      * in the order their members were first met on the master, so
      * each pass picks the lowest top not yet printed. Within a
      * group the sort delivers the top account's postings first and
      * then each member's in customer order, which is the order the
      * group table holds the members in.
      *****************************************************************
       5000-PRINT-GROUP-STATEMENTS.
           PERFORM 5900-RETURN-GROUP-POSTING
           MOVE LOW-VALUES TO WS-GROUP-TOP-ID
           PERFORM 5050-FIND-NEXT-GROUP-TOP
           PERFORM UNTIL NOT WS-NEXT-TOP-FOUND
               PERFORM 5100-PRINT-GROUP-STATEMENT
               PERFORM 5050-FIND-NEXT-GROUP-TOP
           END-PERFORM.

      *****************************************************************
      * Leave WS-GRP-WALK-IDX on the top account with the lowest ID
      * above the group just printed (WS-GROUP-TOP-ID).
      *****************************************************************
       5050-FIND-NEXT-GROUP-TOP.
           MOVE 'N' TO WS-NEXT-TOP-SW
           MOVE HIGH-VALUES TO WS-NEXT-TOP-ID
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-IS-TOP(WS-GRP-IDX)
                   AND WS-GRP-CUST-ID(WS-GRP-IDX) > WS-GROUP-TOP-ID
                   AND WS-GRP-CUST-ID(WS-GRP-IDX) < WS-NEXT-TOP-ID
                   MOVE WS-GRP-CUST-ID(WS-GRP-IDX) TO WS-NEXT-TOP-ID
                   SET WS-GRP-WALK-IDX TO WS-GRP-IDX
                   SET WS-NEXT-TOP-FOUND TO TRUE
               END-IF
           END-PERFORM.

       5100-PRINT-GROUP-STATEMENT.
           MOVE WS-GRP-CUST-ID(WS-GRP-WALK-IDX) TO WS-GROUP-TOP-ID
           MOVE 0 TO WS-GROUP-DISCOUNT
           MOVE 0 TO WS-GROUP-CLOSING
           MOVE 0 TO WS-GROUP-WRITTEN-OFF
           ADD 1 TO WS-PAGE-NO
           MOVE WS-FISCAL-YEAR   TO WGH-STMT-YEAR
           MOVE WS-FISCAL-PERIOD TO WGH-STMT-PERIOD
           MOVE WS-PAGE-NO       TO WGH-PAGE-NO
           WRITE STM-LINE FROM WS-GROUP-HEADING-1
           MOVE SPACES TO STM-LINE
           WRITE STM-LINE
           MOVE WS-GROUP-TOP-ID TO WCH-CUST-ID
           MOVE WS-GRP-NAME(WS-GRP-WALK-IDX) TO WCH-CUST-NAME
           MOVE SPACES          TO WCH-REGION
           MOVE 'GROUP'         TO WCH-STATUS
           WRITE STM-LINE FROM WS-CUST-HEADING
           MOVE SPACES TO STM-LINE
           WRITE STM-LINE
           WRITE STM-LINE FROM WS-HEADING-2
           MOVE SPACES TO STM-LINE
           WRITE STM-LINE
           SET WS-GRP-IDX TO WS-GRP-WALK-IDX
           PERFORM 5200-PRINT-GROUP-MEMBER
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-TOP-ID(WS-GRP-IDX) = WS-GROUP-TOP-ID
                   AND NOT WS-GRP-IS-TOP(WS-GRP-IDX)
                   PERFORM 5200-PRINT-GROUP-MEMBER
               END-IF
           END-PERFORM
           MOVE WS-GROUP-DISCOUNT TO WGT-DISCOUNT
           MOVE WS-GROUP-CLOSING  TO WGT-CLOSING
           WRITE STM-LINE FROM WS-GROUP-TOTAL-LINE
           IF WS-GROUP-WRITTEN-OFF > 0
               MOVE WS-GROUP-WRITTEN-OFF TO WWO-WRITTEN-OFF
               WRITE STM-LINE FROM WS-WRITTEN-OFF-LINE
           END-IF
           MOVE SPACES TO STM-LINE
           WRITE STM-LINE
           ADD 1 TO WS-GROUP-STMT-COUNT.

      *****************************************************************
      * One member account's section of the consolidated statement:
      * its postings, then its account subtotal.
      *****************************************************************
       5200-PRINT-GROUP-MEMBER.
           MOVE 0 TO WS-CUST-POSTINGS
           MOVE 0 TO WS-CUST-DISCOUNT
           MOVE 0 TO WS-CUST-CLOSING
           MOVE 0 TO WS-CUST-WRITTEN-OFF
           MOVE WS-GRP-CUST-ID(WS-GRP-IDX) TO WMH-CUST-ID
           MOVE WS-GRP-NAME(WS-GRP-IDX)    TO WMH-CUST-NAME
           IF WS-GRP-IS-TOP(WS-GRP-IDX)
               MOVE '(PARENT)' TO WMH-TAG
           ELSE
               MOVE SPACES     TO WMH-TAG
           END-IF
           WRITE STM-LINE FROM WS-MEMBER-HEADING
           PERFORM UNTIL WS-END-OF-GROUP-SORT
                   OR GS-TOP-ID NOT = WS-GROUP-TOP-ID
                   OR GS-CUST-ID NOT = WS-GRP-CUST-ID(WS-GRP-IDX)
               PERFORM 5300-PRINT-GROUP-POSTING
               PERFORM 5900-RETURN-GROUP-POSTING
           END-PERFORM
           IF WS-CUST-POSTINGS = 0
               WRITE STM-LINE FROM WS-NO-ACTIVITY-LINE
           END-IF
           MOVE WS-CUST-DISCOUNT TO WMT-DISCOUNT
           MOVE WS-CUST-CLOSING  TO WMT-CLOSING
           WRITE STM-LINE FROM WS-MEMBER-TOTAL-LINE
           IF WS-CUST-WRITTEN-OFF > 0
               MOVE WS-CUST-WRITTEN-OFF TO WWO-WRITTEN-OFF
               WRITE STM-LINE FROM WS-WRITTEN-OFF-LINE
           END-IF
           MOVE SPACES TO STM-LINE
           WRITE STM-LINE
           ADD WS-CUST-DISCOUNT    TO WS-GROUP-DISCOUNT
           ADD WS-CUST-CLOSING     TO WS-GROUP-CLOSING
           ADD WS-CUST-WRITTEN-OFF TO WS-GROUP-WRITTEN-OFF.

       5300-PRINT-GROUP-POSTING.
           ADD 1 TO WS-CUST-POSTINGS
           SUBTRACT GS-DISCOUNT FROM GS-AMOUNT
               GIVING WS-NET-AMOUNT
           MOVE GS-CURRENCY TO WS-CURRENCY-CODE
           MOVE WS-NET-AMOUNT TO WS-AMOUNT-FOR-CONVERT
           PERFORM 7500-CONVERT-TO-REPORTING-CCY
           MOVE GS-RUN-DATE TO WDS-RUN-DATE
           MOVE GS-PROGRAM  TO WDS-PROGRAM
           MOVE GS-AMOUNT   TO WDS-AMOUNT
           MOVE GS-CURRENCY TO WDS-CURRENCY
           MOVE GS-DISCOUNT TO WDS-DISCOUNT
           MOVE WS-CONVERTED-AMOUNT TO WDS-NET-USD
           WRITE STM-LINE FROM WS-DETAIL-LINE
           IF GS-WRITE-OFF
               ADD WS-CONVERTED-AMOUNT TO WS-CUST-WRITTEN-OFF
           ELSE
               ADD GS-DISCOUNT          TO WS-CUST-DISCOUNT
               ADD WS-CONVERTED-AMOUNT  TO WS-CUST-CLOSING
           END-IF.

       5900-RETURN-GROUP-POSTING.
           RETURN GROUP-SORT-FILE
               AT END
                   SET WS-END-OF-GROUP-SORT TO TRUE
           END-RETURN.

       7100-RETURN-POSTING.
           RETURN POST-SORT-FILE
               AT END
           MOVE WS-GRAND-POSTINGS TO WSU-POSTINGS
           WRITE STM-LINE FROM WS-SUMMARY-LINE-2
           MOVE WS-GRAND-CLOSING TO WSU-CLOSING
           WRITE STM-LINE FROM WS-SUMMARY-LINE-3
           MOVE WS-GRAND-WRITTEN-OFF TO WSU-WRITTEN-OFF
           WRITE STM-LINE FROM WS-SUMMARY-LINE-4
           MOVE WS-GROUP-STMT-COUNT TO WSU-GROUP-STMTS
           WRITE STM-LINE FROM WS-SUMMARY-LINE-5.

       8000-CLOSE-FILES.
           CLOSE CUSTOMER-MASTER-FILE
       COPY CURRLOAD.
       COPY CURRLKUP.
       COPY RUNLOAD.
       COPY GRPLOAD.
       COPY GRPLKUP.
