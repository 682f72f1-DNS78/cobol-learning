      *****************************************************************
      * PROGRAM-ID : PRODRPT
      * Product sales analysis over the day's validated line items.
      * TXNEDIT writes every line item of an accepted transaction to
      * VALIDLIN; this report sorts them by company, product category
      * and item, and prints each item's net units and converted USD
      * volume with category and company totals, finishing with the
      * items ranked by USD volume across all companies. Returns take
      * units and dollars back off; a credit memo takes dollars off
      * but leaves the units alone, since nothing came back. The
      * category and description come from the ITEMMAST item master.
      * Merchandising gets which products drive the numbers, not just
      * customer totals.
      *
      * Change history
      *   2026-10-15  Initial version.
      *   2026-10-15  Refuses a business date that is not on the
      *               FISCCAL fiscal calendar or falls in a closed
      *               fiscal period (RERUN included) unless RUNCTL
      *               carries a controller override for that period.
      *   2026-10-15  Checks the STEPLDG batch control ledger at
      *               start-up: skips itself when already completed
      *               for the business date, refuses to run ahead
      *               of an unfinished STEPPLAN predecessor, and
      *               logs its start and end for restart.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALID-LINE-FILE ASSIGN TO 'VALIDLIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALIDLIN-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO 'SRTWORK'.

           SELECT PRODUCT-REPORT-FILE ASSIGN TO 'PRODRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODRPT-STATUS.

           SELECT ITEM-MASTER-FILE ASSIGN TO 'ITEMMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEMMAST-STATUS.

           SELECT CURRENCY-RATE-FILE ASSIGN TO 'CURRATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRRATE-STATUS.

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
       FD  VALID-LINE-FILE
           RECORDING MODE IS F.
           COPY VLNREC.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SW-COMPANY        PIC X(3).
           05  SW-CATEGORY       PIC X(4).
           05  SW-ITEM-CODE      PIC X(8).
           05  SW-TXN-TYPE       PIC X(1).
           05  SW-QUANTITY       PIC 9(5).
           05  SW-AMOUNT-USD     PIC 9(9)V99.

       FD  PRODUCT-REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                 PIC X(97).

       FD  ITEM-MASTER-FILE
           RECORDING MODE IS F.
           COPY ITEMREC.

       FD  CURRENCY-RATE-FILE
           RECORDING MODE IS F.
           COPY CURRATE.

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
       01  WS-VALIDLIN-STATUS    PIC X(2).
       01  WS-PRODRPT-STATUS     PIC X(2).

       01  WS-LINE-EOF-SWITCH    PIC X     VALUE 'N'.
           88  WS-END-OF-LINES            VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH    PIC X     VALUE 'N'.
           88  WS-END-OF-SORT             VALUE 'Y'.
       01  WS-FIRST-RECORD-SW    PIC X     VALUE 'Y'.
           88  WS-FIRST-RECORD            VALUE 'Y'.

       01  WS-LINES-READ         PIC 9(7)  VALUE 0.
       01  WS-UNKNOWN-ITEMS      PIC 9(5)  VALUE 0.

       01  WS-PREV-COMPANY       PIC X(3)  VALUE SPACES.
       01  WS-PREV-CATEGORY      PIC X(4)  VALUE SPACES.
       01  WS-PREV-ITEM          PIC X(8)  VALUE SPACES.

       01  WS-ITEM-UNITS         PIC S9(7)    VALUE 0.
       01  WS-ITEM-AMOUNT        PIC S9(9)V99 VALUE 0.
       01  WS-CAT-UNITS          PIC S9(7)    VALUE 0.
       01  WS-CAT-AMOUNT         PIC S9(9)V99 VALUE 0.
       01  WS-CO-UNITS           PIC S9(7)    VALUE 0.
       01  WS-CO-AMOUNT          PIC S9(9)V99 VALUE 0.
       01  WS-GRAND-UNITS        PIC S9(7)    VALUE 0.
       01  WS-GRAND-AMOUNT       PIC S9(9)V99 VALUE 0.

      *****************************************************************
      * Net volume per item across all companies, for the ranking.
      *****************************************************************
       01  WS-RANK-TABLE.
           05  WS-RNK-COUNT      PIC 9(3)  VALUE 0.
           05  WS-RNK-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-RNK-IDX WS-RNK-IDX2.
               10  WS-RNK-ITEM      PIC X(8).
               10  WS-RNK-UNITS     PIC S9(7).
               10  WS-RNK-AMOUNT    PIC S9(9)V99.
       01  WS-RNK-TEMP-ENTRY.
           05  WS-RNK-TEMP-ITEM     PIC X(8).
           05  WS-RNK-TEMP-UNITS    PIC S9(7).
           05  WS-RNK-TEMP-AMOUNT   PIC S9(9)V99.
       01  WS-RNK-FOUND-SW       PIC X     VALUE 'N'.
           88  WS-RNK-FOUND               VALUE 'Y'.
       01  WS-RANK-SHOWN         PIC 9(3)  VALUE 0.
       01  WS-RANK-LIMIT         PIC 9(3)  VALUE 10.

       01  WS-RUN-DATE-YMD.
           05  WS-RUN-YYYY.
               10  WS-RUN-CC     PIC 9(2).
               10  WS-RUN-YY     PIC 9(2).
           05  WS-RUN-MM         PIC 9(2).
           05  WS-RUN-DD         PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-YMD PIC 9(8).
       01  WS-RUN-DATE-DISP      PIC X(8).

       01  WS-PAGE-NO            PIC 9(3)  VALUE 1.
       01  WS-LINE-COUNT         PIC 9(3)  VALUE 0.
       01  WS-LINES-PER-PAGE     PIC 9(3)  VALUE 20.

       01  WS-HEADING-1.
           05  FILLER            PIC X(30)
               VALUE 'PRODUCT SALES ANALYSIS'.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  WH1-RUN-DATE      PIC X(8).
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'PAGE: '.
           05  WH1-PAGE-NO       PIC ZZ9.

       01  WS-HEADING-2.
           05  FILLER            PIC X(5)  VALUE 'CO'.
           05  FILLER            PIC X(6)  VALUE 'CAT'.
           05  FILLER            PIC X(10) VALUE 'ITEM'.
           05  FILLER            PIC X(22) VALUE 'DESCRIPTION'.
           05  FILLER            PIC X(4)  VALUE 'TX'.
           05  FILLER            PIC X(12) VALUE '   UNITS'.
           05  FILLER            PIC X(14) VALUE 'AMOUNT (USD)'.

       01  WS-DETAIL-LINE.
           05  WD-COMPANY        PIC X(5).
           05  WD-CATEGORY       PIC X(6).
           05  WD-ITEM-CODE      PIC X(10).
           05  WD-ITEM-DESC      PIC X(22).
           05  WD-TAXABLE        PIC X(4).
           05  WD-UNITS          PIC Z,ZZZ,ZZ9-.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WD-AMOUNT-USD     PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-CATEGORY-TOTAL-LINE.
           05  FILLER            PIC X(21)
               VALUE '    CATEGORY TOTAL - '.
           05  WCT-CATEGORY      PIC X(4).
           05  FILLER            PIC X(22) VALUE SPACES.
           05  WCT-UNITS         PIC Z,ZZZ,ZZ9-.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WCT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-COMPANY-TOTAL-LINE.
           05  FILLER            PIC X(18)
               VALUE '  COMPANY TOTAL - '.
           05  WCO-COMPANY       PIC X(3).
           05  FILLER            PIC X(26) VALUE SPACES.
           05  WCO-UNITS         PIC Z,ZZZ,ZZ9-.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WCO-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-GRAND-TOTAL-LINE.
           05  FILLER            PIC X(47)
               VALUE 'ALL COMPANIES TOTAL :'.
           05  WGT-UNITS         PIC Z,ZZZ,ZZ9-.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WGT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-RANK-HEADING       PIC X(30)
           VALUE 'ITEMS BY USD VOLUME'.

       01  WS-RANK-DETAIL-LINE.
           05  FILLER            PIC X(5)  VALUE 'RANK '.
           05  WRK-RANK          PIC Z9.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WRK-ITEM-CODE     PIC X(10).
           05  WRK-ITEM-DESC     PIC X(26).
           05  WRK-UNITS         PIC Z,ZZZ,ZZ9-.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WRK-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.

       COPY RUNWORK.
       COPY STPWORK.
       COPY CURRWORK.
       COPY CURRTBL.
       COPY ITEMWORK.
       COPY ITEMTBL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7900-READ-RUN-CONTROL
           MOVE 'PRODRPT' TO WS-STEP-PROGRAM
           PERFORM 7960-CHECK-STEP-LEDGER
           PERFORM 1000-OPEN-REPORT
           PERFORM 7400-LOAD-CURRENCY-TABLE
           PERFORM 8400-LOAD-ITEM-TABLE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-COMPANY
                                SW-CATEGORY
                                SW-ITEM-CODE
               INPUT PROCEDURE IS 1500-RELEASE-LINE-ITEMS
               OUTPUT PROCEDURE IS 7000-PROCESS-SORTED-RECORDS
           PERFORM 9000-CLOSE-REPORT
           DISPLAY 'PRODRPT: LINES READ    : ' WS-LINES-READ
           DISPLAY 'PRODRPT: UNKNOWN ITEMS : ' WS-UNKNOWN-ITEMS
           PERFORM 7970-RECORD-STEP-END
           STOP RUN.

       1000-OPEN-REPORT.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE-NUM
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISP
           OPEN OUTPUT PRODUCT-REPORT-FILE
           IF WS-PRODRPT-STATUS NOT = '00'
               DISPLAY 'PRODRPT: UNABLE TO OPEN PRODRPT, STATUS='
                   WS-PRODRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-PRINT-HEADINGS.

      *****************************************************************
      * Each line is placed in its category from the item master and
      * converted to USD on the way into the sort. An item no longer
      * on the master still reports, under category '????', and is
      * counted on the run summary.
      *****************************************************************
       1500-RELEASE-LINE-ITEMS.
           OPEN INPUT VALID-LINE-FILE
           IF WS-VALIDLIN-STATUS NOT = '00'
               DISPLAY 'PRODRPT: UNABLE TO OPEN VALIDLIN, STATUS='
                   WS-VALIDLIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1600-READ-LINE-ITEM
           PERFORM UNTIL WS-END-OF-LINES
               ADD 1 TO WS-LINES-READ
               MOVE VLN-ITEM-CODE TO WS-ITEM-CODE
               PERFORM 8500-LOOKUP-ITEM
               IF WS-ITEM-FOUND
                   MOVE WS-ITEM-CATEGORY TO SW-CATEGORY
               ELSE
                   ADD 1 TO WS-UNKNOWN-ITEMS
                   MOVE '????' TO SW-CATEGORY
               END-IF
               MOVE VLN-CURRENCY   TO WS-CURRENCY-CODE
               MOVE VLN-EXT-AMOUNT TO WS-AMOUNT-FOR-CONVERT
               PERFORM 7500-CONVERT-TO-REPORTING-CCY
               MOVE VLN-COMPANY    TO SW-COMPANY
               MOVE VLN-ITEM-CODE  TO SW-ITEM-CODE
               MOVE VLN-TYPE       TO SW-TXN-TYPE
               MOVE VLN-QUANTITY   TO SW-QUANTITY
               MOVE WS-CONVERTED-AMOUNT TO SW-AMOUNT-USD
               RELEASE SORT-RECORD
               PERFORM 1600-READ-LINE-ITEM
           END-PERFORM
           CLOSE VALID-LINE-FILE.

       1600-READ-LINE-ITEM.
           READ VALID-LINE-FILE
               AT END
                   SET WS-END-OF-LINES TO TRUE
           END-READ.

       2000-PRINT-HEADINGS.
           MOVE WS-RUN-DATE-DISP TO WH1-RUN-DATE
           MOVE WS-PAGE-NO       TO WH1-PAGE-NO
           WRITE RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-HEADING-2
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 0 TO WS-LINE-COUNT.

       2600-CHECK-PAGE-BREAK.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               ADD 1 TO WS-PAGE-NO
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               PERFORM 2000-PRINT-HEADINGS
           END-IF.

       5000-ACCUMULATE.
           EVALUATE SW-TXN-TYPE
               WHEN 'R'
                   SUBTRACT SW-QUANTITY   FROM WS-ITEM-UNITS
                   SUBTRACT SW-AMOUNT-USD FROM WS-ITEM-AMOUNT
               WHEN 'C'
                   SUBTRACT SW-AMOUNT-USD FROM WS-ITEM-AMOUNT
               WHEN OTHER
                   ADD SW-QUANTITY   TO WS-ITEM-UNITS
                   ADD SW-AMOUNT-USD TO WS-ITEM-AMOUNT
           END-EVALUATE.

       6000-PRINT-ITEM-LINE.
           PERFORM 2600-CHECK-PAGE-BREAK
           MOVE WS-PREV-ITEM TO WS-ITEM-CODE
           PERFORM 8500-LOOKUP-ITEM
           MOVE WS-PREV-COMPANY  TO WD-COMPANY
           MOVE WS-PREV-CATEGORY TO WD-CATEGORY
           MOVE WS-PREV-ITEM     TO WD-ITEM-CODE
           IF WS-ITEM-FOUND
               MOVE WS-ITEM-DESC    TO WD-ITEM-DESC
               MOVE WS-ITEM-TAXABLE TO WD-TAXABLE
           ELSE
               MOVE 'NOT ON ITEM MASTER' TO WD-ITEM-DESC
               MOVE SPACES               TO WD-TAXABLE
           END-IF
           MOVE WS-ITEM-UNITS    TO WD-UNITS
           MOVE WS-ITEM-AMOUNT   TO WD-AMOUNT-USD
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           PERFORM 6100-SAVE-ITEM-RANK
           ADD WS-ITEM-UNITS  TO WS-CAT-UNITS
           ADD WS-ITEM-AMOUNT TO WS-CAT-AMOUNT
           MOVE 0 TO WS-ITEM-UNITS
           MOVE 0 TO WS-ITEM-AMOUNT.

      *****************************************************************
      * The same item sold by two companies ranks once, on its
      * combined volume.
      *****************************************************************
       6100-SAVE-ITEM-RANK.
           MOVE 'N' TO WS-RNK-FOUND-SW
           PERFORM VARYING WS-RNK-IDX FROM 1 BY 1
                   UNTIL WS-RNK-IDX > WS-RNK-COUNT
                       OR WS-RNK-FOUND
               IF WS-RNK-ITEM(WS-RNK-IDX) = WS-PREV-ITEM
                   SET WS-RNK-FOUND TO TRUE
                   ADD WS-ITEM-UNITS  TO WS-RNK-UNITS(WS-RNK-IDX)
                   ADD WS-ITEM-AMOUNT TO WS-RNK-AMOUNT(WS-RNK-IDX)
               END-IF
           END-PERFORM
           IF NOT WS-RNK-FOUND
               IF WS-RNK-COUNT >= 200
                   DISPLAY 'PRODRPT: MORE THAN 200 ITEMS, '
                       'RANKING TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RNK-COUNT
               SET WS-RNK-IDX TO WS-RNK-COUNT
               MOVE WS-PREV-ITEM   TO WS-RNK-ITEM(WS-RNK-IDX)
               MOVE WS-ITEM-UNITS  TO WS-RNK-UNITS(WS-RNK-IDX)
               MOVE WS-ITEM-AMOUNT TO WS-RNK-AMOUNT(WS-RNK-IDX)
           END-IF.

       6200-PRINT-CATEGORY-TOTAL.
           IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
               ADD 1 TO WS-PAGE-NO
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               PERFORM 2000-PRINT-HEADINGS
           END-IF
           MOVE WS-PREV-CATEGORY TO WCT-CATEGORY
           MOVE WS-CAT-UNITS     TO WCT-UNITS
           MOVE WS-CAT-AMOUNT    TO WCT-AMOUNT
           WRITE RPT-LINE FROM WS-CATEGORY-TOTAL-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           ADD 2 TO WS-LINE-COUNT
           ADD WS-CAT-UNITS  TO WS-CO-UNITS
           ADD WS-CAT-AMOUNT TO WS-CO-AMOUNT
           MOVE 0 TO WS-CAT-UNITS
           MOVE 0 TO WS-CAT-AMOUNT.

       6300-PRINT-COMPANY-TOTAL.
           IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
               ADD 1 TO WS-PAGE-NO
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               PERFORM 2000-PRINT-HEADINGS
           END-IF
           MOVE WS-PREV-COMPANY  TO WCO-COMPANY
           MOVE WS-CO-UNITS      TO WCO-UNITS
           MOVE WS-CO-AMOUNT     TO WCO-AMOUNT
           WRITE RPT-LINE FROM WS-COMPANY-TOTAL-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           ADD 2 TO WS-LINE-COUNT
           ADD WS-CO-UNITS  TO WS-GRAND-UNITS
           ADD WS-CO-AMOUNT TO WS-GRAND-AMOUNT
           MOVE 0 TO WS-CO-UNITS
           MOVE 0 TO WS-CO-AMOUNT.

       6500-PRINT-GRAND-TOTAL.
           IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
               ADD 1 TO WS-PAGE-NO
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               PERFORM 2000-PRINT-HEADINGS
           END-IF
           MOVE WS-GRAND-UNITS  TO WGT-UNITS
           MOVE WS-GRAND-AMOUNT TO WGT-AMOUNT
           WRITE RPT-LINE FROM WS-GRAND-TOTAL-LINE
           ADD 1 TO WS-LINE-COUNT.

       6800-RESORT-ITEM-RANK.
           PERFORM VARYING WS-RNK-IDX FROM 1 BY 1
               UNTIL WS-RNK-IDX >= WS-RNK-COUNT
               PERFORM VARYING WS-RNK-IDX2 FROM 1 BY 1
                   UNTIL WS-RNK-IDX2 > WS-RNK-COUNT - WS-RNK-IDX
                   IF WS-RNK-AMOUNT(WS-RNK-IDX2) <
                      WS-RNK-AMOUNT(WS-RNK-IDX2 + 1)
                       MOVE WS-RNK-ENTRY(WS-RNK-IDX2)
                           TO WS-RNK-TEMP-ENTRY
                       MOVE WS-RNK-ENTRY(WS-RNK-IDX2 + 1)
                           TO WS-RNK-ENTRY(WS-RNK-IDX2)
                       MOVE WS-RNK-TEMP-ENTRY
                           TO WS-RNK-ENTRY(WS-RNK-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       6900-PRINT-ITEM-RANKING.
           PERFORM 6800-RESORT-ITEM-RANK
           IF WS-RNK-COUNT > WS-RANK-LIMIT
               MOVE WS-RANK-LIMIT TO WS-RANK-SHOWN
           ELSE
               MOVE WS-RNK-COUNT  TO WS-RANK-SHOWN
           END-IF
           IF WS-LINE-COUNT + 2 + WS-RANK-SHOWN > WS-LINES-PER-PAGE
               ADD 1 TO WS-PAGE-NO
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               PERFORM 2000-PRINT-HEADINGS
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RANK-HEADING TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-RNK-IDX FROM 1 BY 1
               UNTIL WS-RNK-IDX > WS-RANK-SHOWN
               MOVE WS-RNK-ITEM(WS-RNK-IDX) TO WS-ITEM-CODE
               PERFORM 8500-LOOKUP-ITEM
               MOVE WS-RNK-IDX                TO WRK-RANK
               MOVE WS-RNK-ITEM(WS-RNK-IDX)   TO WRK-ITEM-CODE
               MOVE WS-ITEM-DESC              TO WRK-ITEM-DESC
               MOVE WS-RNK-UNITS(WS-RNK-IDX)  TO WRK-UNITS
               MOVE WS-RNK-AMOUNT(WS-RNK-IDX) TO WRK-AMOUNT
               WRITE RPT-LINE FROM WS-RANK-DETAIL-LINE
           END-PERFORM
           ADD 2 WS-RANK-SHOWN TO WS-LINE-COUNT.

       7000-PROCESS-SORTED-RECORDS.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-END-OF-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL WS-END-OF-SORT
               IF NOT WS-FIRST-RECORD
                   IF SW-COMPANY NOT = WS-PREV-COMPANY
                       PERFORM 6000-PRINT-ITEM-LINE
                       PERFORM 6200-PRINT-CATEGORY-TOTAL
                       PERFORM 6300-PRINT-COMPANY-TOTAL
                   ELSE
                       IF SW-CATEGORY NOT = WS-PREV-CATEGORY
                           PERFORM 6000-PRINT-ITEM-LINE
                           PERFORM 6200-PRINT-CATEGORY-TOTAL
                       ELSE
                           IF SW-ITEM-CODE NOT = WS-PREV-ITEM
                               PERFORM 6000-PRINT-ITEM-LINE
                           END-IF
                       END-IF
                   END-IF
               END-IF
               MOVE 'N' TO WS-FIRST-RECORD-SW
               MOVE SW-COMPANY   TO WS-PREV-COMPANY
               MOVE SW-CATEGORY  TO WS-PREV-CATEGORY
               MOVE SW-ITEM-CODE TO WS-PREV-ITEM
               PERFORM 5000-ACCUMULATE

               RETURN SORT-WORK-FILE
                   AT END
                       SET WS-END-OF-SORT TO TRUE
               END-RETURN
           END-PERFORM
           IF NOT WS-FIRST-RECORD
               PERFORM 6000-PRINT-ITEM-LINE
               PERFORM 6200-PRINT-CATEGORY-TOTAL
               PERFORM 6300-PRINT-COMPANY-TOTAL
           END-IF
           PERFORM 6500-PRINT-GRAND-TOTAL
           PERFORM 6900-PRINT-ITEM-RANKING.

       9000-CLOSE-REPORT.
           CLOSE PRODUCT-REPORT-FILE.

       COPY CURRLOAD.
       COPY CURRLKUP.
       COPY RUNLOAD.
       COPY ITEMLOAD.
       COPY ITEMLKUP.
       COPY STPCHK.
