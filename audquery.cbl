      * PROGRAM-ID : AUDQUERY
      * Inquiry/extract over the AUDIT journal. Selection parameters
      * arrive on the AUDPARM file (customer ID, program name, run-
      * date range, minimum amount, transaction type -- blank means
      * no filter) and every journal record that matches prints on a
      * formatted trace report: the posting with its running-total
      * progression, a selection-criteria header, and per-customer
      * posting counts and amount totals at the end. When RECONCILE
      * flags a mismatch this is the tool that finds which posting
      * broke the total, instead of someone scrolling the raw journal
      * dump.
      *
      * Change history
      *   2026-08-21  Initial version.
      *   2026-10-15  Transaction-type selection on AUDPARM (S, R, C,
      *               or W for WRITEOFF's bad-debt write-offs), shown
      *               in the selection header.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDQUERY.
           05  AQ-MIN-AMOUNT-X    PIC X(9).
           05  AQ-MIN-AMOUNT      REDEFINES AQ-MIN-AMOUNT-X
                                  PIC 9(7)V99.
           05  AQ-TXN-TYPE        PIC X(1).

       FD  QUERY-REPORT-FILE
           RECORDING MODE IS F.
                   DELIMITED BY SIZE INTO WCR-TEXT
           END-IF
           WRITE QRY-LINE FROM WS-CRITERIA-LINE
           MOVE SPACES TO WCR-TEXT
           IF AQ-TXN-TYPE = SPACES
               MOVE 'TXN TYPE = ALL' TO WCR-TEXT
           ELSE
               STRING 'TXN TYPE = ' AQ-TXN-TYPE
                   DELIMITED BY SIZE INTO WCR-TEXT
           END-IF
           WRITE QRY-LINE FROM WS-CRITERIA-LINE
           MOVE SPACES TO QRY-LINE
           WRITE QRY-LINE
           ADD 6 TO WS-LINE-COUNT.

       2000-READ-AUDIT.
           READ AUDIT-FILE
           IF AQ-MIN-AMOUNT-X NOT = SPACES
               AND AUD-AMOUNT < AQ-MIN-AMOUNT
               SET WS-RECORD-SKIPPED TO TRUE
           END-IF
           IF AQ-TXN-TYPE NOT = SPACES
               AND AUD-TXN-TYPE NOT = AQ-TXN-TYPE
               SET WS-RECORD-SKIPPED TO TRUE
           END-IF.

       3500-PRINT-DETAIL.
