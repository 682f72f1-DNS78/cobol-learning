      *****************************************************************
      * ARCREC - AR reconciliation control record (ARRCTL), one
      * appended per company per night by ARRECON: the ledger total
      * actually on file at the end of the night and the AR control
      * balance the GL feeds have built up, both USD. The next night
      * starts its roll-forward from the latest record dated before
      * its business date, so a rerun of the same date (which
      * appends a fresh record, last record wins) still rolls from
      * the night before.
      *****************************************************************
       01  AR-RECON-CTL-RECORD.
           05  ARC-RUN-DATE       PIC 9(8).
           05  ARC-COMPANY        PIC X(3).
           05  ARC-LEDGER-TOTAL   PIC 9(11)V99.
           05  ARC-GL-AR-BALANCE  PIC S9(11)V99
                                  SIGN IS TRAILING SEPARATE.
