      *****************************************************************
      * ARAREC - AR activity control record (ARACTV), one appended per
      * company per run by each program that moves money on or off
      * ARLEDGER: ARPOST (the night's new open items and the cash it
      * applied) and WRITEOFF (bad-debt write-offs). These are the
      * control totals ARRECON rolls the prior night's ledger total
      * forward by before tying it to the ledger on file. All
      * amounts are USD, the ledger's currency. A rerun appends
      * fresh records; readers take the last record per business
      * date, company and program.
      *****************************************************************
       01  AR-ACTIVITY-RECORD.
           05  ARA-RUN-DATE       PIC 9(8).
           05  ARA-COMPANY        PIC X(3).
           05  ARA-PROGRAM        PIC X(12).
           05  ARA-NEW-ITEMS      PIC 9(9)V99.
           05  ARA-CASH-APPLIED   PIC 9(9)V99.
           05  ARA-WRITTEN-OFF    PIC 9(9)V99.
