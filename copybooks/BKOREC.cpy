      *****************************************************************
      * BKOREC - bank reconciliation outstanding file (BANKOUT),
      * rewritten by BANKREC every night. The first record is a
      * control record carrying the last business date reconciled,
      * so a double-submitted night is refused. Behind it, one row
      * per item of every lockbox/date that has not yet matched:
      * 'D' a bank deposit, 'C' a CASHRCPT cash feed batch, each
      * with the business date it first appeared on, so the report
      * can age it and a RERUN can drop what the night added. A
      * lockbox/date drops off the file the night its deposits and
      * cash feeds agree on amount and count.
      *****************************************************************
       01  BANK-OUTSTANDING-RECORD.
           05  BO-REC-TYPE        PIC X(1).
               88  BO-IS-DEPOSIT          VALUE 'D'.
               88  BO-IS-CASH-FEED        VALUE 'C'.
           05  BO-DEPOSIT-DATE    PIC 9(8).
           05  BO-LOCKBOX         PIC X(4).
           05  BO-AMOUNT          PIC 9(9)V99.
           05  BO-ITEM-COUNT      PIC 9(5).
           05  BO-FIRST-SEEN      PIC 9(8).

       01  BANK-OUTSTANDING-CONTROL.
           05  BOC-REC-TYPE       PIC X(1).
               88  BOC-IS-CONTROL         VALUE 'H'.
           05  BOC-LAST-RUN-DATE  PIC 9(8).
           05  FILLER             PIC X(28).
