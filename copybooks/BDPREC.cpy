      *****************************************************************
      * BDPREC - bank deposit record layout, one per lockbox deposit
      * on the bank's daily deposit/statement file (BANKDEP): the
      * date the deposit was credited, the lockbox it came through,
      * the amount credited (USD) and the number of remittance items
      * the bank processed. BANKREC matches these against the
      * CASHRCPT batches by lockbox and date.
      *****************************************************************
       01  BANK-DEPOSIT-RECORD.
           05  BD-DEPOSIT-DATE    PIC 9(8).
           05  BD-LOCKBOX         PIC X(4).
           05  BD-AMOUNT          PIC 9(9)V99.
           05  BD-ITEM-COUNT      PIC 9(5).
