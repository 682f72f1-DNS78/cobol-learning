      *****************************************************************
      * CCMREC - customer commission ledger record (CUSTCOMM), written
      * by COMMCALC. The payroll feed (COMMPAY) carries one total per
      * rep and is recreated every night, so COMMCALC also keeps a
      * cumulative record of what each account cost in commission:
      * one row per night, account and rep with the account's
      * commissionable net for that rep (USD after discount, less
      * returns and credit memos -- may be negative), the rep's tier
      * rate for the night and the commission it earned. A rep's
      * rows for a night add up to the rep's payroll commission to
      * the cent (the last account takes the rounding). House
      * accounts earn nothing and have no rows. A RERUN replaces the
      * rows already on file for its business date.
      *****************************************************************
       01  CUST-COMM-RECORD.
           05  CCM-RUN-DATE       PIC 9(8).
           05  CCM-COMPANY        PIC X(3).
           05  CCM-CUST-ID        PIC X(6).
           05  CCM-REP-ID         PIC X(4).
           05  CCM-NET            PIC S9(9)V99 SIGN IS TRAILING
                                  SEPARATE.
           05  CCM-RATE           PIC 9V999.
           05  CCM-COMMISSION     PIC S9(9)V99 SIGN IS TRAILING
                                  SEPARATE.
