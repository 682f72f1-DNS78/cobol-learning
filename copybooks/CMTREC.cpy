      * (alphanumeric) so CUSTMNT can test it numeric before it is
      * allowed anywhere near the master; the REDEFINES gives the
      * signed numeric view once it has passed.
      * CMT-CUST-PARENT links the account to its corporate parent; on
      * a change, '*' in the field detaches the account from its
      * parent (a blank, as everywhere else, leaves it alone).
      * CMT-CUST-INV-MEDIUM (E electronic, P printed) and the payment
      * terms in days arrive the same way; the terms are raw so they
      * can be tested numeric first.
      *****************************************************************
       01  MAINT-TXN-RECORD.
           05  CMT-ACTION         PIC X(1).
           05  CMT-CUST-CREDIT    REDEFINES CMT-CUST-CREDIT-X
                                  PIC 9(7)V99.
           05  CMT-CUST-STATUS    PIC X(1).
           05  CMT-CUST-PARENT    PIC X(6).
               88  CMT-PARENT-CLEAR       VALUE '*'.
           05  CMT-CUST-INV-MEDIUM
                                  PIC X(1).
           05  CMT-CUST-TERMS-X   PIC X(3).
           05  CMT-CUST-TERMS     REDEFINES CMT-CUST-TERMS-X
                                  PIC 9(3).
