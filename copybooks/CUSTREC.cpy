      * CUST-STATUS-DATE; TXNEDIT rejects new sales to an inactive
      * account while returns and credits still flow, and CUSTSTMT
      * still produces the closing statement.
      * CUST-PARENT-ID names the corporate parent of a division
      * account; spaces means a standalone account. A parent may have
      * parents of its own -- the group is everything rolling up to
      * the top account, which is always in the same company (CUSTMNT
      * refuses circular and cross-company links). The top account's
      * CUST-CREDIT-LIMIT is the group's credit line: TXNEDIT tests
      * the group's exposure against it as well as each account's own
      * limit, and CUSTSTMT prints a consolidated statement for it.
      * CUST-INVOICE-MEDIUM says how INVOICE delivers the account's
      * invoices and credit notes: E on the outbound electronic
      * invoice file, P (or blank) printed. CUST-TERMS-DAYS is the
      * account's payment terms in days; zero (or blank) means the
      * standard terms on the INVPARM invoice parameters.
      *****************************************************************
       01  CUST-RECORD.
           05  CUST-COMPANY      PIC X(3).
               88  CUST-ACTIVE            VALUE 'A'.
               88  CUST-INACTIVE          VALUE 'I'.
           05  CUST-STATUS-DATE  PIC 9(8).
           05  CUST-PARENT-ID    PIC X(6).
           05  CUST-INVOICE-MEDIUM
                                 PIC X(1).
               88  CUST-E-INVOICE         VALUE 'E'.
               88  CUST-PAPER-INVOICE     VALUE 'P' ' '.
           05  CUST-TERMS-DAYS   PIC 9(3).
