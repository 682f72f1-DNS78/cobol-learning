      * it.
      * CK-EX-* carries the exempt-sales-by-certificate table so a
      * restart keeps the exempt section of the filing summary.
      * CK-CO-RETURN/CK-CO-CREDIT carry each company's returns and
      * credit memos separately, since the two post to their own GL
      * accounts.
      *****************************************************************
       01  CHECKPOINT-RECORD.
           05  CK-RECORDS-PROCESSED   PIC 9(7).
               10  CK-CO-GROSS        PIC 9(9)V99.
               10  CK-CO-HIGH         PIC 9(9)V99.
               10  CK-CO-LOW          PIC 9(9)V99.
               10  CK-CO-RETURN       PIC 9(9)V99.
               10  CK-CO-CREDIT       PIC 9(9)V99.
               10  CK-CO-TAX          PIC S9(9)V99 SIGN IS TRAILING
                                      SEPARATE.
               10  CK-CO-NET          PIC S9(9)V99 SIGN IS TRAILING
