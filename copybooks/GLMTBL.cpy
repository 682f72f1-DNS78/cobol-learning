      *****************************************************************
      * GLMTBL - in-memory chart-of-accounts mapping table, loaded
      * from the GLMAP file at start of run. Shared shape for any
      * program that needs the GL account for a company's posting
      * category.
      *****************************************************************
       01  WS-GL-MAP-TABLE.
           05  WS-GLM-COUNT       PIC 9(3) VALUE 0.
           05  WS-GLM-ENTRY OCCURS 60 TIMES
                   INDEXED BY WS-GLM-IDX.
               10  WS-GLM-COMPANY     PIC X(3).
               10  WS-GLM-CATEGORY    PIC X(2).
               10  WS-GLM-ACCT        PIC X(10).
               10  WS-GLM-EFF-DATE    PIC 9(8).
