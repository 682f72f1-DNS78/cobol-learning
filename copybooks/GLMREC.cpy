      *****************************************************************
      * GLMREC - chart-of-accounts mapping file record layout.
      * One row per operating company, posting category and
      * effective-from date, giving the GL account that category's
      * figures post to in that company's GLFEED batch. Categories:
      *   HS  high sales (credit)      LS  low sales (credit)
      *   RT  returns (debit)          CM  credit memos (debit)
      *   TX  sales tax liability      AR  AR control (offset)
      *   BD  bad-debt expense (debit, WRITEOFF's WOGLFEED batches)
      * The file keeps every dated row -- a re-mapped account is a
      * new row, never an overwrite -- and the GLMLOAD table load
      * picks, per company/category, the row with the latest
      * effective date on or before the RUNCTL business date, so a
      * RERUN of an old date posts to that date's accounts. Rows are
      * maintained through GLMAPMNT (dated mapping transactions with
      * a before/after register), the way RATEMNT maintains the rate
      * files.
      *****************************************************************
       01  GL-MAP-RECORD.
           05  GLM-COMPANY        PIC X(3).
           05  GLM-CATEGORY       PIC X(2).
               88  GLM-HIGH-SALES         VALUE 'HS'.
               88  GLM-LOW-SALES          VALUE 'LS'.
               88  GLM-RETURNS            VALUE 'RT'.
               88  GLM-CREDIT-MEMOS       VALUE 'CM'.
               88  GLM-SALES-TAX          VALUE 'TX'.
               88  GLM-AR-CONTROL         VALUE 'AR'.
               88  GLM-BAD-DEBT           VALUE 'BD'.
               88  GLM-CATEGORY-VALID     VALUE 'HS' 'LS' 'RT'
                                                'CM' 'TX' 'AR'
                                                'BD'.
           05  GLM-ACCOUNT        PIC X(10).
           05  GLM-EFFECTIVE-DATE PIC 9(8).
           05  GLM-DESCRIPTION    PIC X(20).
