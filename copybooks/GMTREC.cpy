      *****************************************************************
      * GMTREC - chart-of-accounts mapping transaction layout, read
      * by GLMAPMNT. One record per dated mapping row to apply,
      * carried in the GLMAP file's own record layout, effective
      * date included. A row whose company, category and effective
      * date already exist replaces that row (a correction to a
      * future-dated mapping); otherwise the row is added. Existing
      * dated rows are never deleted -- GLMAP is the audit trail of
      * which account each category posted to when.
      *****************************************************************
       01  GL-MAP-TXN-RECORD.
           05  GMT-ROW-IMAGE      PIC X(43).
           05  GMT-MAP-ROW REDEFINES GMT-ROW-IMAGE.
               10  GMT-COMPANY        PIC X(3).
               10  GMT-CATEGORY       PIC X(2).
                   88  GMT-CATEGORY-VALID VALUE 'HS' 'LS' 'RT'
                                                'CM' 'TX' 'AR'
                                                'BD'.
               10  GMT-ACCOUNT        PIC X(10).
               10  GMT-EFF-DATE       PIC 9(8).
               10  GMT-DESCRIPTION    PIC X(20).
