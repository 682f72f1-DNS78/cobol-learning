      * The diverted memo still counts against its original invoice
      * on the sales history, so a second memo cannot double-dip the
      * invoice while the first awaits approval.
      * An itemized memo's 'L' line-item records follow its image on
      * the file, as they follow the transaction on the feed, so the
      * lines reach VALIDLIN with the memo when it is approved.
      *****************************************************************
       01  CM-PENDING-RECORD.
           05  CMP-TXN-IMAGE      PIC X(69).
           05  CMP-HELD-DATE      PIC 9(8).
       01  CM-PENDING-LINE-RECORD.
           05  CPL-REC-TYPE       PIC X(1).
               88  CPL-IS-LINE            VALUE 'L'.
           05  CPL-LINE-DETAIL    PIC X(20).
