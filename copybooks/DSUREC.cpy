      * genuine repeat sale and releases it into a later night's
      * validated feed; confirmed entries are dropped when the file
      * is rewritten at end of run.
      * An itemized suspect's 'L' line-item records follow its image
      * on the file, as they follow the transaction on the feed, so
      * the lines reach VALIDLIN with it when it is confirmed.
      *****************************************************************
       01  DUP-SUSPECT-RECORD.
           05  DSU-TXN-IMAGE      PIC X(69).
           05  DSU-HELD-DATE      PIC 9(8).
           05  DSU-MATCH-DATE     PIC 9(8).
       01  DUP-SUSPECT-LINE-RECORD.
           05  DSL-REC-TYPE       PIC X(1).
               88  DSL-IS-LINE            VALUE 'L'.
           05  DSL-LINE-DETAIL    PIC X(20).
