      *   entry during the migration window) is informational, like   *
      *   DUP-KEY - the dropped records never enter READ-COUNT, so    *
      *   neither figure appears in the equations above.              *
      *   PARTITION-ID, PART-LOW-ID and PART-HIGH-ID stamp the        *
      *   PERSON-ID range a partitioned run owned (00, 0000000000 and *
      *   9999999999 for a single-stream run or the NAMECONS rollup of*
      *   all partitions); BUSINESS-DATE is the run-ledger business   *
      *   date, so partition totals of one night can be matched.      *
      *   Copied with REPLACING ==:PFX:== BY ==xxx==.                 *
      *                                                               *
      *****************************************************************
           05  :PFX:-PREF-NOOP-COUNT       PIC 9(9).
           05  :PFX:-PEND-SUPERSEDED-COUNT PIC 9(9).
           05  :PFX:-XWALK-MISS-COUNT      PIC 9(9).
           05  :PFX:-PARTITION-ID          PIC 9(2).
           05  :PFX:-PART-LOW-ID           PIC X(10).
           05  :PFX:-PART-HIGH-ID          PIC X(10).
           05  :PFX:-BUSINESS-DATE         PIC 9(8).
           05  FILLER                      PIC X(1).
