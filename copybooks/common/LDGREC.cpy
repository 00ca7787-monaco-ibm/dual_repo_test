      *****************************************************************
      *                                                               *
      *   LDGREC                                                      *
      *   Run-control ledger record (PROD.DUALREPO.RUNLEDGER, 160     *
      *   bytes, cumulative - appended, never rewritten). One record  *
      *   each time a ledgered step of the nightly stream starts      *
      *   (EVENT "S") and one when it ends (EVENT "C" = completed     *
      *   with a return code of 4 or less, "E" = ended with a         *
      *   higher code). A step that abends writes no end record, so   *
      *   its latest event for the date stays "S". The most recent    *
      *   event for a business date and step is that step's status    *
      *   for the date. OVERRIDE-SW marks a start let through by an   *
      *   operator card: "R" = RERUN-DATE (the date had completed),   *
      *   "W" = WAIVE-PRIOR-DATE (the prior date never completed).    *
      *   TOTALS carry up to five labelled control counts from the    *
      *   step on its end record. RUN-BY names the program that       *
      *   ledgered the step on its behalf - NAMECONS for the          *
      *   DUALREPO and NAMEMAST of a partitioned night - and is       *
      *   spaces when the step ledgered itself. Written by NAMELDG,   *
      *   listed by NAMESTAT. Copied with REPLACING ==:PFX:== BY      *
      *   ==xxx==.                                                    *
      *                                                               *
      *****************************************************************
           05  :PFX:-BUSINESS-DATE         PIC 9(8).
           05  :PFX:-STEP-NAME             PIC X(8).
           05  :PFX:-EVENT                 PIC X(1).
           05  :PFX:-STAMP-DATE            PIC 9(8).
           05  :PFX:-STAMP-TIME            PIC 9(6).
           05  :PFX:-STEP-RC               PIC 9(2).
           05  :PFX:-OVERRIDE-SW           PIC X(1).
           05  :PFX:-TOTALS.
               10  :PFX:-TOTAL OCCURS 5 TIMES.
                   15  :PFX:-TOTAL-LABEL   PIC X(12).
                   15  :PFX:-TOTAL-COUNT   PIC 9(9).
           05  :PFX:-RUN-BY                PIC X(8).
           05  FILLER                      PIC X(13).
