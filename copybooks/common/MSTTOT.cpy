      *                                                               *
      *     MASTER-WRITTEN = ADD + CHANGE + DELETE + UNCHANGED        *
      *                      + HELD                                   *
      *     DELTA-WRITTEN  = ADD + CHANGE + DELETE + OVERRIDE         *
      *     HIST-WRITTEN   = CHANGE + DELETE + OVERRIDE               *
      *                                                               *
      *   OVERRIDE counts the steward name overrides (NO01) folded    *
      *   in from the override journal; each carries its own          *
      *   history row and CHANGE delta record but is not a person     *
      *   classification, so it stays out of MASTER-WRITTEN.          *
      *   LOCK-BLOCKED counts source transactions not applied         *
      *   because the person's legal name is locked.                  *
      *                                                               *
      *   PARTITION-ID, PART-LOW-ID, PART-HIGH-ID and BUSINESS-DATE   *
      *   stamp the run exactly as on CTLTOT.                         *
      *                                                               *
      *   APPLY-MODE is F for a FULL apply and D for a DELTA apply    *
      *   (space, on totals written before it was kept, is FULL).     *
      *   A DELTA apply writes no sequential generation - only the    *
      *   persons it touched are rewritten on the keyed master - so   *
      *   there the first tie-out reads:                              *
      *                                                               *
      *     MASTER-WRITTEN = ADD + CHANGE + DELETE                    *
      *                                                               *
      *   Copied with REPLACING ==:PFX:== BY ==xxx==.                 *
      *                                                               *
           05  :PFX:-MASTER-WRITTEN-COUNT  PIC 9(9).
           05  :PFX:-DELTA-WRITTEN-COUNT   PIC 9(9).
           05  :PFX:-HIST-WRITTEN-COUNT    PIC 9(9).
           05  :PFX:-OVERRIDE-COUNT        PIC 9(9).
           05  :PFX:-LOCK-BLOCKED-COUNT    PIC 9(9).
           05  :PFX:-PARTITION-ID          PIC 9(2).
           05  :PFX:-PART-LOW-ID           PIC X(10).
           05  :PFX:-PART-HIGH-ID          PIC X(10).
           05  :PFX:-BUSINESS-DATE         PIC 9(8).
           05  :PFX:-APPLY-MODE            PIC X(1).
               88  :PFX:-DELTA-APPLY       VALUE "D".
