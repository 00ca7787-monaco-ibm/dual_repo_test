      *****************************************************************
      *                                                               *
      *   PNDKREC                                                     *
      *   Pending store record (PROD.DUALREPO.PEND.VSAM, KSDS, 520    *
      *   bytes, KEYS(10 0)). One record per PERSON ID holding the    *
      *   future-dated combined record (COMBREC image) until the run  *
      *   on or after its effective date releases it. STATE and the   *
      *   dated PRIOR copy work exactly as on SUSKREC: "A" = held,    *
      *   "C" = released or superseded, PRIOR-STATE "N" = the record  *
      *   did not exist before CHANGE-DATE. CHANGE-STEP is the        *
      *   DUALREPO merge step that made the last update (zero before  *
      *   the merge), so a checkpoint restart can tell an update the  *
      *   checkpoint already counted from one it has to redo.         *
      *   REPLACE-SW "Y": the current image was pended by that step   *
      *   in place of another pended earlier on the same CHANGE-DATE  *
      *   (a second future-dated pair for the person that night).     *
      *   Programs move an IMAGE to a COMBREC area for its fields.    *
      *   Copied with REPLACING ==:PFX:== BY ==xxx==.                 *
      *                                                               *
      *****************************************************************
           05  :PFX:-CURRENT-IMAGE.
               10  :PFX:-PERSON-ID         PIC X(10).
               10  FILLER                  PIC X(230).
           05  :PFX:-STATE                 PIC X(1).
           05  :PFX:-CHANGE-DATE           PIC 9(8).
           05  :PFX:-CHANGE-STEP           PIC 9(9).
           05  :PFX:-PRIOR-STATE           PIC X(1).
           05  :PFX:-PRIOR-CHANGE-DATE     PIC 9(8).
           05  :PFX:-PRIOR-IMAGE           PIC X(240).
           05  :PFX:-REPLACE-SW            PIC X(1).
           05  FILLER                      PIC X(12).
