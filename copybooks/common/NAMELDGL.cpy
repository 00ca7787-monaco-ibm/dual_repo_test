      *****************************************************************
      *                                                               *
      *   NAMELDGL                                                    *
      *   Parameter area for the NAMELDG run-control ledger           *
      *   subprogram. At startup the caller sets FUNCTION "CHECK",    *
      *   its STEP-NAME and, for the step that opens the business     *
      *   date (the combine), OPENS-DATE-SW "Y"; NAMELDG returns      *
      *   the BUSINESS-DATE and PRIOR-DATE and RESULT "00" when the   *
      *   step may run, or another RESULT with RESULT-TEXT saying     *
      *   why not. At the end the caller sets FUNCTION "COMPLETE",    *
      *   its final STEP-RC and up to five TOTAL label/count pairs,   *
      *   leaving the rest of the area as CHECK returned it.          *
      *   BUSINESS-DATE is returned by CHECK; a caller may instead    *
      *   pass the date it runs for there (zero = let NAMELDG decide).*
      *   RUN-BY: a program ledgering a step other than itself (the   *
      *   NAMECONS rollup) names itself there; it is carried onto     *
      *   the ledger records. Spaces otherwise.                       *
      *   OVERRIDE-SW is returned by CHECK as written on the start    *
      *   record: "R" when the step was let in by RERUN-DATE, "W"     *
      *   by WAIVE-PRIOR-DATE, space on an ordinary start.            *
      *   Copied with REPLACING ==:PFX:== BY ==xxx==.                 *
      *                                                               *
      *****************************************************************
           05  :PFX:-FUNCTION              PIC X(8).
           05  :PFX:-STEP-NAME             PIC X(8).
           05  :PFX:-OPENS-DATE-SW         PIC X(1).
           05  :PFX:-STEP-RC               PIC 9(2).
           05  :PFX:-TOTALS.
               10  :PFX:-TOTAL OCCURS 5 TIMES.
                   15  :PFX:-TOTAL-LABEL   PIC X(12).
                   15  :PFX:-TOTAL-COUNT   PIC 9(9).
           05  :PFX:-BUSINESS-DATE         PIC 9(8).
           05  :PFX:-PRIOR-DATE            PIC 9(8).
           05  :PFX:-RESULT                PIC X(2).
           05  :PFX:-RESULT-TEXT           PIC X(60).
           05  :PFX:-RUN-BY                PIC X(8).
           05  :PFX:-OVERRIDE-SW           PIC X(1).
               88  :PFX:-RERUN-OF-DATE                VALUE "R".
               88  :PFX:-PRIOR-WAIVED                 VALUE "W".
