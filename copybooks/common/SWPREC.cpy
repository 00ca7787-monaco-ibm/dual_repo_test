      *****************************************************************
      *                                                               *
      *   SWPREC                                                      *
      *   Delete-sweep transaction. The weekend sweep (NAMESWP)       *
      *   writes one record, in ascending PERSON ID, for every        *
      *   active master person that REPO_ONE or REPO_TWO no longer    *
      *   sends and the combine is not holding. NAMEMAST reads them   *
      *   (SWEEPIN) in DELTA apply mode, the one thing that mode      *
      *   cannot see for itself, and applies each as the DELETE a     *
      *   FULL pass would have made:                                  *
      *                                                               *
      *     ACTION        DELETE (the only action the sweep cuts)     *
      *     SWEEP-DATE    date the sweep found the absence            *
      *     MISSING-FROM  1 = not on REPO_ONE, 2 = not on REPO_TWO,   *
      *                   B = on neither                              *
      *                                                               *
      *   Copied with REPLACING ==:PFX:== BY ==xxx==.                 *
      *                                                               *
      *****************************************************************
           05  :PFX:-PERSON-ID             PIC X(10).
           05  :PFX:-ACTION                PIC X(8).
               88  :PFX:-IS-DELETE                  VALUE "DELETE".
           05  :PFX:-SWEEP-DATE            PIC 9(8).
           05  :PFX:-MISSING-FROM          PIC X(1).
               88  :PFX:-NOT-ON-REPO-ONE            VALUE "1".
               88  :PFX:-NOT-ON-REPO-TWO            VALUE "2".
               88  :PFX:-NOT-ON-EITHER              VALUE "B".
           05  FILLER                      PIC X(13).
