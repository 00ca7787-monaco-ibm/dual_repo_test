      *****************************************************************
      *                                                               *
      *   SUSKREC                                                     *
      *   Suspense store record (PROD.DUALREPO.SUSP.VSAM, KSDS,       *
      *   220 bytes, KEYS(11 0)). One record per source and PERSON    *
      *   ID still waiting for its counterpart; DUALREPO reads and    *
      *   updates it by key during the merge instead of reloading     *
      *   and rewriting a sequential suspense dataset every night.    *
      *   SOURCE, NAME-FIELD and the other name columns mean what     *
      *   they do on SUSPREC. STATE "A" = active (carried to the      *
      *   next run), "C" = cleared (matched, superseded, released     *
      *   or aged out - removed by the next run). CHANGE-DATE is the  *
      *   business date of the last update; the first update on a     *
      *   date saves the record as it stood before it in the PRIOR    *
      *   fields (PRIOR-STATE "N" = the record did not exist), so a   *
      *   restart still sees the carried-in state and a rerun of the  *
      *   date can put the store back first.                          *
      *   PRONOUNCE-NOTE is only used on source "3" entries; on       *
      *   source "2" the same bytes hold SENT-PERSON-ID, the id as    *
      *   REPO_TWO sent it where the migration crosswalk translated   *
      *   it (spaces = same as PERSON-ID).                            *
      *   Copied with REPLACING ==:PFX:== BY ==xxx==.                 *
      *                                                               *
      *****************************************************************
           05  :PFX:-KEY.
               10  :PFX:-SOURCE            PIC X(1).
               10  :PFX:-PERSON-ID         PIC X(10).
           05  :PFX:-STATE                 PIC X(1).
           05  :PFX:-CHANGE-DATE           PIC 9(8).
           05  :PFX:-PRIOR-STATE           PIC X(1).
           05  :PFX:-PRIOR-CHANGE-DATE     PIC 9(8).
           05  :PFX:-CURRENT.
               10  :PFX:-AGE-COUNT         PIC 9(3).
               10  :PFX:-NAME-FIELD        PIC X(20).
               10  :PFX:-MIDDLENAME        PIC X(20).
               10  :PFX:-MIDINITIAL        PIC X(1).
               10  :PFX:-NAMESUFFIX        PIC X(5).
               10  :PFX:-EFFECTIVE-DATE    PIC 9(8).
               10  :PFX:-PRONOUNCE-NOTE    PIC X(30).
               10  :PFX:-SENT-PERSON-ID REDEFINES
                       :PFX:-PRONOUNCE-NOTE PIC X(10).
           05  :PFX:-PRIOR.
               10  :PFX:-PRIOR-AGE-COUNT   PIC 9(3).
               10  :PFX:-PRIOR-NAME-FIELD  PIC X(20).
               10  :PFX:-PRIOR-MIDDLENAME  PIC X(20).
               10  :PFX:-PRIOR-MIDINITIAL  PIC X(1).
               10  :PFX:-PRIOR-NAMESUFFIX  PIC X(5).
               10  :PFX:-PRIOR-EFFECTIVE-DATE
                                           PIC 9(8).
               10  :PFX:-PRIOR-PRONOUNCE-NOTE
                                           PIC X(30).
               10  :PFX:-PRIOR-SENT-PERSON-ID REDEFINES
                       :PFX:-PRIOR-PRONOUNCE-NOTE
                                           PIC X(10).
           05  FILLER                      PIC X(17).
