      *****************************************************************
      *                                                               *
      *   OVRREC                                                      *
      *   Steward override journal record. The NO01 online            *
      *   transaction (NAMEOVR) writes one record for every SET,      *
      *   LOCK or UNLOCK it applies to the keyed master, keyed on     *
      *   PERSON-ID plus the date and time of the action, so the      *
      *   journal KSDS reads back in person and time order:           *
      *                                                               *
      *     SET     legal name fields replaced, lock unchanged        *
      *     LOCK    legal name fields replaced (when any were         *
      *             given) and locked against source overwrite        *
      *     UNLOCK  lock removed, name fields untouched               *
      *                                                               *
      *   OPERATOR-ID and REASON are mandatory on every action and    *
      *   are kept for good on the cumulative override log. When      *
      *   the legal name actually moved (NAME-CHANGED = Y) the        *
      *   record also carries, fully built, the NAMEHIST row for      *
      *   the superseded name and the NAMEDELTA CHANGE record         *
      *   (reason N) exactly as a batch CHANGE writes them; the       *
      *   next NAMEMAST run appends both to its outputs. The AFTER    *
      *   image is the master record as the transaction left it,      *
      *   lock flag included, and is filled on every action.          *
      *   Copied with REPLACING ==:PFX:== BY ==xxx==.                 *
      *                                                               *
      *****************************************************************
           05  :PFX:-KEY.
               10  :PFX:-PERSON-ID         PIC X(10).
               10  :PFX:-ACTION-DATE       PIC 9(8).
               10  :PFX:-ACTION-TIME       PIC 9(6).
           05  :PFX:-ACTION                PIC X(8).
               88  :PFX:-IS-SET                     VALUE "SET".
               88  :PFX:-IS-LOCK                    VALUE "LOCK".
               88  :PFX:-IS-UNLOCK                  VALUE "UNLOCK".
           05  :PFX:-OPERATOR-ID           PIC X(8).
           05  :PFX:-REASON                PIC X(40).
           05  :PFX:-NAME-CHANGED-SW       PIC X(1).
               88  :PFX:-NAME-CHANGED               VALUE "Y".
           05  :PFX:-HISTORY-ROW           PIC X(264).
           05  :PFX:-DELTA-ROW.
               10  :PFX:-DELTA-ACTION      PIC X(8).
               10  :PFX:-AFTER-IMAGE       PIC X(270).
               10  :PFX:-DELTA-REASON      PIC X(1).
               10  FILLER                  PIC X(1).
           05  FILLER                      PIC X(15).
