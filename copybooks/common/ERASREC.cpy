      *****************************************************************
      *                                                               *
      *   ERASREC                                                     *
      *   Right-to-erasure tombstone. NAMEERS writes one record per   *
      *   erased PERSON-ID to the cumulative ERASED dataset, kept in  *
      *   ascending PERSON-ID order. DUALREPO loads the dataset at    *
      *   startup and drops any extract record for a tombstoned       *
      *   person, so a later source extract cannot put the person     *
      *   back. The same record, queued on the erasure notice         *
      *   dataset, tells NAMEDIST to send every subscriber an         *
      *   erasure notice for the person:                              *
      *                                                               *
      *     ERASE-DATE/TIME  when the erasure job removed the person  *
      *     APPROVAL-REF     the legal approval reference from the    *
      *                      APPROVAL-REF card of that run            *
      *                                                               *
      *   The tombstone carries the PERSON-ID only - never a name.    *
      *   Copied with REPLACING ==:PFX:== BY ==xxx==.                 *
      *                                                               *
      *****************************************************************
           05  :PFX:-PERSON-ID             PIC X(10).
           05  :PFX:-ERASE-DATE            PIC 9(8).
           05  :PFX:-ERASE-TIME            PIC 9(6).
           05  :PFX:-APPROVAL-REF          PIC X(20).
           05  FILLER                      PIC X(6).
