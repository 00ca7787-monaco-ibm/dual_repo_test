      *****************************************************************
      *                                                               *
      *   EXTENV                                                      *
      *   Extract envelope record. Every source extract (NAMEIN1      *
      *   REPO_ONE, NAMEIN2 REPO_TWO, NAMEIN3 REPO_THREE) arrives     *
      *   wrapped in one HEADER record ahead of the detail records    *
      *   and one TRAILER record after them. RECORD-TYPE overlays     *
      *   the detail record's PERSON-ID, so the literals below can    *
      *   never collide with a real (numeric) PERSON-ID:              *
      *                                                               *
      *     HEADER   - SOURCE-ID, EXTRACT-DATE (yyyymmdd) and         *
      *                EXTRACT-SEQ, which the source bumps by one     *
      *                for every extract it cuts                      *
      *     TRAILER  - RECORD-COUNT (detail records only, header and  *
      *                trailer excluded) and HASH-TOTAL, the sum of   *
      *                every detail record's PERSON-ID taken as a     *
      *                10-digit unsigned number (a non-numeric id     *
      *                adds nothing)                                  *
      *     ACCEPTED - the envelope DUALREPO last proved for that     *
      *                source, carried run to run on the EXTENV       *
      *                dataset (all fields filled)                    *
      *                                                               *
      *   Copied with REPLACING ==:PFX:== BY ==xxx==.                 *
      *                                                               *
      *****************************************************************
           05  :PFX:-RECORD-TYPE           PIC X(10).
               88  :PFX:-IS-HEADER                  VALUE "HEADER".
               88  :PFX:-IS-TRAILER                 VALUE "TRAILER".
               88  :PFX:-IS-ACCEPTED                VALUE "ACCEPTED".
           05  :PFX:-SOURCE-ID             PIC X(10).
           05  :PFX:-EXTRACT-DATE          PIC 9(8).
           05  :PFX:-EXTRACT-SEQ           PIC 9(6).
           05  :PFX:-RECORD-COUNT          PIC 9(9).
           05  :PFX:-HASH-TOTAL            PIC 9(18).
           05  FILLER                      PIC X(3).
