      *****************************************************************
      *                                                               *
      *   FBKREC                                                      *
      *   Data-correction feedback to a source owner - one record     *
      *   per field we could not take as the source sent it. Written  *
      *   by DUALREPO as it finds the problem and by the NC01 online  *
      *   correction transaction (NAMECORR) as the operator fixes a   *
      *   reject; NAMEFBK cuts each source's daily feedback extract   *
      *   from them. The key (source, PERSON-ID, field) also keys     *
      *   the NC01 correction journal KSDS:                           *
      *                                                               *
      *     SOURCE      1 = REPO_ONE, 2 = REPO_TWO, 3 = REPO_THREE    *
      *     PERSON-ID   the id as the source sent it                  *
      *     VALUE-SENT  the field's value on the source extract       *
      *     VALUE-USED  the value we kept or the operator keyed -     *
      *                 spaces when the record was dropped            *
      *     REASON-CODE NC  corrected by an operator on NC01          *
      *                 DM  disagrees with REPO_ONE, the system of    *
      *                     record for the demographic fields         *
      *                 AS  unmatched until it aged out of suspense   *
      *                 XW  REPO_TWO id not on the migration          *
      *                     crosswalk                                 *
      *     OPERATOR-ID NC01 corrections only                         *
      *                                                               *
      *   Copied with REPLACING ==:PFX:== BY ==xxx==.                 *
      *                                                               *
      *****************************************************************
           05  :PFX:-KEY.
               10  :PFX:-SOURCE            PIC X(1).
                   88  :PFX:-FROM-REPO-ONE          VALUE "1".
                   88  :PFX:-FROM-REPO-TWO          VALUE "2".
                   88  :PFX:-FROM-REPO-THREE        VALUE "3".
               10  :PFX:-PERSON-ID         PIC X(10).
               10  :PFX:-FIELD-NAME        PIC X(20).
           05  :PFX:-VALUE-SENT            PIC X(30).
           05  :PFX:-VALUE-USED            PIC X(30).
           05  :PFX:-REASON-CODE           PIC X(2).
               88  :PFX:-OPERATOR-CORRECTION        VALUE "NC".
               88  :PFX:-DEMOGRAPHIC-MISMATCH       VALUE "DM".
               88  :PFX:-SUSPENSE-AGED-OUT          VALUE "AS".
               88  :PFX:-CROSSWALK-MISS             VALUE "XW".
           05  :PFX:-REASON-TEXT           PIC X(40).
           05  :PFX:-EVENT-DATE            PIC 9(8).
           05  :PFX:-EVENT-TIME            PIC 9(6).
           05  :PFX:-OPERATOR-ID           PIC X(8).
           05  FILLER                      PIC X(5).
