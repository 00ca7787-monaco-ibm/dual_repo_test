      *****************************************************************
      *                                                               *
      *   NAMEPHNL                                                    *
      *   Parameter area for the NAMEPHON phonetic-key subprogram.    *
      *   Caller fills the IN fields from the legal name columns;     *
      *   NAMEPHON returns a four-character sound-alike code for      *
      *   each (letter plus three digits - SMITH, SMYTHE and SCHMIDT  *
      *   all give S530). The two codes side by side, last name       *
      *   first, are the phonetic key NAMEMAST stores on the master   *
      *   and the NS01 search transaction browses by. A blank name    *
      *   gives a blank code. Copied with                             *
      *   REPLACING ==:PFX:== BY ==xxx==.                             *
      *                                                               *
      *****************************************************************
           05  :PFX:-IN-LASTNAME           PIC X(20).
           05  :PFX:-IN-FIRSTNAME          PIC X(20).
           05  :PFX:-OUT-PHONETIC-KEY.
               10  :PFX:-OUT-LAST-KEY      PIC X(4).
               10  :PFX:-OUT-FIRST-KEY     PIC X(4).
