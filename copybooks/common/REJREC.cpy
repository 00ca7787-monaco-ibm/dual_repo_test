      *   for the sequential reject extract, the reject KSDS, the    *
      *   resubmit queue KSDS and the batch resubmit input.          *
      *                                                               *
      *   RT-SENT-PERSON-ID: REPO_TWO's own id for the pair where    *
      *   the migration crosswalk translated it (spaces = same as    *
      *   PERSON-ID), so feedback to REPO_TWO names the id it sent.  *
      *                                                               *
      *   STATUS: R = rejected, awaiting correction                  *
      *           Q = corrected and queued for resubmit              *
      *                                                               *
           05  :PFX:-REASON                PIC X(40).
           05  :PFX:-STATUS                PIC X(1).
           05  :PFX:-REJECT-DATE           PIC 9(8).
           05  :PFX:-RT-SENT-PERSON-ID     PIC X(10).
           05  FILLER                      PIC X(3).
