               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT SUSPENSE-STORE-FILE ASSIGN TO "SUSPVSAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SST-KEY
               FILE STATUS IS WS-SUSPVSAM-STATUS.

           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLTOT-STATUS.

           SELECT PENDING-STORE-FILE ASSIGN TO "PENDVSAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PST-PERSON-ID
               FILE STATUS IS WS-PENDVSAM-STATUS.

           SELECT REJECT-OUT-FILE ASSIGN TO "REJOUT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALFILE-STATUS.

           SELECT OPTIONAL ENVELOPE-IN-FILE ASSIGN TO "ENVIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENVIN-STATUS.

           SELECT ENVELOPE-OUT-FILE ASSIGN TO "ENVOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENVOUT-STATUS.

           SELECT OPTIONAL ERASED-FILE ASSIGN TO "ERASED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERASED-STATUS.

           SELECT FEEDBACK-OUT-FILE ASSIGN TO "FBKOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FBKOUT-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
           05  IN1-MIDINITIAL              PIC X(1).
           05  IN1-NAMESUFFIX              PIC X(5).
           05  IN1-EFFECTIVE-DATE          PIC 9(8).
       01  NAME-INPUT-ENVELOPE1.
           COPY EXTENV REPLACING ==:PFX:== BY ==EN1==.

       FD  NAME-INPUT-FILE2
           RECORDING MODE IS F.
           05  IN2-MIDINITIAL              PIC X(1).
           05  IN2-NAMESUFFIX              PIC X(5).
           05  IN2-EFFECTIVE-DATE          PIC 9(8).
       01  NAME-INPUT-ENVELOPE2.
           COPY EXTENV REPLACING ==:PFX:== BY ==EN2==.

       FD  NAME-INPUT-FILE3
           RECORDING MODE IS F.
           05  IN3-PREFNAME                PIC X(20).
           05  IN3-PRONOUNCE-NOTE          PIC X(30).
           05  IN3-EFFECTIVE-DATE          PIC 9(8).
       01  NAME-INPUT-ENVELOPE3.
           COPY EXTENV REPLACING ==:PFX:== BY ==EN3==.

       FD  COMBINED-OUTPUT-FILE
           RECORDING MODE IS F.
           05  CHKPT-PREF-NOOP-COUNT       PIC 9(9).
           05  CHKPT-PEND-SUPERSEDED-COUNT PIC 9(9).
           05  CHKPT-XWALK-MISS-COUNT      PIC 9(9).
           05  CHKPT-ERASED-DROP-COUNT     PIC 9(9).
           05  CHKPT-PEND-REPLACED-COUNT   PIC 9(9).

       FD  CONTROL-REPORT-FILE
           RECORDING MODE IS F.
           05  AUD-FIRSTNAME               PIC X(20).
           05  AUD-LASTNAME                PIC X(20).

       FD  SUSPENSE-STORE-FILE.
       01  SUSPENSE-STORE-RECORD.
           COPY SUSKREC REPLACING ==:PFX:== BY ==SST==.

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-TOTALS-RECORD.
           COPY CTLTOT REPLACING ==:PFX:== BY ==TOT==.

       FD  PENDING-STORE-FILE.
       01  PENDING-STORE-RECORD.
           COPY PNDKREC REPLACING ==:PFX:== BY ==PST==.

       FD  REJECT-OUT-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  CALENDAR-RECORD.
           COPY CALREC REPLACING ==:PFX:== BY ==CAL==.

       FD  ENVELOPE-IN-FILE
           RECORDING MODE IS F.
       01  ENVELOPE-IN-RECORD.
           COPY EXTENV REPLACING ==:PFX:== BY ==EVI==.

       FD  ENVELOPE-OUT-FILE
           RECORDING MODE IS F.
       01  ENVELOPE-OUT-RECORD.
           COPY EXTENV REPLACING ==:PFX:== BY ==EVO==.

       FD  ERASED-FILE
           RECORDING MODE IS F.
       01  ERASED-RECORD.
           COPY ERASREC REPLACING ==:PFX:== BY ==ERS==.

       FD  FEEDBACK-OUT-FILE
           RECORDING MODE IS F.
       01  FEEDBACK-OUT-RECORD             PIC X(160).
      /
       WORKING-STORAGE SECTION.

           05  WS-CHKPT-STATUS             PIC X(2)  VALUE SPACES.
           05  WS-RPTOUT-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-AUDITLOG-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-SUSPVSAM-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-SUSPVSAM-EOF-SW          PIC X(1)  VALUE "N".
               88  END-OF-SUSPENSE-STORE              VALUE "Y".
           05  WS-CTLCARD-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-CTLTOT-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-PENDVSAM-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-PENDVSAM-EOF-SW          PIC X(1)  VALUE "N".
               88  END-OF-PENDING-STORE               VALUE "Y".
           05  WS-STORE-FOUND-SW           PIC X(1)  VALUE "N".
               88  STORE-RECORD-FOUND                 VALUE "Y".
           05  WS-REJOUT-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-RESUBIN-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-RESUBIN-EOF-SW           PIC X(1)  VALUE "N".
           05  WS-CALFILE-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-CALFILE-EOF-SW           PIC X(1)  VALUE "N".
               88  END-OF-CALENDAR                    VALUE "Y".
           05  WS-ENVIN-STATUS             PIC X(2)  VALUE SPACES.
           05  WS-ENVOUT-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-ENVIN-EOF-SW             PIC X(1)  VALUE "N".
               88  END-OF-ENVELOPE-IN                 VALUE "Y".
           05  WS-ENV-SCAN-EOF-SW          PIC X(1)  VALUE "N".
               88  END-OF-ENVELOPE-SCAN               VALUE "Y".
           05  WS-ERASED-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-ERASED-EOF-SW            PIC X(1)  VALUE "N".
               88  END-OF-ERASED                      VALUE "Y".
           05  WS-ERASED-FOUND-SW          PIC X(1)  VALUE "N".
               88  PERSON-ERASED                      VALUE "Y".
           05  WS-FBKOUT-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-PROC-DAY-SW              PIC X(1)  VALUE "Y".
               88  RUN-IS-PROCESSING-DAY              VALUE "Y".
           05  WS-CTLCARD-EOF-SW           PIC X(1)  VALUE "N".
               88  PREF-MATCHED                       VALUE "Y".
           05  WS-PREF-APPLY-SW            PIC X(1)  VALUE "N".
               88  PREF-APPLY                         VALUE "Y".
           05  WS-SUS1-EOF-SW              PIC X(1)  VALUE "N".
               88  SUSPENSE1-EXHAUSTED                VALUE "Y".
           05  WS-SUS2-EOF-SW              PIC X(1)  VALUE "N".
               88  SUSPENSE2-EXHAUSTED                VALUE "Y".
           05  WS-SUS3-EOF-SW              PIC X(1)  VALUE "N".
               88  SUSPENSE3-EXHAUSTED                VALUE "Y".
           05  WS-SUS-FETCH-SW             PIC X(1)  VALUE "N".
               88  SUSPENSE-FETCH-FOUND               VALUE "Y".
           05  WS-DRAIN-DONE-SW            PIC X(1)  VALUE "N".
               88  DRAIN-ALREADY-DONE                 VALUE "Y".
           05  WS-FETCH1-DONE-SW           PIC X(1)  VALUE "N".
           05  WS-RECORDS-RELEASED-COUNT   PIC 9(9)  VALUE 0.
           05  WS-PENDING-KEPT-COUNT       PIC 9(9)  VALUE 0.
           05  WS-PENDING-SUPERSEDED-COUNT PIC 9(9)  VALUE 0.
           05  WS-PENDING-REPLACED-COUNT   PIC 9(9)  VALUE 0.
           05  WS-RESUBMIT-READ-COUNT      PIC 9(9)  VALUE 0.
           05  WS-PREF-READ-COUNT          PIC 9(9)  VALUE 0.
           05  WS-PREF-SUSP-IN-COUNT       PIC 9(9)  VALUE 0.
           05  WS-PREF-APPLIED-COUNT       PIC 9(9)  VALUE 0.
           05  WS-PREF-NOOP-COUNT          PIC 9(9)  VALUE 0.
           05  WS-XWALK-MISS-COUNT         PIC 9(9)  VALUE 0.
           05  WS-ERASED-DROP-COUNT        PIC 9(9)  VALUE 0.

      *    Each extract must arrive in ascending PERSON ID order or
      *    the keyed merge silently turns the whole file into
           05  WS-CC-TOKEN-LEN             PIC 9(2)  VALUE 0.
           05  WS-CC-NUMBER                PIC 9(9)  VALUE 0.

      *    Partitioned run: PARTITION=nn with PARTITION-LOW-ID= and
      *    PARTITION-HIGH-ID= (ten-digit PERSON IDs, all three cards
      *    or none) make this run one of several concurrent
      *    partitions of the night's combine, each owning one
      *    PERSON ID range. The extracts are read up to the end of
      *    the range, keys below it are passed over, and only the
      *    range's resubmits and suspense and pending store entries
      *    are touched, so partitions sharing the keyed stores never
      *    meet on a record. A partition records itself on its own
      *    run ledger as DUALRPnn, and stamps its partition and
      *    range on the control totals for the NAMECONS rollup that
      *    proves the ranges cover every PERSON ID. No cards - the
      *    whole key range, exactly as a single-stream run.
       01  WS-PARTITION-AREA.
           05  WS-PART-ID                  PIC 9(2)  VALUE 0.
           05  WS-PART-LOW-ID              PIC X(10)
                                                VALUE LOW-VALUES.
           05  WS-PART-HIGH-ID             PIC X(10)
                                                VALUE HIGH-VALUES.
           05  WS-PARTITION-SW             PIC X(1)  VALUE "N".
               88  PARTITIONED-RUN                    VALUE "Y".
           05  WS-CC-PERSON-ID             PIC X(10) VALUE SPACES.
           05  WS-PART-RANGE-LINE.
               10  FILLER                  PIC X(10) VALUE "PARTITION ".
               10  WS-PRL-PART-ID          PIC 9(2).
               10  FILLER                  PIC X(15)
                                   VALUE " - PERSON IDS  ".
               10  WS-PRL-LOW-ID           PIC X(10).
               10  FILLER                  PIC X(4)  VALUE " TO ".
               10  WS-PRL-HIGH-ID          PIC X(10).

       01  WS-SEQ-ERROR-LINE.
           05  FILLER                      PIC X(20) VALUE
               "SEQUENCE ERROR FILE=".
           05  WS-SEQ-PREV                 PIC X(10).
           05  FILLER                      PIC X(6)  VALUE SPACES.

      *    Envelope proof, run over all three extracts before the
      *    merge reads a single detail record. Entry 1 is NAMEIN1
      *    (REPO_ONE), 2 is NAMEIN2 (REPO_TWO), 3 is NAMEIN3
      *    (REPO_THREE). The PRIOR fields come from the envelope
      *    each source last had accepted, carried on the EXTENV
      *    dataset - today's header must be the next EXTRACT-SEQ
      *    after it, so a re-sent file (same date and sequence) or
      *    a skipped extract stops the run with RETURN-CODE 14
      *    before any output is written. A source with no prior
      *    envelope on file, or one named on an ENVELOPE-RESYNC
      *    card, has tonight's sequence taken as its new baseline;
      *    the record count and hash total are always proved.
       01  WS-ENVELOPE-AREA.
           05  WS-ENV-I                    PIC 9(1)  VALUE 0.
           05  WS-ENV-EXPECTED-SEQ         PIC 9(6)  VALUE 0.
           05  WS-ENV-SCAN-STATE           PIC X(1)  VALUE "B".
               88  ENV-SCAN-AT-START                  VALUE "B".
               88  ENV-SCAN-IN-BODY                   VALUE "H".
               88  ENV-SCAN-PAST-TRAILER              VALUE "T".
           05  WS-ENV-ERROR-REASON         PIC X(40) VALUE SPACES.
           05  WS-ENV-CARD-MATCH-SW        PIC X(1)  VALUE "N".
               88  ENV-CARD-MATCHED                   VALUE "Y".
           05  WS-ENV-ENTRY OCCURS 3 TIMES.
               10  WS-ENV-DD-NAME          PIC X(8).
               10  WS-ENV-SOURCE-ID        PIC X(10).
               10  WS-ENV-PROVED-SW        PIC X(1).
                   88  ENV-PROVED                     VALUE "Y".
               10  WS-ENV-RESYNC-SW        PIC X(1).
                   88  ENV-RESYNC-REQUESTED           VALUE "Y".
               10  WS-ENV-PRIOR-SW         PIC X(1).
                   88  ENV-PRIOR-ON-FILE              VALUE "Y".
               10  WS-ENV-PRIOR-DATE       PIC 9(8).
               10  WS-ENV-PRIOR-SEQ        PIC 9(6).
               10  WS-ENV-HDR-DATE         PIC 9(8).
               10  WS-ENV-HDR-SEQ          PIC 9(6).
               10  WS-ENV-TRL-COUNT        PIC 9(9).
               10  WS-ENV-TRL-HASH         PIC 9(18).
               10  WS-ENV-DETAIL-COUNT     PIC 9(9).
               10  WS-ENV-DETAIL-HASH      PIC 9(18).

       01  WS-ENV-SCAN-RECORD.
           COPY EXTENV REPLACING ==:PFX:== BY ==ENV==.
       01  WS-ENV-SCAN-DETAIL REDEFINES WS-ENV-SCAN-RECORD.
           05  WS-ENV-SCAN-PERSON-ID       PIC X(10).
           05  WS-ENV-SCAN-ID-NUMBER REDEFINES WS-ENV-SCAN-PERSON-ID
                                           PIC 9(10).
           05  FILLER                      PIC X(54).

       01  WS-ENV-REPORT-LINE.
           05  WS-ENV-RPT-DD-NAME          PIC X(8).
           05  WS-ENV-RPT-SOURCE-ID        PIC X(10).
           05  FILLER                      PIC X(6)  VALUE " DATE=".
           05  WS-ENV-RPT-DATE             PIC 9(8).
           05  FILLER                      PIC X(5)  VALUE " SEQ=".
           05  WS-ENV-RPT-SEQ              PIC 9(6).
           05  FILLER                      PIC X(6)  VALUE " RECS=".
           05  WS-ENV-RPT-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(6)  VALUE " HASH=".
           05  WS-ENV-RPT-HASH             PIC Z(17)9.

       01  WS-ENV-PRIOR-LINE.
           05  FILLER                      PIC X(8)  VALUE SPACES.
           05  WS-ENV-PRI-TEXT             PIC X(30).
           05  WS-ENV-PRI-DATE             PIC X(8).
           05  WS-ENV-PRI-SEQ-TAG          PIC X(5).
           05  WS-ENV-PRI-SEQ              PIC X(6).
           05  FILLER                      PIC X(27) VALUE SPACES.

       01  WS-ENV-ERROR-LINE.
           05  FILLER                      PIC X(20) VALUE
               "ENVELOPE ERROR FILE=".
           05  WS-ENV-ERR-DD-NAME          PIC X(8).
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-ENV-ERR-REASON           PIC X(40).
           05  FILLER                      PIC X(15) VALUE SPACES.

      *    One run's unmatched records are carried to the next run on
      *    the suspense store (SUSKREC, keyed by source and PERSON ID)
      *    and folded back into the matching side's input stream at
      *    read time, so a late-arriving counterpart matches
      *    automatically. Each side keeps a one-entry lookahead on
      *    the store, read forward by key as the merge advances, so
      *    nothing is loaded into storage and there is no limit on
      *    how many records can sit in suspense. The lookahead sees
      *    the store as it stood when the business date began (the
      *    PRIOR copy of anything already updated for the date),
      *    which keeps a restart's replay reading exactly what the
      *    failed run read. A record whose age passes the limit is
      *    written as a hard exception instead of re-suspending; a
      *    suspense record whose PERSON ID arrives again on the live
      *    extract is superseded (dropped in favor of the fresh
      *    record).
       01  WS-SUSPENSE-AREA.
           05  WS-SUSPENSE-AGE-LIMIT       PIC 9(3)  VALUE 3.
           05  WS-RO-AGE                   PIC 9(3)  VALUE 0.
           05  WS-RT-AGE                   PIC 9(3)  VALUE 0.
           05  WS-R3-AGE                   PIC 9(3)  VALUE 0.
           05  WS-NEW-AGE                  PIC 9(3)  VALUE 0.
           05  WS-SUS-FETCH-SOURCE         PIC X(1)  VALUE SPACE.
           05  WS-SUS-FETCH-KEY            PIC X(10) VALUE SPACES.
           05  WS-SUS1-KEY                 PIC X(10) VALUE LOW-VALUES.
           05  WS-SUS1-IMAGE.
               10  WS-SUS1-AGE             PIC 9(3).
               10  WS-SUS1-NAME-FIELD      PIC X(20).
               10  WS-SUS1-MIDDLENAME      PIC X(20).
               10  WS-SUS1-MIDINITIAL      PIC X(1).
               10  WS-SUS1-NAMESUFFIX      PIC X(5).
               10  WS-SUS1-EFFECTIVE-DATE  PIC 9(8).
               10  FILLER                  PIC X(30).
           05  WS-SUS2-KEY                 PIC X(10) VALUE LOW-VALUES.
           05  WS-SUS2-IMAGE.
               10  WS-SUS2-AGE             PIC 9(3).
               10  WS-SUS2-NAME-FIELD      PIC X(20).
               10  WS-SUS2-MIDDLENAME      PIC X(20).
               10  WS-SUS2-MIDINITIAL      PIC X(1).
               10  WS-SUS2-NAMESUFFIX      PIC X(5).
               10  WS-SUS2-EFFECTIVE-DATE  PIC 9(8).
               10  WS-SUS2-SENT-PERSON-ID  PIC X(10).
               10  FILLER                  PIC X(20).
           05  WS-SUS3-KEY                 PIC X(10) VALUE LOW-VALUES.
           05  WS-SUS3-IMAGE.
               10  WS-SUS3-AGE             PIC 9(3).
               10  WS-SUS3-PREFNAME        PIC X(20).
               10  FILLER                  PIC X(26).
               10  WS-SUS3-EFFECTIVE-DATE  PIC 9(8).
               10  WS-SUS3-PRONOUNCE-NOTE  PIC X(30).

      *    A suspense store record as the run sees it (carried-in
      *    state and image), and the update to be applied to one.
       01  WS-SUSPENSE-VIEW.
           05  WS-SVW-STATE                PIC X(1).
               88  SVW-CARRIED-IN                     VALUE "A".
           05  WS-SVW-IMAGE                PIC X(87).

       01  WS-SUSPENSE-UPDATE.
           05  WS-SUP-KEY.
               10  WS-SUP-SOURCE           PIC X(1).
               10  WS-SUP-PERSON-ID        PIC X(10).
           05  WS-SUP-STATE                PIC X(1).
           05  WS-SUP-IMAGE.
               10  WS-SUP-AGE-COUNT        PIC 9(3).
               10  WS-SUP-NAME-FIELD       PIC X(20).
               10  WS-SUP-MIDDLENAME       PIC X(20).
               10  WS-SUP-MIDINITIAL       PIC X(1).
               10  WS-SUP-NAMESUFFIX       PIC X(5).
               10  WS-SUP-EFFECTIVE-DATE   PIC 9(8).
               10  WS-SUP-PRONOUNCE-NOTE   PIC X(30).
               10  WS-SUP-SENT-PERSON-ID REDEFINES
                       WS-SUP-PRONOUNCE-NOTE
                                           PIC X(10).

      *    Future-dated pairs are held on the pending store (PNDKREC,
      *    one record per PERSON ID) and read and updated by key: the
      *    release pass browses it before the merge and releases the
      *    entries whose effective date has arrived, a fresh matched
      *    pair for the same person supersedes the held copy through
      *    a keyed read during the merge (so a change pre-keyed weeks
      *    ahead stays at ONE pending record, not one per run), and
      *    a newly pended pair is written or rewritten in place.
      *    Nothing is reloaded or rewritten wholesale, so there is no
      *    limit on the size of the pending inventory.
       01  WS-PENDING-AREA.
           05  WS-PENDING-ON-FILE-COUNT    PIC 9(9)  VALUE 0.
           05  WS-PVW-STATE                PIC X(1)  VALUE SPACE.
               88  PVW-CARRIED-IN                     VALUE "A".
           05  WS-PUP-STATE                PIC X(1)  VALUE SPACE.
           05  WS-PUP-STEP                 PIC 9(9)  VALUE 0.
           05  WS-PUP-REPLACE-SW           PIC X(1)  VALUE SPACE.

      *    Business date of the run (from the run ledger) - stamped
      *    on every suspense and pending store update, and the date
      *    the calendar and every effective-date test are judged
      *    against, so a resumed or rerun date behaves as its own
      *    night did. WS-RUN-DATE is only the audit/report stamp.
       01  WS-STORE-DATE                   PIC 9(8)  VALUE 0.

       01  WS-PEND-WORK.
           COPY COMBREC REPLACING ==:PFX:== BY ==PWK==.

      *    The entry already held for a person, when a second
      *    future-dated pair for them arrives in the same run.
       01  WS-HELD-WORK.
           COPY COMBREC REPLACING ==:PFX:== BY ==HWK==.

      *    Feedback to the source owners is built here and written
      *    from here, so one setup can serve several records.
       01  WS-FEEDBACK-WORK.
           COPY FBKREC REPLACING ==:PFX:== BY ==FBK==.

      *    Optional PERSON-ID crosswalk for the REPO_TWO platform
      *    migration: old REPO_TWO id to canonical id, supplied by
      *    the migration team and loaded at startup. When the
      *    continues on clean keys and the balancing equations are
      *    untouched - the dropped record never enters the
      *    records-read count.
      *    Unlike the suspense and pending inventories, which are
      *    read from their keyed stores as the merge reaches them,
      *    the crosswalk is consulted for every REPO_TWO record and
      *    covers the full renumbered population, so the table is
      *    population-sized (REGION=0M carries it) and the
      *    dataset must arrive sorted ascending by OLD id - the
      *    load enforces that so each record's lookup can be a
      *    binary SEARCH ALL instead of a per-record scan that
           05  WS-XWALK-COUNT              PIC 9(7)  VALUE 0.
           05  WS-XWALK-PREV-OLD-ID        PIC X(10)
                                                VALUE LOW-VALUES.
      *    The PERSON-ID exactly as REPO_TWO sent it, before any
      *    translation - for the record being fetched (IN2), and for
      *    the REPO_TWO side of the pair in hand (RT), whether it
      *    came from the extract, the suspense store or a resubmit.
      *    Everything fed back to REPO_TWO is keyed on it, since
      *    REPO_TWO cannot match a canonical id it never sent.
           05  WS-IN2-SENT-PERSON-ID       PIC X(10) VALUE SPACES.
           05  WS-RT-SENT-PERSON-ID        PIC X(10) VALUE SPACES.
           05  WS-XWALK-TABLE.
               10  WS-XWALK-ENTRY OCCURS 0 TO 2000000 TIMES
                       DEPENDING ON WS-XWALK-COUNT
                   15  WS-XWALK-OLD-ID     PIC X(10).
                   15  WS-XWALK-NEW-ID     PIC X(10).

      *    Right-to-erasure tombstones (written by NAMEERS), loaded
      *    the same way as the crosswalk: ascending PERSON ID,
      *    enforced at load, binary-searched per extract record.
       01  WS-ERASED-AREA.
           05  WS-ERASED-TABLE-MAX         PIC 9(7)  VALUE 100000.
           05  WS-ERASED-COUNT             PIC 9(7)  VALUE 0.
           05  WS-ERASED-PREV-ID           PIC X(10)
                                                VALUE LOW-VALUES.
           05  WS-ERASED-CHECK-ID          PIC X(10) VALUE SPACES.
           05  WS-ERASED-TABLE.
               10  WS-ERASED-ENTRY OCCURS 0 TO 100000 TIMES
                       DEPENDING ON WS-ERASED-COUNT
                       ASCENDING KEY IS WS-ERASED-PERSON-ID
                       INDEXED BY WS-ERASED-IDX.
                   15  WS-ERASED-PERSON-ID PIC X(10).

      *    One-record lookahead of each live extract so the suspense
      *    store can be merged against it by key in Read-Record-1/2.
       01  WS-FILE1-HOLD.
           05  WS-F1-PERSON-ID             PIC X(10).
           05  WS-F1-FIRSTNAME             PIC X(20).
           05  WS-F2-MIDINITIAL            PIC X(1).
           05  WS-F2-NAMESUFFIX            PIC X(5).
           05  WS-F2-EFFECTIVE-DATE        PIC 9(8).
           05  WS-F2-SENT-PERSON-ID        PIC X(10).

       01  WS-FILE3-HOLD.
           05  WS-F3-PERSON-ID             PIC X(10).

       01  NAMEFMT-PARM.
           COPY NAMEFMTL REPLACING ==:PFX:== BY ==NFM==.

       01  NAMELDG-PARM.
           COPY NAMELDGL REPLACING ==:PFX:== BY ==NLD==.
      /
       LINKAGE SECTION.
       01  LS-PARM.
       Main.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM Determine-Restart-Mode
           PERFORM Initialize-Envelope-Table
           PERFORM Read-Run-Options
           PERFORM Check-Run-Ledger
           PERFORM Load-Crosswalk-Table
           PERFORM Load-Erased-Table
           PERFORM Check-Processing-Day
           PERFORM Open-Files
           PERFORM Prove-Extract-Envelopes
           PERFORM Read-Restart-Point
           PERFORM Prepare-Suspense-Store
           PERFORM Release-Pending-Names
           PERFORM Process-Resubmit-Names
      *    On a checkpoint restart the primed records are part of
               END-IF
           END-PERFORM
           PERFORM Drain-Repo-Three
           PERFORM Count-Kept-Pending
           PERFORM Write-Checkpoint
           PERFORM Write-Control-Report
           PERFORM Write-Control-Totals
           PERFORM Write-Accepted-Envelopes
           PERFORM Close-Files
           PERFORM Record-Run-Complete
           GOBACK.

      *    Run-control ledger - stops a second run for a business
      *    date this step already completed, and a run whose
      *    prior business date never completed (see NAMELDG). The
      *    combine opens the business date the later steps run for.
      *    A partition ledgers as DUALRPnn on its own partition
      *    ledger, so the partitions never wait on one another.
       Check-Run-Ledger.
           INITIALIZE NAMELDG-PARM
           MOVE "CHECK" TO NLD-FUNCTION
           IF PARTITIONED-RUN
               STRING "DUALRP" WS-PART-ID DELIMITED BY SIZE
                   INTO NLD-STEP-NAME
               END-STRING
           ELSE
               MOVE "DUALREPO" TO NLD-STEP-NAME
           END-IF
           MOVE "Y" TO NLD-OPENS-DATE-SW
           CALL "NAMELDG" USING NAMELDG-PARM
           IF NLD-RESULT NOT = "00"
               DISPLAY "DUALREPO STOPPED BY RUN LEDGER - "
                   NLD-RESULT-TEXT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE NLD-BUSINESS-DATE TO WS-STORE-DATE.

      *    The ledger call replaces RETURN-CODE, so the step's own
      *    code is passed in and put back afterwards.
       Record-Run-Complete.
           MOVE "COMPLETE" TO NLD-FUNCTION
           MOVE RETURN-CODE TO NLD-STEP-RC
           MOVE "READ" TO NLD-TOTAL-LABEL(1)
           MOVE WS-RECORDS-READ-COUNT TO NLD-TOTAL-COUNT(1)
           MOVE "COMBINED" TO NLD-TOTAL-LABEL(2)
           MOVE WS-RECORDS-COMBINED-COUNT TO NLD-TOTAL-COUNT(2)
           MOVE "REJECTED" TO NLD-TOTAL-LABEL(3)
           MOVE WS-RECORDS-REJECTED-COUNT TO NLD-TOTAL-COUNT(3)
           MOVE "SUSPENDED" TO NLD-TOTAL-LABEL(4)
           MOVE WS-SUSPENSE-OUT-COUNT TO NLD-TOTAL-COUNT(4)
           MOVE "PENDED" TO NLD-TOTAL-LABEL(5)
           MOVE WS-RECORDS-PENDED-COUNT TO NLD-TOTAL-COUNT(5)
           CALL "NAMELDG" USING NAMELDG-PARM
           MOVE NLD-STEP-RC TO RETURN-CODE.

       Determine-Restart-Mode.
           IF LS-PARM-DATA(1:1) = "Y"
               SET RESTART-REQUESTED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-CARD-FILE
           PERFORM Check-Partition-Cards.

       Apply-Control-Card.
           MOVE SPACES TO WS-CC-KEYWORD
               WHEN "CHECKPOINT"
                   PERFORM Check-Card-Yes-No
                   MOVE WS-CC-VALUE(1:1) TO WS-CHKPT-ENABLE-SW
               WHEN "ENVELOPE-RESYNC"
                   PERFORM Apply-Envelope-Resync-Card
      *        Exactly two digits, as NAMEMAST takes the same card -
      *        the number is also the PNN of the partition's datasets.
               WHEN "PARTITION"
                   IF WS-CC-VALUE(1:2) IS NOT NUMERIC OR
                           WS-CC-VALUE(3:) NOT = SPACES OR
                           WS-CC-VALUE(1:2) = "00"
                       PERFORM Abend-Bad-Card
                   END-IF
                   MOVE WS-CC-VALUE(1:2) TO WS-PART-ID
               WHEN "PARTITION-LOW-ID"
                   PERFORM Convert-Card-Person-Id
                   MOVE WS-CC-PERSON-ID TO WS-PART-LOW-ID
               WHEN "PARTITION-HIGH-ID"
                   PERFORM Convert-Card-Person-Id
                   MOVE WS-CC-PERSON-ID TO WS-PART-HIGH-ID
               WHEN OTHER
                   PERFORM Abend-Bad-Card
           END-EVALUATE.
               PERFORM Abend-Bad-Card
           END-IF.

      *    A range bound is a full ten-digit PERSON ID.
       Convert-Card-Person-Id.
           MOVE SPACES TO WS-CC-TOKEN
           MOVE 0 TO WS-CC-TOKEN-LEN
           UNSTRING WS-CC-VALUE DELIMITED BY ALL " "
               INTO WS-CC-TOKEN
                   COUNT IN WS-CC-TOKEN-LEN
           END-UNSTRING
           IF WS-CC-TOKEN-LEN NOT = 10 OR
                   WS-CC-TOKEN(1:10) IS NOT NUMERIC
               PERFORM Abend-Bad-Card
           END-IF
           MOVE WS-CC-TOKEN(1:10) TO WS-CC-PERSON-ID.

      *    The partition cards come as a set of three with the low
      *    bound not above the high one - a partial set would run a
      *    range nobody meant.
       Check-Partition-Cards.
           IF WS-PART-ID > 0 OR
                   WS-PART-LOW-ID NOT = LOW-VALUES OR
                   WS-PART-HIGH-ID NOT = HIGH-VALUES
               IF WS-PART-ID = 0 OR
                       WS-PART-LOW-ID = LOW-VALUES OR
                       WS-PART-HIGH-ID = HIGH-VALUES OR
                       WS-PART-LOW-ID > WS-PART-HIGH-ID
                   DISPLAY "DUALREPO ABEND - PARTITION CARDS NEED "
                       "PARTITION, PARTITION-LOW-ID AND "
                       "PARTITION-HIGH-ID WITH LOW NOT ABOVE HIGH"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET PARTITIONED-RUN TO TRUE
               DISPLAY "DUALREPO - PARTITION " WS-PART-ID
                   " PERSON IDS " WS-PART-LOW-ID " TO "
                   WS-PART-HIGH-ID
           END-IF.

      *    ENVELOPE-RESYNC=<source id> is for the night a source
      *    legitimately restarts or jumps its extract numbering
      *    (agreed with the source owner beforehand): that source's
      *    sequence and re-send checks are waived for this run only
      *    and tonight's header becomes its new baseline.
       Apply-Envelope-Resync-Card.
           MOVE "N" TO WS-ENV-CARD-MATCH-SW
           PERFORM VARYING WS-ENV-I FROM 1 BY 1 UNTIL WS-ENV-I > 3
               IF WS-CC-VALUE(1:10) = WS-ENV-SOURCE-ID(WS-ENV-I) AND
                       WS-CC-VALUE(11:50) = SPACES
                   MOVE "Y" TO WS-ENV-RESYNC-SW(WS-ENV-I)
                   SET ENV-CARD-MATCHED TO TRUE
               END-IF
           END-PERFORM
           IF NOT ENV-CARD-MATCHED
               PERFORM Abend-Bad-Card
           END-IF.

       Abend-Bad-Card.
           DISPLAY "DUALREPO ABEND - BAD CONTROL CARD: "
               CONTROL-CARD-RECORD
               OPEN EXTEND COMBINED-OUTPUT-FILE
               OPEN EXTEND ERROR-LISTING-FILE
               OPEN EXTEND EXCEPTION-LISTING-FILE
               OPEN EXTEND REJECT-OUT-FILE
               OPEN EXTEND FEEDBACK-OUT-FILE
           ELSE
               OPEN OUTPUT COMBINED-OUTPUT-FILE
               OPEN OUTPUT ERROR-LISTING-FILE
               OPEN OUTPUT EXCEPTION-LISTING-FILE
               OPEN OUTPUT REJECT-OUT-FILE
               OPEN OUTPUT FEEDBACK-OUT-FILE
           END-IF
           IF WS-NAMEOUT-STATUS NOT = "00"
               DISPLAY "DUALREPO ABEND - NAMEOUT OPEN FAILED, STATUS="
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REJOUT-STATUS NOT = "00"
               DISPLAY "DUALREPO ABEND - REJOUT OPEN FAILED, STATUS="
                   WS-REJOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FBKOUT-STATUS NOT = "00"
               DISPLAY "DUALREPO ABEND - FBKOUT OPEN FAILED, STATUS="
                   WS-FBKOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O SUSPENSE-STORE-FILE
           IF WS-SUSPVSAM-STATUS NOT = "00"
               DISPLAY "DUALREPO ABEND - SUSPVSAM OPEN FAILED, STATUS="
                   WS-SUSPVSAM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PENDING-STORE-FILE
           IF WS-PENDVSAM-STATUS NOT = "00"
               DISPLAY "DUALREPO ABEND - PENDVSAM OPEN FAILED, STATUS="
                   WS-PENDVSAM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
               END-IF
           END-IF.

       Initialize-Envelope-Table.
           PERFORM VARYING WS-ENV-I FROM 1 BY 1 UNTIL WS-ENV-I > 3
               MOVE "N" TO WS-ENV-PROVED-SW(WS-ENV-I)
               MOVE "N" TO WS-ENV-RESYNC-SW(WS-ENV-I)
               MOVE "N" TO WS-ENV-PRIOR-SW(WS-ENV-I)
               MOVE 0 TO WS-ENV-PRIOR-DATE(WS-ENV-I)
               MOVE 0 TO WS-ENV-PRIOR-SEQ(WS-ENV-I)
               MOVE 0 TO WS-ENV-HDR-DATE(WS-ENV-I)
               MOVE 0 TO WS-ENV-HDR-SEQ(WS-ENV-I)
               MOVE 0 TO WS-ENV-TRL-COUNT(WS-ENV-I)
               MOVE 0 TO WS-ENV-TRL-HASH(WS-ENV-I)
               MOVE 0 TO WS-ENV-DETAIL-COUNT(WS-ENV-I)
               MOVE 0 TO WS-ENV-DETAIL-HASH(WS-ENV-I)
           END-PERFORM
           MOVE "NAMEIN1" TO WS-ENV-DD-NAME(1)
           MOVE "REPO_ONE" TO WS-ENV-SOURCE-ID(1)
           MOVE "NAMEIN2" TO WS-ENV-DD-NAME(2)
           MOVE "REPO_TWO" TO WS-ENV-SOURCE-ID(2)
           MOVE "NAMEIN3" TO WS-ENV-DD-NAME(3)
           MOVE "REPO_THREE" TO WS-ENV-SOURCE-ID(3).

      *    Reads each extract end to end before the merge: the
      *    header must be the first record and the trailer the
      *    last, and the trailer's count and PERSON-ID hash total
      *    must agree with the detail records actually on the file.
      *    Each extract is then closed and reopened so the merge
      *    starts from the top. This runs on a restart too - the
      *    EXTENV dataset is promoted only after a clean run, so a
      *    restart proves the same extracts against the same prior
      *    envelopes the failed run did.
       Prove-Extract-Envelopes.
           PERFORM Load-Prior-Envelopes
           MOVE 1 TO WS-ENV-I
           PERFORM Start-Envelope-Scan
           PERFORM UNTIL END-OF-ENVELOPE-SCAN
               READ NAME-INPUT-FILE1
                   AT END
                       SET END-OF-ENVELOPE-SCAN TO TRUE
                   NOT AT END
                       MOVE NAME-INPUT-RECORD1 TO WS-ENV-SCAN-RECORD
                       PERFORM Scan-Envelope-Record
               END-READ
           END-PERFORM
           PERFORM Finish-Envelope-Scan
           CLOSE NAME-INPUT-FILE1
           OPEN INPUT NAME-INPUT-FILE1
           IF WS-NAMEIN1-STATUS NOT = "00"
               DISPLAY "DUALREPO ABEND - NAMEIN1 REOPEN FAILED, "
                   "STATUS=" WS-NAMEIN1-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 2 TO WS-ENV-I
           PERFORM Start-Envelope-Scan
           PERFORM UNTIL END-OF-ENVELOPE-SCAN
               READ NAME-INPUT-FILE2
                   AT END
                       SET END-OF-ENVELOPE-SCAN TO TRUE
                   NOT AT END
                       MOVE NAME-INPUT-RECORD2 TO WS-ENV-SCAN-RECORD
                       PERFORM Scan-Envelope-Record
               END-READ
           END-PERFORM
           PERFORM Finish-Envelope-Scan
           CLOSE NAME-INPUT-FILE2
           OPEN INPUT NAME-INPUT-FILE2
           IF WS-NAMEIN2-STATUS NOT = "00"
               DISPLAY "DUALREPO ABEND - NAMEIN2 REOPEN FAILED, "
                   "STATUS=" WS-NAMEIN2-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 3 TO WS-ENV-I
           PERFORM Start-Envelope-Scan
           PERFORM UNTIL END-OF-ENVELOPE-SCAN
               READ NAME-INPUT-FILE3
                   AT END
                       SET END-OF-ENVELOPE-SCAN TO TRUE
                   NOT AT END
                       MOVE NAME-INPUT-RECORD3 TO WS-ENV-SCAN-RECORD
                       PERFORM Scan-Envelope-Record
               END-READ
           END-PERFORM
           PERFORM Finish-Envelope-Scan
           CLOSE NAME-INPUT-FILE3
           OPEN INPUT NAME-INPUT-FILE3
           IF WS-NAMEIN3-STATUS NOT = "00"
               DISPLAY "DUALREPO ABEND - NAMEIN3 REOPEN FAILED, "
                   "STATUS=" WS-NAMEIN3-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The last envelope accepted per source. Absent or empty
      *    on the very first run - every source then starts its
      *    baseline tonight. Should the dataset ever hold more than
      *    one record for a source, the last one read wins.
       Load-Prior-Envelopes.
           OPEN INPUT ENVELOPE-IN-FILE
           IF WS-ENVIN-STATUS NOT = "00" AND
                   WS-ENVIN-STATUS NOT = "05"
               DISPLAY "DUALREPO ABEND - ENVIN OPEN FAILED, STATUS="
                   WS-ENVIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-ENVELOPE-IN
               READ ENVELOPE-IN-FILE
                   AT END
                       SET END-OF-ENVELOPE-IN TO TRUE
                   NOT AT END
                       PERFORM Store-Prior-Envelope
               END-READ
           END-PERFORM
           CLOSE ENVELOPE-IN-FILE.

       Store-Prior-Envelope.
           PERFORM VARYING WS-ENV-I FROM 1 BY 1 UNTIL WS-ENV-I > 3
               IF EVI-IS-ACCEPTED AND
                       EVI-SOURCE-ID = WS-ENV-SOURCE-ID(WS-ENV-I)
                   MOVE "Y" TO WS-ENV-PRIOR-SW(WS-ENV-I)
                   MOVE EVI-EXTRACT-DATE
                       TO WS-ENV-PRIOR-DATE(WS-ENV-I)
                   MOVE EVI-EXTRACT-SEQ
                       TO WS-ENV-PRIOR-SEQ(WS-ENV-I)
               END-IF
           END-PERFORM.

       Start-Envelope-Scan.
           MOVE "N" TO WS-ENV-SCAN-EOF-SW
           SET ENV-SCAN-AT-START TO TRUE
           MOVE 0 TO WS-ENV-DETAIL-COUNT(WS-ENV-I)
           MOVE 0 TO WS-ENV-DETAIL-HASH(WS-ENV-I).

       Scan-Envelope-Record.
           EVALUATE TRUE
               WHEN ENV-IS-HEADER
                   IF NOT ENV-SCAN-AT-START
                       MOVE "SECOND HEADER RECORD ON EXTRACT"
                           TO WS-ENV-ERROR-REASON
                       PERFORM Stop-Envelope-Error
                   END-IF
                   IF ENV-SOURCE-ID NOT = WS-ENV-SOURCE-ID(WS-ENV-I)
                       MOVE "HEADER SOURCE ID IS FOR ANOTHER SOURCE"
                           TO WS-ENV-ERROR-REASON
                       PERFORM Stop-Envelope-Error
                   END-IF
                   IF ENV-EXTRACT-DATE IS NOT NUMERIC OR
                           ENV-EXTRACT-SEQ IS NOT NUMERIC
                       MOVE "HEADER DATE/SEQUENCE NOT NUMERIC"
                           TO WS-ENV-ERROR-REASON
                       PERFORM Stop-Envelope-Error
                   END-IF
                   MOVE ENV-EXTRACT-DATE TO WS-ENV-HDR-DATE(WS-ENV-I)
                   MOVE ENV-EXTRACT-SEQ TO WS-ENV-HDR-SEQ(WS-ENV-I)
                   SET ENV-SCAN-IN-BODY TO TRUE
               WHEN ENV-SCAN-AT-START
                   MOVE "FIRST RECORD IS NOT A HEADER"
                       TO WS-ENV-ERROR-REASON
                   PERFORM Stop-Envelope-Error
               WHEN ENV-SCAN-PAST-TRAILER
                   MOVE "RECORDS FOLLOW THE TRAILER"
                       TO WS-ENV-ERROR-REASON
                   PERFORM Stop-Envelope-Error
               WHEN ENV-IS-TRAILER
                   IF ENV-RECORD-COUNT IS NOT NUMERIC OR
                           ENV-HASH-TOTAL IS NOT NUMERIC
                       MOVE "TRAILER COUNT/HASH NOT NUMERIC"
                           TO WS-ENV-ERROR-REASON
                       PERFORM Stop-Envelope-Error
                   END-IF
                   MOVE ENV-RECORD-COUNT TO WS-ENV-TRL-COUNT(WS-ENV-I)
                   MOVE ENV-HASH-TOTAL TO WS-ENV-TRL-HASH(WS-ENV-I)
                   SET ENV-SCAN-PAST-TRAILER TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-ENV-DETAIL-COUNT(WS-ENV-I)
                   IF WS-ENV-SCAN-ID-NUMBER IS NUMERIC
                       ADD WS-ENV-SCAN-ID-NUMBER
                           TO WS-ENV-DETAIL-HASH(WS-ENV-I)
                   END-IF
           END-EVALUATE.

      *    The re-send test comes first so yesterday's file sent
      *    again says so plainly rather than surfacing as a
      *    sequence error; any other sequence that is not the last
      *    accepted one plus one is a skipped or out-of-order
      *    extract. The sequence wraps from 999999 back to 1.
      *    A run the ledger let in by RERUN-DATE reads the very
      *    extracts its date already accepted, so there the file
      *    matching the last accepted envelope is taken again and
      *    only the trailer proof applies to it.
       Finish-Envelope-Scan.
           IF ENV-SCAN-AT-START
               MOVE "EXTRACT IS EMPTY - NO HEADER RECORD"
                   TO WS-ENV-ERROR-REASON
               PERFORM Stop-Envelope-Error
           END-IF
           IF ENV-SCAN-IN-BODY
               MOVE "NO TRAILER RECORD - EXTRACT TRUNCATED"
                   TO WS-ENV-ERROR-REASON
               PERFORM Stop-Envelope-Error
           END-IF
           IF ENV-PRIOR-ON-FILE(WS-ENV-I) AND
                   NOT ENV-RESYNC-REQUESTED(WS-ENV-I)
               IF WS-ENV-PRIOR-SEQ(WS-ENV-I) = 999999
                   MOVE 1 TO WS-ENV-EXPECTED-SEQ
               ELSE
                   COMPUTE WS-ENV-EXPECTED-SEQ =
                       WS-ENV-PRIOR-SEQ(WS-ENV-I) + 1
               END-IF
               IF WS-ENV-HDR-DATE(WS-ENV-I) =
                       WS-ENV-PRIOR-DATE(WS-ENV-I) AND
                       WS-ENV-HDR-SEQ(WS-ENV-I) =
                       WS-ENV-PRIOR-SEQ(WS-ENV-I)
                   IF NLD-RERUN-OF-DATE
                       DISPLAY "DUALREPO - " WS-ENV-DD-NAME(WS-ENV-I)
                           " LAST ACCEPTED EXTRACT TAKEN AGAIN FOR"
                           " RERUN OF " WS-STORE-DATE
                   ELSE
                       MOVE "EXTRACT ALREADY PROCESSED - RE-SENT FILE"
                           TO WS-ENV-ERROR-REASON
                       PERFORM Stop-Envelope-Error
                   END-IF
               ELSE
                   PERFORM Check-Envelope-Sequence
               END-IF
           END-IF
           IF WS-ENV-TRL-COUNT(WS-ENV-I) NOT =
                   WS-ENV-DETAIL-COUNT(WS-ENV-I)
               MOVE "TRAILER COUNT NOT EQUAL TO RECORDS READ"
                   TO WS-ENV-ERROR-REASON
               PERFORM Stop-Envelope-Error
           END-IF
           IF WS-ENV-TRL-HASH(WS-ENV-I) NOT =
                   WS-ENV-DETAIL-HASH(WS-ENV-I)
               MOVE "TRAILER HASH TOTAL NOT EQUAL TO RECORDS"
                   TO WS-ENV-ERROR-REASON
               PERFORM Stop-Envelope-Error
           END-IF
           MOVE "Y" TO WS-ENV-PROVED-SW(WS-ENV-I).

       Check-Envelope-Sequence.
           IF WS-ENV-HDR-SEQ(WS-ENV-I) NOT = WS-ENV-EXPECTED-SEQ
               IF WS-ENV-HDR-SEQ(WS-ENV-I) > WS-ENV-EXPECTED-SEQ
                   MOVE "EXTRACT SEQUENCE SKIPPED"
                       TO WS-ENV-ERROR-REASON
               ELSE
                   MOVE "EXTRACT SEQUENCE OUT OF ORDER"
                       TO WS-ENV-ERROR-REASON
               END-IF
               PERFORM Stop-Envelope-Error
           END-IF
           IF WS-ENV-HDR-DATE(WS-ENV-I) <
                   WS-ENV-PRIOR-DATE(WS-ENV-I)
               MOVE "EXTRACT DATE BEFORE LAST ACCEPTED"
                   TO WS-ENV-ERROR-REASON
               PERFORM Stop-Envelope-Error
           END-IF.

      *    A failed envelope stops the run before the merge has
      *    written anything: the control report carries the
      *    envelopes proved so far plus the failing one, and the
      *    job ends RETURN-CODE 14 so every later step is skipped.
       Stop-Envelope-Error.
           MOVE "DUALREPO CONTROL REPORT" TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE "Y" TO WS-ENV-PROVED-SW(WS-ENV-I)
           MOVE WS-ENV-DD-NAME(WS-ENV-I) TO WS-ENV-ERR-DD-NAME
           PERFORM Write-Envelope-Report
           MOVE WS-ENV-ERROR-REASON TO WS-ENV-ERR-REASON
           WRITE CONTROL-REPORT-RECORD FROM WS-ENV-ERROR-LINE
           DISPLAY "DUALREPO STOPPED - " WS-ENV-ERROR-LINE
           MOVE 14 TO RETURN-CODE
           STOP RUN.

       Write-Envelope-Report.
           MOVE "EXTRACT ENVELOPES (PROVED BEFORE MERGE)"
               TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           PERFORM VARYING WS-ENV-I FROM 1 BY 1 UNTIL WS-ENV-I > 3
               IF ENV-PROVED(WS-ENV-I)
                   PERFORM Write-Envelope-Lines
               END-IF
           END-PERFORM.

       Write-Envelope-Lines.
           MOVE WS-ENV-DD-NAME(WS-ENV-I) TO WS-ENV-RPT-DD-NAME
           MOVE WS-ENV-SOURCE-ID(WS-ENV-I) TO WS-ENV-RPT-SOURCE-ID
           MOVE WS-ENV-HDR-DATE(WS-ENV-I) TO WS-ENV-RPT-DATE
           MOVE WS-ENV-HDR-SEQ(WS-ENV-I) TO WS-ENV-RPT-SEQ
           MOVE WS-ENV-TRL-COUNT(WS-ENV-I) TO WS-ENV-RPT-COUNT
           MOVE WS-ENV-TRL-HASH(WS-ENV-I) TO WS-ENV-RPT-HASH
           WRITE CONTROL-REPORT-RECORD FROM WS-ENV-REPORT-LINE
           MOVE "  RECORDS READ / HASH COMPUTED" TO WS-RPT-LABEL
           MOVE WS-ENV-DETAIL-COUNT(WS-ENV-I) TO WS-RPT-COUNT
           WRITE CONTROL-REPORT-RECORD FROM WS-CONTROL-REPORT-LINE
           IF ENV-PRIOR-ON-FILE(WS-ENV-I)
               MOVE "LAST ACCEPTED EXTRACT    DATE="
                   TO WS-ENV-PRI-TEXT
               MOVE WS-ENV-PRIOR-DATE(WS-ENV-I) TO WS-ENV-PRI-DATE
               MOVE " SEQ=" TO WS-ENV-PRI-SEQ-TAG
               MOVE WS-ENV-PRIOR-SEQ(WS-ENV-I) TO WS-ENV-PRI-SEQ
           ELSE
               MOVE "NO PRIOR ENVELOPE - BASELINE" TO WS-ENV-PRI-TEXT
               MOVE SPACES TO WS-ENV-PRI-DATE
               MOVE SPACES TO WS-ENV-PRI-SEQ-TAG
               MOVE SPACES TO WS-ENV-PRI-SEQ
           END-IF
           IF ENV-RESYNC-REQUESTED(WS-ENV-I)
               MOVE "RESYNC CARD - SEQ NOT CHECKED" TO WS-ENV-PRI-TEXT
           END-IF
           WRITE CONTROL-REPORT-RECORD FROM WS-ENV-PRIOR-LINE.

      *    Written only at the very end of a completed run, so the
      *    envelope becomes "last accepted" only once the merge it
      *    fed has finished; STEP015 promotes the new dataset.
       Write-Accepted-Envelopes.
           OPEN OUTPUT ENVELOPE-OUT-FILE
           IF WS-ENVOUT-STATUS NOT = "00"
               DISPLAY "DUALREPO ABEND - ENVOUT OPEN FAILED, STATUS="
                   WS-ENVOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-ENV-I FROM 1 BY 1 UNTIL WS-ENV-I > 3
               MOVE SPACES TO ENVELOPE-OUT-RECORD
               MOVE "ACCEPTED" TO EVO-RECORD-TYPE
               MOVE WS-ENV-SOURCE-ID(WS-ENV-I) TO EVO-SOURCE-ID
               MOVE WS-ENV-HDR-DATE(WS-ENV-I) TO EVO-EXTRACT-DATE
               MOVE WS-ENV-HDR-SEQ(WS-ENV-I) TO EVO-EXTRACT-SEQ
               MOVE WS-ENV-TRL-COUNT(WS-ENV-I) TO EVO-RECORD-COUNT
               MOVE WS-ENV-TRL-HASH(WS-ENV-I) TO EVO-HASH-TOTAL
               WRITE ENVELOPE-OUT-RECORD
           END-PERFORM
           CLOSE ENVELOPE-OUT-FILE.

       Read-Restart-Point.
           MOVE 0 TO WS-RESTART-COUNT
           IF RESTART-REQUESTED
                               TO WS-DEMO-MISMATCH-COUNT
                           MOVE CHKPT-PENDED-COUNT
                               TO WS-RECORDS-PENDED-COUNT
      *    PEND-IN is deliberately NOT restored - the release pass
      *    recounts it from the pending store on every run, restart
      *    included, and a restart sees the same carried-in entries.
                           MOVE CHKPT-RELEASED-COUNT
                               TO WS-RECORDS-RELEASED-COUNT
                           MOVE CHKPT-PEND-KEPT-COUNT
                               TO WS-PENDING-KEPT-COUNT
                           MOVE CHKPT-PEND-SUPERSEDED-COUNT
                               TO WS-PENDING-SUPERSEDED-COUNT
                           MOVE CHKPT-PEND-REPLACED-COUNT
                               TO WS-PENDING-REPLACED-COUNT
                           MOVE CHKPT-RESUB-READ-COUNT
                               TO WS-RESUBMIT-READ-COUNT
                           MOVE CHKPT-PREF-READ-COUNT
                               TO WS-PREF-NOOP-COUNT
                           MOVE CHKPT-XWALK-MISS-COUNT
                               TO WS-XWALK-MISS-COUNT
                           MOVE CHKPT-ERASED-DROP-COUNT
                               TO WS-ERASED-DROP-COUNT
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
           END-IF.

      *    Startup pass over the whole suspense store. Unless this is
      *    a checkpoint restart, updates already stamped with the
      *    run's business date are left from an earlier attempt at
      *    the date that is now being run again from the top, so
      *    they are backed out first. Records cleared on an earlier
      *    date have served their purpose and are removed. What is
      *    left carried in is counted by source for the control
      *    totals. Read-Restart-Point must have run first. A
      *    partition touches only the entries in its own range.
       Prepare-Suspense-Store.
           MOVE "N" TO WS-SUSPVSAM-EOF-SW
           MOVE LOW-VALUES TO SST-KEY
           START SUSPENSE-STORE-FILE KEY IS NOT < SST-KEY
               INVALID KEY
                   SET END-OF-SUSPENSE-STORE TO TRUE
           END-START
           PERFORM UNTIL END-OF-SUSPENSE-STORE
               READ SUSPENSE-STORE-FILE NEXT RECORD
                   AT END
                       SET END-OF-SUSPENSE-STORE TO TRUE
                   NOT AT END
                       IF SST-PERSON-ID < WS-PART-LOW-ID OR
                               SST-PERSON-ID > WS-PART-HIGH-ID
                           CONTINUE
                       ELSE
                           PERFORM Prepare-Suspense-Entry
                       END-IF
               END-READ
           END-PERFORM.

       Prepare-Suspense-Entry.
           IF SST-CHANGE-DATE = WS-STORE-DATE AND
                   NOT (RESTART-REQUESTED AND WS-RESTART-COUNT > 0)
               PERFORM Back-Out-Suspense-Entry
           END-IF
           IF SST-STATE = "C" AND SST-CHANGE-DATE NOT = WS-STORE-DATE
               PERFORM Delete-Suspense-Entry
           ELSE
               PERFORM Take-Suspense-View
               IF SVW-CARRIED-IN
                   PERFORM Count-Suspense-Carried-In
               END-IF
           END-IF.

      *    Puts the record back as it stood before the business date.
      *    One that did not exist before it is left cleared with the
      *    earlier date, so the caller removes it.
       Back-Out-Suspense-Entry.
           IF SST-PRIOR-STATE = "N"
               MOVE "C" TO SST-STATE
           ELSE
               MOVE SST-PRIOR-STATE TO SST-STATE
               MOVE SST-PRIOR TO SST-CURRENT
           END-IF
           MOVE SST-PRIOR-CHANGE-DATE TO SST-CHANGE-DATE
           IF SST-STATE = "A"
               PERFORM Rewrite-Suspense-Record
           END-IF.

       Count-Suspense-Carried-In.
           EVALUATE SST-SOURCE
               WHEN "1"
               WHEN "2"
                   ADD 1 TO WS-SUSPENSE-IN-COUNT
               WHEN "3"
                   ADD 1 TO WS-PREF-SUSP-IN-COUNT
               WHEN OTHER
                   DISPLAY "DUALREPO ABEND - BAD SUSPENSE SOURCE '"
                       SST-SOURCE "' FOR PERSON " SST-PERSON-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *    The record as the run sees it: a record already updated
      *    for the business date is seen as it was before the update.
       Take-Suspense-View.
           IF SST-CHANGE-DATE = WS-STORE-DATE
               MOVE SST-PRIOR-STATE TO WS-SVW-STATE
               MOVE SST-PRIOR TO WS-SVW-IMAGE
           ELSE
               MOVE SST-STATE TO WS-SVW-STATE
               MOVE SST-CURRENT TO WS-SVW-IMAGE
           END-IF.

      *    Moves one side's suspense lookahead on to the next record
      *    of that source carried in to the run, in PERSON ID order
      *    within the partition's range.
      *    The browse is repositioned by key every time because the
      *    keyed updates made during the merge move the file
      *    position.
       Fetch-Suspense-1.
           MOVE "1" TO WS-SUS-FETCH-SOURCE
           MOVE WS-SUS1-KEY TO WS-SUS-FETCH-KEY
           PERFORM Fetch-Suspense-Entry
           IF SUSPENSE-FETCH-FOUND
               MOVE SST-PERSON-ID TO WS-SUS1-KEY
               MOVE WS-SVW-IMAGE TO WS-SUS1-IMAGE
           ELSE
               SET SUSPENSE1-EXHAUSTED TO TRUE
           END-IF.

       Fetch-Suspense-2.
           MOVE "2" TO WS-SUS-FETCH-SOURCE
           MOVE WS-SUS2-KEY TO WS-SUS-FETCH-KEY
           PERFORM Fetch-Suspense-Entry
           IF SUSPENSE-FETCH-FOUND
               MOVE SST-PERSON-ID TO WS-SUS2-KEY
               MOVE WS-SVW-IMAGE TO WS-SUS2-IMAGE
           ELSE
               SET SUSPENSE2-EXHAUSTED TO TRUE
           END-IF.

       Fetch-Suspense-3.
           MOVE "3" TO WS-SUS-FETCH-SOURCE
           MOVE WS-SUS3-KEY TO WS-SUS-FETCH-KEY
           PERFORM Fetch-Suspense-Entry
           IF SUSPENSE-FETCH-FOUND
               MOVE SST-PERSON-ID TO WS-SUS3-KEY
               MOVE WS-SVW-IMAGE TO WS-SUS3-IMAGE
           ELSE
               SET SUSPENSE3-EXHAUSTED TO TRUE
           END-IF.

       Fetch-Suspense-Entry.
           MOVE "N" TO WS-SUS-FETCH-SW
           MOVE "N" TO WS-SUSPVSAM-EOF-SW
           MOVE WS-SUS-FETCH-SOURCE TO SST-SOURCE
           IF WS-SUS-FETCH-KEY < WS-PART-LOW-ID
               MOVE WS-PART-LOW-ID TO SST-PERSON-ID
               START SUSPENSE-STORE-FILE KEY IS NOT < SST-KEY
                   INVALID KEY
                       SET END-OF-SUSPENSE-STORE TO TRUE
               END-START
           ELSE
               MOVE WS-SUS-FETCH-KEY TO SST-PERSON-ID
               START SUSPENSE-STORE-FILE KEY IS > SST-KEY
                   INVALID KEY
                       SET END-OF-SUSPENSE-STORE TO TRUE
               END-START
           END-IF
           PERFORM UNTIL SUSPENSE-FETCH-FOUND OR END-OF-SUSPENSE-STORE
               READ SUSPENSE-STORE-FILE NEXT RECORD
                   AT END
                       SET END-OF-SUSPENSE-STORE TO TRUE
                   NOT AT END
                       IF SST-SOURCE NOT = WS-SUS-FETCH-SOURCE OR
                               SST-PERSON-ID > WS-PART-HIGH-ID
                           SET END-OF-SUSPENSE-STORE TO TRUE
                       ELSE
                           PERFORM Take-Suspense-View
                           IF SVW-CARRIED-IN
                               SET SUSPENSE-FETCH-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Applies WS-SUSPENSE-UPDATE to the store: STATE "A" holds
      *    the image in suspense (adding the record if need be), "C"
      *    clears it. The first update of a record for the business
      *    date saves it as it stood in the PRIOR fields; a later one
      *    for the same date just replaces the current image, so
      *    applying the same update twice (a restart redoing work the
      *    failed run had done) leaves the same record.
       Update-Suspense-Entry.
           MOVE WS-SUP-KEY TO SST-KEY
           MOVE "N" TO WS-STORE-FOUND-SW
           READ SUSPENSE-STORE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET STORE-RECORD-FOUND TO TRUE
           END-READ
           IF STORE-RECORD-FOUND
               IF SST-CHANGE-DATE NOT = WS-STORE-DATE
                   MOVE SST-STATE TO SST-PRIOR-STATE
                   MOVE SST-CHANGE-DATE TO SST-PRIOR-CHANGE-DATE
                   MOVE SST-CURRENT TO SST-PRIOR
                   MOVE WS-STORE-DATE TO SST-CHANGE-DATE
               END-IF
               MOVE WS-SUP-STATE TO SST-STATE
               IF WS-SUP-STATE = "A"
                   MOVE WS-SUP-IMAGE TO SST-CURRENT
               END-IF
               PERFORM Rewrite-Suspense-Record
           ELSE
               IF WS-SUP-STATE = "A"
                   PERFORM Add-Suspense-Entry
               END-IF
           END-IF.

       Clear-Suspense-Entry.
           MOVE "C" TO WS-SUP-STATE
           PERFORM Update-Suspense-Entry.

       Add-Suspense-Entry.
           MOVE SPACES TO SUSPENSE-STORE-RECORD
           MOVE WS-SUP-KEY TO SST-KEY
           MOVE "A" TO SST-STATE
           MOVE WS-STORE-DATE TO SST-CHANGE-DATE
           MOVE "N" TO SST-PRIOR-STATE
           MOVE 0 TO SST-PRIOR-CHANGE-DATE
           MOVE WS-SUP-IMAGE TO SST-CURRENT
           MOVE 0 TO SST-PRIOR-AGE-COUNT
           MOVE 0 TO SST-PRIOR-EFFECTIVE-DATE
           WRITE SUSPENSE-STORE-RECORD
               INVALID KEY
                   DISPLAY "DUALREPO ABEND - SUSPVSAM WRITE FAILED, "
                       "KEY=" SST-KEY " STATUS=" WS-SUSPVSAM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE.

       Rewrite-Suspense-Record.
           REWRITE SUSPENSE-STORE-RECORD
               INVALID KEY
                   DISPLAY "DUALREPO ABEND - SUSPVSAM REWRITE FAILED, "
                       "KEY=" SST-KEY " STATUS=" WS-SUSPVSAM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

       Delete-Suspense-Entry.
           DELETE SUSPENSE-STORE-FILE RECORD
               INVALID KEY
                   DISPLAY "DUALREPO ABEND - SUSPVSAM DELETE FAILED, "
                       "KEY=" SST-KEY " STATUS=" WS-SUSPVSAM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-DELETE.

      *    A matched pair uses up whatever it took from suspense.
       Clear-Merged-Suspense.
           IF WS-RO-AGE > 0
               MOVE "1" TO WS-SUP-SOURCE
               MOVE RO-PERSON-ID TO WS-SUP-PERSON-ID
               PERFORM Clear-Suspense-Entry
           END-IF
           IF WS-RT-AGE > 0
               MOVE "2" TO WS-SUP-SOURCE
               MOVE RT-PERSON-ID TO WS-SUP-PERSON-ID
               PERFORM Clear-Suspense-Entry
           END-IF
           IF PREF-MATCHED AND WS-R3-AGE > 0
               MOVE "3" TO WS-SUP-SOURCE
               MOVE R3-PERSON-ID TO WS-SUP-PERSON-ID
               PERFORM Clear-Suspense-Entry
           END-IF.

      *    Whole-file load of the migration team's full old-to-
      *    canonical population. The dataset must arrive strictly
      *    ascending by OLD id - enforced here, because the binary
           CLOSE CROSSWALK-FILE.

      *    Replaces IN2-PERSON-ID with its canonical id before the
      *    sequence check and merge see it (the id as sent is kept
      *    in WS-IN2-SENT-PERSON-ID first) - a binary search over
      *    the sorted table, so a full-population crosswalk costs
      *    about twenty probes per record. A missing entry leaves
      *    the found switch off - the caller drops the record as
                   SET CROSSWALK-ENTRY-FOUND TO TRUE
           END-SEARCH.

      *    A person erased under the right-to-erasure process stays
      *    erased: every extract record for a tombstoned PERSON ID
      *    is dropped as it is fetched, before the sequence check,
      *    the merge or the suspense logic can see it, and never
      *    enters the records-read count (the crosswalk-miss rule).
      *    An absent or empty dataset leaves the check switched off.
       Load-Erased-Table.
           OPEN INPUT ERASED-FILE
           IF WS-ERASED-STATUS NOT = "00" AND
                   WS-ERASED-STATUS NOT = "05"
               DISPLAY "DUALREPO ABEND - ERASED OPEN FAILED, STATUS="
                   WS-ERASED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-ERASED
               READ ERASED-FILE
                   AT END
                       SET END-OF-ERASED TO TRUE
                   NOT AT END
                       IF WS-ERASED-COUNT NOT < WS-ERASED-TABLE-MAX
                           DISPLAY "DUALREPO ABEND - ERASED "
                               "TABLE FULL"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF ERS-PERSON-ID NOT > WS-ERASED-PREV-ID
                           DISPLAY "DUALREPO ABEND - ERASED OUT OF "
                               "SEQUENCE, KEY=" ERS-PERSON-ID
                               " AFTER " WS-ERASED-PREV-ID
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE ERS-PERSON-ID TO WS-ERASED-PREV-ID
                       ADD 1 TO WS-ERASED-COUNT
                       MOVE ERS-PERSON-ID
                           TO WS-ERASED-PERSON-ID(WS-ERASED-COUNT)
               END-READ
           END-PERFORM
           CLOSE ERASED-FILE.

       Check-Erased-Person.
           MOVE "N" TO WS-ERASED-FOUND-SW
           IF WS-ERASED-COUNT > 0
               SEARCH ALL WS-ERASED-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ERASED-PERSON-ID(WS-ERASED-IDX)
                           = WS-ERASED-CHECK-ID
                       SET PERSON-ERASED TO TRUE
               END-SEARCH
           END-IF.

      *    Business-day calendar shared with NAMEBAL. Only the
      *    non-processing dates need listing - an absent dataset or
      *    an unlisted date is a processing day, so behavior
      *    without a calendar is exactly the old behavior. The
      *    dataset is read straight through for the business date
      *    the run ledger gave the run (not today, which differs on
      *    a resumed or rerun date), so there is no limit on how
      *    many years it can hold.
       Check-Processing-Day.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALFILE-STATUS NOT = "00" AND
                   WS-CALFILE-STATUS NOT = "05"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Y" TO WS-PROC-DAY-SW
           PERFORM UNTIL END-OF-CALENDAR
               READ CALENDAR-FILE
                   AT END
                       SET END-OF-CALENDAR TO TRUE
                   NOT AT END
                       IF CAL-DATE = WS-STORE-DATE AND
                               CAL-DAY-TYPE NOT = "P"
                           MOVE "N" TO WS-PROC-DAY-SW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE.

       Write-Exception-Xwalk-Miss.
           MOVE SPACES TO EXC-RO-PERSON-ID
               TO EXC-REASON
           WRITE EXCEPTION-LISTING-RECORD.

      *    IN2-PERSON-ID is still the old REPO_TWO id here - the
      *    translation only replaces it when an entry is found - so
      *    the feedback names the id exactly as REPO_TWO sent it.
       Write-Feedback-Xwalk-Miss.
           MOVE SPACES TO WS-FEEDBACK-WORK
           MOVE "2" TO FBK-SOURCE
           MOVE IN2-PERSON-ID TO FBK-PERSON-ID
           MOVE "PERSON-ID" TO FBK-FIELD-NAME
           MOVE IN2-PERSON-ID TO FBK-VALUE-SENT
           MOVE "XW" TO FBK-REASON-CODE
           MOVE "ID NOT ON MIGRATION CROSSWALK - DROPPED"
               TO FBK-REASON-TEXT
           PERFORM Write-Feedback-Record.

      *    Pend-and-release pass, run before the merge over the whole
      *    pending store. Entries carried in whose effective date has
      *    arrived are released to the combined output (and audited
      *    now, since this is when downstream first sees them) and
      *    cleared on the store. Releases happen only on a
      *    processing day per the business-day calendar - a change
      *    effective on a Saturday stays pended through the weekend
      *    skeleton runs and rolls forward to Monday's run, when
      *    the downstream systems are actually listening. On a
      *    non-processing day the entries are simply kept and flow
      *    to PEND-KEPT, so the balancing equations are undisturbed.
      *    The same pass backs out updates left by an earlier attempt
      *    at the business date, removes entries cleared on an
      *    earlier date, and counts PEND-IN - see the suspense store
      *    startup pass. On a restart where the failed run reached a
      *    checkpoint, the releases were already written and cleared
      *    and their counts come back from the checkpoint, so
      *    nothing is released here - a restart must run on the
      *    same business day, see the JCL restart notes.
       Release-Pending-Names.
           MOVE "N" TO WS-PENDVSAM-EOF-SW
           MOVE WS-PART-LOW-ID TO PST-PERSON-ID
           START PENDING-STORE-FILE KEY IS NOT < PST-PERSON-ID
               INVALID KEY
                   SET END-OF-PENDING-STORE TO TRUE
           END-START
           PERFORM UNTIL END-OF-PENDING-STORE
               READ PENDING-STORE-FILE NEXT RECORD
                   AT END
                       SET END-OF-PENDING-STORE TO TRUE
                   NOT AT END
                       IF PST-PERSON-ID > WS-PART-HIGH-ID
                           SET END-OF-PENDING-STORE TO TRUE
                       ELSE
                           PERFORM Release-Pending-Entry
                       END-IF
               END-READ
           END-PERFORM.

       Release-Pending-Entry.
           IF PST-CHANGE-DATE = WS-STORE-DATE AND
                   NOT (RESTART-REQUESTED AND WS-RESTART-COUNT > 0)
               PERFORM Back-Out-Pending-Entry
           END-IF
           IF PST-STATE = "C" AND PST-CHANGE-DATE NOT = WS-STORE-DATE
               PERFORM Delete-Pending-Entry
           ELSE
               PERFORM Take-Pending-View
               IF PVW-CARRIED-IN
                   ADD 1 TO WS-PENDING-IN-COUNT
                   IF PWK-EFFECTIVE-DATE NOT > WS-STORE-DATE AND
                           RUN-IS-PROCESSING-DAY AND
                           NOT (RESTART-REQUESTED AND
                               WS-RESTART-COUNT > 0)
                       PERFORM Release-Pending-Record
                   END-IF
               END-IF
           END-IF.

       Release-Pending-Record.
           ADD 1 TO WS-RECORDS-RELEASED-COUNT
           WRITE COMBINED-OUTPUT-RECORD FROM WS-PEND-WORK
           PERFORM Write-Audit-Released
           MOVE "C" TO WS-PUP-STATE
           MOVE 0 TO WS-PUP-STEP
           PERFORM Update-Pending-Record.

       Back-Out-Pending-Entry.
           IF PST-PRIOR-STATE = "N"
               MOVE "C" TO PST-STATE
           ELSE
               MOVE PST-PRIOR-STATE TO PST-STATE
               MOVE PST-PRIOR-IMAGE TO PST-CURRENT-IMAGE
           END-IF
           MOVE PST-PRIOR-CHANGE-DATE TO PST-CHANGE-DATE
           MOVE 0 TO PST-CHANGE-STEP
           MOVE SPACE TO PST-REPLACE-SW
           IF PST-STATE = "A"
               PERFORM Rewrite-Pending-Record
           END-IF.

      *    The entry as the run sees it, image in WS-PEND-WORK - the
      *    suspense view rule.
       Take-Pending-View.
           IF PST-CHANGE-DATE = WS-STORE-DATE
               MOVE PST-PRIOR-STATE TO WS-PVW-STATE
               MOVE PST-PRIOR-IMAGE TO WS-PEND-WORK
           ELSE
               MOVE PST-STATE TO WS-PVW-STATE
               MOVE PST-CURRENT-IMAGE TO WS-PEND-WORK
           END-IF.

       Read-Pending-Entry.
           MOVE "N" TO WS-STORE-FOUND-SW
           READ PENDING-STORE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET STORE-RECORD-FOUND TO TRUE
           END-READ.

      *    Updates the entry just read to WS-PUP-STATE ("A" holds the
      *    image in WS-PEND-WORK), stamped with the merge step - the
      *    dated PRIOR copy works as on the suspense store.
       Update-Pending-Record.
           IF PST-CHANGE-DATE NOT = WS-STORE-DATE
               MOVE PST-STATE TO PST-PRIOR-STATE
               MOVE PST-CHANGE-DATE TO PST-PRIOR-CHANGE-DATE
               MOVE PST-CURRENT-IMAGE TO PST-PRIOR-IMAGE
               MOVE WS-STORE-DATE TO PST-CHANGE-DATE
           END-IF
           MOVE WS-PUP-STATE TO PST-STATE
           MOVE WS-PUP-STEP TO PST-CHANGE-STEP
           MOVE WS-PUP-REPLACE-SW TO PST-REPLACE-SW
           MOVE SPACE TO WS-PUP-REPLACE-SW
           IF WS-PUP-STATE = "A"
               MOVE WS-PEND-WORK TO PST-CURRENT-IMAGE
           END-IF
           PERFORM Rewrite-Pending-Record.

       Add-Pending-Entry.
           MOVE SPACES TO PENDING-STORE-RECORD
           MOVE WS-PEND-WORK TO PST-CURRENT-IMAGE
           MOVE "A" TO PST-STATE
           MOVE WS-STORE-DATE TO PST-CHANGE-DATE
           MOVE WS-PUP-STEP TO PST-CHANGE-STEP
           MOVE "N" TO PST-PRIOR-STATE
           MOVE 0 TO PST-PRIOR-CHANGE-DATE
           WRITE PENDING-STORE-RECORD
               INVALID KEY
                   DISPLAY "DUALREPO ABEND - PENDVSAM WRITE FAILED, "
                       "KEY=" PST-PERSON-ID " STATUS="
                       WS-PENDVSAM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE.

       Rewrite-Pending-Record.
           REWRITE PENDING-STORE-RECORD
               INVALID KEY
                   DISPLAY "DUALREPO ABEND - PENDVSAM REWRITE FAILED, "
                       "KEY=" PST-PERSON-ID " STATUS="
                       WS-PENDVSAM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

       Delete-Pending-Entry.
           DELETE PENDING-STORE-FILE RECORD
               INVALID KEY
                   DISPLAY "DUALREPO ABEND - PENDVSAM DELETE FAILED, "
                       "KEY=" PST-PERSON-ID " STATUS="
                       WS-PENDVSAM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-DELETE.

       Write-Audit-Released.
           IF NOT AUDIT-LOG-ENABLED
           END-IF.

      *    A fresh matched pair for a person supersedes any pending
      *    entry carried in for them - the extracts are the system of
      *    record and the fresh pair embodies the same or a newer
      *    change. An entry already released or superseded for the
      *    business date is left alone. On a checkpoint restart that
      *    means before the merge step being redone (or before the
      *    merge), so the supersedes the failed run made after its
      *    last checkpoint are made and counted again, once, on top
      *    of the restored totals.
       Supersede-Pending-Entry.
           MOVE RO-PERSON-ID TO PST-PERSON-ID
           PERFORM Read-Pending-Entry
           IF STORE-RECORD-FOUND
               PERFORM Take-Pending-View
               IF PVW-CARRIED-IN
                   IF PST-CHANGE-DATE = WS-STORE-DATE AND
                           (PST-CHANGE-STEP < WS-MERGE-STEP-COUNT OR
                           WS-MERGE-STEP-COUNT = 0)
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-PENDING-SUPERSEDED-COUNT
                       MOVE "C" TO WS-PUP-STATE
                       MOVE WS-MERGE-STEP-COUNT TO WS-PUP-STEP
                       PERFORM Update-Pending-Record
                   END-IF
               END-IF
           END-IF.

      *    A future-dated pair replaces whatever the store holds for
      *    the person (Combine-Names has already superseded any entry
      *    carried in) - unless the entry held is one this run
      *    pended earlier, for a second pair for the same person
      *    (a resubmit and the extract, say). Then the one with the
      *    later effective date stays held and the other is counted
      *    as replaced, so PENDED less REPLACED is what this run
      *    added to the inventory. On a checkpoint restart a hold
      *    at the merge step being redone is the failed run's own
      *    write, unless it replaced an entry from an earlier step
      *    (REPLACE-SW), which the restored totals have not counted.
       Hold-Pending-Entry.
           MOVE COMBINED-OUTPUT-RECORD TO WS-PEND-WORK
           MOVE "A" TO WS-PUP-STATE
           MOVE WS-MERGE-STEP-COUNT TO WS-PUP-STEP
           MOVE PWK-PERSON-ID TO PST-PERSON-ID
           PERFORM Read-Pending-Entry
           IF STORE-RECORD-FOUND
               IF PST-STATE = "A" AND
                       PST-CHANGE-DATE = WS-STORE-DATE AND
                       (PST-CHANGE-STEP < WS-MERGE-STEP-COUNT OR
                       WS-MERGE-STEP-COUNT = 0 OR
                       (PST-CHANGE-STEP = WS-MERGE-STEP-COUNT AND
                       PST-REPLACE-SW = "Y"))
                   PERFORM Replace-Held-Entry
               ELSE
                   PERFORM Update-Pending-Record
               END-IF
           ELSE
               PERFORM Add-Pending-Entry
           END-IF.

       Replace-Held-Entry.
           ADD 1 TO WS-PENDING-REPLACED-COUNT
           MOVE PST-CURRENT-IMAGE TO WS-HELD-WORK
           IF HWK-EFFECTIVE-DATE > PWK-EFFECTIVE-DATE
               CONTINUE
           ELSE
               MOVE "Y" TO WS-PUP-REPLACE-SW
               PERFORM Update-Pending-Record
           END-IF.

      *    End-of-run pass over the pending store: entries carried in
      *    and left untouched are the kept inventory for the
      *    balancing equations; every entry now held is the
      *    inventory carried forward to the next run.
       Count-Kept-Pending.
           MOVE 0 TO WS-PENDING-KEPT-COUNT
           MOVE 0 TO WS-PENDING-ON-FILE-COUNT
           MOVE "N" TO WS-PENDVSAM-EOF-SW
           MOVE WS-PART-LOW-ID TO PST-PERSON-ID
           START PENDING-STORE-FILE KEY IS NOT < PST-PERSON-ID
               INVALID KEY
                   SET END-OF-PENDING-STORE TO TRUE
           END-START
           PERFORM UNTIL END-OF-PENDING-STORE
               READ PENDING-STORE-FILE NEXT RECORD
                   AT END
                       SET END-OF-PENDING-STORE TO TRUE
                   NOT AT END
                       IF PST-PERSON-ID > WS-PART-HIGH-ID
                           SET END-OF-PENDING-STORE TO TRUE
                       ELSE
                           PERFORM Count-Pending-Entry
                       END-IF
               END-READ
           END-PERFORM.

       Count-Pending-Entry.
           PERFORM Take-Pending-View
           IF PVW-CARRIED-IN AND PST-CHANGE-DATE NOT = WS-STORE-DATE
               ADD 1 TO WS-PENDING-KEPT-COUNT
           END-IF
           IF PST-STATE = "A"
               ADD 1 TO WS-PENDING-ON-FILE-COUNT
           END-IF.

      *    Corrected rejects queued by the online facility are
      *    processed ahead of the main merge as ready-matched pairs:
      *    the pair fields are loaded into the REPO_ONE/REPO_TWO
      *    merge match. A record that still fails validation goes
      *    back to the error listing and the reject file. On a
      *    restart where the failed run reached a checkpoint the
      *    pass is skipped - its output stands, its counts come back
      *    from the checkpoint and its pending store updates are
      *    already on file. A partition takes only the resubmits in
      *    its own range.
       Process-Resubmit-Names.
           IF RESTART-REQUESTED AND WS-RESTART-COUNT > 0
               CONTINUE
           ELSE
               PERFORM Process-Resubmit-File
           END-IF.
                   AT END
                       SET END-OF-RESUBMIT-IN TO TRUE
                   NOT AT END
                       IF RSB-PERSON-ID < WS-PART-LOW-ID OR
                               RSB-PERSON-ID > WS-PART-HIGH-ID
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-RESUBMIT-READ-COUNT
                           PERFORM Apply-Resubmit-Record
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESUBMIT-IN-FILE.
           MOVE RSB-RO-NAMESUFFIX TO RO-NAMESUFFIX
           MOVE RSB-RO-EFFECTIVE-DATE TO RO-EFFECTIVE-DATE
           MOVE RSB-PERSON-ID TO RT-PERSON-ID
           IF RSB-RT-SENT-PERSON-ID = SPACES
               MOVE RSB-PERSON-ID TO WS-RT-SENT-PERSON-ID
           ELSE
               MOVE RSB-RT-SENT-PERSON-ID TO WS-RT-SENT-PERSON-ID
           END-IF
           MOVE RSB-LASTNAME TO LASTNAME
           MOVE RSB-RT-MIDDLENAME TO RT-MIDDLENAME
           MOVE RSB-RT-MIDINITIAL TO RT-MIDINITIAL
           END-IF
           PERFORM Validate-Names
           IF NAME-IS-VALID
               PERFORM Combine-Names
           ELSE
               PERFORM Write-Error-Listing
           END-IF.

       Prime-Merge-Inputs.
           PERFORM Fetch-Suspense-1
           PERFORM Fetch-Suspense-2
           PERFORM Fetch-Suspense-3
           PERFORM Fetch-File1-Record
           PERFORM Fetch-File2-Record
           PERFORM Fetch-File3-Record
                   NOT AT END
                       ADD 1 TO WS-F1-RECORD-COUNT
                       EVALUATE TRUE
                           WHEN EN1-IS-HEADER
                               CONTINUE
                           WHEN EN1-IS-TRAILER
                               SET FILE1-EXHAUSTED TO TRUE
                           WHEN IN1-PERSON-ID < WS-F1-PREV-KEY
                               PERFORM Stop-Sequence-Error-File1
                           WHEN IN1-PERSON-ID < WS-PART-LOW-ID
                               MOVE IN1-PERSON-ID TO WS-F1-PREV-KEY
                           WHEN IN1-PERSON-ID > WS-PART-HIGH-ID
                               SET FILE1-EXHAUSTED TO TRUE
                           WHEN IN1-PERSON-ID = WS-F1-PREV-KEY
                               IF NOT REPLAY-MODE
                                   ADD 1 TO WS-DUP-KEY-COUNT
                                   PERFORM Write-Exception-Dup-File1
                               END-IF
                           WHEN OTHER
                               PERFORM Take-File1-Record
                       END-EVALUATE
               END-READ
           END-PERFORM.
      *    is dropped here (like a duplicate key) and never enters
      *    the records-read count, so the suspense handling and
      *    CTLTOT equations are unaffected by the migration window.
      *    A partition reads each extract from the top to the end of
      *    its range, passing over the keys below it. A crosswalk
      *    miss has no canonical key of its own, so it belongs to the
      *    partition that owns the last good key read before it (the
      *    lowest partition for misses ahead of the first good key) -
      *    each miss is listed and counted by exactly one partition.
       Take-File1-Record.
           MOVE IN1-PERSON-ID TO WS-F1-PREV-KEY
           MOVE IN1-PERSON-ID TO WS-ERASED-CHECK-ID
           PERFORM Check-Erased-Person
           IF PERSON-ERASED
               IF NOT REPLAY-MODE
                   ADD 1 TO WS-ERASED-DROP-COUNT
                   PERFORM Write-Exception-Erased-File1
               END-IF
           ELSE
               MOVE NAME-INPUT-RECORD1 TO WS-FILE1-HOLD
               SET FETCH1-DONE TO TRUE
           END-IF.

       Fetch-File2-Record.
           MOVE "N" TO WS-FETCH2-DONE-SW
           PERFORM UNTIL FETCH2-DONE OR FILE2-EXHAUSTED
                       SET FILE2-EXHAUSTED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-F2-RECORD-COUNT
                       EVALUATE TRUE
                           WHEN EN2-IS-HEADER
                               CONTINUE
                           WHEN EN2-IS-TRAILER
                               SET FILE2-EXHAUSTED TO TRUE
                           WHEN OTHER
                               PERFORM Check-File2-Record
                       END-EVALUATE
               END-READ
           END-PERFORM.

       Check-File2-Record.
           MOVE IN2-PERSON-ID TO WS-IN2-SENT-PERSON-ID
           IF WS-XWALK-COUNT > 0
               PERFORM Translate-RT-Person-Id
           ELSE
               SET CROSSWALK-ENTRY-FOUND TO TRUE
           END-IF
           IF NOT CROSSWALK-ENTRY-FOUND
               IF NOT REPLAY-MODE AND
                       (WS-F2-PREV-KEY NOT < WS-PART-LOW-ID OR
                       WS-PART-LOW-ID = ZEROS)
                   ADD 1 TO WS-XWALK-MISS-COUNT
                   PERFORM Write-Exception-Xwalk-Miss
                   PERFORM Write-Feedback-Xwalk-Miss
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN IN2-PERSON-ID < WS-F2-PREV-KEY
                       PERFORM Stop-Sequence-Error-File2
                   WHEN IN2-PERSON-ID < WS-PART-LOW-ID
                       MOVE IN2-PERSON-ID TO WS-F2-PREV-KEY
                   WHEN IN2-PERSON-ID > WS-PART-HIGH-ID
                       SET FILE2-EXHAUSTED TO TRUE
                   WHEN IN2-PERSON-ID = WS-F2-PREV-KEY
                       IF NOT REPLAY-MODE
                           ADD 1 TO WS-DUP-KEY-COUNT
                           PERFORM Write-Exception-Dup-File2
                       END-IF
                   WHEN OTHER
                       PERFORM Take-File2-Record
               END-EVALUATE
           END-IF.

       Take-File2-Record.
           MOVE IN2-PERSON-ID TO WS-F2-PREV-KEY
           MOVE IN2-PERSON-ID TO WS-ERASED-CHECK-ID
           PERFORM Check-Erased-Person
           IF PERSON-ERASED
               IF NOT REPLAY-MODE
                   ADD 1 TO WS-ERASED-DROP-COUNT
                   PERFORM Write-Exception-Erased-File2
               END-IF
           ELSE
               MOVE NAME-INPUT-RECORD2 TO WS-FILE2-HOLD
               MOVE WS-IN2-SENT-PERSON-ID TO WS-F2-SENT-PERSON-ID
               SET FETCH2-DONE TO TRUE
           END-IF.

      *    A backwards key is an unsorted or corrupted extract - the
      *    run stops immediately with its own return code so the bad
      *    file never reaches downstream, instead of marching every
               TO EXC-REASON
           WRITE EXCEPTION-LISTING-RECORD.

       Write-Exception-Erased-File1.
           MOVE IN1-PERSON-ID TO EXC-RO-PERSON-ID
           MOVE SPACES TO EXC-RT-PERSON-ID
           MOVE "ERASED PERSON ON NAMEIN1 - DROPPED"
               TO EXC-REASON
           WRITE EXCEPTION-LISTING-RECORD.

       Write-Exception-Erased-File2.
           MOVE SPACES TO EXC-RO-PERSON-ID
           MOVE IN2-PERSON-ID TO EXC-RT-PERSON-ID
           MOVE "ERASED PERSON ON NAMEIN2 - DROPPED"
               TO EXC-REASON
           WRITE EXCEPTION-LISTING-RECORD.

       Write-Exception-Erased-File3.
           MOVE IN3-PERSON-ID TO EXC-RO-PERSON-ID
           MOVE SPACES TO EXC-RT-PERSON-ID
           MOVE "ERASED PERSON ON NAMEIN3 - DROPPED"
               TO EXC-REASON
           WRITE EXCEPTION-LISTING-RECORD.

       Fetch-File3-Record.
           MOVE "N" TO WS-FETCH3-DONE-SW
           PERFORM UNTIL FETCH3-DONE OR FILE3-EXHAUSTED
                   NOT AT END
                       ADD 1 TO WS-F3-RECORD-COUNT
                       EVALUATE TRUE
                           WHEN EN3-IS-HEADER
                               CONTINUE
                           WHEN EN3-IS-TRAILER
                               SET FILE3-EXHAUSTED TO TRUE
                           WHEN IN3-PERSON-ID < WS-F3-PREV-KEY
                               PERFORM Stop-Sequence-Error-File3
                           WHEN IN3-PERSON-ID < WS-PART-LOW-ID
                               MOVE IN3-PERSON-ID TO WS-F3-PREV-KEY
                           WHEN IN3-PERSON-ID > WS-PART-HIGH-ID
                               SET FILE3-EXHAUSTED TO TRUE
                           WHEN IN3-PERSON-ID = WS-F3-PREV-KEY
                               IF NOT REPLAY-MODE
                                   ADD 1 TO WS-DUP-KEY-COUNT
                                   PERFORM Write-Exception-Dup-File3
                               END-IF
                           WHEN OTHER
                               PERFORM Take-File3-Record
                       END-EVALUATE
               END-READ
           END-PERFORM.

       Take-File3-Record.
           MOVE IN3-PERSON-ID TO WS-F3-PREV-KEY
           MOVE IN3-PERSON-ID TO WS-ERASED-CHECK-ID
           PERFORM Check-Erased-Person
           IF PERSON-ERASED
               IF NOT REPLAY-MODE
                   ADD 1 TO WS-ERASED-DROP-COUNT
                   PERFORM Write-Exception-Erased-File3
               END-IF
           ELSE
               MOVE NAME-INPUT-RECORD3 TO WS-FILE3-HOLD
               SET FETCH3-DONE TO TRUE
           END-IF.

      *    Delivers the next side-1 record in key order from either
      *    the live extract lookahead or the suspense lookahead. A
      *    suspense entry whose PERSON ID also arrives on today's
      *    extract is superseded - the fresh extract record is
      *    delivered and the stale suspense copy is cleared.
       Read-Record-1.
           IF NOT FILE1-EXHAUSTED
                   AND NOT SUSPENSE1-EXHAUSTED
                   AND WS-SUS1-KEY = WS-F1-PERSON-ID
               IF NOT REPLAY-MODE
                   ADD 1 TO WS-SUSPENSE-SUPERSEDED-COUNT
                   MOVE "1" TO WS-SUP-SOURCE
                   MOVE WS-SUS1-KEY TO WS-SUP-PERSON-ID
                   PERFORM Clear-Suspense-Entry
               END-IF
               PERFORM Fetch-Suspense-1
           END-IF
           EVALUATE TRUE
               WHEN FILE1-EXHAUSTED AND SUSPENSE1-EXHAUSTED
                   SET END-OF-FILE1 TO TRUE
               WHEN NOT SUSPENSE1-EXHAUSTED
                       AND (FILE1-EXHAUSTED
                       OR WS-SUS1-KEY < WS-F1-PERSON-ID)
                   PERFORM Deliver-Suspense-1
               WHEN OTHER
                   PERFORM Deliver-File1-Record
           IF NOT REPLAY-MODE
               ADD 1 TO WS-SUSPENSE-RECYCLED-COUNT
           END-IF
           MOVE WS-SUS1-KEY TO RO-PERSON-ID
           MOVE WS-SUS1-NAME-FIELD TO FIRSTNAME
           MOVE WS-SUS1-MIDDLENAME TO RO-MIDDLENAME
           MOVE WS-SUS1-MIDINITIAL TO RO-MIDINITIAL
           MOVE WS-SUS1-NAMESUFFIX TO RO-NAMESUFFIX
           MOVE WS-SUS1-EFFECTIVE-DATE TO RO-EFFECTIVE-DATE
           MOVE WS-SUS1-AGE TO WS-RO-AGE
           PERFORM Fetch-Suspense-1.

       Deliver-File1-Record.
           IF NOT REPLAY-MODE

       Read-Record-2.
           IF NOT FILE2-EXHAUSTED
                   AND NOT SUSPENSE2-EXHAUSTED
                   AND WS-SUS2-KEY = WS-F2-PERSON-ID
               IF NOT REPLAY-MODE
                   ADD 1 TO WS-SUSPENSE-SUPERSEDED-COUNT
                   MOVE "2" TO WS-SUP-SOURCE
                   MOVE WS-SUS2-KEY TO WS-SUP-PERSON-ID
                   PERFORM Clear-Suspense-Entry
               END-IF
               PERFORM Fetch-Suspense-2
           END-IF
           EVALUATE TRUE
               WHEN FILE2-EXHAUSTED AND SUSPENSE2-EXHAUSTED
                   SET END-OF-FILE2 TO TRUE
               WHEN NOT SUSPENSE2-EXHAUSTED
                       AND (FILE2-EXHAUSTED
                       OR WS-SUS2-KEY < WS-F2-PERSON-ID)
                   PERFORM Deliver-Suspense-2
               WHEN OTHER
                   PERFORM Deliver-File2-Record
           IF NOT REPLAY-MODE
               ADD 1 TO WS-SUSPENSE-RECYCLED-COUNT
           END-IF
           MOVE WS-SUS2-KEY TO RT-PERSON-ID
           IF WS-SUS2-SENT-PERSON-ID = SPACES
               MOVE WS-SUS2-KEY TO WS-RT-SENT-PERSON-ID
           ELSE
               MOVE WS-SUS2-SENT-PERSON-ID TO WS-RT-SENT-PERSON-ID
           END-IF
           MOVE WS-SUS2-NAME-FIELD TO LASTNAME
           MOVE WS-SUS2-MIDDLENAME TO RT-MIDDLENAME
           MOVE WS-SUS2-MIDINITIAL TO RT-MIDINITIAL
           MOVE WS-SUS2-NAMESUFFIX TO RT-NAMESUFFIX
           MOVE WS-SUS2-EFFECTIVE-DATE TO RT-EFFECTIVE-DATE
           MOVE WS-SUS2-AGE TO WS-RT-AGE
           PERFORM Fetch-Suspense-2.

       Deliver-File2-Record.
           IF NOT REPLAY-MODE
               ADD 1 TO WS-RECORDS-READ-COUNT
           END-IF
           MOVE WS-F2-PERSON-ID TO RT-PERSON-ID
           MOVE WS-F2-SENT-PERSON-ID TO WS-RT-SENT-PERSON-ID
           MOVE WS-F2-LASTNAME TO LASTNAME
           MOVE WS-F2-MIDDLENAME TO RT-MIDDLENAME
           MOVE WS-F2-MIDINITIAL TO RT-MIDINITIAL

       Read-Record-3.
           IF NOT FILE3-EXHAUSTED
                   AND NOT SUSPENSE3-EXHAUSTED
                   AND WS-SUS3-KEY = WS-F3-PERSON-ID
               IF NOT REPLAY-MODE
                   ADD 1 TO WS-PREF-SUPERSEDED-COUNT
                   MOVE "3" TO WS-SUP-SOURCE
                   MOVE WS-SUS3-KEY TO WS-SUP-PERSON-ID
                   PERFORM Clear-Suspense-Entry
               END-IF
               PERFORM Fetch-Suspense-3
           END-IF
           EVALUATE TRUE
               WHEN FILE3-EXHAUSTED AND SUSPENSE3-EXHAUSTED
                   SET END-OF-FILE3 TO TRUE
               WHEN NOT SUSPENSE3-EXHAUSTED
                       AND (FILE3-EXHAUSTED
                       OR WS-SUS3-KEY < WS-F3-PERSON-ID)
                   PERFORM Deliver-Suspense-3
               WHEN OTHER
                   PERFORM Deliver-File3-Record
           IF NOT REPLAY-MODE
               ADD 1 TO WS-PREF-RECYCLED-COUNT
           END-IF
           MOVE WS-SUS3-KEY TO R3-PERSON-ID
           MOVE WS-SUS3-PREFNAME TO PREFNAME
           MOVE WS-SUS3-PRONOUNCE-NOTE TO R3-PRONOUNCE-NOTE
           MOVE WS-SUS3-EFFECTIVE-DATE TO R3-EFFECTIVE-DATE
           MOVE WS-SUS3-AGE TO WS-R3-AGE
           PERFORM Fetch-Suspense-3.

       Deliver-File3-Record.
           IF NOT REPLAY-MODE
                       ELSE
                           PERFORM Write-Error-Listing
                       END-IF
                       PERFORM Clear-Merged-Suspense
                   END-IF
                   IF PREF-MATCHED
                       PERFORM Read-Record-3
               ADD 1 TO WS-RECORDS-EXCEPTION-COUNT
               ADD 1 TO WS-PREF-AGED-COUNT
               PERFORM Write-Exception-R3-Unmatched
               MOVE SPACES TO WS-FEEDBACK-WORK
               MOVE "3" TO FBK-SOURCE
               MOVE R3-PERSON-ID TO FBK-PERSON-ID
               MOVE "NO REPO_ONE/REPO_TWO PAIR FOR PERSON-ID"
                   TO FBK-REASON-TEXT
               PERFORM Write-Feedback-Aged-Out
               IF WS-R3-AGE > 0
                   MOVE "3" TO WS-SUP-SOURCE
                   MOVE R3-PERSON-ID TO WS-SUP-PERSON-ID
                   PERFORM Clear-Suspense-Entry
               END-IF
           ELSE
               ADD 1 TO WS-PREF-SUSP-OUT-COUNT
               PERFORM Write-Suspense-R3
           WRITE EXCEPTION-LISTING-RECORD.

       Write-Suspense-R3.
           MOVE SPACES TO WS-SUSPENSE-UPDATE
           MOVE "3" TO WS-SUP-SOURCE
           MOVE R3-PERSON-ID TO WS-SUP-PERSON-ID
           MOVE "A" TO WS-SUP-STATE
           MOVE WS-NEW-AGE TO WS-SUP-AGE-COUNT
           MOVE PREFNAME TO WS-SUP-NAME-FIELD
           MOVE R3-PRONOUNCE-NOTE TO WS-SUP-PRONOUNCE-NOTE
           MOVE R3-EFFECTIVE-DATE TO WS-SUP-EFFECTIVE-DATE
           PERFORM Update-Suspense-Entry.

      *    An unmatched record is no longer lost to the listing: it
      *    is suspended and re-merged next run until its counterpart
               ADD 1 TO WS-RECORDS-EXCEPTION-COUNT
               ADD 1 TO WS-SUSPENSE-AGED-COUNT
               PERFORM Write-Exception-RO-Unmatched
               MOVE SPACES TO WS-FEEDBACK-WORK
               MOVE "1" TO FBK-SOURCE
               MOVE RO-PERSON-ID TO FBK-PERSON-ID
               MOVE "NO REPO_TWO RECORD FOR THIS PERSON-ID"
                   TO FBK-REASON-TEXT
               PERFORM Write-Feedback-Aged-Out
               IF WS-RO-AGE > 0
                   MOVE "1" TO WS-SUP-SOURCE
                   MOVE RO-PERSON-ID TO WS-SUP-PERSON-ID
                   PERFORM Clear-Suspense-Entry
               END-IF
           ELSE
               ADD 1 TO WS-SUSPENSE-OUT-COUNT
               PERFORM Write-Suspense-RO
               ADD 1 TO WS-RECORDS-EXCEPTION-COUNT
               ADD 1 TO WS-SUSPENSE-AGED-COUNT
               PERFORM Write-Exception-RT-Unmatched
               MOVE SPACES TO WS-FEEDBACK-WORK
               MOVE "2" TO FBK-SOURCE
               MOVE WS-RT-SENT-PERSON-ID TO FBK-PERSON-ID
               MOVE "NO REPO_ONE RECORD FOR THIS PERSON-ID"
                   TO FBK-REASON-TEXT
               PERFORM Write-Feedback-Aged-Out
               IF WS-RT-AGE > 0
                   MOVE "2" TO WS-SUP-SOURCE
                   MOVE RT-PERSON-ID TO WS-SUP-PERSON-ID
                   PERFORM Clear-Suspense-Entry
               END-IF
           ELSE
               ADD 1 TO WS-SUSPENSE-OUT-COUNT
               PERFORM Write-Suspense-RT
           END-IF.

       Write-Suspense-RO.
           MOVE SPACES TO WS-SUSPENSE-UPDATE
           MOVE "1" TO WS-SUP-SOURCE
           MOVE RO-PERSON-ID TO WS-SUP-PERSON-ID
           MOVE "A" TO WS-SUP-STATE
           MOVE WS-NEW-AGE TO WS-SUP-AGE-COUNT
           MOVE FIRSTNAME TO WS-SUP-NAME-FIELD
           MOVE RO-MIDDLENAME TO WS-SUP-MIDDLENAME
           MOVE RO-MIDINITIAL TO WS-SUP-MIDINITIAL
           MOVE RO-NAMESUFFIX TO WS-SUP-NAMESUFFIX
           MOVE RO-EFFECTIVE-DATE TO WS-SUP-EFFECTIVE-DATE
           PERFORM Update-Suspense-Entry.

       Write-Suspense-RT.
           MOVE SPACES TO WS-SUSPENSE-UPDATE
           MOVE "2" TO WS-SUP-SOURCE
           MOVE RT-PERSON-ID TO WS-SUP-PERSON-ID
           MOVE "A" TO WS-SUP-STATE
           MOVE WS-NEW-AGE TO WS-SUP-AGE-COUNT
           MOVE LASTNAME TO WS-SUP-NAME-FIELD
           MOVE RT-MIDDLENAME TO WS-SUP-MIDDLENAME
           MOVE RT-MIDINITIAL TO WS-SUP-MIDINITIAL
           MOVE RT-NAMESUFFIX TO WS-SUP-NAMESUFFIX
           MOVE RT-EFFECTIVE-DATE TO WS-SUP-EFFECTIVE-DATE
           MOVE WS-RT-SENT-PERSON-ID TO WS-SUP-SENT-PERSON-ID
           PERFORM Update-Suspense-Entry.

      *    Replays the merge from the top in REPLAY-MODE (no writes,
      *    no counts) until WS-RESTART-COUNT records have been
           MOVE WS-PENDING-SUPERSEDED-COUNT
               TO CHKPT-PEND-SUPERSEDED-COUNT
           MOVE WS-XWALK-MISS-COUNT TO CHKPT-XWALK-MISS-COUNT
           MOVE WS-ERASED-DROP-COUNT TO CHKPT-ERASED-DROP-COUNT
           MOVE WS-PENDING-REPLACED-COUNT
               TO CHKPT-PEND-REPLACED-COUNT
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

               ADD 1 TO WS-RECORDS-EXCEPTION-COUNT
               ADD 1 TO WS-DEMO-MISMATCH-COUNT
               PERFORM Write-Exception-Demographic-Mismatch
               PERFORM Write-Feedback-Demographics
           END-IF.

       Write-Exception-RO-Unmatched.
               TO EXC-REASON
           WRITE EXCEPTION-LISTING-RECORD.

      *    Feedback for the sources (FBKOUT, cut per source by
      *    NAMEFBK) - one record per field we could not take as
      *    sent. REPO_ONE's demographic values are the ones kept,
      *    so a disagreement goes back to REPO_TWO only, one record
      *    for each field that differs.
       Write-Feedback-Demographics.
           MOVE SPACES TO WS-FEEDBACK-WORK
           MOVE "2" TO FBK-SOURCE
           MOVE WS-RT-SENT-PERSON-ID TO FBK-PERSON-ID
           MOVE "DM" TO FBK-REASON-CODE
           MOVE "REPO_ONE VALUE USED - SOURCES DISAGREE"
               TO FBK-REASON-TEXT
           IF RO-MIDDLENAME NOT = RT-MIDDLENAME
               MOVE "MIDDLENAME" TO FBK-FIELD-NAME
               MOVE RT-MIDDLENAME TO FBK-VALUE-SENT
               MOVE RO-MIDDLENAME TO FBK-VALUE-USED
               PERFORM Write-Feedback-Record
           END-IF
           IF RO-MIDINITIAL NOT = RT-MIDINITIAL
               MOVE "MIDINITIAL" TO FBK-FIELD-NAME
               MOVE RT-MIDINITIAL TO FBK-VALUE-SENT
               MOVE RO-MIDINITIAL TO FBK-VALUE-USED
               PERFORM Write-Feedback-Record
           END-IF
           IF RO-NAMESUFFIX NOT = RT-NAMESUFFIX
               MOVE "NAMESUFFIX" TO FBK-FIELD-NAME
               MOVE RT-NAMESUFFIX TO FBK-VALUE-SENT
               MOVE RO-NAMESUFFIX TO FBK-VALUE-USED
               PERFORM Write-Feedback-Record
           END-IF.

      *    A record that never found its counterpart: the PERSON-ID
      *    is the field in error and nothing of the record was
      *    used. The caller clears the work area and sets the
      *    source, id and reason text.
       Write-Feedback-Aged-Out.
           MOVE "PERSON-ID" TO FBK-FIELD-NAME
           MOVE FBK-PERSON-ID TO FBK-VALUE-SENT
           MOVE "AS" TO FBK-REASON-CODE
           PERFORM Write-Feedback-Record.

       Write-Feedback-Record.
           MOVE WS-RUN-DATE TO FBK-EVENT-DATE
           MOVE WS-RUN-TIME TO FBK-EVENT-TIME
           WRITE FEEDBACK-OUT-RECORD FROM WS-FEEDBACK-WORK.

      *    Req 002 also calls out overlength values as bad data, but
      *    there is no truncation point to detect here: IN1-FIRSTNAME/
      *    FIRSTNAME and IN2-LASTNAME/LASTNAME are both PIC X(20) on
           MOVE RT-MIDINITIAL TO REJ-RT-MIDINITIAL
           MOVE RT-NAMESUFFIX TO REJ-RT-NAMESUFFIX
           MOVE RT-EFFECTIVE-DATE TO REJ-RT-EFFECTIVE-DATE
           MOVE WS-RT-SENT-PERSON-ID TO REJ-RT-SENT-PERSON-ID
           IF PREF-APPLY
               MOVE PREFNAME TO REJ-PREF-FIRSTNAME
               MOVE R3-PRONOUNCE-NOTE TO REJ-PREF-PRONOUNCE
      *    its own status date and the two differing is expected, not
      *    an error.
      *    A matched pair whose resolved effective date is still in
      *    the future is held on the pending store instead of
      *    flowing downstream weeks early; the release pass moves it
      *    to the combined output on the first run on or after its
      *    effective date.
               MOVE R3-PRONOUNCE-NOTE TO OUT-PREF-PRONOUNCE
           END-IF
           PERFORM Format-Display-Name
           IF OUT-EFFECTIVE-DATE > WS-STORE-DATE
               ADD 1 TO WS-RECORDS-PENDED-COUNT
               PERFORM Hold-Pending-Entry
           ELSE
               ADD 1 TO WS-RECORDS-COMBINED-COUNT
               WRITE COMBINED-OUTPUT-RECORD
       Write-Control-Report.
           MOVE "DUALREPO CONTROL REPORT" TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           IF PARTITIONED-RUN
               MOVE WS-PART-ID TO WS-PRL-PART-ID
               MOVE WS-PART-LOW-ID TO WS-PRL-LOW-ID
               MOVE WS-PART-HIGH-ID TO WS-PRL-HIGH-ID
               WRITE CONTROL-REPORT-RECORD FROM WS-PART-RANGE-LINE
           END-IF
           PERFORM Write-Envelope-Report

           MOVE "RECORDS READ" TO WS-RPT-LABEL
           MOVE WS-RECORDS-READ-COUNT TO WS-RPT-COUNT
                   FROM WS-CONTROL-REPORT-LINE
           END-IF

           IF WS-ERASED-COUNT > 0
               MOVE "ERASED PERSONS ON TOMBSTONE FILE" TO WS-RPT-LABEL
               MOVE WS-ERASED-COUNT TO WS-RPT-COUNT
               WRITE CONTROL-REPORT-RECORD
                   FROM WS-CONTROL-REPORT-LINE
               MOVE "ERASED-PERSON RECORDS DROPPED" TO WS-RPT-LABEL
               MOVE WS-ERASED-DROP-COUNT TO WS-RPT-COUNT
               WRITE CONTROL-REPORT-RECORD
                   FROM WS-CONTROL-REPORT-LINE
           END-IF

           MOVE "DEMOGRAPHIC MISMATCHES (IN EXCEPTIONS)"
               TO WS-RPT-LABEL
           MOVE WS-DEMO-MISMATCH-COUNT TO WS-RPT-COUNT
           MOVE WS-RECORDS-PENDED-COUNT TO WS-RPT-COUNT
           WRITE CONTROL-REPORT-RECORD FROM WS-CONTROL-REPORT-LINE

           MOVE "PENDED AGAIN - EARLIER DATE REPLACED" TO WS-RPT-LABEL
           MOVE WS-PENDING-REPLACED-COUNT TO WS-RPT-COUNT
           WRITE CONTROL-REPORT-RECORD FROM WS-CONTROL-REPORT-LINE

           MOVE "PENDING SUPERSEDED BY FRESH PAIR" TO WS-RPT-LABEL
           MOVE WS-PENDING-SUPERSEDED-COUNT TO WS-RPT-COUNT
           WRITE CONTROL-REPORT-RECORD FROM WS-CONTROL-REPORT-LINE

           MOVE "PENDING INVENTORY CARRIED FORWARD" TO WS-RPT-LABEL
           MOVE WS-PENDING-ON-FILE-COUNT TO WS-RPT-COUNT
           WRITE CONTROL-REPORT-RECORD FROM WS-CONTROL-REPORT-LINE

           MOVE "CORRECTED REJECTS RESUBMITTED" TO WS-RPT-LABEL
           MOVE WS-PENDING-SUPERSEDED-COUNT
               TO TOT-PEND-SUPERSEDED-COUNT
           MOVE WS-XWALK-MISS-COUNT TO TOT-XWALK-MISS-COUNT
           MOVE WS-PART-ID TO TOT-PARTITION-ID
           IF PARTITIONED-RUN
               MOVE WS-PART-LOW-ID TO TOT-PART-LOW-ID
               MOVE WS-PART-HIGH-ID TO TOT-PART-HIGH-ID
           ELSE
               MOVE ALL "0" TO TOT-PART-LOW-ID
               MOVE ALL "9" TO TOT-PART-HIGH-ID
           END-IF
           MOVE WS-STORE-DATE TO TOT-BUSINESS-DATE
           WRITE CONTROL-TOTALS-RECORD.

       Close-Files.
           IF AUDIT-LOG-ENABLED
               CLOSE AUDIT-LOG-FILE
           END-IF
           CLOSE SUSPENSE-STORE-FILE
           CLOSE PENDING-STORE-FILE
           CLOSE REJECT-OUT-FILE
           CLOSE FEEDBACK-OUT-FILE.

       END PROGRAM DUALREPO.
