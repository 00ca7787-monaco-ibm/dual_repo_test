      *            as in FULL mode, with one inherent difference:     *
      *            a delete is the ABSENCE of a person from the       *
      *            input, which only a full pass can see, so DELTA    *
      *            mode finds no deletes of its own and reports no    *
      *            UNCHANGED count for untouched persons. Its         *
      *            deletes come from the weekend sweep (NAMESWP):     *
      *            the optional SWEEPIN input carries one DELETE      *
      *            transaction per person the sweep found gone from   *
      *            the sources, and each is applied exactly as a      *
      *            FULL pass deletes - unless the person is on        *
      *            tonight's input, is held, or is no longer active   *
      *            on the master, in which case it is listed on       *
      *            MSTRPT and dropped. FULL mode finds its own        *
      *            deletes and never reads SWEEPIN.                   *
      *                                                               *
      *   STEWARD OVERRIDES AND LOCKS. The data stewards set a        *
      *   court-ordered or legally verified name intraday through     *
      *   the NO01 transaction (NAMEOVR), which updates the keyed     *
      *   master at once and journals the action. The optional        *
      *   OVRIN input is that journal, extracted in PERSON-ID,        *
      *   date and time order. Each entry is folded into the          *
      *   person's work record before today's transactions - its      *
      *   prebuilt history row and CHANGE delta record are appended   *
      *   to HISTOUT and DELTAOUT as they stand, and its after        *
      *   image becomes the person's master record (in DELTA mode     *
      *   the KSDS already holds it). A journal entry for a person    *
      *   not on the master is listed on MSTRPT and ignored.          *
      *                                                               *
      *   A locked person (WRK-LOCK-SW = L) keeps the steward's       *
      *   legal name: a source transaction carrying a different       *
      *   legal name is listed on MSTRPT and its name fields are      *
      *   not applied. The preferred name and pronunciation still     *
      *   apply, and presence on the input still keeps the person     *
      *   active. Only an UNLOCK through NO01 hands the name back     *
      *   to the sources.                                             *
      *                                                               *
      *   PHONETIC KEY. The last eighteen bytes of the master record  *
      *   are the name search key: sound-alike codes for the legal    *
      *   last and first name (NAMEPHON) followed by the PERSON ID,   *
      *   which keeps the key unique. It is rebuilt on every ADD and  *
      *   CHANGE and after a steward override is folded in; the       *
      *   nightly load builds the NS01 search-by-name alternate       *
      *   index over it. A record carried forward without a key is    *
      *   given one as it passes, so one FULL pass seeds the key      *
      *   across the whole master.                                    *
      *   The delta image stays at the first 270 bytes - the key is   *
      *   not something a downstream consumer is sent.                *
      *                                                               *
      *   PARTITIONED RUNS. PARTITION=nn, PARTITION-LOW-ID= and       *
      *   PARTITION-HIGH-ID= cards on MSTCTL (the same cards the      *
      *   partition's DUALREPO run reads) restrict the apply to one   *
      *   PERSON ID range: every input is passed over below the       *
      *   range and treated as ended above it, so in FULL mode        *
      *   NEWMAST is the range's slice of the master. The run         *
      *   ledgers as NAMEMPnn and stamps its range on MSTTOT, and     *
      *   NAMECONS joins the slices, deltas and totals of all the     *
      *   partitions into the night's single set.                     *
      *                                                               *
      *****************************************************************
      /
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTTOT-STATUS.

           SELECT OPTIONAL OVERRIDE-FILE ASSIGN TO "OVRIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRIN-STATUS.

           SELECT OPTIONAL SWEEP-DELETE-FILE ASSIGN TO "SWEEPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWEEPIN-STATUS.

           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "MSTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTCTL-STATUS.
           05  OMS-LAST-CHANGE-DATE        PIC 9(8).
           05  OMS-LAST-CHANGE-TIME        PIC 9(6).
           05  FILLER                      PIC X(1).
           05  FILLER                      PIC X(18).

       FD  NEW-MASTER-FILE
           RECORDING MODE IS F.
       01  NEW-MASTER-RECORD               PIC X(288).

      *    CHANGE-REASON qualifies a CHANGE action for consumers
      *    that care what moved: N = the legal NAME-DATA changed,
       01  MASTER-TOTALS-RECORD.
           COPY MSTTOT REPLACING ==:PFX:== BY ==MTO==.

       FD  OVERRIDE-FILE
           RECORDING MODE IS F.
       01  OVERRIDE-RECORD.
           COPY OVRREC REPLACING ==:PFX:== BY ==OVR==.

       FD  SWEEP-DELETE-FILE
           RECORDING MODE IS F.
       01  SWEEP-DELETE-RECORD.
           COPY SWPREC REPLACING ==:PFX:== BY ==SWP==.

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD             PIC X(80).
           05  KMS-LAST-CHANGE-DATE        PIC 9(8).
           05  KMS-LAST-CHANGE-TIME        PIC 9(6).
           05  FILLER                      PIC X(1).
           05  FILLER                      PIC X(18).
      /
       WORKING-STORAGE SECTION.

           05  WS-MSTTOT-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-MSTCTL-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-MASTVSAM-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-OVRIN-STATUS             PIC X(2)  VALUE SPACES.
           05  WS-SWEEPIN-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-MSTCTL-EOF-SW            PIC X(1)  VALUE "N".
               88  END-OF-CONTROL-CARDS               VALUE "Y".
           05  WS-APPLY-MODE-SW            PIC X(1)  VALUE "F".
               88  WORK-IS-NEW                        VALUE "N".
           05  WS-APPLIED-SW               PIC X(1)  VALUE "N".
               88  TRANSACTION-APPLIED                VALUE "Y".
           05  WS-SWEEP-DELETE-SW          PIC X(1)  VALUE "N".
               88  SWEEP-DELETE-REQUESTED             VALUE "Y".

       01  WS-MERGE-KEYS.
           05  WS-TRN-KEY                  PIC X(10) VALUE LOW-VALUES.
           05  WS-HLD-KEY                  PIC X(10) VALUE LOW-VALUES.
           05  WS-PREV-HLD-KEY             PIC X(10) VALUE LOW-VALUES.
           05  WS-HELD-WORK-KEY            PIC X(10) VALUE LOW-VALUES.
           05  WS-OVR-KEY                  PIC X(10) VALUE LOW-VALUES.
           05  WS-PREV-OVR-FULL-KEY        PIC X(24) VALUE LOW-VALUES.
           05  WS-SWP-KEY                  PIC X(10) VALUE LOW-VALUES.
           05  WS-PREV-SWP-KEY             PIC X(10) VALUE LOW-VALUES.
           05  WS-KEYED-WORK-KEY           PIC X(10) VALUE LOW-VALUES.

       01  WS-CONTROL-CARD-WORK.
           05  WS-CC-KEYWORD               PIC X(20) VALUE SPACES.
           05  WS-CC-VALUE                 PIC X(60) VALUE SPACES.
           05  WS-CC-TOKEN                 PIC X(60) VALUE SPACES.
           05  WS-CC-TOKEN-LEN             PIC 9(2)  VALUE 0.
           05  WS-CC-PERSON-ID             PIC X(10) VALUE SPACES.

      *    PERSON ID range of a partitioned run - the whole key range
      *    when there are no partition cards.
       01  WS-PARTITION-AREA.
           05  WS-PART-ID                  PIC 9(2)  VALUE 0.
           05  WS-PART-LOW-ID              PIC X(10)
                                                VALUE LOW-VALUES.
           05  WS-PART-HIGH-ID             PIC X(10)
                                                VALUE HIGH-VALUES.
           05  WS-PARTITION-SW             PIC X(1)  VALUE "N".
               88  PARTITIONED-RUN                    VALUE "Y".
           05  WS-PART-RANGE-LINE.
               10  FILLER                  PIC X(10) VALUE "PARTITION ".
               10  WS-PRL-PART-ID          PIC 9(2).
               10  FILLER                  PIC X(15)
                                   VALUE " - PERSON IDS  ".
               10  WS-PRL-LOW-ID           PIC X(10).
               10  FILLER                  PIC X(4)  VALUE " TO ".
               10  WS-PRL-HIGH-ID          PIC X(10).

      *    One person's master record is assembled here before it is
      *    classified and written, so several transactions for the
           05  WRK-ADD-TIME                PIC 9(6).
           05  WRK-LAST-CHANGE-DATE        PIC 9(8).
           05  WRK-LAST-CHANGE-TIME       PIC 9(6).
           05  WRK-LOCK-SW                 PIC X(1).
               88  WRK-NAME-LOCKED                    VALUE "L".
           05  WRK-NAME-SEARCH-KEY.
               10  WRK-PHONETIC-KEY.
                   15  WRK-LAST-PHONETIC   PIC X(4).
                   15  WRK-FIRST-PHONETIC  PIC X(4).
               10  WRK-SEARCH-PERSON-ID    PIC X(10).

       01  WS-ORIGINAL-MASTER.
           05  WS-ORIG-NAME-DATA           PIC X(74).
           05  PRV-LAST-CHANGE-DATE        PIC 9(8).
           05  PRV-LAST-CHANGE-TIME        PIC 9(6).
           05  FILLER                      PIC X(1).
           05  FILLER                      PIC X(18).

       01  WS-HISTORY-WORK.
           05  WS-HIST-END-ACTION          PIC X(8)  VALUE SPACES.

       01  NAMEPHON-PARM.
           COPY NAMEPHNL REPLACING ==:PFX:== BY ==NPH==.

       01  WS-DELTA-WORK.
           05  WS-DELTA-CHANGE-REASON      PIC X(1)  VALUE SPACE.

           05  WS-MASTER-WRITTEN-COUNT     PIC 9(9)  VALUE 0.
           05  WS-DELTA-WRITTEN-COUNT      PIC 9(9)  VALUE 0.
           05  WS-HISTORY-WRITTEN-COUNT    PIC 9(9)  VALUE 0.
           05  WS-OVERRIDE-READ-COUNT      PIC 9(9)  VALUE 0.
           05  WS-OVERRIDE-COUNT           PIC 9(9)  VALUE 0.
           05  WS-OVERRIDE-ORPHAN-COUNT    PIC 9(9)  VALUE 0.
           05  WS-LOCK-BLOCKED-COUNT       PIC 9(9)  VALUE 0.
           05  WS-SWEEP-READ-COUNT         PIC 9(9)  VALUE 0.
           05  WS-SWEEP-APPLIED-COUNT      PIC 9(9)  VALUE 0.
           05  WS-SWEEP-DROPPED-COUNT      PIC 9(9)  VALUE 0.

       01  WS-CONTROL-REPORT-LINE.
           05  WS-RPT-LABEL                PIC X(40).
           05  WS-RPT-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(33)  VALUE SPACES.

       01  WS-OVERRIDE-LINE.
           05  WS-OVL-TAG                  PIC X(9).
           05  WS-OVL-PERSON-ID            PIC X(10).
           05  FILLER                      PIC X(1)   VALUE SPACE.
           05  WS-OVL-ACTION               PIC X(8).
           05  FILLER                      PIC X(1)   VALUE SPACE.
           05  WS-OVL-DATE                 PIC 9(8).
           05  FILLER                      PIC X(1)   VALUE SPACE.
           05  WS-OVL-OPERATOR-ID          PIC X(8).
           05  FILLER                      PIC X(1)   VALUE SPACE.
           05  WS-OVL-REASON               PIC X(37).

       01  WS-LOCKED-LINE.
           05  FILLER                      PIC X(9)   VALUE
               "LOCKED   ".
           05  WS-LKL-PERSON-ID            PIC X(10).
           05  FILLER                      PIC X(8)   VALUE
               " SOURCE ".
           05  WS-LKL-LASTNAME             PIC X(20).
           05  FILLER                      PIC X(1)   VALUE SPACE.
           05  WS-LKL-FIRSTNAME            PIC X(20).
           05  FILLER                      PIC X(16)  VALUE
               " NOT APPLIED".

       01  WS-SWEEP-LINE.
           05  FILLER                      PIC X(9)   VALUE
               "SWEEP    ".
           05  WS-SWL-PERSON-ID            PIC X(10).
           05  FILLER                      PIC X(24)  VALUE
               " DELETE NOT APPLIED - ".
           05  WS-SWL-REASON               PIC X(41).

       01  WS-CURRENT-DATE-TIME.
           05  WS-RUN-DATE                 PIC 9(8).
           05  WS-RUN-TIME                 PIC 9(6).
           05  FILLER                      PIC X(7).

       01  NAMELDG-PARM.
           COPY NAMELDGL REPLACING ==:PFX:== BY ==NLD==.
      /
       PROCEDURE DIVISION.
       Main.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM Read-Run-Options
           PERFORM Check-Run-Ledger
           PERFORM Open-Files
           PERFORM Write-Report-Title
           PERFORM Read-Transaction
           PERFORM Read-Hold-Id
           PERFORM Read-Override
           IF APPLY-MODE-DELTA
               PERFORM Read-Sweep-Delete
      *    The keyed work key is the lower of the transaction and
      *    sweep-delete keys - a swept person with no transaction
      *    tonight is read and finalized like any other.
               PERFORM UNTIL WS-TRN-KEY = HIGH-VALUES
                       AND WS-OVR-KEY = HIGH-VALUES
                       AND WS-SWP-KEY = HIGH-VALUES
                   IF WS-SWP-KEY < WS-TRN-KEY
                       MOVE WS-SWP-KEY TO WS-KEYED-WORK-KEY
                   ELSE
                       MOVE WS-TRN-KEY TO WS-KEYED-WORK-KEY
                   END-IF
                   IF WS-OVR-KEY < WS-KEYED-WORK-KEY
                       PERFORM Process-Override-Only-Person
                   ELSE
                       PERFORM Process-One-Keyed-Person
                   END-IF
               END-PERFORM
      *    Hold ids beyond the last keyed person still need their
      *    HELD tally - the alignment paragraph drains them once
      *    the work key has gone to HIGH-VALUES.
               MOVE HIGH-VALUES TO WS-KEYED-WORK-KEY
               PERFORM Align-Held-Persons
           ELSE
               PERFORM Read-Old-Master
                       AND WS-MST-KEY = HIGH-VALUES
                   PERFORM Process-One-Person
               END-PERFORM
      *    Journal entries keyed beyond the last master person have
      *    nothing to land on.
               PERFORM UNTIL WS-OVR-KEY = HIGH-VALUES
                   PERFORM Reject-Override-Entry
               END-PERFORM
           END-IF
           PERFORM Write-Control-Report
           PERFORM Write-Master-Totals
           PERFORM Close-Files
           PERFORM Record-Run-Complete
           GOBACK.

      *    Run-control ledger - stops a second run for a business
      *    date this step already completed, and a run whose
      *    prior business date never completed (see NAMELDG).
      *    A partition ledgers as NAMEMPnn on its own partition
      *    ledger.
       Check-Run-Ledger.
           INITIALIZE NAMELDG-PARM
           MOVE "CHECK" TO NLD-FUNCTION
           IF PARTITIONED-RUN
               STRING "NAMEMP" WS-PART-ID DELIMITED BY SIZE
                   INTO NLD-STEP-NAME
               END-STRING
           ELSE
               MOVE "NAMEMAST" TO NLD-STEP-NAME
           END-IF
           CALL "NAMELDG" USING NAMELDG-PARM
           IF NLD-RESULT NOT = "00"
               DISPLAY "NAMEMAST STOPPED BY RUN LEDGER - "
                   NLD-RESULT-TEXT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The ledger call replaces RETURN-CODE, so the step's own
      *    code is passed in and put back afterwards.
       Record-Run-Complete.
           MOVE "COMPLETE" TO NLD-FUNCTION
           MOVE RETURN-CODE TO NLD-STEP-RC
           MOVE "TRANS READ" TO NLD-TOTAL-LABEL(1)
           MOVE WS-TRANS-READ-COUNT TO NLD-TOTAL-COUNT(1)
           MOVE "ADDS" TO NLD-TOTAL-LABEL(2)
           MOVE WS-ADD-COUNT TO NLD-TOTAL-COUNT(2)
           MOVE "CHANGES" TO NLD-TOTAL-LABEL(3)
           MOVE WS-CHANGE-COUNT TO NLD-TOTAL-COUNT(3)
           MOVE "DELETES" TO NLD-TOTAL-LABEL(4)
           MOVE WS-DELETE-COUNT TO NLD-TOTAL-COUNT(4)
           MOVE "MASTER OUT" TO NLD-TOTAL-LABEL(5)
           MOVE WS-MASTER-WRITTEN-COUNT TO NLD-TOTAL-COUNT(5)
           CALL "NAMELDG" USING NAMELDG-PARM
           MOVE NLD-STEP-RC TO RETURN-CODE.

       Read-Run-Options.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-MSTCTL-STATUS NOT = "00" AND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-CARD-FILE
           PERFORM Check-Partition-Cards.

       Apply-Control-Card.
           MOVE SPACES TO WS-CC-KEYWORD
           UNSTRING CONTROL-CARD-RECORD DELIMITED BY "="
               INTO WS-CC-KEYWORD WS-CC-VALUE
           END-UNSTRING
           EVALUATE WS-CC-KEYWORD
               WHEN "APPLY-MODE"
                   PERFORM Apply-Mode-Card
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

       Apply-Mode-Card.
           EVALUATE WS-CC-VALUE(1:6)
               WHEN "FULL  "
                   SET APPLY-MODE-FULL TO TRUE
                   PERFORM Abend-Bad-Card
           END-EVALUATE.

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

      *    All three partition cards or none, low not above high -
      *    the rule DUALREPO applies to the same cards.
       Check-Partition-Cards.
           IF WS-PART-ID > 0 OR
                   WS-PART-LOW-ID NOT = LOW-VALUES OR
                   WS-PART-HIGH-ID NOT = HIGH-VALUES
               IF WS-PART-ID = 0 OR
                       WS-PART-LOW-ID = LOW-VALUES OR
                       WS-PART-HIGH-ID = HIGH-VALUES OR
                       WS-PART-LOW-ID > WS-PART-HIGH-ID
                   DISPLAY "NAMEMAST ABEND - PARTITION CARDS NEED "
                       "PARTITION, PARTITION-LOW-ID AND "
                       "PARTITION-HIGH-ID WITH LOW NOT ABOVE HIGH"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET PARTITIONED-RUN TO TRUE
           END-IF.

       Abend-Bad-Card.
           DISPLAY "NAMEMAST ABEND - BAD CONTROL CARD: "
               CONTROL-CARD-RECORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVRIN-STATUS NOT = "00" AND
                   WS-OVRIN-STATUS NOT = "05"
               DISPLAY "NAMEMAST ABEND - OVRIN OPEN FAILED, STATUS="
                   WS-OVRIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    The sweep deletes are DELTA-mode input only - a FULL pass
      *    detects every delete itself.
           IF APPLY-MODE-DELTA
               OPEN INPUT SWEEP-DELETE-FILE
               IF WS-SWEEPIN-STATUS NOT = "00" AND
                       WS-SWEEPIN-STATUS NOT = "05"
                   DISPLAY "NAMEMAST ABEND - SWEEPIN OPEN FAILED, "
                       "STATUS=" WS-SWEEPIN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT MASTER-REPORT-FILE
           IF WS-MSTRPT-STATUS NOT = "00"
               DISPLAY "NAMEMAST ABEND - MSTRPT OPEN FAILED, STATUS="
      *    hard stop. Equal keys in the transaction file are legal
      *    (last one wins in Apply-Transactions); equal keys on the
      *    master are not.
       Read-Transaction-Record.
           MOVE WS-TRN-KEY TO WS-PREV-TRN-KEY
           READ TRANSACTION-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-TRN-KEY
               NOT AT END
                   MOVE TRN-PERSON-ID TO WS-TRN-KEY
                   IF WS-TRN-KEY < WS-PREV-TRN-KEY
                       DISPLAY "NAMEMAST ABEND - TRANIN OUT OF "
                   END-IF
           END-READ.

      *    A partitioned run passes over the records below its range
      *    and treats the first one above it as the end of the file;
      *    only records in the range are counted. The other inputs
      *    are read the same way.
       Read-Transaction.
           PERFORM Read-Transaction-Record
           PERFORM UNTIL WS-TRN-KEY NOT < WS-PART-LOW-ID
               PERFORM Read-Transaction-Record
           END-PERFORM
           IF WS-TRN-KEY > WS-PART-HIGH-ID
               MOVE HIGH-VALUES TO WS-TRN-KEY
           END-IF
           IF WS-TRN-KEY NOT = HIGH-VALUES
               ADD 1 TO WS-TRANS-READ-COUNT
           END-IF.

      *    The hold list arrives sorted by the preceding steps and
      *    may legitimately carry the same PERSON ID twice (held on
      *    both the pending and suspense datasets); only a key
      *    moving backwards is an error.
       Read-Hold-Id-Record.
           MOVE WS-HLD-KEY TO WS-PREV-HLD-KEY
           READ HOLD-LIST-FILE
               AT END
                   END-IF
           END-READ.

       Read-Hold-Id.
           PERFORM Read-Hold-Id-Record
           PERFORM UNTIL WS-HLD-KEY NOT < WS-PART-LOW-ID
               PERFORM Read-Hold-Id-Record
           END-PERFORM
           IF WS-HLD-KEY > WS-PART-HIGH-ID
               MOVE HIGH-VALUES TO WS-HLD-KEY
           END-IF.

      *    Walks the hold list up to the person being finalized;
      *    an equal key means the combine is holding them (pending
      *    or suspense) and their absence from today's output is
               MOVE "N" TO WS-HELD-SW
           END-IF.

      *    The journal is extracted from a KSDS keyed on PERSON-ID,
      *    date and time, so the full key strictly ascends; anything
      *    else means the extract is not the journal.
       Read-Override-Record.
           READ OVERRIDE-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-OVR-KEY
               NOT AT END
                   MOVE OVR-PERSON-ID TO WS-OVR-KEY
                   IF OVR-KEY NOT > WS-PREV-OVR-FULL-KEY
                       DISPLAY "NAMEMAST ABEND - OVRIN OUT OF "
                           "SEQUENCE, KEY=" OVR-KEY
                           " AFTER " WS-PREV-OVR-FULL-KEY
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE OVR-KEY TO WS-PREV-OVR-FULL-KEY
           END-READ.

       Read-Override.
           PERFORM Read-Override-Record
           PERFORM UNTIL WS-OVR-KEY NOT < WS-PART-LOW-ID
               PERFORM Read-Override-Record
           END-PERFORM
           IF WS-OVR-KEY > WS-PART-HIGH-ID
               MOVE HIGH-VALUES TO WS-OVR-KEY
           END-IF.

      *    The sweep writes one DELETE per person in PERSON ID order,
      *    so the keys strictly ascend and DELETE is the only action.
       Read-Sweep-Delete-Record.
           MOVE WS-SWP-KEY TO WS-PREV-SWP-KEY
           READ SWEEP-DELETE-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-SWP-KEY
               NOT AT END
                   MOVE SWP-PERSON-ID TO WS-SWP-KEY
                   IF WS-SWP-KEY NOT > WS-PREV-SWP-KEY
                       DISPLAY "NAMEMAST ABEND - SWEEPIN OUT OF "
                           "SEQUENCE, KEY=" WS-SWP-KEY
                           " AFTER " WS-PREV-SWP-KEY
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF NOT SWP-IS-DELETE
                       DISPLAY "NAMEMAST ABEND - SWEEPIN ACTION "
                           SWP-ACTION " NOT DELETE, KEY=" WS-SWP-KEY
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

       Read-Sweep-Delete.
           PERFORM Read-Sweep-Delete-Record
           PERFORM UNTIL WS-SWP-KEY NOT < WS-PART-LOW-ID
               PERFORM Read-Sweep-Delete-Record
           END-PERFORM
           IF WS-SWP-KEY > WS-PART-HIGH-ID
               MOVE HIGH-VALUES TO WS-SWP-KEY
           END-IF
           IF WS-SWP-KEY NOT = HIGH-VALUES
               ADD 1 TO WS-SWEEP-READ-COUNT
           END-IF.

       Read-Old-Master-Record.
           MOVE WS-MST-KEY TO WS-PREV-MST-KEY
           READ OLD-MASTER-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-MST-KEY
               NOT AT END
                   MOVE OMS-PERSON-ID TO WS-MST-KEY
                   IF WS-MST-KEY NOT > WS-PREV-MST-KEY
                       DISPLAY "NAMEMAST ABEND - OLDMAST OUT OF "
                   END-IF
           END-READ.

       Read-Old-Master.
           PERFORM Read-Old-Master-Record
           PERFORM UNTIL WS-MST-KEY NOT < WS-PART-LOW-ID
               PERFORM Read-Old-Master-Record
           END-PERFORM
           IF WS-MST-KEY > WS-PART-HIGH-ID
               MOVE HIGH-VALUES TO WS-MST-KEY
           END-IF
           IF WS-MST-KEY NOT = HIGH-VALUES
               ADD 1 TO WS-MASTER-READ-COUNT
           END-IF.

      *    Balanced-line body. The lower key becomes the work record:
      *    from the old master when the master is low or the keys
      *    match, or a brand-new person when the transaction is low.
               MOVE WS-RUN-TIME TO WRK-LAST-CHANGE-TIME
               SET WORK-IS-NEW TO TRUE
           END-IF
           PERFORM Apply-Overrides
           MOVE "N" TO WS-APPLIED-SW
           PERFORM Apply-Transactions
           PERFORM Finalize-Work-Master.
      *    a brand-new one; everything from Apply-Transactions on
      *    is the same code path FULL mode runs, so the delta,
      *    history and classification behavior cannot drift
      *    between the modes. A sweep DELETE with no transaction
      *    tonight reaches Finalize-Work-Master with nothing
      *    applied - the FULL-mode absence - and is held or
      *    deleted there exactly as FULL mode would.
       Process-One-Keyed-Person.
           PERFORM Align-Held-Persons
           MOVE "N" TO WS-KEYED-FOUND-SW
           MOVE WS-KEYED-WORK-KEY TO KMS-PERSON-ID
           READ KEYED-MASTER-FILE
               INVALID KEY
                   CONTINUE
               SET WORK-FROM-MASTER TO TRUE
           ELSE
               MOVE SPACES TO WS-WORK-MASTER
               MOVE WS-KEYED-WORK-KEY TO WRK-PERSON-ID
               SET WRK-STATUS-ACTIVE TO TRUE
               MOVE WS-RUN-DATE TO WRK-ADD-DATE
               MOVE WS-RUN-TIME TO WRK-ADD-TIME
               MOVE WS-RUN-TIME TO WRK-LAST-CHANGE-TIME
               SET WORK-IS-NEW TO TRUE
           END-IF
           PERFORM Apply-Overrides
           MOVE "N" TO WS-APPLIED-SW
           PERFORM Apply-Transactions
           PERFORM Take-Sweep-Delete
           IF WORK-IS-NEW AND NOT TRANSACTION-APPLIED
               MOVE "PERSON NOT ON MASTER" TO WS-SWL-REASON
               PERFORM Drop-Sweep-Delete
           ELSE
               PERFORM Finalize-Work-Master
               IF SWEEP-DELETE-REQUESTED
                   PERFORM Tally-Sweep-Delete
               END-IF
           END-IF
           PERFORM Skip-Own-Hold-Ids.

      *    At most one sweep DELETE per person (the keys strictly
      *    ascend); it is consumed here whether or not it applies.
       Take-Sweep-Delete.
           MOVE "N" TO WS-SWEEP-DELETE-SW
           IF WS-SWP-KEY = WRK-PERSON-ID
               SET SWEEP-DELETE-REQUESTED TO TRUE
               PERFORM Read-Sweep-Delete
           END-IF.

      *    Finalize-Work-Master has decided the person's fate; the
      *    sweep DELETE either became that delete or is listed with
      *    the reason it did not.
       Tally-Sweep-Delete.
           EVALUATE TRUE
               WHEN TRANSACTION-APPLIED
                   MOVE "PERSON ON TONIGHT'S INPUT" TO WS-SWL-REASON
                   PERFORM Drop-Sweep-Delete
               WHEN WS-ORIG-STATUS NOT = "A"
                   MOVE "PERSON ALREADY DELETED" TO WS-SWL-REASON
                   PERFORM Drop-Sweep-Delete
               WHEN PERSON-IS-HELD
                   MOVE "PERSON HELD (PENDING/SUSPENSE)"
                       TO WS-SWL-REASON
                   PERFORM Drop-Sweep-Delete
               WHEN OTHER
                   ADD 1 TO WS-SWEEP-APPLIED-COUNT
           END-EVALUATE.

       Drop-Sweep-Delete.
           ADD 1 TO WS-SWEEP-DROPPED-COUNT
           MOVE WRK-PERSON-ID TO WS-SWL-PERSON-ID
           WRITE MASTER-REPORT-RECORD FROM WS-SWEEP-LINE.

      *    DELTA mode, a person with journal entries but no source
      *    transaction tonight. The KSDS already holds what the
      *    steward set, so only the journal's history and delta rows
      *    are written - the person is not classified and the keyed
      *    record is left exactly as the transaction left it.
       Process-Override-Only-Person.
           MOVE "N" TO WS-KEYED-FOUND-SW
           MOVE WS-OVR-KEY TO KMS-PERSON-ID
           READ KEYED-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET KEYED-RECORD-FOUND TO TRUE
           END-READ
           MOVE SPACES TO WS-WORK-MASTER
           MOVE WS-OVR-KEY TO WRK-PERSON-ID
           IF KEYED-RECORD-FOUND
               ADD 1 TO WS-MASTER-READ-COUNT
               SET WORK-FROM-MASTER TO TRUE
           ELSE
               SET WORK-IS-NEW TO TRUE
           END-IF
           PERFORM Apply-Overrides.

      *    Folds the person's steward journal entries, oldest first,
      *    into the work record ahead of tonight's transactions. An
      *    entry can only land on a person already on the master;
      *    one keyed below the person being built, or for a person
      *    the master does not hold, is listed and skipped.
       Apply-Overrides.
           PERFORM UNTIL WS-OVR-KEY NOT < WRK-PERSON-ID
               PERFORM Reject-Override-Entry
           END-PERFORM
           PERFORM UNTIL WS-OVR-KEY NOT = WRK-PERSON-ID
               IF WORK-IS-NEW
                   PERFORM Reject-Override-Entry
               ELSE
                   PERFORM Fold-Override-Entry
               END-IF
           END-PERFORM.

      *    The history row and CHANGE delta record were built by the
      *    online transaction from the image it replaced, so they go
      *    out unaltered. The after image then stands in for the
      *    master as read: a source change tonight supersedes the
      *    steward's name, not the one before it.
       Fold-Override-Entry.
           ADD 1 TO WS-OVERRIDE-READ-COUNT
           MOVE "OVERRIDE " TO WS-OVL-TAG
           PERFORM Write-Override-Line
           IF OVR-NAME-CHANGED
               ADD 1 TO WS-OVERRIDE-COUNT
               MOVE OVR-HISTORY-ROW TO NAME-HISTORY-RECORD
               ADD 1 TO WS-HISTORY-WRITTEN-COUNT
               WRITE NAME-HISTORY-RECORD
               MOVE OVR-DELTA-ROW TO DELTA-RECORD
               ADD 1 TO WS-DELTA-WRITTEN-COUNT
               WRITE DELTA-RECORD
           END-IF
           MOVE OVR-AFTER-IMAGE TO WS-WORK-MASTER
           MOVE OVR-AFTER-IMAGE TO WS-PRIOR-MASTER
           PERFORM Set-Phonetic-Key
           MOVE WRK-NAME-DATA TO WS-ORIG-NAME-DATA
           MOVE WRK-PREF-FIRSTNAME TO WS-ORIG-PREF-FIRSTNAME
           MOVE WRK-PREF-PRONOUNCE TO WS-ORIG-PREF-PRONOUNCE
           MOVE WRK-STATUS TO WS-ORIG-STATUS
           PERFORM Read-Override.

       Reject-Override-Entry.
           ADD 1 TO WS-OVERRIDE-READ-COUNT
           ADD 1 TO WS-OVERRIDE-ORPHAN-COUNT
           MOVE "NOMASTER " TO WS-OVL-TAG
           PERFORM Write-Override-Line
           PERFORM Read-Override.

       Write-Override-Line.
           MOVE OVR-PERSON-ID TO WS-OVL-PERSON-ID
           MOVE OVR-ACTION TO WS-OVL-ACTION
           MOVE OVR-ACTION-DATE TO WS-OVL-DATE
           MOVE OVR-OPERATOR-ID TO WS-OVL-OPERATOR-ID
           MOVE OVR-REASON TO WS-OVL-REASON
           WRITE MASTER-REPORT-RECORD FROM WS-OVERRIDE-LINE.

      *    DELTA-mode hold accounting: every held person below the
      *    current keyed work key is looked up once and, when
      *    active on the master, counted HELD exactly as the FULL
      *    pass would have counted them. A hold id equal to the
      *    work key belongs to the person being processed - it is
      *    left for Finalize-Work-Master (a swept person it holds
      *    is not deleted) and skipped past once that is done.
       Align-Held-Persons.
           PERFORM UNTIL WS-HLD-KEY NOT < WS-KEYED-WORK-KEY
               PERFORM Tally-Held-Person
           END-PERFORM.

       Skip-Own-Hold-Ids.
           PERFORM UNTIL WS-HLD-KEY NOT = WS-KEYED-WORK-KEY
                   OR WS-HLD-KEY = HIGH-VALUES
               PERFORM Read-Hold-Id
           END-PERFORM.

       Apply-Transactions.
           PERFORM UNTIL WS-TRN-KEY NOT = WRK-PERSON-ID
               IF WRK-NAME-LOCKED
                   PERFORM Check-Locked-Transaction
               ELSE
                   MOVE TRN-NAME-DATA TO WRK-NAME-DATA
                   MOVE TRN-DISPLAY-NAME TO WRK-DISPLAY-NAME
                   MOVE TRN-SALUTATION-NAME TO WRK-SALUTATION-NAME
               END-IF
               MOVE TRN-PREF-FIRSTNAME TO WRK-PREF-FIRSTNAME
               MOVE TRN-PREF-PRONOUNCE TO WRK-PREF-PRONOUNCE
               SET TRANSACTION-APPLIED TO TRUE
               PERFORM Read-Transaction
           END-PERFORM.

      *    A locked person's legal name fields are never taken from
      *    the source. Only a transaction that names the person
      *    differently is a conflict worth listing - once the source
      *    catches up with the steward it agrees on every name part
      *    (its effective date aside) and passes over silently.
       Check-Locked-Transaction.
           IF TRN-FIRSTNAME NOT = WRK-FIRSTNAME
                   OR TRN-MIDDLENAME NOT = WRK-MIDDLENAME
                   OR TRN-MIDINITIAL NOT = WRK-MIDINITIAL
                   OR TRN-LASTNAME NOT = WRK-LASTNAME
                   OR TRN-NAMESUFFIX NOT = WRK-NAMESUFFIX
               ADD 1 TO WS-LOCK-BLOCKED-COUNT
               MOVE TRN-PERSON-ID TO WS-LKL-PERSON-ID
               MOVE TRN-LASTNAME TO WS-LKL-LASTNAME
               MOVE TRN-FIRSTNAME TO WS-LKL-FIRSTNAME
               WRITE MASTER-REPORT-RECORD FROM WS-LOCKED-LINE
           END-IF.

      *    A new person, or a master record carried forward from
      *    before the phonetic key was kept, reaches here with a
      *    blank key and is given one whatever its outcome; a
      *    CHANGE rebuilds it from the name as applied.
       Finalize-Work-Master.
           IF WRK-NAME-SEARCH-KEY = SPACES
               PERFORM Set-Phonetic-Key
           END-IF
           EVALUATE TRUE
               WHEN WORK-IS-NEW
                   ADD 1 TO WS-ADD-COUNT
                       SET WRK-STATUS-ACTIVE TO TRUE
                       MOVE WS-RUN-DATE TO WRK-LAST-CHANGE-DATE
                       MOVE WS-RUN-TIME TO WRK-LAST-CHANGE-TIME
                       PERFORM Set-Phonetic-Key
                       ADD 1 TO WS-CHANGE-COUNT
                       IF WRK-NAME-DATA NOT = WS-ORIG-NAME-DATA
                           MOVE "N" TO WS-DELTA-CHANGE-REASON
                   PERFORM Keep-Master-Record
           END-EVALUATE.

      *    The override journal's after image and the delta image
      *    stop short of the key, so it is always derived here from
      *    the legal name rather than carried in.
       Set-Phonetic-Key.
           MOVE WRK-LASTNAME TO NPH-IN-LASTNAME
           MOVE WRK-FIRSTNAME TO NPH-IN-FIRSTNAME
           CALL "NAMEPHON" USING NAMEPHON-PARM
           MOVE NPH-OUT-PHONETIC-KEY TO WRK-PHONETIC-KEY
           MOVE WRK-PERSON-ID TO WRK-SEARCH-PERSON-ID.

      *    The three master-write outcomes, split by apply mode.
      *    FULL mode writes every person to the new generation
      *    whatever happened to them; DELTA mode inserts new
      *    image's last-change date (its add date when it was never
      *    changed) up to today's apply. Exactly one row per CHANGE
      *    or DELETE, so HISTORY ROWS WRITTEN always ties to
      *    CHANGED + DELETED + OVERRIDES APPLIED on the control
      *    report (Fold-Override-Entry writes the override rows).
       Write-History-Row.
           MOVE SPACES TO NAME-HISTORY-RECORD
           MOVE PRV-PERSON-ID TO HIS-PERSON-ID
           ADD 1 TO WS-HISTORY-WRITTEN-COUNT
           WRITE NAME-HISTORY-RECORD.

      *    The title goes out as soon as the report is open - the
      *    steward override and locked-person lines are listed as
      *    the apply meets them, ahead of the closing totals.
       Write-Report-Title.
           MOVE "NAMEMAST MASTER UPDATE REPORT"
               TO MASTER-REPORT-RECORD
           WRITE MASTER-REPORT-RECORD
           IF PARTITIONED-RUN
               MOVE WS-PART-ID TO WS-PRL-PART-ID
               MOVE WS-PART-LOW-ID TO WS-PRL-LOW-ID
               MOVE WS-PART-HIGH-ID TO WS-PRL-HIGH-ID
               WRITE MASTER-REPORT-RECORD FROM WS-PART-RANGE-LINE
           END-IF.

       Write-Control-Report.
           MOVE "TRANSACTIONS READ" TO WS-RPT-LABEL
           MOVE WS-TRANS-READ-COUNT TO WS-RPT-COUNT
           WRITE MASTER-REPORT-RECORD FROM WS-CONTROL-REPORT-LINE

           MOVE "HISTORY ROWS WRITTEN" TO WS-RPT-LABEL
           MOVE WS-HISTORY-WRITTEN-COUNT TO WS-RPT-COUNT
           WRITE MASTER-REPORT-RECORD FROM WS-CONTROL-REPORT-LINE

           MOVE "STEWARD JOURNAL ENTRIES READ" TO WS-RPT-LABEL
           MOVE WS-OVERRIDE-READ-COUNT TO WS-RPT-COUNT
           WRITE MASTER-REPORT-RECORD FROM WS-CONTROL-REPORT-LINE

           MOVE "STEWARD NAME OVERRIDES APPLIED" TO WS-RPT-LABEL
           MOVE WS-OVERRIDE-COUNT TO WS-RPT-COUNT
           WRITE MASTER-REPORT-RECORD FROM WS-CONTROL-REPORT-LINE

           MOVE "JOURNAL ENTRIES NOT ON MASTER" TO WS-RPT-LABEL
           MOVE WS-OVERRIDE-ORPHAN-COUNT TO WS-RPT-COUNT
           WRITE MASTER-REPORT-RECORD FROM WS-CONTROL-REPORT-LINE

           MOVE "LOCKED - SOURCE NAME NOT APPLIED" TO WS-RPT-LABEL
           MOVE WS-LOCK-BLOCKED-COUNT TO WS-RPT-COUNT
           WRITE MASTER-REPORT-RECORD FROM WS-CONTROL-REPORT-LINE

           MOVE "SWEEP DELETES READ" TO WS-RPT-LABEL
           MOVE WS-SWEEP-READ-COUNT TO WS-RPT-COUNT
           WRITE MASTER-REPORT-RECORD FROM WS-CONTROL-REPORT-LINE

           MOVE "SWEEP DELETES APPLIED" TO WS-RPT-LABEL
           MOVE WS-SWEEP-APPLIED-COUNT TO WS-RPT-COUNT
           WRITE MASTER-REPORT-RECORD FROM WS-CONTROL-REPORT-LINE

           MOVE "SWEEP DELETES NOT APPLIED" TO WS-RPT-LABEL
           MOVE WS-SWEEP-DROPPED-COUNT TO WS-RPT-COUNT
           WRITE MASTER-REPORT-RECORD FROM WS-CONTROL-REPORT-LINE.

      *    One fixed-layout totals record per completed run - the
           MOVE WS-MASTER-WRITTEN-COUNT TO MTO-MASTER-WRITTEN-COUNT
           MOVE WS-DELTA-WRITTEN-COUNT TO MTO-DELTA-WRITTEN-COUNT
           MOVE WS-HISTORY-WRITTEN-COUNT TO MTO-HIST-WRITTEN-COUNT
           MOVE WS-OVERRIDE-COUNT TO MTO-OVERRIDE-COUNT
           MOVE WS-LOCK-BLOCKED-COUNT TO MTO-LOCK-BLOCKED-COUNT
           MOVE WS-PART-ID TO MTO-PARTITION-ID
           IF PARTITIONED-RUN
               MOVE WS-PART-LOW-ID TO MTO-PART-LOW-ID
               MOVE WS-PART-HIGH-ID TO MTO-PART-HIGH-ID
           ELSE
               MOVE ALL "0" TO MTO-PART-LOW-ID
               MOVE ALL "9" TO MTO-PART-HIGH-ID
           END-IF
           MOVE NLD-BUSINESS-DATE TO MTO-BUSINESS-DATE
           MOVE WS-APPLY-MODE-SW TO MTO-APPLY-MODE
           WRITE MASTER-TOTALS-RECORD.

       Close-Files.
           CLOSE TRANSACTION-FILE
           IF APPLY-MODE-DELTA
               CLOSE KEYED-MASTER-FILE
               CLOSE SWEEP-DELETE-FILE
           ELSE
               CLOSE OLD-MASTER-FILE
               CLOSE NEW-MASTER-FILE
           END-IF
           CLOSE HOLD-LIST-FILE
           CLOSE OVERRIDE-FILE
           CLOSE DELTA-FILE
           CLOSE MASTER-REPORT-FILE
           CLOSE NAME-HISTORY-FILE
