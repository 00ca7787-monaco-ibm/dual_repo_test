       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMESWP.
      *****************************************************************
      *                                                               *
      *   Weekend delete sweep for the keyed person-name master.      *
      *   NAMEMAST's DELTA apply mode touches only the persons on     *
      *   the night's input, so it can never see a person the         *
      *   sources stopped sending - a delete is an absence. This      *
      *   program finds those absences without the full OLDMAST/      *
      *   NEWMAST pass: it walks the master (unloaded from the KSDS   *
      *   in key order) against the full REPO_ONE and REPO_TWO        *
      *   extracts and the hold list, all in ascending PERSON ID,     *
      *   and classifies every active person:                         *
      *                                                               *
      *     ON BOTH SOURCES  still sent by REPO_ONE and REPO_TWO      *
      *     HELD             on HOLDIDS - sitting in suspense or      *
      *                      pending, so the absence is the           *
      *                      combine's own doing; left alone          *
      *     CLOSURE          missing from one or both sources and     *
      *                      not held - a DELETE transaction goes     *
      *                      to SWPOUT and the person is listed on    *
      *                      SWPRPT with the source(s) that dropped   *
      *                      them                                     *
      *                                                               *
      *   These are exactly the persons a FULL apply would mark       *
      *   deleted. The next DELTA-mode NAMEMAST run applies the       *
      *   DELETE transactions (its SWEEPIN input) unless the person   *
      *   is back on that night's input or held by then, so the       *
      *   delta, history and totals come out as a FULL-mode delete    *
      *   would. Persons on the extracts but not on the master are    *
      *   ignored - adds are the nightly run's business.              *
      *                                                               *
      *   The extracts are the enveloped files the combine reads:     *
      *   headers are skipped, and a missing trailer or a trailer     *
      *   count that disagrees with the detail records read stops     *
      *   the sweep - a short file would otherwise read as a wave     *
      *   of closures. With the REPO_TWO migration crosswalk in play  *
      *   (XWALK, the same dataset the combine is given) REPO_TWO     *
      *   ids are translated to canonical ids first, as the combine   *
      *   translates them, and an id with no entry is dropped and     *
      *   counted.                                                    *
      *                                                               *
      *   Control cards on SWPCTL (KEYWORD=VALUE, * comments          *
      *   ignored, every card optional):                              *
      *                                                               *
      *     MAX-CLOSURES=nnnnnnnnn   stop when more persons would     *
      *                              close (default 1000, 0 = off)    *
      *     MAX-CLOSURE-PCT=nnn      stop when closures exceed this   *
      *                              percent of the active persons    *
      *                              examined (default 2, 0 = off;    *
      *                              not applied below 100 active)    *
      *                                                               *
      *   A limit tripping still lists every closure, then stops      *
      *   with RC=10 so the job does not publish the deletes.         *
      *                                                               *
      *   Return codes: 0 = sweep complete, 10 = closure limit        *
      *   exceeded, 12 = an extract out of sequence, 14 = extract     *
      *   trailer missing or count mismatch, 16 = setup/abend.        *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEP-MASTER-FILE ASSIGN TO "SWPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWPMAST-STATUS.

           SELECT NAME-INPUT-FILE1 ASSIGN TO "NAMEIN1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAMEIN1-STATUS.

           SELECT NAME-INPUT-FILE2 ASSIGN TO "NAMEIN2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAMEIN2-STATUS.

           SELECT OPTIONAL HOLD-LIST-FILE ASSIGN TO "HOLDIDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDIDS-STATUS.

           SELECT OPTIONAL CROSSWALK-FILE ASSIGN TO "XWALK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XWALK-STATUS.

           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "SWPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWPCTL-STATUS.

           SELECT SWEEP-DELETE-FILE ASSIGN TO "SWPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWPOUT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SWPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWPRPT-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  SWEEP-MASTER-FILE
           RECORDING MODE IS F.
       01  SWEEP-MASTER-RECORD.
           COPY COMBREC REPLACING ==:PFX:== BY ==SMS==.
           05  SMS-STATUS                  PIC X(1).
           05  SMS-ADD-DATE                PIC 9(8).
           05  SMS-ADD-TIME                PIC 9(6).
           05  SMS-LAST-CHANGE-DATE        PIC 9(8).
           05  SMS-LAST-CHANGE-TIME        PIC 9(6).
           05  SMS-LOCK-SW                 PIC X(1).
           05  FILLER                      PIC X(18).

       FD  NAME-INPUT-FILE1
           RECORDING MODE IS F.
       01  NAME-INPUT-RECORD1.
           05  IN1-PERSON-ID               PIC X(10).
           05  IN1-FIRSTNAME               PIC X(20).
           05  IN1-MIDDLENAME              PIC X(20).
           05  IN1-MIDINITIAL              PIC X(1).
           05  IN1-NAMESUFFIX              PIC X(5).
           05  IN1-EFFECTIVE-DATE          PIC 9(8).
       01  NAME-INPUT-ENVELOPE1.
           COPY EXTENV REPLACING ==:PFX:== BY ==EN1==.

       FD  NAME-INPUT-FILE2
           RECORDING MODE IS F.
       01  NAME-INPUT-RECORD2.
           05  IN2-PERSON-ID               PIC X(10).
           05  IN2-LASTNAME                PIC X(20).
           05  IN2-MIDDLENAME              PIC X(20).
           05  IN2-MIDINITIAL              PIC X(1).
           05  IN2-NAMESUFFIX              PIC X(5).
           05  IN2-EFFECTIVE-DATE          PIC 9(8).
       01  NAME-INPUT-ENVELOPE2.
           COPY EXTENV REPLACING ==:PFX:== BY ==EN2==.

       FD  HOLD-LIST-FILE
           RECORDING MODE IS F.
       01  HOLD-LIST-RECORD.
           05  HLD-PERSON-ID               PIC X(10).

       FD  CROSSWALK-FILE
           RECORDING MODE IS F.
       01  CROSSWALK-RECORD.
           05  XWK-OLD-ID                  PIC X(10).
           05  XWK-NEW-ID                  PIC X(10).

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD             PIC X(80).

       FD  SWEEP-DELETE-FILE
           RECORDING MODE IS F.
       01  SWEEP-DELETE-RECORD.
           COPY SWPREC REPLACING ==:PFX:== BY ==SWP==.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(84).
      /
       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-SWPMAST-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-NAMEIN1-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-NAMEIN2-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-HOLDIDS-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-XWALK-STATUS             PIC X(2)  VALUE SPACES.
           05  WS-SWPCTL-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-SWPOUT-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-SWPRPT-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-SWPCTL-EOF-SW            PIC X(1)  VALUE "N".
               88  END-OF-CONTROL-CARDS               VALUE "Y".
           05  WS-XWALK-EOF-SW             PIC X(1)  VALUE "N".
               88  END-OF-CROSSWALK                   VALUE "Y".
           05  WS-XWALK-FOUND-SW           PIC X(1)  VALUE "N".
               88  CROSSWALK-ENTRY-FOUND              VALUE "Y".
           05  WS-R1-TRAILER-SW            PIC X(1)  VALUE "N".
               88  R1-TRAILER-SEEN                    VALUE "Y".
           05  WS-R2-TRAILER-SW            PIC X(1)  VALUE "N".
               88  R2-TRAILER-SEEN                    VALUE "Y".

       01  WS-RUN-OPTIONS.
           05  WS-MAX-CLOSURES             PIC 9(9)  VALUE 1000.
           05  WS-MAX-CLOSURE-PCT          PIC 9(3)  VALUE 2.
           05  WS-THRESHOLD-FLOOR          PIC 9(9)  VALUE 100.
           05  WS-CLOSURE-PCT              PIC 9(3)  VALUE 0.

       01  WS-CONTROL-CARD-WORK.
           05  WS-CC-KEYWORD               PIC X(20) VALUE SPACES.
           05  WS-CC-VALUE                 PIC X(60) VALUE SPACES.
           05  WS-CC-TOKEN                 PIC X(60) VALUE SPACES.
           05  WS-CC-TOKEN-LEN             PIC 9(2)  VALUE 0.

       01  WS-MERGE-KEYS.
           05  WS-MST-KEY                  PIC X(10) VALUE LOW-VALUES.
           05  WS-PREV-MST-KEY             PIC X(10) VALUE LOW-VALUES.
           05  WS-R1-KEY                   PIC X(10) VALUE LOW-VALUES.
           05  WS-PREV-R1-KEY              PIC X(10) VALUE LOW-VALUES.
           05  WS-R2-KEY                   PIC X(10) VALUE LOW-VALUES.
           05  WS-PREV-R2-KEY              PIC X(10) VALUE LOW-VALUES.
           05  WS-HLD-KEY                  PIC X(10) VALUE LOW-VALUES.
           05  WS-PREV-HLD-KEY             PIC X(10) VALUE LOW-VALUES.

      *    Trailer counts cover every detail record the source cut,
      *    so the detail tallies here count each record read, the
      *    crosswalk-dropped ones included.
       01  WS-ENVELOPE-TOTALS.
           05  WS-R1-DETAIL-COUNT          PIC 9(9)  VALUE 0.
           05  WS-R2-DETAIL-COUNT          PIC 9(9)  VALUE 0.
           05  WS-R1-TRAILER-COUNT         PIC 9(9)  VALUE 0.
           05  WS-R2-TRAILER-COUNT         PIC 9(9)  VALUE 0.

       01  WS-CONTROL-TOTALS.
           05  WS-MASTER-READ-COUNT        PIC 9(9)  VALUE 0.
           05  WS-ALREADY-DELETED-COUNT    PIC 9(9)  VALUE 0.
           05  WS-ACTIVE-COUNT             PIC 9(9)  VALUE 0.
           05  WS-ON-BOTH-COUNT            PIC 9(9)  VALUE 0.
           05  WS-HELD-COUNT               PIC 9(9)  VALUE 0.
           05  WS-CLOSURE-COUNT            PIC 9(9)  VALUE 0.
           05  WS-NOT-ON-ONE-COUNT         PIC 9(9)  VALUE 0.
           05  WS-NOT-ON-TWO-COUNT         PIC 9(9)  VALUE 0.
           05  WS-NOT-ON-EITHER-COUNT      PIC 9(9)  VALUE 0.
           05  WS-XWALK-MISS-COUNT         PIC 9(9)  VALUE 0.

      *    Same population-sized, binary-searched crosswalk table the
      *    combine loads (see DUALREPO) - sorted ascending by OLD id,
      *    enforced at load.
       01  WS-CROSSWALK-AREA.
           05  WS-XWALK-TABLE-MAX          PIC 9(7)  VALUE 2000000.
           05  WS-XWALK-COUNT              PIC 9(7)  VALUE 0.
           05  WS-XWALK-PREV-OLD-ID        PIC X(10)
                                                VALUE LOW-VALUES.
           05  WS-XWALK-TABLE.
               10  WS-XWALK-ENTRY OCCURS 0 TO 2000000 TIMES
                       DEPENDING ON WS-XWALK-COUNT
                       ASCENDING KEY IS WS-XWALK-OLD-ID
                       INDEXED BY WS-XWALK-IDX.
                   15  WS-XWALK-OLD-ID     PIC X(10).
                   15  WS-XWALK-NEW-ID     PIC X(10).

       01  WS-CONTROL-REPORT-LINE.
           05  WS-RPT-LABEL                PIC X(40).
           05  WS-RPT-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(33)  VALUE SPACES.

       01  WS-CLOSURE-LINE.
           05  FILLER                      PIC X(9)   VALUE
               "CLOSE    ".
           05  WS-CLL-PERSON-ID            PIC X(10).
           05  FILLER                      PIC X(1)   VALUE SPACE.
           05  WS-CLL-LASTNAME             PIC X(20).
           05  FILLER                      PIC X(1)   VALUE SPACE.
           05  WS-CLL-FIRSTNAME            PIC X(20).
           05  FILLER                      PIC X(1)   VALUE SPACE.
           05  WS-CLL-REASON               PIC X(22).

       01  WS-STOP-LINE.
           05  FILLER                      PIC X(16)  VALUE
               "SWEEP STOPPED - ".
           05  WS-STOP-REASON              PIC X(68)  VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           05  WS-RUN-DATE                 PIC 9(8).
           05  WS-RUN-TIME                 PIC 9(6).
           05  FILLER                      PIC X(7).
      /
       PROCEDURE DIVISION.
       Main.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM Read-Run-Options
           PERFORM Load-Crosswalk-Table
           PERFORM Open-Files
           MOVE "NAMESWP MASTER DELETE SWEEP REPORT" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM Read-Sweep-Master
           PERFORM Read-Repo-One
           PERFORM Read-Repo-Two
           PERFORM Read-Hold-Id
           PERFORM UNTIL WS-MST-KEY = HIGH-VALUES
               PERFORM Sweep-One-Person
               PERFORM Read-Sweep-Master
           END-PERFORM
      *    The extracts are read through to their trailers whatever
      *    is left past the last master person, so the counts can
      *    be proved.
           PERFORM UNTIL WS-R1-KEY = HIGH-VALUES
               PERFORM Read-Repo-One
           END-PERFORM
           PERFORM UNTIL WS-R2-KEY = HIGH-VALUES
               PERFORM Read-Repo-Two
           END-PERFORM
           PERFORM Prove-Trailer-Counts
           PERFORM Write-Control-Report
           PERFORM Check-Closure-Limits
           PERFORM Close-Files
           MOVE 0 TO RETURN-CODE
           GOBACK.

       Read-Run-Options.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-SWPCTL-STATUS NOT = "00" AND
                   WS-SWPCTL-STATUS NOT = "05"
               DISPLAY "NAMESWP ABEND - SWPCTL OPEN FAILED, STATUS="
                   WS-SWPCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-CONTROL-CARDS
               READ CONTROL-CARD-FILE
                   AT END
                       SET END-OF-CONTROL-CARDS TO TRUE
                   NOT AT END
                       IF CONTROL-CARD-RECORD NOT = SPACES AND
                               CONTROL-CARD-RECORD(1:1) NOT = "*"
                           PERFORM Apply-Control-Card
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-CARD-FILE.

       Apply-Control-Card.
           MOVE SPACES TO WS-CC-KEYWORD
           MOVE SPACES TO WS-CC-VALUE
           UNSTRING CONTROL-CARD-RECORD DELIMITED BY "="
               INTO WS-CC-KEYWORD WS-CC-VALUE
           END-UNSTRING
           MOVE SPACES TO WS-CC-TOKEN
           MOVE 0 TO WS-CC-TOKEN-LEN
           UNSTRING WS-CC-VALUE DELIMITED BY ALL " "
               INTO WS-CC-TOKEN
                   COUNT IN WS-CC-TOKEN-LEN
           END-UNSTRING
           IF WS-CC-TOKEN-LEN = 0 OR WS-CC-TOKEN-LEN > 9 OR
                   WS-CC-TOKEN(1:WS-CC-TOKEN-LEN) IS NOT NUMERIC
               PERFORM Abend-Bad-Card
           END-IF
           EVALUATE WS-CC-KEYWORD
               WHEN "MAX-CLOSURES"
                   COMPUTE WS-MAX-CLOSURES = FUNCTION NUMVAL
                       (WS-CC-TOKEN(1:WS-CC-TOKEN-LEN))
               WHEN "MAX-CLOSURE-PCT"
                   IF WS-CC-TOKEN-LEN > 3
                       PERFORM Abend-Bad-Card
                   END-IF
                   COMPUTE WS-MAX-CLOSURE-PCT = FUNCTION NUMVAL
                       (WS-CC-TOKEN(1:WS-CC-TOKEN-LEN))
                   IF WS-MAX-CLOSURE-PCT > 100
                       PERFORM Abend-Bad-Card
                   END-IF
               WHEN OTHER
                   PERFORM Abend-Bad-Card
           END-EVALUATE.

       Abend-Bad-Card.
           DISPLAY "NAMESWP ABEND - BAD CONTROL CARD: "
               CONTROL-CARD-RECORD
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *    An absent or empty crosswalk leaves the count at zero and
      *    REPO_TWO ids pass through untranslated.
       Load-Crosswalk-Table.
           OPEN INPUT CROSSWALK-FILE
           IF WS-XWALK-STATUS NOT = "00" AND
                   WS-XWALK-STATUS NOT = "05"
               DISPLAY "NAMESWP ABEND - XWALK OPEN FAILED, STATUS="
                   WS-XWALK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-CROSSWALK
               READ CROSSWALK-FILE
                   AT END
                       SET END-OF-CROSSWALK TO TRUE
                   NOT AT END
                       IF WS-XWALK-COUNT NOT < WS-XWALK-TABLE-MAX
                           DISPLAY "NAMESWP ABEND - CROSSWALK "
                               "TABLE FULL"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF XWK-OLD-ID NOT > WS-XWALK-PREV-OLD-ID
                           DISPLAY "NAMESWP ABEND - XWALK OUT OF "
                               "SEQUENCE, KEY=" XWK-OLD-ID
                               " AFTER " WS-XWALK-PREV-OLD-ID
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE XWK-OLD-ID TO WS-XWALK-PREV-OLD-ID
                       ADD 1 TO WS-XWALK-COUNT
                       MOVE XWK-OLD-ID
                           TO WS-XWALK-OLD-ID(WS-XWALK-COUNT)
                       MOVE XWK-NEW-ID
                           TO WS-XWALK-NEW-ID(WS-XWALK-COUNT)
               END-READ
           END-PERFORM
           CLOSE CROSSWALK-FILE.

       Open-Files.
           OPEN INPUT SWEEP-MASTER-FILE
           IF WS-SWPMAST-STATUS NOT = "00"
               DISPLAY "NAMESWP ABEND - SWPMAST OPEN FAILED, STATUS="
                   WS-SWPMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT NAME-INPUT-FILE1
           IF WS-NAMEIN1-STATUS NOT = "00"
               DISPLAY "NAMESWP ABEND - NAMEIN1 OPEN FAILED, STATUS="
                   WS-NAMEIN1-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT NAME-INPUT-FILE2
           IF WS-NAMEIN2-STATUS NOT = "00"
               DISPLAY "NAMESWP ABEND - NAMEIN2 OPEN FAILED, STATUS="
                   WS-NAMEIN2-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HOLD-LIST-FILE
           IF WS-HOLDIDS-STATUS NOT = "00" AND
                   WS-HOLDIDS-STATUS NOT = "05"
               DISPLAY "NAMESWP ABEND - HOLDIDS OPEN FAILED, STATUS="
                   WS-HOLDIDS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SWEEP-DELETE-FILE
           IF WS-SWPOUT-STATUS NOT = "00"
               DISPLAY "NAMESWP ABEND - SWPOUT OPEN FAILED, STATUS="
                   WS-SWPOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-SWPRPT-STATUS NOT = "00"
               DISPLAY "NAMESWP ABEND - SWPRPT OPEN FAILED, STATUS="
                   WS-SWPRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The master unload comes straight off the KSDS, so its
      *    keys strictly ascend; anything else is not the unload.
       Read-Sweep-Master.
           MOVE WS-MST-KEY TO WS-PREV-MST-KEY
           READ SWEEP-MASTER-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-MST-KEY
               NOT AT END
                   ADD 1 TO WS-MASTER-READ-COUNT
                   MOVE SMS-PERSON-ID TO WS-MST-KEY
                   IF WS-MST-KEY NOT > WS-PREV-MST-KEY
                       DISPLAY "NAMESWP ABEND - SWPMAST OUT OF "
                           "SEQUENCE, KEY=" WS-MST-KEY
                           " AFTER " WS-PREV-MST-KEY
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

      *    One detail key per call. Headers are skipped; the trailer
      *    ends the file and its count is kept for the proof. A
      *    repeated key is harmless here (presence is all the sweep
      *    asks), a backwards one is an unsorted extract.
       Read-Repo-One.
           MOVE WS-R1-KEY TO WS-PREV-R1-KEY
           MOVE LOW-VALUES TO WS-R1-KEY
           PERFORM UNTIL WS-R1-KEY NOT = LOW-VALUES
               READ NAME-INPUT-FILE1
                   AT END
                       MOVE HIGH-VALUES TO WS-R1-KEY
                   NOT AT END
                       EVALUATE TRUE
                           WHEN EN1-IS-HEADER
                               CONTINUE
                           WHEN EN1-IS-TRAILER
                               SET R1-TRAILER-SEEN TO TRUE
                               MOVE EN1-RECORD-COUNT
                                   TO WS-R1-TRAILER-COUNT
                               MOVE HIGH-VALUES TO WS-R1-KEY
                           WHEN OTHER
                               ADD 1 TO WS-R1-DETAIL-COUNT
                               MOVE IN1-PERSON-ID TO WS-R1-KEY
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-R1-KEY < WS-PREV-R1-KEY
               MOVE "NAMEIN1 OUT OF SEQUENCE" TO WS-STOP-REASON
               MOVE 12 TO RETURN-CODE
               PERFORM Stop-Sweep
           END-IF.

       Read-Repo-Two.
           MOVE WS-R2-KEY TO WS-PREV-R2-KEY
           MOVE LOW-VALUES TO WS-R2-KEY
           PERFORM UNTIL WS-R2-KEY NOT = LOW-VALUES
               READ NAME-INPUT-FILE2
                   AT END
                       MOVE HIGH-VALUES TO WS-R2-KEY
                   NOT AT END
                       EVALUATE TRUE
                           WHEN EN2-IS-HEADER
                               CONTINUE
                           WHEN EN2-IS-TRAILER
                               SET R2-TRAILER-SEEN TO TRUE
                               MOVE EN2-RECORD-COUNT
                                   TO WS-R2-TRAILER-COUNT
                               MOVE HIGH-VALUES TO WS-R2-KEY
                           WHEN OTHER
                               ADD 1 TO WS-R2-DETAIL-COUNT
                               PERFORM Take-Repo-Two-Key
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-R2-KEY < WS-PREV-R2-KEY
               MOVE "NAMEIN2 OUT OF SEQUENCE" TO WS-STOP-REASON
               MOVE 12 TO RETURN-CODE
               PERFORM Stop-Sweep
           END-IF.

      *    A REPO_TWO id with no crosswalk entry never reaches the
      *    merge (the key stays LOW-VALUES and the next record is
      *    read), exactly as the combine drops it.
       Take-Repo-Two-Key.
           IF WS-XWALK-COUNT > 0
               MOVE "N" TO WS-XWALK-FOUND-SW
               SEARCH ALL WS-XWALK-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-XWALK-OLD-ID(WS-XWALK-IDX) = IN2-PERSON-ID
                       MOVE WS-XWALK-NEW-ID(WS-XWALK-IDX)
                           TO IN2-PERSON-ID
                       SET CROSSWALK-ENTRY-FOUND TO TRUE
               END-SEARCH
               IF CROSSWALK-ENTRY-FOUND
                   MOVE IN2-PERSON-ID TO WS-R2-KEY
               ELSE
                   ADD 1 TO WS-XWALK-MISS-COUNT
               END-IF
           ELSE
               MOVE IN2-PERSON-ID TO WS-R2-KEY
           END-IF.

      *    The hold list may carry a PERSON ID twice (held on both
      *    the pending and suspense datasets); only a key moving
      *    backwards is an error.
       Read-Hold-Id.
           MOVE WS-HLD-KEY TO WS-PREV-HLD-KEY
           READ HOLD-LIST-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-HLD-KEY
               NOT AT END
                   MOVE HLD-PERSON-ID TO WS-HLD-KEY
                   IF WS-HLD-KEY < WS-PREV-HLD-KEY
                       DISPLAY "NAMESWP ABEND - HOLDIDS OUT OF "
                           "SEQUENCE, KEY=" WS-HLD-KEY
                           " AFTER " WS-PREV-HLD-KEY
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

      *    Each active master person is matched against both
      *    extracts and the hold list by advancing each of them up
      *    to the master key - an equal key means present.
       Sweep-One-Person.
           IF SMS-STATUS NOT = "A"
               ADD 1 TO WS-ALREADY-DELETED-COUNT
           ELSE
               ADD 1 TO WS-ACTIVE-COUNT
               PERFORM UNTIL WS-R1-KEY NOT < WS-MST-KEY
                   PERFORM Read-Repo-One
               END-PERFORM
               PERFORM UNTIL WS-R2-KEY NOT < WS-MST-KEY
                   PERFORM Read-Repo-Two
               END-PERFORM
               PERFORM UNTIL WS-HLD-KEY NOT < WS-MST-KEY
                   PERFORM Read-Hold-Id
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-R1-KEY = WS-MST-KEY AND
                           WS-R2-KEY = WS-MST-KEY
                       ADD 1 TO WS-ON-BOTH-COUNT
                   WHEN WS-HLD-KEY = WS-MST-KEY
                       ADD 1 TO WS-HELD-COUNT
                   WHEN OTHER
                       PERFORM Write-Closure
               END-EVALUATE
           END-IF.

       Write-Closure.
           ADD 1 TO WS-CLOSURE-COUNT
           MOVE SPACES TO SWEEP-DELETE-RECORD
           MOVE SMS-PERSON-ID TO SWP-PERSON-ID
           MOVE "DELETE" TO SWP-ACTION
           MOVE WS-RUN-DATE TO SWP-SWEEP-DATE
           EVALUATE TRUE
               WHEN WS-R1-KEY = WS-MST-KEY
                   ADD 1 TO WS-NOT-ON-TWO-COUNT
                   SET SWP-NOT-ON-REPO-TWO TO TRUE
                   MOVE "NOT ON REPO_TWO" TO WS-CLL-REASON
               WHEN WS-R2-KEY = WS-MST-KEY
                   ADD 1 TO WS-NOT-ON-ONE-COUNT
                   SET SWP-NOT-ON-REPO-ONE TO TRUE
                   MOVE "NOT ON REPO_ONE" TO WS-CLL-REASON
               WHEN OTHER
                   ADD 1 TO WS-NOT-ON-EITHER-COUNT
                   SET SWP-NOT-ON-EITHER TO TRUE
                   MOVE "NOT ON EITHER SOURCE" TO WS-CLL-REASON
           END-EVALUATE
           WRITE SWEEP-DELETE-RECORD
           MOVE SMS-PERSON-ID TO WS-CLL-PERSON-ID
           MOVE SMS-LASTNAME TO WS-CLL-LASTNAME
           MOVE SMS-FIRSTNAME TO WS-CLL-FIRSTNAME
           WRITE REPORT-RECORD FROM WS-CLOSURE-LINE.

      *    A population that reads short would surface as closures
      *    by the thousand - each extract must end in its trailer
      *    and the trailer count must match the details read.
       Prove-Trailer-Counts.
           IF NOT R1-TRAILER-SEEN
               MOVE "NAMEIN1 HAS NO TRAILER RECORD" TO WS-STOP-REASON
               MOVE 14 TO RETURN-CODE
               PERFORM Stop-Sweep
           END-IF
           IF WS-R1-TRAILER-COUNT NOT = WS-R1-DETAIL-COUNT
               MOVE "NAMEIN1 TRAILER COUNT DOES NOT MATCH"
                   TO WS-STOP-REASON
               MOVE 14 TO RETURN-CODE
               PERFORM Stop-Sweep
           END-IF
           IF NOT R2-TRAILER-SEEN
               MOVE "NAMEIN2 HAS NO TRAILER RECORD" TO WS-STOP-REASON
               MOVE 14 TO RETURN-CODE
               PERFORM Stop-Sweep
           END-IF
           IF WS-R2-TRAILER-COUNT NOT = WS-R2-DETAIL-COUNT
               MOVE "NAMEIN2 TRAILER COUNT DOES NOT MATCH"
                   TO WS-STOP-REASON
               MOVE 14 TO RETURN-CODE
               PERFORM Stop-Sweep
           END-IF.

      *    Checked only once every closure is listed, so the report
      *    of a stopped sweep still shows who would have closed.
       Check-Closure-Limits.
           IF WS-MAX-CLOSURES > 0 AND
                   WS-CLOSURE-COUNT > WS-MAX-CLOSURES
               MOVE "CLOSURES OVER MAX-CLOSURES LIMIT"
                   TO WS-STOP-REASON
               MOVE 10 TO RETURN-CODE
               PERFORM Stop-Sweep
           END-IF
           IF WS-MAX-CLOSURE-PCT > 0 AND
                   WS-ACTIVE-COUNT NOT < WS-THRESHOLD-FLOOR
               COMPUTE WS-CLOSURE-PCT =
                   WS-CLOSURE-COUNT * 100 / WS-ACTIVE-COUNT
               IF WS-CLOSURE-PCT > WS-MAX-CLOSURE-PCT
                   MOVE "CLOSURES OVER MAX-CLOSURE-PCT LIMIT"
                       TO WS-STOP-REASON
                   MOVE 10 TO RETURN-CODE
                   PERFORM Stop-Sweep
               END-IF
           END-IF.

      *    Every stop leaves the totals so far and the reason on the
      *    report; the caller has set the return code.
       Stop-Sweep.
           DISPLAY "NAMESWP STOPPED - " WS-STOP-REASON
           WRITE REPORT-RECORD FROM WS-STOP-LINE
           IF WS-STOP-REASON(1:8) NOT = "CLOSURES"
               PERFORM Write-Control-Report
           END-IF
           PERFORM Close-Files
           STOP RUN.

      *    ACTIVE PERSONS EXAMINED always equals ON BOTH SOURCES +
      *    HELD + CLOSURES, and CLOSURES the three not-on lines.
       Write-Control-Report.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "MASTER RECORDS READ" TO WS-RPT-LABEL
           MOVE WS-MASTER-READ-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE

           MOVE "  ALREADY DELETED (STATUS D)" TO WS-RPT-LABEL
           MOVE WS-ALREADY-DELETED-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE

           MOVE "ACTIVE PERSONS EXAMINED" TO WS-RPT-LABEL
           MOVE WS-ACTIVE-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE

           MOVE "  ON BOTH SOURCES" TO WS-RPT-LABEL
           MOVE WS-ON-BOTH-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE

           MOVE "  HELD (PENDING/SUSPENSE)" TO WS-RPT-LABEL
           MOVE WS-HELD-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE

           MOVE "  CLOSURES (DELETES WRITTEN)" TO WS-RPT-LABEL
           MOVE WS-CLOSURE-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE

           MOVE "    NOT ON REPO_ONE" TO WS-RPT-LABEL
           MOVE WS-NOT-ON-ONE-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE

           MOVE "    NOT ON REPO_TWO" TO WS-RPT-LABEL
           MOVE WS-NOT-ON-TWO-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE

           MOVE "    NOT ON EITHER SOURCE" TO WS-RPT-LABEL
           MOVE WS-NOT-ON-EITHER-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE

           MOVE "REPO_ONE DETAIL RECORDS READ" TO WS-RPT-LABEL
           MOVE WS-R1-DETAIL-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE

           MOVE "REPO_TWO DETAIL RECORDS READ" TO WS-RPT-LABEL
           MOVE WS-R2-DETAIL-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE

           MOVE "REPO_TWO IDS NOT ON CROSSWALK" TO WS-RPT-LABEL
           MOVE WS-XWALK-MISS-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE.

       Close-Files.
           CLOSE SWEEP-MASTER-FILE
           CLOSE NAME-INPUT-FILE1
           CLOSE NAME-INPUT-FILE2
           CLOSE HOLD-LIST-FILE
           CLOSE SWEEP-DELETE-FILE
           CLOSE REPORT-FILE.

       END PROGRAM NAMESWP.
