       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMELDG.
      *****************************************************************
      *                                                               *
      *   Shared run-control ledger subprogram for the nightly        *
      *   DUALREPO stream. Each ledgered step (DUALREPO, NAMEMAST,    *
      *   NAMEVRFY, NAMEDIST, NAMELTR, NAMEBAL) calls it twice:       *
      *                                                               *
      *   CHECK, first thing at startup - works out the business      *
      *   date the step is running for, and the prior business date   *
      *   from the shared calendar, and refuses the run when          *
      *                                                               *
      *     - the step already completed for the business date (the   *
      *       same night submitted twice would double-age suspense    *
      *       and release pending twice), or                          *
      *     - the step never completed for the prior business date    *
      *       (a night was skipped or never finished).                *
      *                                                               *
      *   A step with no completed run on the ledger at all is on     *
      *   its first ledgered night and is not held to the prior       *
      *   date. An allowed run is recorded as started.                *
      *                                                               *
      *   COMPLETE, at the end - records the step's return code and   *
      *   control totals: completed when the code is 4 or less,       *
      *   ended otherwise, so a failed step can be rerun.             *
      *                                                               *
      *   Business date: a BUSINESS-DATE= card on LDGCTL wins.        *
      *   Otherwise the step that opens the date (the combine) runs   *
      *   for the latest date it started but never completed - a      *
      *   failed night is finished before a new one begins - or, if   *
      *   there is none, for today; every later step runs for the     *
      *   latest business date on the ledger. A caller that already   *
      *   knows its date (the NAMECONS rollup of a partitioned run,   *
      *   which takes it from the partitions' control totals, for     *
      *   both the DUALREPO it opens and the NAMEMAST that follows)   *
      *   passes it in BUSINESS-DATE instead; the date passed in is   *
      *   the one the outputs were built for, so a BUSINESS-DATE=     *
      *   card naming any other date stops the run with RETURN-CODE   *
      *   16 rather than ledger it under the card.                    *
      *                                                               *
      *   Operator cards, each naming the one date it applies to so   *
      *   a card left in place does no harm on a later night:         *
      *     RERUN-DATE=       the step may run again for this date    *
      *                       although it completed it (deliberate    *
      *                       recovery, e.g. rebuilding a bad         *
      *                       master generation);                     *
      *     WAIVE-PRIOR-DATE= the step may run although this prior    *
      *                       date never completed (a night that is   *
      *                       being abandoned rather than run).       *
      *                                                               *
      *   Prior business date: the nearest earlier date the optional  *
      *   CALFILE calendar does not mark non-processing, looked for   *
      *   within 31 days. Without a calendar it is the day before.    *
      *                                                               *
      *   The ledger (RUNLDG) is read in full at CHECK and appended   *
      *   with OPEN EXTEND like the balancing history. A ledger I/O   *
      *   failure stops the run with RETURN-CODE 16; a refusal is     *
      *   returned to the caller, which stops with RETURN-CODE 20.    *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "RUNLDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLDG-STATUS.

           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "LDGCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LDGCTL-STATUS.

           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALFILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LEDGER-FILE
           RECORDING MODE IS F.
       01  RUN-LEDGER-RECORD.
           COPY LDGREC REPLACING ==:PFX:== BY ==LDG==.

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD             PIC X(80).

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01  CALENDAR-RECORD.
           COPY CALREC REPLACING ==:PFX:== BY ==CAL==.
      /
       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-RUNLDG-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-LDGCTL-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-CALFILE-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-RUNLDG-EOF-SW            PIC X(1)  VALUE "N".
               88  END-OF-LEDGER                      VALUE "Y".
           05  WS-LDGCTL-EOF-SW            PIC X(1)  VALUE "N".
               88  END-OF-CONTROL-CARDS               VALUE "Y".
           05  WS-CALFILE-EOF-SW           PIC X(1)  VALUE "N".
               88  END-OF-CALENDAR                    VALUE "Y".
           05  WS-EVER-COMPLETE-SW         PIC X(1)  VALUE "N".
               88  STEP-EVER-COMPLETED                VALUE "Y".
           05  WS-OVERRIDE-SW              PIC X(1)  VALUE SPACE.
               88  FORCED-RERUN                       VALUE "R".
               88  PRIOR-DATE-WAIVED                  VALUE "W".

       01  WS-RUN-OPTIONS.
           05  WS-CARD-BUSINESS-DATE       PIC 9(8)  VALUE 0.
           05  WS-CARD-RERUN-DATE          PIC 9(8)  VALUE 0.
           05  WS-CARD-WAIVE-DATE          PIC 9(8)  VALUE 0.

       01  WS-CONTROL-CARD-WORK.
           05  WS-CC-KEYWORD               PIC X(20) VALUE SPACES.
           05  WS-CC-VALUE                 PIC X(60) VALUE SPACES.
           05  WS-CC-TOKEN                 PIC X(60) VALUE SPACES.
           05  WS-CC-TOKEN-LEN             PIC 9(2)  VALUE 0.
           05  WS-CC-DATE                  PIC 9(8)  VALUE 0.
           05  WS-CC-DATE-PARTS REDEFINES WS-CC-DATE.
               10  WS-CC-DATE-YEAR         PIC 9(4).
               10  WS-CC-DATE-MONTH        PIC 9(2).
               10  WS-CC-DATE-DAY          PIC 9(2).

       01  WS-CURRENT-DATE-TIME.
           05  WS-RUN-DATE                 PIC 9(8).
           05  WS-RUN-TIME                 PIC 9(6).
           05  FILLER                      PIC X(7).

      *    What the ledger says about the calling step - the latest
      *    date it appears under with its latest event on that date
      *    (the opener resumes an unfinished date), the latest date
      *    anyone opened, and the latest event for the business
      *    date and for the prior business date.
       01  WS-LEDGER-WORK.
           05  WS-STEP-LAST-DATE           PIC 9(8)  VALUE 0.
           05  WS-STEP-LAST-EVENT          PIC X(1)  VALUE SPACE.
           05  WS-LEDGER-LAST-DATE         PIC 9(8)  VALUE 0.
           05  WS-DATE-EVENT               PIC X(1)  VALUE SPACE.
           05  WS-DATE-START-OVERRIDE      PIC X(1)  VALUE SPACE.
           05  WS-PRIOR-EVENT              PIC X(1)  VALUE SPACE.

      *    Calendar window behind the business date - entry n is
      *    the date n days earlier, "N" when the calendar marks it
      *    non-processing.
       01  WS-CALENDAR-WINDOW.
           05  WS-WINDOW-DAYS              PIC 9(2)  VALUE 31.
           05  WS-WINDOW-I                 PIC 9(5)  VALUE 0.
           05  WS-BUSINESS-INTEGER         PIC 9(7)  VALUE 0.
           05  WS-CAL-INTEGER              PIC 9(7)  VALUE 0.
           05  WS-WINDOW-TABLE.
               10  WS-WINDOW-DAY-TYPE OCCURS 31 TIMES
                                           PIC X(1).

       01  WS-RESULT-DATE                  PIC 9(8)  VALUE 0.
      /
       LINKAGE SECTION.
       01  NAMELDG-PARM.
           COPY NAMELDGL REPLACING ==:PFX:== BY ==NLD==.
      /
       PROCEDURE DIVISION USING NAMELDG-PARM.
       Main.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           EVALUATE NLD-FUNCTION
               WHEN "CHECK"
                   PERFORM Check-Step-May-Run
               WHEN "COMPLETE"
                   PERFORM Record-Step-End
               WHEN OTHER
                   DISPLAY "NAMELDG ABEND - UNKNOWN FUNCTION: "
                       NLD-FUNCTION
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           GOBACK.

       Check-Step-May-Run.
           MOVE "00" TO NLD-RESULT
           MOVE SPACES TO NLD-RESULT-TEXT
           MOVE SPACE TO WS-OVERRIDE-SW
           PERFORM Read-Run-Options
           PERFORM Scan-Ledger-For-Step
           PERFORM Determine-Business-Date
           IF NLD-RESULT = "00"
               PERFORM Determine-Prior-Date
               PERFORM Scan-Ledger-For-Dates
               PERFORM Apply-Run-Rules
           END-IF
           IF NLD-RESULT = "00"
               MOVE "S" TO WS-DATE-EVENT
               MOVE 0 TO NLD-STEP-RC
               INITIALIZE NLD-TOTALS
               PERFORM Append-Ledger-Record
           END-IF
           MOVE WS-OVERRIDE-SW TO NLD-OVERRIDE-SW.

       Record-Step-End.
           IF NLD-STEP-RC > 4
               MOVE "E" TO WS-DATE-EVENT
           ELSE
               MOVE "C" TO WS-DATE-EVENT
           END-IF
           PERFORM Append-Ledger-Record.

       Read-Run-Options.
           MOVE 0 TO WS-CARD-BUSINESS-DATE
           MOVE 0 TO WS-CARD-RERUN-DATE
           MOVE 0 TO WS-CARD-WAIVE-DATE
           MOVE "N" TO WS-LDGCTL-EOF-SW
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-LDGCTL-STATUS NOT = "00" AND
                   WS-LDGCTL-STATUS NOT = "05"
               DISPLAY "NAMELDG ABEND - LDGCTL OPEN FAILED, STATUS="
                   WS-LDGCTL-STATUS
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
           EVALUATE WS-CC-KEYWORD
               WHEN "BUSINESS-DATE"
                   PERFORM Convert-Card-Date
                   MOVE WS-CC-DATE TO WS-CARD-BUSINESS-DATE
               WHEN "RERUN-DATE"
                   PERFORM Convert-Card-Date
                   MOVE WS-CC-DATE TO WS-CARD-RERUN-DATE
               WHEN "WAIVE-PRIOR-DATE"
                   PERFORM Convert-Card-Date
                   MOVE WS-CC-DATE TO WS-CARD-WAIVE-DATE
               WHEN OTHER
                   PERFORM Abend-Bad-Card
           END-EVALUATE.

       Convert-Card-Date.
           MOVE SPACES TO WS-CC-TOKEN
           MOVE 0 TO WS-CC-TOKEN-LEN
           UNSTRING WS-CC-VALUE DELIMITED BY ALL " "
               INTO WS-CC-TOKEN
                   COUNT IN WS-CC-TOKEN-LEN
           END-UNSTRING
           IF WS-CC-TOKEN-LEN NOT = 8 OR
                   WS-CC-TOKEN(1:8) IS NOT NUMERIC
               PERFORM Abend-Bad-Card
           END-IF
           MOVE WS-CC-TOKEN(1:8) TO WS-CC-DATE
           IF WS-CC-DATE-YEAR < 1601 OR
                   WS-CC-DATE-MONTH < 1 OR WS-CC-DATE-MONTH > 12 OR
                   WS-CC-DATE-DAY < 1 OR WS-CC-DATE-DAY > 31
               PERFORM Abend-Bad-Card
           END-IF.

       Abend-Bad-Card.
           DISPLAY "NAMELDG ABEND - BAD CONTROL CARD: "
               CONTROL-CARD-RECORD
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       Open-Ledger-Input.
           MOVE "N" TO WS-RUNLDG-EOF-SW
           OPEN INPUT RUN-LEDGER-FILE
           IF WS-RUNLDG-STATUS NOT = "00" AND
                   WS-RUNLDG-STATUS NOT = "05"
               DISPLAY "NAMELDG ABEND - RUNLDG OPEN FAILED, STATUS="
                   WS-RUNLDG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    First pass - the calling step's latest date and event,
      *    whether it ever completed, and the latest business date
      *    on the ledger. Records are in the order they were
      *    written, so the last one seen for a date is the latest.
       Scan-Ledger-For-Step.
           MOVE 0 TO WS-STEP-LAST-DATE
           MOVE SPACE TO WS-STEP-LAST-EVENT
           MOVE 0 TO WS-LEDGER-LAST-DATE
           MOVE "N" TO WS-EVER-COMPLETE-SW
           PERFORM Open-Ledger-Input
           PERFORM UNTIL END-OF-LEDGER
               READ RUN-LEDGER-FILE
                   AT END
                       SET END-OF-LEDGER TO TRUE
                   NOT AT END
                       IF LDG-BUSINESS-DATE > WS-LEDGER-LAST-DATE
                           MOVE LDG-BUSINESS-DATE
                               TO WS-LEDGER-LAST-DATE
                       END-IF
                       IF LDG-STEP-NAME = NLD-STEP-NAME
                           PERFORM Note-Step-Record
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-LEDGER-FILE.

       Note-Step-Record.
           IF LDG-EVENT = "C"
               SET STEP-EVER-COMPLETED TO TRUE
           END-IF
           IF LDG-BUSINESS-DATE NOT < WS-STEP-LAST-DATE
               MOVE LDG-BUSINESS-DATE TO WS-STEP-LAST-DATE
               MOVE LDG-EVENT TO WS-STEP-LAST-EVENT
           END-IF.

       Determine-Business-Date.
           EVALUATE TRUE
               WHEN NLD-BUSINESS-DATE > 0
                   IF WS-CARD-BUSINESS-DATE > 0 AND
                           WS-CARD-BUSINESS-DATE NOT = NLD-BUSINESS-DATE
                       DISPLAY "NAMELDG ABEND - BUSINESS-DATE CARD "
                           WS-CARD-BUSINESS-DATE " DIFFERS FROM "
                           NLD-BUSINESS-DATE " PASSED BY "
                           NLD-STEP-NAME
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN WS-CARD-BUSINESS-DATE > 0
                   MOVE WS-CARD-BUSINESS-DATE TO NLD-BUSINESS-DATE
               WHEN NLD-OPENS-DATE-SW = "Y"
                   IF WS-STEP-LAST-DATE > 0 AND
                           WS-STEP-LAST-EVENT NOT = "C"
                       MOVE WS-STEP-LAST-DATE TO NLD-BUSINESS-DATE
                       DISPLAY "NAMELDG - " NLD-STEP-NAME
                           " RESUMING UNFINISHED BUSINESS DATE "
                           NLD-BUSINESS-DATE
                   ELSE
                       MOVE WS-RUN-DATE TO NLD-BUSINESS-DATE
                   END-IF
               WHEN WS-LEDGER-LAST-DATE > 0
                   MOVE WS-LEDGER-LAST-DATE TO NLD-BUSINESS-DATE
               WHEN OTHER
                   MOVE 0 TO NLD-BUSINESS-DATE
                   MOVE "NO" TO NLD-RESULT
                   MOVE "NO BUSINESS DATE OPEN ON THE RUN LEDGER"
                       TO NLD-RESULT-TEXT
           END-EVALUATE.

      *    Walk back from the business date over the days the
      *    calendar marks non-processing. Only calendar entries
      *    inside the window are kept, so the calendar can cover
      *    any number of years.
       Determine-Prior-Date.
           MOVE SPACES TO WS-WINDOW-TABLE
           COMPUTE WS-BUSINESS-INTEGER =
               FUNCTION INTEGER-OF-DATE(NLD-BUSINESS-DATE)
           MOVE "N" TO WS-CALFILE-EOF-SW
           OPEN INPUT CALENDAR-FILE
           IF WS-CALFILE-STATUS NOT = "00" AND
                   WS-CALFILE-STATUS NOT = "05"
               DISPLAY "NAMELDG ABEND - CALFILE OPEN FAILED, STATUS="
                   WS-CALFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-CALENDAR
               READ CALENDAR-FILE
                   AT END
                       SET END-OF-CALENDAR TO TRUE
                   NOT AT END
                       IF CAL-DATE IS NUMERIC AND
                               CAL-DATE < NLD-BUSINESS-DATE AND
                               CAL-DAY-TYPE NOT = "P"
                           PERFORM Note-Calendar-Entry
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           MOVE 0 TO NLD-PRIOR-DATE
           PERFORM VARYING WS-WINDOW-I FROM 1 BY 1
                   UNTIL WS-WINDOW-I > WS-WINDOW-DAYS
                       OR NLD-PRIOR-DATE > 0
               IF WS-WINDOW-DAY-TYPE(WS-WINDOW-I) NOT = "N"
                   COMPUTE NLD-PRIOR-DATE = FUNCTION DATE-OF-INTEGER
                       (WS-BUSINESS-INTEGER - WS-WINDOW-I)
               END-IF
           END-PERFORM
           IF NLD-PRIOR-DATE = 0
               DISPLAY "NAMELDG ABEND - NO PROCESSING DAY IN THE "
                   WS-WINDOW-DAYS " DAYS BEFORE " NLD-BUSINESS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       Note-Calendar-Entry.
           IF CAL-DATE > 16010101
               COMPUTE WS-CAL-INTEGER =
                   FUNCTION INTEGER-OF-DATE(CAL-DATE)
               IF WS-CAL-INTEGER > 0
                   COMPUTE WS-WINDOW-I =
                       WS-BUSINESS-INTEGER - WS-CAL-INTEGER
                   IF WS-WINDOW-I NOT > WS-WINDOW-DAYS
                       MOVE "N" TO WS-WINDOW-DAY-TYPE(WS-WINDOW-I)
                   END-IF
               END-IF
           END-IF.

      *    Second pass, now the dates are known - the step's latest
      *    event for the business date and for the prior date, and
      *    the override its latest start on the date was let in by.
       Scan-Ledger-For-Dates.
           MOVE SPACE TO WS-DATE-EVENT
           MOVE SPACE TO WS-DATE-START-OVERRIDE
           MOVE SPACE TO WS-PRIOR-EVENT
           PERFORM Open-Ledger-Input
           PERFORM UNTIL END-OF-LEDGER
               READ RUN-LEDGER-FILE
                   AT END
                       SET END-OF-LEDGER TO TRUE
                   NOT AT END
                       IF LDG-STEP-NAME = NLD-STEP-NAME
                           IF LDG-BUSINESS-DATE = NLD-BUSINESS-DATE
                               MOVE LDG-EVENT TO WS-DATE-EVENT
                               IF LDG-EVENT = "S"
                                   MOVE LDG-OVERRIDE-SW
                                       TO WS-DATE-START-OVERRIDE
                               END-IF
                           END-IF
                           IF LDG-BUSINESS-DATE = NLD-PRIOR-DATE
                               MOVE LDG-EVENT TO WS-PRIOR-EVENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-LEDGER-FILE.

      *    The prior date is checked only when the step first
      *    starts the business date - a restart after a failure, or
      *    a forced rerun, was already let in on that date. A
      *    restart of a forced rerun that failed is still a rerun,
      *    so it keeps the "R" its start was let in by.
       Apply-Run-Rules.
           IF WS-DATE-EVENT NOT = "C" AND WS-DATE-EVENT NOT = SPACE
                   AND WS-DATE-START-OVERRIDE = "R"
               SET FORCED-RERUN TO TRUE
               DISPLAY "NAMELDG - " NLD-STEP-NAME
                   " RESTART OF RERUN OF BUSINESS DATE "
                   NLD-BUSINESS-DATE
           END-IF
           IF WS-DATE-EVENT = "C"
               IF WS-CARD-RERUN-DATE = NLD-BUSINESS-DATE
                   SET FORCED-RERUN TO TRUE
                   DISPLAY "NAMELDG - " NLD-STEP-NAME
                       " RERUN OF COMPLETED BUSINESS DATE "
                       NLD-BUSINESS-DATE " ALLOWED BY RERUN-DATE"
               ELSE
                   MOVE "AC" TO NLD-RESULT
                   MOVE NLD-BUSINESS-DATE TO WS-RESULT-DATE
                   STRING "ALREADY COMPLETED FOR BUSINESS DATE "
                           DELIMITED BY SIZE
                       WS-RESULT-DATE DELIMITED BY SIZE
                       INTO NLD-RESULT-TEXT
                   END-STRING
               END-IF
           END-IF
           IF NLD-RESULT = "00" AND STEP-EVER-COMPLETED AND
                   WS-DATE-EVENT = SPACE AND WS-PRIOR-EVENT NOT = "C"
               IF WS-CARD-WAIVE-DATE = NLD-PRIOR-DATE
                   SET PRIOR-DATE-WAIVED TO TRUE
                   DISPLAY "NAMELDG - " NLD-STEP-NAME
                       " PRIOR BUSINESS DATE " NLD-PRIOR-DATE
                       " NOT COMPLETED - WAIVED BY WAIVE-PRIOR-DATE"
               ELSE
                   MOVE "PM" TO NLD-RESULT
                   MOVE NLD-PRIOR-DATE TO WS-RESULT-DATE
                   STRING "PRIOR BUSINESS DATE " DELIMITED BY SIZE
                       WS-RESULT-DATE DELIMITED BY SIZE
                       " NEVER COMPLETED" DELIMITED BY SIZE
                       INTO NLD-RESULT-TEXT
                   END-STRING
               END-IF
           END-IF
           IF NLD-RESULT = "00" AND NOT STEP-EVER-COMPLETED AND
                   WS-DATE-EVENT = SPACE
               DISPLAY "NAMELDG - " NLD-STEP-NAME
                   " FIRST LEDGERED RUN - PRIOR DATE NOT CHECKED"
           END-IF.

       Append-Ledger-Record.
           OPEN EXTEND RUN-LEDGER-FILE
           IF WS-RUNLDG-STATUS NOT = "00" AND
                   WS-RUNLDG-STATUS NOT = "05"
               DISPLAY "NAMELDG ABEND - RUNLDG EXTEND FAILED, STATUS="
                   WS-RUNLDG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RUN-LEDGER-RECORD
           MOVE NLD-BUSINESS-DATE TO LDG-BUSINESS-DATE
           MOVE NLD-STEP-NAME TO LDG-STEP-NAME
           MOVE WS-DATE-EVENT TO LDG-EVENT
           MOVE WS-RUN-DATE TO LDG-STAMP-DATE
           MOVE WS-RUN-TIME TO LDG-STAMP-TIME
           MOVE NLD-STEP-RC TO LDG-STEP-RC
           MOVE WS-OVERRIDE-SW TO LDG-OVERRIDE-SW
           MOVE NLD-TOTALS TO LDG-TOTALS
           MOVE NLD-RUN-BY TO LDG-RUN-BY
           WRITE RUN-LEDGER-RECORD
           IF WS-RUNLDG-STATUS NOT = "00"
               DISPLAY "NAMELDG ABEND - RUNLDG WRITE FAILED, STATUS="
                   WS-RUNLDG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RUN-LEDGER-FILE.

       END PROGRAM NAMELDG.
