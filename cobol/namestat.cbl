       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMESTAT.
      *****************************************************************
      *                                                               *
      *   Run-control ledger status report for the on-call analyst.   *
      *   Lists, for one business date (default: the latest on the    *
      *   ledger), each ledgered step of the nightly DUALREPO stream  *
      *   in job order with its status -                              *
      *                                                               *
      *     COMPLETED           ended with a return code of 4 or less *
      *     ENDED NONZERO       ended with a higher return code       *
      *     STARTED - NO END    started but never ended (abend or     *
      *                         still running)                        *
      *     NOT RUN             never started for the date            *
      *                                                               *
      *   with its start/end stamp, return code and control totals,   *
      *   then names the step to restart the job from - the first     *
      *   step in job order not completed - and the cleanup to do     *
      *   first. On a partitioned night DUALREPO and NAMEMAST are     *
      *   ledgered by the NAMECONS consolidation, so when that step   *
      *   is the restart point the DUALCONS job is named instead.     *
      *   A second section lists the recent business dates            *
      *   (per the CALFILE calendar) and how many steps completed on  *
      *   each, so a skipped or unfinished night stands out.          *
      *                                                               *
      *   Read only. STATCTL cards (optional): BUSINESS-DATE=         *
      *   yyyymmdd, DAYS=n (recent dates listed, 1-31, default 10).   *
      *   Return codes: 0 = the date and every recent date            *
      *   completed, 4 = something is not complete, 16 = abend.       *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "RUNLDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLDG-STATUS.

           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "STATCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATCTL-STATUS.

           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALFILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "STATRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATRPT-STATUS.
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

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(84).
      /
       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-RUNLDG-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-STATCTL-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-CALFILE-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-STATRPT-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-RUNLDG-EOF-SW            PIC X(1)  VALUE "N".
               88  END-OF-LEDGER                      VALUE "Y".
           05  WS-STATCTL-EOF-SW           PIC X(1)  VALUE "N".
               88  END-OF-CONTROL-CARDS               VALUE "Y".
           05  WS-CALFILE-EOF-SW           PIC X(1)  VALUE "N".
               88  END-OF-CALENDAR                    VALUE "Y".
           05  WS-ALL-COMPLETE-SW          PIC X(1)  VALUE "Y".
               88  ALL-COMPLETE                       VALUE "Y".

       01  WS-RUN-OPTIONS.
           05  WS-REPORT-DATE              PIC 9(8)  VALUE 0.
           05  WS-DAYS-WANTED              PIC 9(2)  VALUE 10.

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

      *    The ledgered steps in job order - the JCL step each runs
      *    in, the step a rerun of it restarts the job at, and the
      *    cleanup to do before that restart.
       01  WS-STEP-TABLE-VALUES.
           05  FILLER                      PIC X(24) VALUE
               "STEP010 STEP010 DUALREPO".
           05  FILLER                      PIC X(52) VALUE
               "SEE JOB NOTES (PARTITIONED NIGHT: DUALPART/DUALCONS)".
           05  FILLER                      PIC X(24) VALUE
               "STEP040 STEP030 NAMEMAST".
           05  FILLER                      PIC X(52) VALUE
               "DELETE THE (+1) MASTER, (+1) DELTA AND MSTTOT FIRST".
           05  FILLER                      PIC X(24) VALUE
               "STEP041 STEP041 NAMEVRFY".
           05  FILLER                      PIC X(52) VALUE
               "ON RC=8 FOLLOW THE STEP041 RECOVERY NOTE".
           05  FILLER                      PIC X(24) VALUE
               "STEP042 STEP042 NAMEDIST".
           05  FILLER                      PIC X(52) VALUE
               "DELETE THE DIST HANDOFF DATASETS IT CATALOGED FIRST".
           05  FILLER                      PIC X(24) VALUE
               "STEP044 STEP044 NAMELTR ".
           05  FILLER                      PIC X(52) VALUE
               "DELETE PROD.DUALREPO.LETTERS FIRST".
           05  FILLER                      PIC X(24) VALUE
               "STEP050 STEP050 NAMEBAL ".
           05  FILLER                      PIC X(52) VALUE
               "NO CLEANUP NEEDED".
       01  WS-STEP-TABLE REDEFINES WS-STEP-TABLE-VALUES.
           05  WS-STEP-ENTRY OCCURS 6 TIMES.
               10  WS-STEP-JCL-STEP        PIC X(8).
               10  WS-STEP-RESTART-STEP    PIC X(8).
               10  WS-STEP-PROGRAM         PIC X(8).
               10  WS-STEP-ADVICE          PIC X(52).

       01  WS-STEP-COUNT                   PIC 9(1)  VALUE 6.
       01  WS-S                            PIC 9(1)  VALUE 0.
       01  WS-T                            PIC 9(1)  VALUE 0.

      *    Latest ledger picture of each step on the report date -
      *    the latest event, its stamp, and the latest end record.
       01  WS-STEP-STATUS-TABLE.
           05  WS-STEP-STATUS OCCURS 6 TIMES.
               10  WS-SS-EVENT             PIC X(1).
               10  WS-SS-STAMP-DATE        PIC 9(8).
               10  WS-SS-STAMP-TIME        PIC 9(6).
               10  WS-SS-OVERRIDE-SW       PIC X(1).
               10  WS-SS-RUN-BY            PIC X(8).
               10  WS-SS-END-RC            PIC 9(2).
               10  WS-SS-END-FOUND-SW      PIC X(1).
               10  WS-SS-TOTALS.
                   15  WS-SS-TOTAL OCCURS 5 TIMES.
                       20  WS-SS-TOTAL-LABEL PIC X(12).
                       20  WS-SS-TOTAL-COUNT PIC 9(9).

      *    Recent business dates, newest first - entry 1 is the
      *    report date, then each earlier processing day - with the
      *    latest event of every step on each.
       01  WS-DAY-AREA.
           05  WS-DAY-COUNT                PIC 9(2)  VALUE 0.
           05  WS-D                        PIC 9(2)  VALUE 0.
           05  WS-DAY-ENTRY OCCURS 31 TIMES.
               10  WS-DAY-DATE             PIC 9(8).
               10  WS-DAY-EVENT OCCURS 6 TIMES
                                           PIC X(1).

      *    Calendar window behind the report date - entry n is the
      *    date n days earlier, "N" when it is non-processing. Wide
      *    enough for 31 processing days across weekends and
      *    holidays.
       01  WS-CALENDAR-WINDOW.
           05  WS-WINDOW-DAYS              PIC 9(3)  VALUE 93.
           05  WS-WINDOW-I                 PIC 9(5)  VALUE 0.
           05  WS-REPORT-INTEGER           PIC 9(7)  VALUE 0.
           05  WS-CAL-INTEGER              PIC 9(7)  VALUE 0.
           05  WS-WINDOW-TABLE.
               10  WS-WINDOW-DAY-TYPE OCCURS 93 TIMES
                                           PIC X(1).

       01  WS-REPORT-WORK.
           05  WS-RESTART-S                PIC 9(1)  VALUE 0.
           05  WS-COMPLETE-COUNT           PIC 9(1)  VALUE 0.
           05  WS-ANY-EVENT-SW             PIC X(1)  VALUE "N".

       01  WS-TITLE-LINE.
           05  FILLER                      PIC X(40) VALUE
               "NAMESTAT RUN-CONTROL LEDGER STATUS".
           05  FILLER                      PIC X(9)  VALUE "RUN DATE ".
           05  WS-TTL-RUN-DATE             PIC 9(8).
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-TTL-RUN-TIME             PIC 9(6).
           05  FILLER                      PIC X(20) VALUE SPACES.

       01  WS-DATE-LINE.
           05  FILLER                      PIC X(14) VALUE
               "BUSINESS DATE ".
           05  WS-DTL-DATE                 PIC 9(8).
           05  FILLER                      PIC X(62) VALUE SPACES.

       01  WS-STEP-HEADING-LINE.
           05  FILLER                      PIC X(44) VALUE
               "STEP     PROGRAM   STATUS".
           05  FILLER                      PIC X(40) VALUE
               "DATE     TIME   RC".

       01  WS-STEP-LINE.
           05  WS-STL-JCL-STEP             PIC X(8).
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-STL-PROGRAM              PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-STL-STATUS               PIC X(24).
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-STL-STAMP-DATE           PIC X(8).
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-STL-STAMP-TIME           PIC X(6).
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-STL-RC                   PIC X(2).
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-STL-NOTE                 PIC X(21).

       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(19) VALUE SPACES.
           05  WS-TTL-LABEL                PIC X(12).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-TTL-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(40) VALUE SPACES.

       01  WS-RESTART-LINE.
           05  FILLER                      PIC X(18) VALUE
               "RESTART THE JOB AT".
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-RSL-STEP                 PIC X(8).
           05  FILLER                      PIC X(4)  VALUE "FOR ".
           05  WS-RSL-PROGRAM              PIC X(8).
           05  FILLER                      PIC X(45) VALUE SPACES.

       01  WS-ADVICE-LINE.
           05  FILLER                      PIC X(19) VALUE SPACES.
           05  WS-ADV-TEXT                 PIC X(52).
           05  FILLER                      PIC X(13) VALUE SPACES.

       01  WS-DAY-LINE.
           05  WS-DYL-DATE                 PIC 9(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DYL-COMPLETE             PIC 9(1).
           05  FILLER                      PIC X(21) VALUE
               " OF 6 STEPS COMPLETE ".
           05  WS-DYL-NOTE                 PIC X(52).
      /
       PROCEDURE DIVISION.
       Main.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM Read-Run-Options
           IF WS-REPORT-DATE = 0
               PERFORM Find-Latest-Business-Date
           END-IF
           PERFORM Open-Report
           IF WS-REPORT-DATE = 0
               MOVE "RUN LEDGER IS EMPTY - NO LEDGERED STEP HAS RUN"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Build-Day-Table
           PERFORM Read-Ledger-Status
           PERFORM Write-Step-Status
           PERFORM Write-Restart-Point
           PERFORM Write-Recent-Dates
           CLOSE REPORT-FILE
           IF ALL-COMPLETE
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       Read-Run-Options.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-STATCTL-STATUS NOT = "00" AND
                   WS-STATCTL-STATUS NOT = "05"
               DISPLAY "NAMESTAT ABEND - STATCTL OPEN FAILED, STATUS="
                   WS-STATCTL-STATUS
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
           IF WS-CC-TOKEN-LEN = 0 OR
                   WS-CC-TOKEN(1:WS-CC-TOKEN-LEN) IS NOT NUMERIC
               PERFORM Abend-Bad-Card
           END-IF
           EVALUATE WS-CC-KEYWORD
               WHEN "BUSINESS-DATE"
                   IF WS-CC-TOKEN-LEN NOT = 8
                       PERFORM Abend-Bad-Card
                   END-IF
                   MOVE WS-CC-TOKEN(1:8) TO WS-CC-DATE
                   IF WS-CC-DATE-YEAR < 1601 OR
                           WS-CC-DATE-MONTH < 1 OR
                           WS-CC-DATE-MONTH > 12 OR
                           WS-CC-DATE-DAY < 1 OR WS-CC-DATE-DAY > 31
                       PERFORM Abend-Bad-Card
                   END-IF
                   MOVE WS-CC-DATE TO WS-REPORT-DATE
               WHEN "DAYS"
                   IF WS-CC-TOKEN-LEN > 2
                       PERFORM Abend-Bad-Card
                   END-IF
                   COMPUTE WS-DAYS-WANTED = FUNCTION NUMVAL
                       (WS-CC-TOKEN(1:WS-CC-TOKEN-LEN))
                   IF WS-DAYS-WANTED = 0 OR WS-DAYS-WANTED > 31
                       PERFORM Abend-Bad-Card
                   END-IF
               WHEN OTHER
                   PERFORM Abend-Bad-Card
           END-EVALUATE.

       Abend-Bad-Card.
           DISPLAY "NAMESTAT ABEND - BAD CONTROL CARD: "
               CONTROL-CARD-RECORD
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       Open-Ledger-Input.
           MOVE "N" TO WS-RUNLDG-EOF-SW
           OPEN INPUT RUN-LEDGER-FILE
           IF WS-RUNLDG-STATUS NOT = "00" AND
                   WS-RUNLDG-STATUS NOT = "05"
               DISPLAY "NAMESTAT ABEND - RUNLDG OPEN FAILED, STATUS="
                   WS-RUNLDG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       Find-Latest-Business-Date.
           PERFORM Open-Ledger-Input
           PERFORM UNTIL END-OF-LEDGER
               READ RUN-LEDGER-FILE
                   AT END
                       SET END-OF-LEDGER TO TRUE
                   NOT AT END
                       IF LDG-BUSINESS-DATE > WS-REPORT-DATE
                           MOVE LDG-BUSINESS-DATE TO WS-REPORT-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-LEDGER-FILE.

       Open-Report.
           OPEN OUTPUT REPORT-FILE
           IF WS-STATRPT-STATUS NOT = "00"
               DISPLAY "NAMESTAT ABEND - STATRPT OPEN FAILED, STATUS="
                   WS-STATRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO WS-TTL-RUN-DATE
           MOVE WS-RUN-TIME TO WS-TTL-RUN-TIME
           WRITE REPORT-RECORD FROM WS-TITLE-LINE.

      *    The report date, then the processing days before it the
      *    way NAMELDG finds a prior business date - so a date the
      *    stream never ran shows up as a row with nothing on it.
       Build-Day-Table.
           MOVE SPACES TO WS-WINDOW-TABLE
           COMPUTE WS-REPORT-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
           OPEN INPUT CALENDAR-FILE
           IF WS-CALFILE-STATUS NOT = "00" AND
                   WS-CALFILE-STATUS NOT = "05"
               DISPLAY "NAMESTAT ABEND - CALFILE OPEN FAILED, STATUS="
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
                               CAL-DATE > 16010101 AND
                               CAL-DATE < WS-REPORT-DATE AND
                               CAL-DAY-TYPE NOT = "P"
                           PERFORM Note-Calendar-Entry
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           MOVE 1 TO WS-DAY-COUNT
           MOVE WS-REPORT-DATE TO WS-DAY-DATE(1)
           PERFORM VARYING WS-WINDOW-I FROM 1 BY 1
                   UNTIL WS-WINDOW-I > WS-WINDOW-DAYS
                       OR WS-DAY-COUNT NOT < WS-DAYS-WANTED
               IF WS-WINDOW-DAY-TYPE(WS-WINDOW-I) NOT = "N"
                   ADD 1 TO WS-DAY-COUNT
                   COMPUTE WS-DAY-DATE(WS-DAY-COUNT) =
                       FUNCTION DATE-OF-INTEGER
                           (WS-REPORT-INTEGER - WS-WINDOW-I)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DAY-COUNT
               PERFORM VARYING WS-S FROM 1 BY 1
                       UNTIL WS-S > WS-STEP-COUNT
                   MOVE SPACE TO WS-DAY-EVENT(WS-D, WS-S)
               END-PERFORM
           END-PERFORM.

       Note-Calendar-Entry.
           COMPUTE WS-CAL-INTEGER = FUNCTION INTEGER-OF-DATE(CAL-DATE)
           IF WS-CAL-INTEGER > 0
               COMPUTE WS-WINDOW-I =
                   WS-REPORT-INTEGER - WS-CAL-INTEGER
               IF WS-WINDOW-I NOT > WS-WINDOW-DAYS
                   MOVE "N" TO WS-WINDOW-DAY-TYPE(WS-WINDOW-I)
               END-IF
           END-IF.

      *    Records are in the order they were written, so the last
      *    one seen for a date and step is its status.
       Read-Ledger-Status.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STEP-COUNT
               INITIALIZE WS-STEP-STATUS(WS-S)
               MOVE "N" TO WS-SS-END-FOUND-SW(WS-S)
           END-PERFORM
           PERFORM Open-Ledger-Input
           PERFORM UNTIL END-OF-LEDGER
               READ RUN-LEDGER-FILE
                   AT END
                       SET END-OF-LEDGER TO TRUE
                   NOT AT END
                       PERFORM Note-Ledger-Record
               END-READ
           END-PERFORM
           CLOSE RUN-LEDGER-FILE.

       Note-Ledger-Record.
           MOVE 0 TO WS-T
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STEP-COUNT OR WS-T > 0
               IF WS-STEP-PROGRAM(WS-S) = LDG-STEP-NAME
                   MOVE WS-S TO WS-T
               END-IF
           END-PERFORM
           IF WS-T > 0
               PERFORM VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D > WS-DAY-COUNT
                   IF WS-DAY-DATE(WS-D) = LDG-BUSINESS-DATE
                       MOVE LDG-EVENT TO WS-DAY-EVENT(WS-D, WS-T)
                   END-IF
               END-PERFORM
               IF LDG-BUSINESS-DATE = WS-REPORT-DATE
                   MOVE LDG-EVENT TO WS-SS-EVENT(WS-T)
                   MOVE LDG-STAMP-DATE TO WS-SS-STAMP-DATE(WS-T)
                   MOVE LDG-STAMP-TIME TO WS-SS-STAMP-TIME(WS-T)
                   MOVE LDG-OVERRIDE-SW TO WS-SS-OVERRIDE-SW(WS-T)
                   MOVE LDG-RUN-BY TO WS-SS-RUN-BY(WS-T)
                   IF LDG-EVENT = "C" OR LDG-EVENT = "E"
                       MOVE "Y" TO WS-SS-END-FOUND-SW(WS-T)
                       MOVE LDG-STEP-RC TO WS-SS-END-RC(WS-T)
                       MOVE LDG-TOTALS TO WS-SS-TOTALS(WS-T)
                   END-IF
               END-IF
           END-IF.

       Write-Step-Status.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-REPORT-DATE TO WS-DTL-DATE
           WRITE REPORT-RECORD FROM WS-DATE-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM WS-STEP-HEADING-LINE
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STEP-COUNT
               PERFORM Write-One-Step
           END-PERFORM.

       Write-One-Step.
           MOVE WS-STEP-JCL-STEP(WS-S) TO WS-STL-JCL-STEP
           MOVE WS-STEP-PROGRAM(WS-S) TO WS-STL-PROGRAM
           MOVE SPACES TO WS-STL-STAMP-DATE
           MOVE SPACES TO WS-STL-STAMP-TIME
           MOVE SPACES TO WS-STL-RC
           MOVE SPACES TO WS-STL-NOTE
           IF WS-SS-EVENT(WS-S) NOT = SPACE
               MOVE WS-SS-STAMP-DATE(WS-S) TO WS-STL-STAMP-DATE
               MOVE WS-SS-STAMP-TIME(WS-S) TO WS-STL-STAMP-TIME
           END-IF
           EVALUATE WS-SS-EVENT(WS-S)
               WHEN "C"
                   MOVE "COMPLETED" TO WS-STL-STATUS
                   MOVE WS-SS-END-RC(WS-S) TO WS-STL-RC
               WHEN "E"
                   MOVE "ENDED NONZERO" TO WS-STL-STATUS
                   MOVE WS-SS-END-RC(WS-S) TO WS-STL-RC
               WHEN "S"
                   MOVE "STARTED - NO END" TO WS-STL-STATUS
               WHEN OTHER
                   MOVE "NOT RUN" TO WS-STL-STATUS
           END-EVALUATE
           EVALUATE WS-SS-OVERRIDE-SW(WS-S)
               WHEN "R"
                   MOVE "RERUN-DATE CARD" TO WS-STL-NOTE
               WHEN "W"
                   MOVE "PRIOR DATE WAIVED" TO WS-STL-NOTE
               WHEN OTHER
                   IF WS-SS-RUN-BY(WS-S) NOT = SPACES
                       STRING "LEDGERED BY " WS-SS-RUN-BY(WS-S)
                           DELIMITED BY SIZE INTO WS-STL-NOTE
                   END-IF
           END-EVALUATE
           WRITE REPORT-RECORD FROM WS-STEP-LINE
      *    Totals come from the latest end record, so a step started
      *    again after a failure still shows what the failed run
      *    reported until the new run ends.
           IF WS-SS-END-FOUND-SW(WS-S) = "Y"
               PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 5
                   IF WS-SS-TOTAL-LABEL(WS-S, WS-T) NOT = SPACES
                       MOVE WS-SS-TOTAL-LABEL(WS-S, WS-T)
                           TO WS-TTL-LABEL
                       MOVE WS-SS-TOTAL-COUNT(WS-S, WS-T)
                           TO WS-TTL-COUNT
                       WRITE REPORT-RECORD FROM WS-TOTAL-LINE
                   END-IF
               END-PERFORM
           END-IF.

       Write-Restart-Point.
           MOVE 0 TO WS-RESTART-S
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STEP-COUNT OR WS-RESTART-S > 0
               IF WS-SS-EVENT(WS-S) NOT = "C"
                   MOVE WS-S TO WS-RESTART-S
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-RESTART-S = 0
               MOVE "ALL LEDGERED STEPS COMPLETED FOR THIS DATE"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE "N" TO WS-ALL-COMPLETE-SW
               IF WS-SS-RUN-BY(WS-RESTART-S) = "NAMECONS"
                   PERFORM Write-Consolidation-Restart
               ELSE
                   MOVE WS-STEP-RESTART-STEP(WS-RESTART-S)
                       TO WS-RSL-STEP
                   MOVE WS-STEP-PROGRAM(WS-RESTART-S) TO WS-RSL-PROGRAM
                   WRITE REPORT-RECORD FROM WS-RESTART-LINE
                   MOVE WS-STEP-ADVICE(WS-RESTART-S) TO WS-ADV-TEXT
                   WRITE REPORT-RECORD FROM WS-ADVICE-LINE
               END-IF
           END-IF.

      *    The step was last ledgered by the partitioned night's
      *    consolidation, so the DUALREPO job's restart point does
      *    not apply - the night finishes through DUALCONS, after
      *    the partition at fault (its own PNN ledger shows which
      *    DUALRPNN or NAMEMPNN step) is put right.
       Write-Consolidation-Restart.
           MOVE "STEP010" TO WS-RSL-STEP
           MOVE "NAMECONS" TO WS-RSL-PROGRAM
           WRITE REPORT-RECORD FROM WS-RESTART-LINE
           MOVE "PARTITIONED NIGHT - THE DUALCONS JOB, NOT DUALREPO"
               TO WS-ADV-TEXT
           WRITE REPORT-RECORD FROM WS-ADVICE-LINE
           MOVE "FIX THE PARTITION CONSRPT NAMES (DUALRPNN/NAMEMPNN)"
               TO WS-ADV-TEXT
           WRITE REPORT-RECORD FROM WS-ADVICE-LINE
           MOVE "THEN FOLLOW THE RESTART NOTES AT THE TOP OF DUALCONS"
               TO WS-ADV-TEXT
           WRITE REPORT-RECORD FROM WS-ADVICE-LINE.

      *    Entry 1 is the report date itself, already detailed above;
      *    an earlier date short of six completed steps was skipped
      *    or left unfinished.
       Write-Recent-Dates.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "RECENT BUSINESS DATES (NEWEST FIRST)" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DAY-COUNT
               PERFORM Write-One-Day
           END-PERFORM.

       Write-One-Day.
           MOVE 0 TO WS-COMPLETE-COUNT
           MOVE "N" TO WS-ANY-EVENT-SW
           MOVE 0 TO WS-T
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STEP-COUNT
               IF WS-DAY-EVENT(WS-D, WS-S) = "C"
                   ADD 1 TO WS-COMPLETE-COUNT
               ELSE
                   IF WS-T = 0
                       MOVE WS-S TO WS-T
                   END-IF
               END-IF
               IF WS-DAY-EVENT(WS-D, WS-S) NOT = SPACE
                   MOVE "Y" TO WS-ANY-EVENT-SW
               END-IF
           END-PERFORM
           MOVE WS-DAY-DATE(WS-D) TO WS-DYL-DATE
           MOVE WS-COMPLETE-COUNT TO WS-DYL-COMPLETE
           MOVE SPACES TO WS-DYL-NOTE
           EVALUATE TRUE
               WHEN WS-T = 0
                   CONTINUE
               WHEN WS-ANY-EVENT-SW = "N"
                   MOVE "*** NOT RUN - SKIPPED BUSINESS DATE"
                       TO WS-DYL-NOTE
               WHEN OTHER
                   STRING "*** STOPPED AT " DELIMITED BY SIZE
                       WS-STEP-PROGRAM(WS-T) DELIMITED BY SPACE
                       INTO WS-DYL-NOTE
                   END-STRING
           END-EVALUATE
           IF WS-T > 0
               MOVE "N" TO WS-ALL-COMPLETE-SW
           END-IF
           WRITE REPORT-RECORD FROM WS-DAY-LINE.

       END PROGRAM NAMESTAT.
