       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMERISK.
      *****************************************************************
      *                                                               *
      *   Daily identity-risk screening of legal name changes. Fraud  *
      *   and account-takeover cases often surface as name changes,   *
      *   so every person whose legal name data changed in the day's  *
      *   NAMEMAST delta (CHANGE, reason N) is screened against the   *
      *   person's full name chronology on NAMEHIST:                  *
      *                                                               *
      *     VELOCITY   HIGH    the legal name changed more than       *
      *                        CHANGE-LIMIT times within the last     *
      *                        WINDOW-DAYS days                       *
      *     BOTH-NAMES HIGH    FIRSTNAME and LASTNAME both changed    *
      *                        in one apply                           *
      *     REINSTATE  HIGH    deleted, then reinstated under a       *
      *                        different name (the change closes a    *
      *                        version that a DELETE opened)          *
      *     BACKDATED  MEDIUM  the change is effective more than      *
      *                        BACKDATE-DAYS days before the run      *
      *                                                               *
      *   Each flagged person is listed once with every rule that     *
      *   fired and the name chronology - the superseded versions     *
      *   from NAMEHIST, then the version the delta left in force -   *
      *   so the report is the risk team's daily work queue.          *
      *                                                               *
      *   HISTIN and DELTAIN must both be in PERSON-ID order with     *
      *   each person's rows kept in the order they were written      *
      *   (the JCL sorts both with EQUALS). The last rows of a        *
      *   person's history are the ones tonight's CHANGEs and         *
      *   DELETEs wrote - NAMEMAST writes exactly one per such delta  *
      *   record - which is how a delta change is tied back to the    *
      *   version it closed.                                          *
      *                                                               *
      *   Control cards on RSKCTL (KEYWORD=VALUE, * comments          *
      *   ignored, every card optional):                              *
      *                                                               *
      *     CHANGE-LIMIT=nnnnn      name changes allowed in the       *
      *                             window (default 3)                *
      *     WINDOW-DAYS=nnnnn       velocity window (default 90)      *
      *     BACKDATE-DAYS=nnnnn     back-dating threshold             *
      *                             (default 30)                      *
      *                                                               *
      *   Return codes: 0 = nothing flagged, 4 = medium-severity      *
      *   hits only, 8 = high-severity hits (the report lists         *
      *   them), 16 = setup/abend.                                    *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NAME-HISTORY-FILE ASSIGN TO "HISTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTIN-STATUS.

           SELECT DELTA-IN-FILE ASSIGN TO "DELTAIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTAIN-STATUS.

           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "RSKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSKCTL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RSKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSKRPT-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  NAME-HISTORY-FILE
           RECORDING MODE IS F.
       01  NAME-HISTORY-RECORD.
           COPY HISTREC REPLACING ==:PFX:== BY ==HIS==.

       FD  DELTA-IN-FILE
           RECORDING MODE IS F.
       01  DELTA-IN-RECORD.
           05  DLT-ACTION                  PIC X(8).
           05  DLT-MASTER-IMAGE.
               10  DLT-PERSON-ID           PIC X(10).
               10  FILLER                  PIC X(260).
           05  DLT-CHANGE-REASON           PIC X(1).
           05  FILLER                      PIC X(1).

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD             PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(100).
      /
       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-HISTIN-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-DELTAIN-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-RSKCTL-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-RSKRPT-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-HISTIN-EOF-SW            PIC X(1)  VALUE "N".
               88  END-OF-HISTORY                     VALUE "Y".
           05  WS-DELTAIN-EOF-SW           PIC X(1)  VALUE "N".
               88  END-OF-DELTAS                      VALUE "Y".
           05  WS-RSKCTL-EOF-SW            PIC X(1)  VALUE "N".
               88  END-OF-CONTROL-CARDS               VALUE "Y".
           05  WS-SCREEN-SW                PIC X(1)  VALUE "N".
               88  PERSON-TO-SCREEN                   VALUE "Y".
           05  WS-VELOCITY-SW              PIC X(1)  VALUE "N".
               88  VELOCITY-FIRED                     VALUE "Y".
           05  WS-BOTH-NAMES-SW            PIC X(1)  VALUE "N".
               88  BOTH-NAMES-FIRED                   VALUE "Y".
           05  WS-REINSTATE-SW             PIC X(1)  VALUE "N".
               88  REINSTATE-FIRED                    VALUE "Y".
           05  WS-BACKDATED-SW             PIC X(1)  VALUE "N".
               88  BACKDATED-FIRED                    VALUE "Y".

       01  WS-RUN-OPTIONS.
           05  WS-CHANGE-LIMIT             PIC 9(5)  VALUE 3.
           05  WS-WINDOW-DAYS              PIC 9(5)  VALUE 90.
           05  WS-BACKDATE-DAYS            PIC 9(5)  VALUE 30.

       01  WS-CONTROL-CARD-WORK.
           05  WS-CC-KEYWORD               PIC X(20) VALUE SPACES.
           05  WS-CC-VALUE                 PIC X(60) VALUE SPACES.
           05  WS-CC-TOKEN                 PIC X(60) VALUE SPACES.
           05  WS-CC-TOKEN-LEN             PIC 9(2)  VALUE 0.

      *    The master image off the delta record, unpacked - the
      *    last delta record collected for a person is the version
      *    now in force.
       01  WS-MASTER-IMAGE.
           COPY COMBREC REPLACING ==:PFX:== BY ==RMI==.
           05  RMI-STATUS                  PIC X(1).
           05  RMI-ADD-DATE                PIC 9(8).
           05  RMI-ADD-TIME                PIC 9(6).
           05  RMI-LAST-CHANGE-DATE        PIC 9(8).
           05  RMI-LAST-CHANGE-TIME        PIC 9(6).
           05  FILLER                      PIC X(1).

       01  WS-MERGE-KEYS.
           05  WS-CUR-PERSON-ID            PIC X(10) VALUE SPACES.
           05  WS-DELTA-KEY                PIC X(10) VALUE LOW-VALUES.
           05  WS-HISTORY-KEY              PIC X(10) VALUE LOW-VALUES.

      *    The person's delta records for the day, in the order
      *    NAMEMAST wrote them (a steward override ahead of the
      *    source transaction). WS-CLOSE-COUNT is how many of them
      *    wrote a history row.
       01  WS-DELTA-TABLE.
           05  WS-DLT-COUNT                PIC 9(3)  VALUE 0.
           05  WS-DLT-MAX                  PIC 9(3)  VALUE 20.
           05  WS-CLOSE-COUNT              PIC 9(3)  VALUE 0.
           05  WS-DLT-ENTRY OCCURS 20 TIMES.
               10  WS-DLT-TBL-ACTION       PIC X(8).
               10  WS-DLT-TBL-REASON       PIC X(1).

      *    The person's name chronology, oldest first: one entry per
      *    superseded version off NAMEHIST, then the version in
      *    force as the last entry. Only the latest WS-HIST-MAX
      *    history versions are kept - the earliest are dropped and
      *    counted, and never affect tonight's rules.
       01  WS-VERSION-TABLE.
           05  WS-HIST-COUNT               PIC 9(3)  VALUE 0.
           05  WS-HIST-MAX                 PIC 9(3)  VALUE 100.
           05  WS-HIST-DROPPED-COUNT       PIC 9(9)  VALUE 0.
           05  WS-VER-COUNT                PIC 9(3)  VALUE 0.
           05  WS-VER-ENTRY OCCURS 101 TIMES.
               10  WS-VER-FROM-DATE        PIC 9(8).
               10  WS-VER-TO-DATE          PIC 9(8).
               10  WS-VER-END-ACTION       PIC X(8).
               10  WS-VER-LEGAL-NAME.
                   15  WS-VER-FIRSTNAME    PIC X(20).
                   15  WS-VER-MIDDLENAME   PIC X(20).
                   15  WS-VER-MIDINITIAL   PIC X(1).
                   15  WS-VER-LASTNAME     PIC X(20).
                   15  WS-VER-NAMESUFFIX   PIC X(5).
               10  WS-VER-EFFECTIVE-DATE   PIC 9(8).
               10  WS-VER-DISPLAY-NAME     PIC X(60).

       01  WS-RULE-WORK.
           05  WS-V                        PIC 9(3)  VALUE 0.
           05  WS-M                        PIC 9(3)  VALUE 0.
           05  WS-CLOSE-SEQ                PIC 9(3)  VALUE 0.
           05  WS-OLD-V                    PIC S9(4) VALUE 0.
           05  WS-NEW-V                    PIC 9(3)  VALUE 0.
           05  WS-WINDOW-CHANGE-COUNT      PIC 9(5)  VALUE 0.
           05  WS-BACKDATED-EFF-DATE       PIC 9(8)  VALUE 0.
           05  WS-BACKDATED-DAYS           PIC 9(5)  VALUE 0.
           05  WS-PERSON-SEVERITY          PIC X(1)  VALUE SPACE.
               88  SEVERITY-HIGH                      VALUE "H".
               88  SEVERITY-MEDIUM                    VALUE "M".

       01  WS-CONTROL-TOTALS.
           05  WS-HISTORY-READ-COUNT       PIC 9(9)  VALUE 0.
           05  WS-DELTAS-READ-COUNT        PIC 9(9)  VALUE 0.
           05  WS-NAME-CHANGE-COUNT        PIC 9(9)  VALUE 0.
           05  WS-PERSONS-SCREENED-COUNT   PIC 9(9)  VALUE 0.
           05  WS-PERSONS-FLAGGED-COUNT    PIC 9(9)  VALUE 0.
           05  WS-PERSONS-HIGH-COUNT       PIC 9(9)  VALUE 0.
           05  WS-VELOCITY-COUNT           PIC 9(9)  VALUE 0.
           05  WS-BOTH-NAMES-COUNT         PIC 9(9)  VALUE 0.
           05  WS-REINSTATE-COUNT          PIC 9(9)  VALUE 0.
           05  WS-BACKDATED-COUNT          PIC 9(9)  VALUE 0.
           05  WS-UNTIED-CHANGE-COUNT      PIC 9(9)  VALUE 0.

       01  WS-DATE-WORK.
           05  WS-RUN-DATE-INTEGER         PIC 9(9)  VALUE 0.
           05  WS-WINDOW-START-INTEGER     PIC S9(9) VALUE 0.
           05  WS-ITEM-DATE-INTEGER        PIC 9(9)  VALUE 0.
           05  WS-AGE-DAYS                 PIC S9(9) VALUE 0.
           05  WS-DATE-YYYYMMDD.
               10  WS-DW-YEAR              PIC X(4).
               10  WS-DW-MONTH             PIC X(2).
               10  WS-DW-DAY               PIC X(2).
           05  WS-DATE-FORMATTED           PIC X(10) VALUE SPACES.

       01  WS-NUMBER-EDIT-WORK.
           05  WS-EDIT-NUMBER              PIC 9(5)  VALUE 0.
           05  WS-EDIT-NUMBER-Z            PIC ZZZZ9.
           05  WS-EDIT-TEXT REDEFINES WS-EDIT-NUMBER-Z
                                           PIC X(5).
           05  WS-EDIT-LEAD                PIC 9(2)  VALUE 0.
           05  WS-TEXT-PTR                 PIC 9(3)  VALUE 0.

       01  WS-CONTROL-REPORT-LINE.
           05  WS-RPT-LABEL                PIC X(40).
           05  WS-RPT-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(49)  VALUE SPACES.

       01  WS-PERSON-LINE.
           05  FILLER                      PIC X(7)   VALUE "PERSON ".
           05  WS-PSN-PERSON-ID            PIC X(10).
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-PSN-SEVERITY             PIC X(6).
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-PSN-DISPLAY-NAME         PIC X(60).
           05  FILLER                      PIC X(13)  VALUE SPACES.

       01  WS-RULE-LINE.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  WS-RUL-NAME                 PIC X(12).
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-RUL-SEVERITY             PIC X(6).
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-RUL-TEXT                 PIC X(70).
           05  FILLER                      PIC X(4)   VALUE SPACES.

       01  WS-CHRONOLOGY-HEADING.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  FILLER                      PIC X(12)  VALUE
               "FROM DATE".
           05  FILLER                      PIC X(12)  VALUE
               "TO DATE".
           05  FILLER                      PIC X(10)  VALUE
               "CLOSED".
           05  FILLER                      PIC X(62)  VALUE
               "DISPLAY NAME".

       01  WS-CHRONOLOGY-LINE.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  WS-CHR-FROM-DATE            PIC X(10).
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-CHR-TO-DATE              PIC X(10).
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-CHR-END-ACTION           PIC X(8).
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-CHR-DISPLAY-NAME         PIC X(60).
           05  FILLER                      PIC X(2)   VALUE SPACES.

       01  WS-DROPPED-LINE.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  WS-DRP-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(85)  VALUE
               " EARLIER VERSIONS NOT SHOWN".

       01  WS-OPTIONS-LINE.
           05  FILLER                      PIC X(14)  VALUE
               "CHANGE-LIMIT=".
           05  WS-OPT-CHANGE-LIMIT         PIC ZZZZ9.
           05  FILLER                      PIC X(15)  VALUE
               "  WINDOW-DAYS=".
           05  WS-OPT-WINDOW-DAYS          PIC ZZZZ9.
           05  FILLER                      PIC X(17)  VALUE
               "  BACKDATE-DAYS=".
           05  WS-OPT-BACKDATE-DAYS        PIC ZZZZ9.
           05  FILLER                      PIC X(39)  VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           05  WS-RUN-DATE                 PIC 9(8).
           05  WS-RUN-TIME                 PIC 9(6).
           05  FILLER                      PIC X(7).
      /
       PROCEDURE DIVISION.
       Main.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM Read-Run-Options
           COMPUTE WS-WINDOW-START-INTEGER =
               WS-RUN-DATE-INTEGER - WS-WINDOW-DAYS
           PERFORM Open-Files
           PERFORM Write-Report-Heading
           PERFORM Read-Delta
           PERFORM Read-History
           PERFORM UNTIL END-OF-DELTAS
               PERFORM Screen-Person
           END-PERFORM
           PERFORM Write-Report-Totals
           PERFORM Close-Files
           EVALUATE TRUE
               WHEN WS-PERSONS-HIGH-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PERSONS-FLAGGED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       Read-Run-Options.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-RSKCTL-STATUS NOT = "00" AND
                   WS-RSKCTL-STATUS NOT = "05"
               DISPLAY "NAMERISK ABEND - RSKCTL OPEN FAILED, STATUS="
                   WS-RSKCTL-STATUS
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
           IF WS-CC-TOKEN-LEN = 0 OR WS-CC-TOKEN-LEN > 5 OR
                   WS-CC-TOKEN(1:WS-CC-TOKEN-LEN) IS NOT NUMERIC
               PERFORM Abend-Bad-Card
           END-IF
           EVALUATE WS-CC-KEYWORD
               WHEN "CHANGE-LIMIT"
                   COMPUTE WS-CHANGE-LIMIT = FUNCTION NUMVAL
                       (WS-CC-TOKEN(1:WS-CC-TOKEN-LEN))
               WHEN "WINDOW-DAYS"
                   COMPUTE WS-WINDOW-DAYS = FUNCTION NUMVAL
                       (WS-CC-TOKEN(1:WS-CC-TOKEN-LEN))
               WHEN "BACKDATE-DAYS"
                   COMPUTE WS-BACKDATE-DAYS = FUNCTION NUMVAL
                       (WS-CC-TOKEN(1:WS-CC-TOKEN-LEN))
               WHEN OTHER
                   PERFORM Abend-Bad-Card
           END-EVALUATE.

       Abend-Bad-Card.
           DISPLAY "NAMERISK ABEND - BAD CONTROL CARD: "
               CONTROL-CARD-RECORD
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       Open-Files.
           OPEN INPUT NAME-HISTORY-FILE
           IF WS-HISTIN-STATUS NOT = "00"
               DISPLAY "NAMERISK ABEND - HISTIN OPEN FAILED, STATUS="
                   WS-HISTIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DELTA-IN-FILE
           IF WS-DELTAIN-STATUS NOT = "00"
               DISPLAY "NAMERISK ABEND - DELTAIN OPEN FAILED, STATUS="
                   WS-DELTAIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RSKRPT-STATUS NOT = "00"
               DISPLAY "NAMERISK ABEND - RSKRPT OPEN FAILED, STATUS="
                   WS-RSKRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       Write-Report-Heading.
           MOVE WS-RUN-DATE TO WS-DATE-YYYYMMDD
           PERFORM Format-Work-Date
           MOVE SPACES TO REPORT-RECORD
           STRING "NAMERISK IDENTITY-RISK NAME CHANGE SCREENING - "
                   WS-DATE-FORMATTED
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-CHANGE-LIMIT TO WS-OPT-CHANGE-LIMIT
           MOVE WS-WINDOW-DAYS TO WS-OPT-WINDOW-DAYS
           MOVE WS-BACKDATE-DAYS TO WS-OPT-BACKDATE-DAYS
           WRITE REPORT-RECORD FROM WS-OPTIONS-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

      *    Both inputs are read one record ahead; the key goes to
      *    HIGH-VALUES at end of file so the merge needs no separate
      *    end test. A key lower than the one before means the sort
      *    ahead of this step was bypassed.
       Read-Delta.
           READ DELTA-IN-FILE
               AT END
                   SET END-OF-DELTAS TO TRUE
                   MOVE HIGH-VALUES TO WS-DELTA-KEY
               NOT AT END
                   ADD 1 TO WS-DELTAS-READ-COUNT
                   IF DLT-PERSON-ID < WS-DELTA-KEY
                       DISPLAY "NAMERISK ABEND - DELTAIN OUT OF "
                           "SEQUENCE AT PERSON " DLT-PERSON-ID
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE DLT-PERSON-ID TO WS-DELTA-KEY
           END-READ.

       Read-History.
           READ NAME-HISTORY-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
                   MOVE HIGH-VALUES TO WS-HISTORY-KEY
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ-COUNT
                   IF HIS-PERSON-ID < WS-HISTORY-KEY
                       DISPLAY "NAMERISK ABEND - HISTIN OUT OF "
                           "SEQUENCE AT PERSON " HIS-PERSON-ID
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE HIS-PERSON-ID TO WS-HISTORY-KEY
           END-READ.

      *    One pass per person on the delta: collect the person's
      *    delta records, skip history for persons with nothing on
      *    the delta, and build the chronology only for a person
      *    whose legal name data changed today.
       Screen-Person.
           MOVE WS-DELTA-KEY TO WS-CUR-PERSON-ID
           MOVE "N" TO WS-SCREEN-SW
           MOVE 0 TO WS-DLT-COUNT
           MOVE 0 TO WS-CLOSE-COUNT
           MOVE 0 TO WS-HIST-COUNT
           MOVE 0 TO WS-HIST-DROPPED-COUNT
           PERFORM UNTIL WS-DELTA-KEY NOT = WS-CUR-PERSON-ID
               PERFORM Collect-Delta-Record
               PERFORM Read-Delta
           END-PERFORM
           PERFORM UNTIL WS-HISTORY-KEY NOT < WS-CUR-PERSON-ID
               PERFORM Read-History
           END-PERFORM
           PERFORM UNTIL WS-HISTORY-KEY NOT = WS-CUR-PERSON-ID
               IF PERSON-TO-SCREEN
                   PERFORM Add-History-Version
               END-IF
               PERFORM Read-History
           END-PERFORM
           IF PERSON-TO-SCREEN
               ADD 1 TO WS-PERSONS-SCREENED-COUNT
               PERFORM Add-Current-Version
               PERFORM Apply-Risk-Rules
           END-IF.

      *    The image is unpacked as each record is collected, so
      *    the last one collected is the version in force after
      *    tonight.
       Collect-Delta-Record.
           IF WS-DLT-COUNT NOT < WS-DLT-MAX
               DISPLAY "NAMERISK ABEND - MORE THAN " WS-DLT-MAX
                   " DELTA RECORDS FOR PERSON " WS-CUR-PERSON-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DLT-COUNT
           MOVE DLT-MASTER-IMAGE TO WS-MASTER-IMAGE
           MOVE DLT-ACTION TO WS-DLT-TBL-ACTION(WS-DLT-COUNT)
           MOVE DLT-CHANGE-REASON TO WS-DLT-TBL-REASON(WS-DLT-COUNT)
           IF DLT-ACTION = "CHANGE" OR DLT-ACTION = "DELETE"
               ADD 1 TO WS-CLOSE-COUNT
           END-IF
           IF DLT-ACTION = "CHANGE" AND DLT-CHANGE-REASON = "N"
               ADD 1 TO WS-NAME-CHANGE-COUNT
               SET PERSON-TO-SCREEN TO TRUE
           END-IF.

       Add-History-Version.
           IF WS-HIST-COUNT NOT < WS-HIST-MAX
               PERFORM VARYING WS-V FROM 1 BY 1
                       UNTIL WS-V NOT < WS-HIST-COUNT
                   MOVE WS-VER-ENTRY(WS-V + 1) TO WS-VER-ENTRY(WS-V)
               END-PERFORM
               ADD 1 TO WS-HIST-DROPPED-COUNT
           ELSE
               ADD 1 TO WS-HIST-COUNT
           END-IF
           MOVE HIS-FROM-DATE TO WS-VER-FROM-DATE(WS-HIST-COUNT)
           MOVE HIS-TO-DATE TO WS-VER-TO-DATE(WS-HIST-COUNT)
           MOVE HIS-END-ACTION TO WS-VER-END-ACTION(WS-HIST-COUNT)
           MOVE HIS-FIRSTNAME TO WS-VER-FIRSTNAME(WS-HIST-COUNT)
           MOVE HIS-MIDDLENAME TO WS-VER-MIDDLENAME(WS-HIST-COUNT)
           MOVE HIS-MIDINITIAL TO WS-VER-MIDINITIAL(WS-HIST-COUNT)
           MOVE HIS-LASTNAME TO WS-VER-LASTNAME(WS-HIST-COUNT)
           MOVE HIS-NAMESUFFIX TO WS-VER-NAMESUFFIX(WS-HIST-COUNT)
           MOVE HIS-EFFECTIVE-DATE
               TO WS-VER-EFFECTIVE-DATE(WS-HIST-COUNT)
           MOVE HIS-DISPLAY-NAME TO WS-VER-DISPLAY-NAME(WS-HIST-COUNT).

       Add-Current-Version.
           COMPUTE WS-VER-COUNT = WS-HIST-COUNT + 1
           IF RMI-LAST-CHANGE-DATE > 0
               MOVE RMI-LAST-CHANGE-DATE
                   TO WS-VER-FROM-DATE(WS-VER-COUNT)
           ELSE
               MOVE RMI-ADD-DATE TO WS-VER-FROM-DATE(WS-VER-COUNT)
           END-IF
           MOVE 0 TO WS-VER-TO-DATE(WS-VER-COUNT)
           IF RMI-STATUS = "A"
               MOVE "CURRENT" TO WS-VER-END-ACTION(WS-VER-COUNT)
           ELSE
               MOVE "DELETED" TO WS-VER-END-ACTION(WS-VER-COUNT)
           END-IF
           MOVE RMI-FIRSTNAME TO WS-VER-FIRSTNAME(WS-VER-COUNT)
           MOVE RMI-MIDDLENAME TO WS-VER-MIDDLENAME(WS-VER-COUNT)
           MOVE RMI-MIDINITIAL TO WS-VER-MIDINITIAL(WS-VER-COUNT)
           MOVE RMI-LASTNAME TO WS-VER-LASTNAME(WS-VER-COUNT)
           MOVE RMI-NAMESUFFIX TO WS-VER-NAMESUFFIX(WS-VER-COUNT)
           MOVE RMI-EFFECTIVE-DATE
               TO WS-VER-EFFECTIVE-DATE(WS-VER-COUNT)
           MOVE RMI-DISPLAY-NAME TO WS-VER-DISPLAY-NAME(WS-VER-COUNT).

      *    Velocity looks at every version change in the window;
      *    the other rules look only at tonight's changes. The C-th
      *    closing delta record (CHANGE or DELETE) closed history
      *    version HIST-COUNT - CLOSE-COUNT + C and opened the one
      *    after it. A change whose closing row is not on the
      *    history (its row lost or the history rebuilt) cannot be
      *    tied back - it is counted and only its effective date is
      *    screened.
       Apply-Risk-Rules.
           MOVE "N" TO WS-VELOCITY-SW
           MOVE "N" TO WS-BOTH-NAMES-SW
           MOVE "N" TO WS-REINSTATE-SW
           MOVE "N" TO WS-BACKDATED-SW
           MOVE 0 TO WS-BACKDATED-EFF-DATE
           PERFORM Check-Velocity
           MOVE 0 TO WS-CLOSE-SEQ
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-DLT-COUNT
               IF WS-DLT-TBL-ACTION(WS-M) = "CHANGE" OR
                       WS-DLT-TBL-ACTION(WS-M) = "DELETE"
                   ADD 1 TO WS-CLOSE-SEQ
                   COMPUTE WS-OLD-V =
                       WS-HIST-COUNT - WS-CLOSE-COUNT + WS-CLOSE-SEQ
                   IF WS-DLT-TBL-ACTION(WS-M) = "CHANGE" AND
                           WS-DLT-TBL-REASON(WS-M) = "N"
                       PERFORM Check-Tonights-Change
                   END-IF
               END-IF
           END-PERFORM
           IF VELOCITY-FIRED OR BOTH-NAMES-FIRED OR
                   REINSTATE-FIRED OR BACKDATED-FIRED
               PERFORM Report-Flagged-Person
           END-IF.

       Check-Velocity.
           MOVE 0 TO WS-WINDOW-CHANGE-COUNT
           PERFORM VARYING WS-V FROM 1 BY 1
                   UNTIL WS-V NOT < WS-VER-COUNT
               IF WS-VER-LEGAL-NAME(WS-V) NOT =
                       WS-VER-LEGAL-NAME(WS-V + 1)
                   COMPUTE WS-ITEM-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-VER-TO-DATE(WS-V))
                   IF WS-ITEM-DATE-INTEGER NOT <
                           WS-WINDOW-START-INTEGER
                       ADD 1 TO WS-WINDOW-CHANGE-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-WINDOW-CHANGE-COUNT > WS-CHANGE-LIMIT
               SET VELOCITY-FIRED TO TRUE
               ADD 1 TO WS-VELOCITY-COUNT
           END-IF.

       Check-Tonights-Change.
           IF WS-OLD-V < 1
               ADD 1 TO WS-UNTIED-CHANGE-COUNT
               MOVE WS-VER-COUNT TO WS-NEW-V
           ELSE
               COMPUTE WS-NEW-V = WS-OLD-V + 1
               IF WS-VER-FIRSTNAME(WS-OLD-V) NOT =
                       WS-VER-FIRSTNAME(WS-NEW-V) AND
                       WS-VER-LASTNAME(WS-OLD-V) NOT =
                       WS-VER-LASTNAME(WS-NEW-V) AND
                       NOT BOTH-NAMES-FIRED
                   SET BOTH-NAMES-FIRED TO TRUE
                   ADD 1 TO WS-BOTH-NAMES-COUNT
               END-IF
               IF WS-OLD-V > 1
                   IF WS-VER-END-ACTION(WS-OLD-V - 1) = "DELETE" AND
                           WS-VER-LEGAL-NAME(WS-OLD-V) NOT =
                           WS-VER-LEGAL-NAME(WS-NEW-V) AND
                           NOT REINSTATE-FIRED
                       SET REINSTATE-FIRED TO TRUE
                       ADD 1 TO WS-REINSTATE-COUNT
                   END-IF
               END-IF
           END-IF
           IF WS-VER-EFFECTIVE-DATE(WS-NEW-V) NOT < 16010101 AND
                   NOT BACKDATED-FIRED
               COMPUTE WS-ITEM-DATE-INTEGER = FUNCTION
                   INTEGER-OF-DATE(WS-VER-EFFECTIVE-DATE(WS-NEW-V))
               COMPUTE WS-AGE-DAYS =
                   WS-RUN-DATE-INTEGER - WS-ITEM-DATE-INTEGER
               IF WS-AGE-DAYS > WS-BACKDATE-DAYS
                   SET BACKDATED-FIRED TO TRUE
                   ADD 1 TO WS-BACKDATED-COUNT
                   MOVE WS-VER-EFFECTIVE-DATE(WS-NEW-V)
                       TO WS-BACKDATED-EFF-DATE
                   MOVE WS-AGE-DAYS TO WS-BACKDATED-DAYS
               END-IF
           END-IF.

       Report-Flagged-Person.
           ADD 1 TO WS-PERSONS-FLAGGED-COUNT
           IF VELOCITY-FIRED OR BOTH-NAMES-FIRED OR REINSTATE-FIRED
               SET SEVERITY-HIGH TO TRUE
               ADD 1 TO WS-PERSONS-HIGH-COUNT
               MOVE "HIGH" TO WS-PSN-SEVERITY
           ELSE
               SET SEVERITY-MEDIUM TO TRUE
               MOVE "MEDIUM" TO WS-PSN-SEVERITY
           END-IF
           MOVE WS-CUR-PERSON-ID TO WS-PSN-PERSON-ID
           MOVE WS-VER-DISPLAY-NAME(WS-VER-COUNT)
               TO WS-PSN-DISPLAY-NAME
           WRITE REPORT-RECORD FROM WS-PERSON-LINE
           IF VELOCITY-FIRED
               MOVE "VELOCITY" TO WS-RUL-NAME
               MOVE "HIGH" TO WS-RUL-SEVERITY
               MOVE SPACES TO WS-RUL-TEXT
               MOVE 1 TO WS-TEXT-PTR
               STRING "LEGAL NAME CHANGED " DELIMITED BY SIZE
                   INTO WS-RUL-TEXT WITH POINTER WS-TEXT-PTR
               END-STRING
               MOVE WS-WINDOW-CHANGE-COUNT TO WS-EDIT-NUMBER
               PERFORM Append-Edited-Number
               STRING " TIMES IN " DELIMITED BY SIZE
                   INTO WS-RUL-TEXT WITH POINTER WS-TEXT-PTR
               END-STRING
               MOVE WS-WINDOW-DAYS TO WS-EDIT-NUMBER
               PERFORM Append-Edited-Number
               STRING " DAYS - LIMIT " DELIMITED BY SIZE
                   INTO WS-RUL-TEXT WITH POINTER WS-TEXT-PTR
               END-STRING
               MOVE WS-CHANGE-LIMIT TO WS-EDIT-NUMBER
               PERFORM Append-Edited-Number
               WRITE REPORT-RECORD FROM WS-RULE-LINE
           END-IF
           IF BOTH-NAMES-FIRED
               MOVE "BOTH-NAMES" TO WS-RUL-NAME
               MOVE "HIGH" TO WS-RUL-SEVERITY
               MOVE "FIRSTNAME AND LASTNAME BOTH CHANGED IN ONE APPLY"
                   TO WS-RUL-TEXT
               WRITE REPORT-RECORD FROM WS-RULE-LINE
           END-IF
           IF REINSTATE-FIRED
               MOVE "REINSTATE" TO WS-RUL-NAME
               MOVE "HIGH" TO WS-RUL-SEVERITY
               MOVE "DELETED, THEN REINSTATED UNDER A DIFFERENT NAME"
                   TO WS-RUL-TEXT
               WRITE REPORT-RECORD FROM WS-RULE-LINE
           END-IF
           IF BACKDATED-FIRED
               MOVE "BACKDATED" TO WS-RUL-NAME
               MOVE "MEDIUM" TO WS-RUL-SEVERITY
               MOVE WS-BACKDATED-EFF-DATE TO WS-DATE-YYYYMMDD
               PERFORM Format-Work-Date
               MOVE SPACES TO WS-RUL-TEXT
               MOVE 1 TO WS-TEXT-PTR
               STRING "CHANGE EFFECTIVE " WS-DATE-FORMATTED ", "
                   DELIMITED BY SIZE
                   INTO WS-RUL-TEXT WITH POINTER WS-TEXT-PTR
               END-STRING
               MOVE WS-BACKDATED-DAYS TO WS-EDIT-NUMBER
               PERFORM Append-Edited-Number
               STRING " DAYS BEFORE THE RUN DATE" DELIMITED BY SIZE
                   INTO WS-RUL-TEXT WITH POINTER WS-TEXT-PTR
               END-STRING
               WRITE REPORT-RECORD FROM WS-RULE-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-CHRONOLOGY-HEADING
           IF WS-HIST-DROPPED-COUNT > 0
               MOVE WS-HIST-DROPPED-COUNT TO WS-DRP-COUNT
               WRITE REPORT-RECORD FROM WS-DROPPED-LINE
           END-IF
           PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > WS-VER-COUNT
               PERFORM Write-Chronology-Line
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

       Write-Chronology-Line.
           MOVE WS-VER-FROM-DATE(WS-V) TO WS-DATE-YYYYMMDD
           PERFORM Format-Work-Date
           MOVE WS-DATE-FORMATTED TO WS-CHR-FROM-DATE
           IF WS-VER-TO-DATE(WS-V) > 0
               MOVE WS-VER-TO-DATE(WS-V) TO WS-DATE-YYYYMMDD
               PERFORM Format-Work-Date
               MOVE WS-DATE-FORMATTED TO WS-CHR-TO-DATE
           ELSE
               MOVE SPACES TO WS-CHR-TO-DATE
           END-IF
           MOVE WS-VER-END-ACTION(WS-V) TO WS-CHR-END-ACTION
           MOVE WS-VER-DISPLAY-NAME(WS-V) TO WS-CHR-DISPLAY-NAME
           WRITE REPORT-RECORD FROM WS-CHRONOLOGY-LINE.

      *    Appends WS-EDIT-NUMBER to the rule text at the pointer,
      *    without the leading blanks of the edited picture.
       Append-Edited-Number.
           MOVE WS-EDIT-NUMBER TO WS-EDIT-NUMBER-Z
           MOVE 0 TO WS-EDIT-LEAD
           INSPECT WS-EDIT-TEXT TALLYING WS-EDIT-LEAD
               FOR LEADING SPACES
           STRING WS-EDIT-TEXT(WS-EDIT-LEAD + 1:5 - WS-EDIT-LEAD)
               DELIMITED BY SIZE
               INTO WS-RUL-TEXT WITH POINTER WS-TEXT-PTR
           END-STRING.

       Format-Work-Date.
           MOVE SPACES TO WS-DATE-FORMATTED
           STRING WS-DW-YEAR "-" WS-DW-MONTH "-" WS-DW-DAY
               DELIMITED BY SIZE INTO WS-DATE-FORMATTED
           END-STRING.

       Write-Report-Totals.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "DELTA RECORDS READ" TO WS-RPT-LABEL
           MOVE WS-DELTAS-READ-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE
           MOVE "LEGAL NAME CHANGES SCREENED" TO WS-RPT-LABEL
           MOVE WS-NAME-CHANGE-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE
           MOVE "PERSONS SCREENED" TO WS-RPT-LABEL
           MOVE WS-PERSONS-SCREENED-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE
           MOVE "HISTORY ROWS READ" TO WS-RPT-LABEL
           MOVE WS-HISTORY-READ-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE
           MOVE "CHANGES NOT TIED TO A HISTORY ROW" TO WS-RPT-LABEL
           MOVE WS-UNTIED-CHANGE-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE
           MOVE "PERSONS FLAGGED" TO WS-RPT-LABEL
           MOVE WS-PERSONS-FLAGGED-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE
           MOVE "  HIGH SEVERITY" TO WS-RPT-LABEL
           MOVE WS-PERSONS-HIGH-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE
           MOVE "RULE VELOCITY FIRED" TO WS-RPT-LABEL
           MOVE WS-VELOCITY-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE
           MOVE "RULE BOTH-NAMES FIRED" TO WS-RPT-LABEL
           MOVE WS-BOTH-NAMES-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE
           MOVE "RULE REINSTATE FIRED" TO WS-RPT-LABEL
           MOVE WS-REINSTATE-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE
           MOVE "RULE BACKDATED FIRED" TO WS-RPT-LABEL
           MOVE WS-BACKDATED-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE.

       Close-Files.
           CLOSE NAME-HISTORY-FILE
           CLOSE DELTA-IN-FILE
           CLOSE REPORT-FILE.

       END PROGRAM NAMERISK.
