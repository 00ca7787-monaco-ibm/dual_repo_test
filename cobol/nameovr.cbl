       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEOVR.
      *****************************************************************
      *                                                               *
      *   Online (CICS command level) data-steward override of a      *
      *   person's legal name on the keyed person-name master, with   *
      *   an optional lock against source overwrite. Transaction      *
      *   NO01.                                                       *
      *                                                               *
      *   Input (terminal, after the transaction code):               *
      *                                                               *
      *     NO01 nnnnnnnnnn                 show the legal name and   *
      *                                     lock state                *
      *     NO01 nnnnnnnnnn SET F=.. L=.. R=..                        *
      *                                     replace the legal name    *
      *     NO01 nnnnnnnnnn LOCK (F=..) R=..                          *
      *                                     replace the legal name    *
      *                                     (when any field is        *
      *                                     given) and lock it        *
      *     NO01 nnnnnnnnnn UNLOCK R=..     hand the legal name back  *
      *                                     to the sources            *
      *                                                               *
      *   Name fields: F= first, M= middle, L= last name, S= suffix.  *
      *   A field not given keeps its master value; M=* and S=*       *
      *   blank the middle name or suffix. The middle initial         *
      *   follows the middle name. E=yyyymmdd is the effective date   *
      *   of the new name (default today, never later than today).    *
      *   R= is the reason - court order, verification reference -    *
      *   and is required on every SET, LOCK and UNLOCK. Values are   *
      *   scanned as NC01 scans its F=/L= markers, so a value may     *
      *   hold embedded spaces (L=VAN DER BERG).                      *
      *                                                               *
      *   Each action rewrites the master record at once, so NI01     *
      *   shows it straight away, and writes one journal record       *
      *   (layout OVRREC) stamped with the operator id and reason.    *
      *   When the legal name moved, that journal record also         *
      *   carries the NAMEHIST row for the superseded name and the    *
      *   NAMEDELTA CHANGE record (reason N), built here exactly as   *
      *   NAMEMAST builds them for a batch CHANGE; the next NAMEMAST  *
      *   run appends both to its outputs, so NAMEDIST and NAMELTR    *
      *   pick the change up with the rest of that night's work.      *
      *   A locked name is kept by NAMEMAST until it is unlocked      *
      *   here - a differing source name is listed, not applied.      *
      *   The journal write and the master rewrite are one unit of    *
      *   work; a failure on either backs both out.                   *
      *                                                               *
      *     MSTFILE   PROD.DUALREPO.NAMEMAST.VSAM   master copy       *
      *     OVRFILE   PROD.DUALREPO.OVERRIDE        override journal  *
      *                                                               *
      *   Update authority is enforced by transaction-level           *
      *   security on NO01 (steward authority) via the external       *
      *   security manager; the operator id is recorded on every      *
      *   journal record and stamped on the confirmation message.     *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
      /
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-INPUT-AREA.
           05  WS-INPUT-TEXT               PIC X(80)  VALUE SPACES.
           05  WS-INPUT-LEN                PIC S9(4) COMP VALUE 80.

       01  WS-PARSE-AREA.
           05  WS-IN-TRANSID               PIC X(4)   VALUE SPACES.
           05  WS-IN-PERSON-ID             PIC X(10)  VALUE SPACES.
           05  WS-IN-VERB                  PIC X(8)   VALUE SPACES.
               88  VERB-INQUIRE                       VALUE SPACES.
               88  VERB-SET                           VALUE "SET".
               88  VERB-LOCK                          VALUE "LOCK".
               88  VERB-UNLOCK                        VALUE "UNLOCK".
           05  WS-IN-REMAINDER             PIC X(60)  VALUE SPACES.
           05  WS-SCAN-PTR                 PIC 9(2)   VALUE 1.
           05  WS-I                        PIC 9(2)   VALUE 0.
           05  WS-M                        PIC 9(1)   VALUE 0.
           05  WS-K                        PIC 9(1)   VALUE 0.
           05  WS-FIRST-MARKER-POS         PIC 9(2)   VALUE 0.
           05  WS-VAL-START                PIC 9(2)   VALUE 0.
           05  WS-VAL-END                  PIC 9(2)   VALUE 0.
           05  WS-VAL-LEN                  PIC S9(3) COMP VALUE 0.
           05  WS-PREV-CHAR                PIC X(1)   VALUE SPACE.

      *    The value markers, scanned in this order. POS is where
      *    the marker starts in the remainder (0 = not given) and
      *    VALUE is its text up to the next marker or end of line.
       01  WS-MARKER-CODES                 PIC X(12)  VALUE
           "F=M=L=S=E=R=".
       01  WS-MARKER-CODE-TABLE REDEFINES WS-MARKER-CODES.
           05  WS-MARKER-CODE              PIC X(2)   OCCURS 6.

       01  WS-MARKER-AREA.
           05  WS-MARKER-ENTRY             OCCURS 6.
               10  WS-MARKER-POS           PIC 9(2).
               10  WS-MARKER-VALUE         PIC X(40).

       01  WS-EFFECTIVE-WORK.
           05  WS-EFF-DATE                 PIC X(8).
           05  WS-EFF-DATE-NUM REDEFINES WS-EFF-DATE.
               10  WS-EFF-YEAR             PIC 9(4).
               10  WS-EFF-MONTH            PIC 9(2).
               10  WS-EFF-DAY              PIC 9(2).
           05  WS-EFF-DATE-N REDEFINES WS-EFF-DATE PIC 9(8).

       01  WS-MASTER-RECORD.
           COPY COMBREC REPLACING ==:PFX:== BY ==OMS==.
           05  OMS-STATUS                  PIC X(1).
           05  OMS-ADD-DATE                PIC 9(8).
           05  OMS-ADD-TIME                PIC 9(6).
           05  OMS-LAST-CHANGE-DATE        PIC 9(8).
           05  OMS-LAST-CHANGE-TIME        PIC 9(6).
           05  OMS-LOCK-SW                 PIC X(1).
               88  OMS-NAME-LOCKED                    VALUE "L".
           05  OMS-NAME-SEARCH-KEY.
               10  OMS-PHONETIC-KEY        PIC X(8).
               10  OMS-SEARCH-PERSON-ID    PIC X(10).

      *    The master image as read, before this action touched it -
      *    the superseded name the history row is built from.
       01  WS-BEFORE-IMAGE.
           COPY COMBREC REPLACING ==:PFX:== BY ==BEF==.
           05  BEF-STATUS                  PIC X(1).
           05  BEF-ADD-DATE                PIC 9(8).
           05  BEF-ADD-TIME                PIC 9(6).
           05  BEF-LAST-CHANGE-DATE        PIC 9(8).
           05  BEF-LAST-CHANGE-TIME        PIC 9(6).
           05  BEF-LOCK-SW                 PIC X(1).
           05  FILLER                      PIC X(18).

       01  WS-HISTORY-ROW.
           COPY HISTREC REPLACING ==:PFX:== BY ==HIS==.

       01  WS-OVERRIDE-RECORD.
           COPY OVRREC REPLACING ==:PFX:== BY ==OVR==.

       01  NAMEFMT-PARM.
           COPY NAMEFMTL REPLACING ==:PFX:== BY ==NFM==.

       01  NAMEPHON-PARM.
           COPY NAMEPHNL REPLACING ==:PFX:== BY ==NPH==.

       01  WS-CURRENT-DATE-TIME.
           05  WS-RUN-DATE                 PIC 9(8).
           05  WS-RUN-TIME                 PIC 9(6).
           05  FILLER                      PIC X(7).

       01  WS-MESSAGE-AREA.
           05  WS-MESSAGE                  PIC X(79)  VALUE SPACES.
           05  WS-MESSAGE-LEN              PIC S9(4) COMP VALUE 79.
           05  WS-OPERATOR-ID              PIC X(8)   VALUE SPACES.
           05  WS-CONFIRM-TEXT             PIC X(40)  VALUE SPACES.
           05  WS-RESP                     PIC S9(8) COMP VALUE 0.
           05  WS-RESP2                    PIC S9(8) COMP VALUE 0.

       01  WS-STATUS-LINE.
           05  FILLER                      PIC X(7)   VALUE "PERSON ".
           05  WS-STL-PERSON-ID            PIC X(10).
           05  FILLER                      PIC X(8)   VALUE
               " STATUS ".
           05  WS-STL-STATUS               PIC X(1).
           05  FILLER                      PIC X(6)   VALUE " LOCK=".
           05  WS-STL-LOCK                 PIC X(1).
           05  FILLER                      PIC X(9)   VALUE
               " CHANGED ".
           05  WS-STL-CHG-DATE             PIC 9(8).
           05  FILLER                      PIC X(1)   VALUE "/".
           05  WS-STL-CHG-TIME             PIC 9(6).
           05  FILLER                      PIC X(22)  VALUE SPACES.

       01  WS-LEGAL-LINE.
           05  FILLER                      PIC X(2)   VALUE "F=".
           05  WS-LGL-FIRSTNAME            PIC X(20).
           05  FILLER                      PIC X(3)   VALUE " M=".
           05  WS-LGL-MIDDLENAME           PIC X(20).
           05  FILLER                      PIC X(3)   VALUE " L=".
           05  WS-LGL-LASTNAME             PIC X(20).
           05  FILLER                      PIC X(11)  VALUE SPACES.

       01  WS-LEGAL-LINE-2.
           05  FILLER                      PIC X(4)   VALUE "MI=".
           05  WS-LGL-MIDINITIAL           PIC X(1).
           05  FILLER                      PIC X(5)   VALUE " SFX=".
           05  WS-LGL-NAMESUFFIX           PIC X(5).
           05  FILLER                      PIC X(5)   VALUE " EFF=".
           05  WS-LGL-EFFECTIVE-DATE       PIC 9(8).
           05  FILLER                      PIC X(51)  VALUE SPACES.

       01  WS-DISPLAY-LINE.
           05  FILLER                      PIC X(8)   VALUE
               "DISPLAY ".
           05  WS-DSP-DISPLAY-NAME         PIC X(60).
           05  FILLER                      PIC X(11)  VALUE SPACES.
      /
       PROCEDURE DIVISION.
       Main.
           EXEC CICS ASSIGN
               USERID(WS-OPERATOR-ID)
           END-EXEC
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM Receive-Input
           PERFORM Parse-Input
           IF VERB-INQUIRE
               EXEC CICS READ
                   FILE('MSTFILE')
                   INTO(WS-MASTER-RECORD)
                   RIDFLD(WS-IN-PERSON-ID)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
               END-EXEC
           ELSE
               EXEC CICS READ
                   FILE('MSTFILE')
                   INTO(WS-MASTER-RECORD)
                   RIDFLD(WS-IN-PERSON-ID)
                   UPDATE
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
               END-EXEC
           END-IF
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE "NAMEOVR - PERSON NOT ON NAME MASTER"
                       TO WS-MESSAGE
                   PERFORM Send-Message-And-Return
               WHEN OTHER
                   MOVE "NAMEOVR - MASTER FILE READ FAILED"
                       TO WS-MESSAGE
                   PERFORM Send-Message-And-Return
           END-EVALUATE
           IF NOT VERB-INQUIRE
               PERFORM Apply-Override
           END-IF
           PERFORM Send-Master-Detail
           EXEC CICS RETURN
           END-EXEC.

       Receive-Input.
           MOVE SPACES TO WS-INPUT-TEXT
           MOVE 80 TO WS-INPUT-LEN
           EXEC CICS RECEIVE
               INTO(WS-INPUT-TEXT)
               LENGTH(WS-INPUT-LEN)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "NAMEOVR - RECEIVE FAILED" TO WS-MESSAGE
               PERFORM Send-Message-And-Return
           END-IF.

      *    Transaction code, PERSON-ID and verb are space-delimited;
      *    the rest of the line is marker-scanned. Anything after
      *    the verb that does not start with a marker is rejected
      *    with the usage message, not guessed at.
       Parse-Input.
           MOVE SPACES TO WS-IN-TRANSID
           MOVE SPACES TO WS-IN-PERSON-ID
           MOVE SPACES TO WS-IN-VERB
           MOVE SPACES TO WS-IN-REMAINDER
           MOVE 1 TO WS-SCAN-PTR
           UNSTRING WS-INPUT-TEXT DELIMITED BY ALL " "
               INTO WS-IN-TRANSID
               WITH POINTER WS-SCAN-PTR
           END-UNSTRING
           UNSTRING WS-INPUT-TEXT DELIMITED BY ALL " "
               INTO WS-IN-PERSON-ID
               WITH POINTER WS-SCAN-PTR
           END-UNSTRING
           IF WS-IN-PERSON-ID = SPACES
               PERFORM Send-Usage
           END-IF
           IF WS-SCAN-PTR < 81
               UNSTRING WS-INPUT-TEXT DELIMITED BY ALL " "
                   INTO WS-IN-VERB
                   WITH POINTER WS-SCAN-PTR
               END-UNSTRING
           END-IF
           IF NOT VERB-INQUIRE AND NOT VERB-SET
                   AND NOT VERB-LOCK AND NOT VERB-UNLOCK
               PERFORM Send-Usage
           END-IF
           IF WS-SCAN-PTR < 81
               MOVE WS-INPUT-TEXT(WS-SCAN-PTR:)
                   TO WS-IN-REMAINDER
           END-IF
           PERFORM Find-Markers
           PERFORM Check-Markers-For-Verb.

       Find-Markers.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
               MOVE 0 TO WS-MARKER-POS(WS-M)
               MOVE SPACES TO WS-MARKER-VALUE(WS-M)
           END-PERFORM
           MOVE 0 TO WS-FIRST-MARKER-POS
           MOVE SPACE TO WS-PREV-CHAR
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 59
               IF WS-PREV-CHAR = SPACE
                   PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
                       IF WS-IN-REMAINDER(WS-I:2)
                               = WS-MARKER-CODE(WS-M)
                               AND WS-MARKER-POS(WS-M) = 0
                           MOVE WS-I TO WS-MARKER-POS(WS-M)
                           IF WS-FIRST-MARKER-POS = 0
                               MOVE WS-I TO WS-FIRST-MARKER-POS
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               MOVE WS-IN-REMAINDER(WS-I:1) TO WS-PREV-CHAR
           END-PERFORM
           IF WS-IN-REMAINDER NOT = SPACES
               IF WS-FIRST-MARKER-POS = 0
                   PERFORM Send-Usage
               END-IF
               IF WS-FIRST-MARKER-POS > 1
                   IF WS-IN-REMAINDER(1:WS-FIRST-MARKER-POS - 1)
                           NOT = SPACES
                       PERFORM Send-Usage
                   END-IF
               END-IF
           END-IF
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
               IF WS-MARKER-POS(WS-M) > 0
                   PERFORM Take-Marker-Value
               END-IF
           END-PERFORM.

      *    One marker's value runs to the space ahead of the next
      *    marker on the line, or to the end of the line, and must
      *    not be blank. Forty bytes is the widest field a marker
      *    fills (the reason).
       Take-Marker-Value.
           COMPUTE WS-VAL-START = WS-MARKER-POS(WS-M) + 2
           MOVE 62 TO WS-VAL-END
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 6
               IF WS-MARKER-POS(WS-K) > WS-MARKER-POS(WS-M)
                       AND WS-MARKER-POS(WS-K) < WS-VAL-END
                   MOVE WS-MARKER-POS(WS-K) TO WS-VAL-END
               END-IF
           END-PERFORM
           COMPUTE WS-VAL-LEN = WS-VAL-END - 1 - WS-VAL-START
           IF WS-VAL-LEN > 40
               MOVE 40 TO WS-VAL-LEN
           END-IF
           IF WS-VAL-LEN < 1
               PERFORM Send-Usage
           END-IF
           IF WS-IN-REMAINDER(WS-VAL-START:WS-VAL-LEN) = SPACES
               PERFORM Send-Usage
           END-IF
           MOVE WS-IN-REMAINDER(WS-VAL-START:WS-VAL-LEN)
               TO WS-MARKER-VALUE(WS-M).

      *    Marker 1-4 are the name fields, 5 the effective date and
      *    6 the reason. An inquiry takes no markers, UNLOCK only
      *    the reason, SET at least one name field; every update
      *    needs a reason.
       Check-Markers-For-Verb.
           IF VERB-INQUIRE
               IF WS-IN-REMAINDER NOT = SPACES
                   PERFORM Send-Usage
               END-IF
           ELSE
               IF WS-MARKER-POS(6) = 0
                   MOVE "NAMEOVR - A REASON (R=) IS REQUIRED"
                       TO WS-MESSAGE
                   PERFORM Send-Message-And-Return
               END-IF
           END-IF
           IF VERB-UNLOCK
               IF WS-MARKER-POS(1) > 0 OR WS-MARKER-POS(2) > 0
                       OR WS-MARKER-POS(3) > 0
                       OR WS-MARKER-POS(4) > 0
                       OR WS-MARKER-POS(5) > 0
                   MOVE "NAMEOVR - UNLOCK TAKES ONLY A REASON (R=)"
                       TO WS-MESSAGE
                   PERFORM Send-Message-And-Return
               END-IF
           END-IF
           IF VERB-SET
               IF WS-MARKER-POS(1) = 0 AND WS-MARKER-POS(2) = 0
                       AND WS-MARKER-POS(3) = 0
                       AND WS-MARKER-POS(4) = 0
                   MOVE "NAMEOVR - SET NEEDS A NAME FIELD (F= M= L= S=)"
                       TO WS-MESSAGE
                   PERFORM Send-Message-And-Return
               END-IF
           END-IF
           IF WS-MARKER-POS(5) > 0
               PERFORM Check-Effective-Date
           END-IF.

       Check-Effective-Date.
           MOVE WS-MARKER-VALUE(5) TO WS-EFF-DATE
           IF WS-MARKER-VALUE(5)(9:) NOT = SPACES
                   OR WS-EFF-DATE IS NOT NUMERIC
               MOVE "NAMEOVR - E= MUST BE A DATE, YYYYMMDD"
                   TO WS-MESSAGE
               PERFORM Send-Message-And-Return
           END-IF
           IF WS-EFF-MONTH < 1 OR WS-EFF-MONTH > 12
                   OR WS-EFF-DAY < 1 OR WS-EFF-DAY > 31
               MOVE "NAMEOVR - E= MUST BE A DATE, YYYYMMDD"
                   TO WS-MESSAGE
               PERFORM Send-Message-And-Return
           END-IF
           IF WS-EFF-DATE-N > WS-RUN-DATE
               MOVE "NAMEOVR - E= MAY NOT BE LATER THAN TODAY"
                   TO WS-MESSAGE
               PERFORM Send-Message-And-Return
           END-IF.

      *    Builds the after image over the record read for update,
      *    journals the action and rewrites the master. Every early
      *    exit releases the record lock first.
       Apply-Override.
           MOVE WS-MASTER-RECORD TO WS-BEFORE-IMAGE
           IF OMS-STATUS NOT = "A"
               MOVE "NAMEOVR - PERSON IS DELETED - NOT CHANGED"
                   TO WS-MESSAGE
               PERFORM Release-And-Return
           END-IF
           EVALUATE TRUE
               WHEN VERB-UNLOCK
                   IF NOT OMS-NAME-LOCKED
                       MOVE "NAMEOVR - LEGAL NAME IS NOT LOCKED"
                           TO WS-MESSAGE
                       PERFORM Release-And-Return
                   END-IF
                   MOVE SPACE TO OMS-LOCK-SW
                   MOVE "LOCK REMOVED BY " TO WS-CONFIRM-TEXT
               WHEN VERB-LOCK
                   PERFORM Apply-Name-Values
                   IF OMS-NAME-LOCKED
                           AND OMS-NAME-DATA = BEF-NAME-DATA
                       MOVE "NAMEOVR - ALREADY LOCKED - NOTHING CHANGED"
                           TO WS-MESSAGE
                       PERFORM Release-And-Return
                   END-IF
                   SET OMS-NAME-LOCKED TO TRUE
                   IF OMS-NAME-DATA = BEF-NAME-DATA
                       MOVE "LEGAL NAME LOCKED BY " TO WS-CONFIRM-TEXT
                   ELSE
                       MOVE "LEGAL NAME SET AND LOCKED BY "
                           TO WS-CONFIRM-TEXT
                   END-IF
               WHEN OTHER
                   PERFORM Apply-Name-Values
                   IF OMS-NAME-DATA = BEF-NAME-DATA
                       MOVE "NAMEOVR - NAME ALREADY AS GIVEN"
                           TO WS-MESSAGE
                       PERFORM Release-And-Return
                   END-IF
                   MOVE "LEGAL NAME SET BY " TO WS-CONFIRM-TEXT
           END-EVALUATE
           PERFORM Build-Journal-Record
           EXEC CICS WRITE
               FILE('OVRFILE')
               FROM(WS-OVERRIDE-RECORD)
               RIDFLD(OVR-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(DUPREC)
                   MOVE "NAMEOVR - JOURNAL KEY IN USE - RE-ENTER"
                       TO WS-MESSAGE
                   PERFORM Rollback-And-Return
               WHEN OTHER
                   MOVE "NAMEOVR - OVERRIDE JOURNAL WRITE FAILED"
                       TO WS-MESSAGE
                   PERFORM Rollback-And-Return
           END-EVALUATE
           EXEC CICS REWRITE
               FILE('MSTFILE')
               FROM(WS-MASTER-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "NAMEOVR - MASTER FILE REWRITE FAILED"
                   TO WS-MESSAGE
               PERFORM Rollback-And-Return
           END-IF
           MOVE SPACES TO WS-MESSAGE
           STRING "NAMEOVR - " DELIMITED BY SIZE
               WS-CONFIRM-TEXT DELIMITED BY "  "
               " " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-MESSAGE
           END-STRING
           PERFORM Send-One-Line.

      *    Lays the supplied name fields over the master image. The
      *    effective date moves only when a name part did (or E=
      *    was given), and the presentation names and phonetic key
      *    are rederived through NAMEFMT and NAMEPHON so NAMEVRFY's
      *    recompute checks hold and NS01 finds the new name at once.
       Apply-Name-Values.
           IF WS-MARKER-POS(1) > 0
               IF WS-MARKER-VALUE(1) = "*"
                       OR WS-MARKER-VALUE(1)(21:) NOT = SPACES
                   PERFORM Send-Name-Error
               END-IF
               MOVE WS-MARKER-VALUE(1) TO OMS-FIRSTNAME
           END-IF
           IF WS-MARKER-POS(2) > 0
               IF WS-MARKER-VALUE(2) = "*"
                   MOVE SPACES TO OMS-MIDDLENAME
                   MOVE SPACE TO OMS-MIDINITIAL
               ELSE
                   IF WS-MARKER-VALUE(2)(21:) NOT = SPACES
                       PERFORM Send-Name-Error
                   END-IF
                   MOVE WS-MARKER-VALUE(2) TO OMS-MIDDLENAME
                   MOVE WS-MARKER-VALUE(2)(1:1) TO OMS-MIDINITIAL
               END-IF
           END-IF
           IF WS-MARKER-POS(3) > 0
               IF WS-MARKER-VALUE(3) = "*"
                       OR WS-MARKER-VALUE(3)(21:) NOT = SPACES
                   PERFORM Send-Name-Error
               END-IF
               MOVE WS-MARKER-VALUE(3) TO OMS-LASTNAME
           END-IF
           IF WS-MARKER-POS(4) > 0
               IF WS-MARKER-VALUE(4) = "*"
                   MOVE SPACES TO OMS-NAMESUFFIX
               ELSE
                   IF WS-MARKER-VALUE(4)(6:) NOT = SPACES
                       PERFORM Send-Name-Error
                   END-IF
                   MOVE WS-MARKER-VALUE(4) TO OMS-NAMESUFFIX
               END-IF
           END-IF
           IF WS-MARKER-POS(5) > 0
               MOVE WS-EFF-DATE-N TO OMS-EFFECTIVE-DATE
           ELSE
               IF OMS-NAME-DATA NOT = BEF-NAME-DATA
                   MOVE WS-RUN-DATE TO OMS-EFFECTIVE-DATE
               END-IF
           END-IF
           IF OMS-NAME-DATA NOT = BEF-NAME-DATA
               MOVE OMS-FIRSTNAME TO NFM-IN-FIRSTNAME
               MOVE OMS-MIDDLENAME TO NFM-IN-MIDDLENAME
               MOVE OMS-MIDINITIAL TO NFM-IN-MIDINITIAL
               MOVE OMS-LASTNAME TO NFM-IN-LASTNAME
               MOVE OMS-NAMESUFFIX TO NFM-IN-NAMESUFFIX
               CALL "NAMEFMT" USING NAMEFMT-PARM
               MOVE NFM-OUT-DISPLAY-NAME TO OMS-DISPLAY-NAME
               MOVE NFM-OUT-SALUTATION TO OMS-SALUTATION-NAME
               MOVE OMS-LASTNAME TO NPH-IN-LASTNAME
               MOVE OMS-FIRSTNAME TO NPH-IN-FIRSTNAME
               CALL "NAMEPHON" USING NAMEPHON-PARM
               MOVE NPH-OUT-PHONETIC-KEY TO OMS-PHONETIC-KEY
               MOVE OMS-PERSON-ID TO OMS-SEARCH-PERSON-ID
               MOVE WS-RUN-DATE TO OMS-LAST-CHANGE-DATE
               MOVE WS-RUN-TIME TO OMS-LAST-CHANGE-TIME
           END-IF.

      *    One journal record per action. When the legal name moved
      *    it carries the history row (the superseded image, from
      *    its last-change date - its add date when never changed -
      *    up to today, closed by CHANGE) and the CHANGE delta
      *    record with reason N, the same two rows NAMEMAST's
      *    Write-History-Row and Write-Delta-Change produce.
       Build-Journal-Record.
           MOVE SPACES TO WS-OVERRIDE-RECORD
           MOVE OMS-PERSON-ID TO OVR-PERSON-ID
           MOVE WS-RUN-DATE TO OVR-ACTION-DATE
           MOVE WS-RUN-TIME TO OVR-ACTION-TIME
           MOVE WS-IN-VERB TO OVR-ACTION
           MOVE WS-OPERATOR-ID TO OVR-OPERATOR-ID
           MOVE WS-MARKER-VALUE(6) TO OVR-REASON
           MOVE WS-MASTER-RECORD TO OVR-AFTER-IMAGE
           IF OMS-NAME-DATA = BEF-NAME-DATA
               MOVE "N" TO OVR-NAME-CHANGED-SW
           ELSE
               MOVE "Y" TO OVR-NAME-CHANGED-SW
               MOVE SPACES TO WS-HISTORY-ROW
               MOVE BEF-PERSON-ID TO HIS-PERSON-ID
               IF BEF-LAST-CHANGE-DATE > 0
                   MOVE BEF-LAST-CHANGE-DATE TO HIS-FROM-DATE
               ELSE
                   MOVE BEF-ADD-DATE TO HIS-FROM-DATE
               END-IF
               MOVE WS-RUN-DATE TO HIS-TO-DATE
               MOVE BEF-NAME-DATA TO HIS-NAME-DATA
               MOVE BEF-DISPLAY-NAME TO HIS-DISPLAY-NAME
               MOVE BEF-SALUTATION-NAME TO HIS-SALUTATION-NAME
               MOVE BEF-PREF-FIRSTNAME TO HIS-PREF-FIRSTNAME
               MOVE BEF-PREF-PRONOUNCE TO HIS-PREF-PRONOUNCE
               MOVE "CHANGE" TO HIS-END-ACTION
               MOVE WS-HISTORY-ROW TO OVR-HISTORY-ROW
               MOVE "CHANGE" TO OVR-DELTA-ACTION
               MOVE "N" TO OVR-DELTA-REASON
           END-IF.

       Send-Master-Detail.
           MOVE OMS-PERSON-ID TO WS-STL-PERSON-ID
           MOVE OMS-STATUS TO WS-STL-STATUS
           IF OMS-NAME-LOCKED
               MOVE "Y" TO WS-STL-LOCK
           ELSE
               MOVE "N" TO WS-STL-LOCK
           END-IF
           MOVE OMS-LAST-CHANGE-DATE TO WS-STL-CHG-DATE
           MOVE OMS-LAST-CHANGE-TIME TO WS-STL-CHG-TIME
           MOVE WS-STATUS-LINE TO WS-MESSAGE
           PERFORM Send-One-Line
           MOVE OMS-FIRSTNAME TO WS-LGL-FIRSTNAME
           MOVE OMS-MIDDLENAME TO WS-LGL-MIDDLENAME
           MOVE OMS-LASTNAME TO WS-LGL-LASTNAME
           MOVE WS-LEGAL-LINE TO WS-MESSAGE
           PERFORM Send-One-Line
           MOVE OMS-MIDINITIAL TO WS-LGL-MIDINITIAL
           MOVE OMS-NAMESUFFIX TO WS-LGL-NAMESUFFIX
           MOVE OMS-EFFECTIVE-DATE TO WS-LGL-EFFECTIVE-DATE
           MOVE WS-LEGAL-LINE-2 TO WS-MESSAGE
           PERFORM Send-One-Line
           MOVE OMS-DISPLAY-NAME TO WS-DSP-DISPLAY-NAME
           MOVE WS-DISPLAY-LINE TO WS-MESSAGE
           PERFORM Send-One-Line.

       Send-Usage.
           MOVE "NAMEOVR - USAGE: NO01 PERSONID (SET|LOCK|UNLOCK R=..)"
               TO WS-MESSAGE
           PERFORM Send-Message-And-Return.

       Send-Name-Error.
           MOVE "NAMEOVR - NAME TOO LONG OR F=/L= BLANKED - NOT CHANGED"
               TO WS-MESSAGE
           PERFORM Release-And-Return.

       Release-And-Return.
           EXEC CICS UNLOCK
               FILE('MSTFILE')
           END-EXEC
           PERFORM Send-Message-And-Return.

       Rollback-And-Return.
           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC
           PERFORM Send-Message-And-Return.

       Send-One-Line.
           MOVE 79 TO WS-MESSAGE-LEN
           EXEC CICS SEND TEXT
               FROM(WS-MESSAGE)
               LENGTH(WS-MESSAGE-LEN)
               FREEKB
           END-EXEC.

       Send-Message-And-Return.
           PERFORM Send-One-Line
           EXEC CICS RETURN
           END-EXEC.

       END PROGRAM NAMEOVR.
