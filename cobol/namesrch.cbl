       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMESRCH.
      *****************************************************************
      *                                                               *
      *   Online (CICS command level) search of the person-name       *
      *   master by name, for the caller who does not have a          *
      *   PERSON ID or cannot spell the name. Transaction NS01.       *
      *                                                               *
      *   Input (terminal, after the transaction code):               *
      *                                                               *
      *     NS01 lastname                   every person whose last   *
      *                                     name sounds alike         *
      *     NS01 lastname firstname         ... and whose first name  *
      *                                     sounds alike too          *
      *     NS01 lastname i                 ... and whose first name  *
      *                                     starts with initial i     *
      *                                                               *
      *   Names match on the sound-alike codes NAMEPHON derives       *
      *   (SMITH finds SMYTHE and SCHMIDT, JON finds JOHN and JOAN),  *
      *   so a misheard spelling still finds the person. The code     *
      *   ignores anything that is not a letter: key a last name of   *
      *   several words run together (VANDERBERG for VAN DER BERG).   *
      *                                                               *
      *   Each page lists up to 15 persons - line number, PERSON ID,  *
      *   display name, preferred first name and status A/D - in      *
      *   sound-alike then PERSON ID order. The search is pseudo-     *
      *   conversational; at the end of each page the operator keys   *
      *                                                               *
      *     N or ENTER                      the next page             *
      *     nn                              the NI01 detail of line   *
      *                                     nn of the page shown      *
      *     X                               end the search            *
      *     NS01 lastname (firstname)       a new search              *
      *                                                               *
      *   A selected line goes straight to the NI01 inquiry program   *
      *   (NAMEINQ) with the PERSON ID in the COMMAREA, so the        *
      *   operator sees the same detail as keying NI01 nnnnnnnnnn.    *
      *                                                               *
      *   The browse is over the name search alternate index the      *
      *   nightly batch builds on the keyed master copy (DUALREPO     *
      *   job STEP060). Its key is the last eighteen bytes of the     *
      *   master record - last-name code, first-name code, PERSON     *
      *   ID - so it is unique and a page resumes exactly where the   *
      *   previous one stopped. Updates nothing:                      *
      *                                                               *
      *     MSTPHON   PROD.DUALREPO.NAMEMAST.PHON.PATH                *
      *                                   master copy by name key     *
      *                                                               *
      *   Inquiry authority is enforced by transaction-level          *
      *   security on NS01 via the external security manager, as      *
      *   for NI01.                                                   *
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

       01  WS-CONSTANTS.
           05  WS-UPPER-ALPHA              PIC X(26)  VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05  WS-LOWER-ALPHA              PIC X(26)  VALUE
               "abcdefghijklmnopqrstuvwxyz".
           05  WS-PAGE-SIZE                PIC 9(2)   VALUE 15.

       01  WS-PARSE-AREA.
           05  WS-IN-WORD-1                PIC X(20)  VALUE SPACES.
           05  WS-IN-WORD-2                PIC X(20)  VALUE SPACES.
           05  WS-IN-WORD-3                PIC X(20)  VALUE SPACES.
           05  WS-SCAN-PTR                 PIC 9(2)   VALUE 1.
           05  WS-LEAD-COUNT               PIC 9(2)   VALUE 0.
           05  WS-SEL-TEXT                 PIC X(2)   VALUE SPACES.
           05  WS-SEL-NO REDEFINES WS-SEL-TEXT
                                           PIC 9(2).
           05  WS-COMMAND-SW               PIC X(1)   VALUE SPACE.
               88  COMMAND-NEW-SEARCH                 VALUE "S".
               88  COMMAND-NEXT-PAGE                  VALUE "N".
               88  COMMAND-SELECT-LINE                VALUE "L".
               88  COMMAND-END                        VALUE "X".
               88  COMMAND-NOT-KNOWN                  VALUE "?".

      *    Everything needed to carry the search from one task to
      *    the next - passed back in the COMMAREA on each RETURN.
      *    PAGE-KEY is where the page on the screen started, so it
      *    can be shown again; NEXT-KEY is the first match not yet
      *    shown. MATCH-LEN is how much of the key must agree: 4
      *    for a last name alone, 5 with an initial (the first-name
      *    code starts with the first letter of the name), 8 with
      *    a first name.
       01  WS-SEARCH-STATE.
           05  WS-SS-LAST-NAME             PIC X(20).
           05  WS-SS-FIRST-NAME            PIC X(20).
           05  WS-SS-MATCH-KEY             PIC X(8).
           05  WS-SS-MATCH-LEN             PIC 9(1).
           05  WS-SS-PAGE-KEY              PIC X(18).
           05  WS-SS-NEXT-KEY              PIC X(18).
           05  WS-SS-MORE-SW               PIC X(1).
               88  WS-SS-MORE                         VALUE "Y".
           05  WS-SS-PAGE-NO               PIC 9(3).
           05  WS-SS-LINE-COUNT            PIC 9(2).
           05  WS-SS-LINE-ID               PIC X(10)  OCCURS 15.
       01  WS-STATE-LEN                    PIC S9(4) COMP VALUE 241.

       01  WS-MASTER-RECORD.
           COPY COMBREC REPLACING ==:PFX:== BY ==OMS==.
           05  OMS-STATUS                  PIC X(1).
           05  OMS-ADD-DATE                PIC 9(8).
           05  OMS-ADD-TIME                PIC 9(6).
           05  OMS-LAST-CHANGE-DATE        PIC 9(8).
           05  OMS-LAST-CHANGE-TIME        PIC 9(6).
           05  OMS-LOCK-SW                 PIC X(1).
           05  OMS-NAME-SEARCH-KEY         PIC X(18).

       01  NAMEPHON-PARM.
           COPY NAMEPHNL REPLACING ==:PFX:== BY ==NPH==.

       01  WS-BROWSE-AREA.
           05  WS-BROWSE-KEY               PIC X(18).
           05  WS-BROWSE-SW                PIC X(1)   VALUE "N".
               88  BROWSE-DONE                        VALUE "Y".
           05  WS-I                        PIC 9(2)   VALUE 0.
           05  WS-SELECTED-ID              PIC X(10).
           05  WS-SELECTED-LEN             PIC S9(4) COMP VALUE 10.

       01  WS-PAGE-LINES.
           05  WS-PAGE-LINE                PIC X(79)  OCCURS 15.

       01  WS-MESSAGE-AREA.
           05  WS-MESSAGE                  PIC X(79)  VALUE SPACES.
           05  WS-MESSAGE-LEN              PIC S9(4) COMP VALUE 79.
           05  WS-FOOTER-TEXT              PIC X(79)  VALUE SPACES.
           05  WS-RESP                     PIC S9(8) COMP VALUE 0.
           05  WS-RESP2                    PIC S9(8) COMP VALUE 0.

       01  WS-TITLE-LINE.
           05  FILLER                      PIC X(22)  VALUE
               "NS01 NAME SEARCH LAST=".
           05  WS-TTL-LAST-NAME            PIC X(20).
           05  FILLER                      PIC X(7)   VALUE " FIRST=".
           05  WS-TTL-FIRST-NAME           PIC X(20).
           05  FILLER                      PIC X(6)   VALUE " PAGE ".
           05  WS-TTL-PAGE-NO              PIC ZZ9.
           05  FILLER                      PIC X(1)   VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(14)  VALUE
               "LN PERSON ID  ".
           05  FILLER                      PIC X(41)  VALUE
               "DISPLAY NAME".
           05  FILLER                      PIC X(21)  VALUE
               "PREFERRED NAME".
           05  FILLER                      PIC X(3)   VALUE "S".

       01  WS-DETAIL-LINE.
           05  WS-DTL-LINE-NO              PIC Z9.
           05  FILLER                      PIC X(1)   VALUE SPACES.
           05  WS-DTL-PERSON-ID            PIC X(10).
           05  FILLER                      PIC X(1)   VALUE SPACES.
           05  WS-DTL-DISPLAY-NAME         PIC X(40).
           05  FILLER                      PIC X(1)   VALUE SPACES.
           05  WS-DTL-PREF-FIRSTNAME       PIC X(20).
           05  FILLER                      PIC X(1)   VALUE SPACES.
           05  WS-DTL-STATUS               PIC X(1).
           05  FILLER                      PIC X(2)   VALUE SPACES.
      /
       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(241).
      /
       PROCEDURE DIVISION.
       Main.
           PERFORM Receive-Input
           PERFORM Parse-Input
           IF COMMAND-NEW-SEARCH
               PERFORM Start-New-Search
           ELSE
               MOVE DFHCOMMAREA TO WS-SEARCH-STATE
               PERFORM Apply-Command
           END-IF
           PERFORM Fill-Page
           IF WS-SS-LINE-COUNT = 0 AND WS-SS-PAGE-NO = 1
               MOVE "NAMESRCH - NO PERSON FOUND FOR THAT NAME"
                   TO WS-MESSAGE
               PERFORM Send-Message-And-Return
           END-IF
           PERFORM Send-Page
           EXEC CICS RETURN
               TRANSID(EIBTRNID)
               COMMAREA(WS-SEARCH-STATE)
               LENGTH(WS-STATE-LEN)
           END-EXEC.

      *    ENTER alone on a continuation arrives as no data at all,
      *    which is the next-page command, not an error.
       Receive-Input.
           MOVE SPACES TO WS-INPUT-TEXT
           MOVE 80 TO WS-INPUT-LEN
           EXEC CICS RECEIVE
               INTO(WS-INPUT-TEXT)
               LENGTH(WS-INPUT-LEN)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL) AND
                   WS-RESP NOT = DFHRESP(EOC)
               MOVE "NAMESRCH - RECEIVE FAILED" TO WS-MESSAGE
               PERFORM Send-Message-And-Return
           END-IF.

      *    A task started without our COMMAREA, or one whose input
      *    starts with the transaction code again, is a new search
      *    (words two and three are the names); otherwise the first
      *    word is a command against the page on the screen.
       Parse-Input.
           INSPECT WS-INPUT-TEXT
               CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA
           MOVE SPACES TO WS-IN-WORD-1
           MOVE SPACES TO WS-IN-WORD-2
           MOVE SPACES TO WS-IN-WORD-3
           MOVE 0 TO WS-LEAD-COUNT
           INSPECT WS-INPUT-TEXT
               TALLYING WS-LEAD-COUNT FOR LEADING SPACES
           IF WS-LEAD-COUNT < 80
               COMPUTE WS-SCAN-PTR = WS-LEAD-COUNT + 1
               UNSTRING WS-INPUT-TEXT DELIMITED BY ALL " "
                   INTO WS-IN-WORD-1 WS-IN-WORD-2 WS-IN-WORD-3
                   WITH POINTER WS-SCAN-PTR
               END-UNSTRING
           END-IF
           EVALUATE TRUE
               WHEN EIBCALEN NOT = WS-STATE-LEN
                   SET COMMAND-NEW-SEARCH TO TRUE
               WHEN WS-IN-WORD-1 = EIBTRNID
                   SET COMMAND-NEW-SEARCH TO TRUE
               WHEN WS-IN-WORD-1 = SPACES OR "N"
                   SET COMMAND-NEXT-PAGE TO TRUE
               WHEN WS-IN-WORD-1 = "X"
                   SET COMMAND-END TO TRUE
               WHEN OTHER
                   IF WS-IN-WORD-1(2:1) = SPACE
                       MOVE "0" TO WS-SEL-TEXT(1:1)
                       MOVE WS-IN-WORD-1(1:1) TO WS-SEL-TEXT(2:1)
                   ELSE
                       MOVE WS-IN-WORD-1(1:2) TO WS-SEL-TEXT
                   END-IF
                   IF WS-IN-WORD-1(3:) = SPACES AND
                           WS-SEL-TEXT IS NUMERIC
                       SET COMMAND-SELECT-LINE TO TRUE
                   ELSE
                       SET COMMAND-NOT-KNOWN TO TRUE
                   END-IF
           END-EVALUATE.

      *    The names are reduced to their sound-alike codes once,
      *    here; only the codes and the names as keyed (for the
      *    title line) travel in the COMMAREA.
       Start-New-Search.
           IF WS-IN-WORD-2 = SPACES
               MOVE "NAMESRCH - USAGE: NS01 LASTNAME (FIRSTNAME|INIT)"
                   TO WS-MESSAGE
               PERFORM Send-Message-And-Return
           END-IF
           MOVE SPACES TO WS-SEARCH-STATE
           MOVE WS-IN-WORD-2 TO WS-SS-LAST-NAME
           MOVE WS-IN-WORD-3 TO WS-SS-FIRST-NAME
           MOVE WS-IN-WORD-2 TO NPH-IN-LASTNAME
           MOVE WS-IN-WORD-3 TO NPH-IN-FIRSTNAME
           CALL "NAMEPHON" USING NAMEPHON-PARM
           IF NPH-OUT-LAST-KEY = SPACES OR
                   (WS-IN-WORD-3 NOT = SPACES AND
                    NPH-OUT-FIRST-KEY = SPACES)
               MOVE "NAMESRCH - NAME MUST CONTAIN A LETTER"
                   TO WS-MESSAGE
               PERFORM Send-Message-And-Return
           END-IF
           MOVE NPH-OUT-PHONETIC-KEY TO WS-SS-MATCH-KEY
           EVALUATE TRUE
               WHEN WS-IN-WORD-3 = SPACES
                   MOVE 4 TO WS-SS-MATCH-LEN
               WHEN WS-IN-WORD-3(2:) = SPACES OR "."
                   MOVE 5 TO WS-SS-MATCH-LEN
               WHEN OTHER
                   MOVE 8 TO WS-SS-MATCH-LEN
           END-EVALUATE
           MOVE LOW-VALUES TO WS-SS-PAGE-KEY
           MOVE WS-SS-MATCH-KEY(1:WS-SS-MATCH-LEN)
               TO WS-SS-PAGE-KEY(1:WS-SS-MATCH-LEN)
           MOVE 1 TO WS-SS-PAGE-NO.

      *    A command that cannot move the search on redisplays the
      *    page on the screen with a footer saying why.
       Apply-Command.
           EVALUATE TRUE
               WHEN COMMAND-NEXT-PAGE
                   IF WS-SS-MORE
                       MOVE WS-SS-NEXT-KEY TO WS-SS-PAGE-KEY
                       ADD 1 TO WS-SS-PAGE-NO
                   ELSE
                       MOVE "END OF LIST - NO FURTHER PAGES"
                           TO WS-FOOTER-TEXT
                   END-IF
               WHEN COMMAND-END
                   MOVE "NAMESRCH - SEARCH ENDED" TO WS-MESSAGE
                   PERFORM Send-Message-And-Return
               WHEN COMMAND-SELECT-LINE
                   IF WS-SEL-NO > 0 AND
                           WS-SEL-NO NOT > WS-SS-LINE-COUNT
                       PERFORM Transfer-To-Inquiry
                   ELSE
                       MOVE "NO SUCH LINE ON THIS PAGE"
                           TO WS-FOOTER-TEXT
                   END-IF
               WHEN OTHER
                   MOVE "ENTER A LINE NUMBER, N, X OR NS01 NAME"
                       TO WS-FOOTER-TEXT
           END-EVALUATE.

      *    NI01 takes the PERSON ID from the COMMAREA instead of the
      *    terminal when it is entered this way; the search ends.
       Transfer-To-Inquiry.
           MOVE WS-SS-LINE-ID(WS-SEL-NO) TO WS-SELECTED-ID
           EXEC CICS XCTL
               PROGRAM('NAMEINQ')
               COMMAREA(WS-SELECTED-ID)
               LENGTH(WS-SELECTED-LEN)
               RESP(WS-RESP)
           END-EXEC
           MOVE "NAMESRCH - TRANSFER TO NI01 FAILED" TO WS-MESSAGE
           PERFORM Send-Message-And-Return.

      *    Browses from PAGE-KEY while the key still matches, one
      *    record past a full page - that record's key is where the
      *    next page starts.
       Fill-Page.
           MOVE 0 TO WS-SS-LINE-COUNT
           MOVE "N" TO WS-SS-MORE-SW
           MOVE SPACES TO WS-SS-NEXT-KEY
           MOVE "N" TO WS-BROWSE-SW
           MOVE WS-SS-PAGE-KEY TO WS-BROWSE-KEY
           EXEC CICS STARTBR
               FILE('MSTPHON')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM Read-Next-Match UNTIL BROWSE-DONE
                   EXEC CICS ENDBR
                       FILE('MSTPHON')
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE "NAMESRCH - NAME INDEX START FAILED"
                       TO WS-MESSAGE
                   PERFORM Send-Message-And-Return
           END-EVALUATE.

       Read-Next-Match.
           EXEC CICS READNEXT
               FILE('MSTPHON')
               INTO(WS-MASTER-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   EVALUATE TRUE
                       WHEN WS-BROWSE-KEY(1:WS-SS-MATCH-LEN) NOT =
                               WS-SS-MATCH-KEY(1:WS-SS-MATCH-LEN)
                           SET BROWSE-DONE TO TRUE
                       WHEN WS-SS-LINE-COUNT = WS-PAGE-SIZE
                           SET WS-SS-MORE TO TRUE
                           MOVE WS-BROWSE-KEY TO WS-SS-NEXT-KEY
                           SET BROWSE-DONE TO TRUE
                       WHEN OTHER
                           PERFORM Build-Detail-Line
                   END-EVALUATE
               WHEN DFHRESP(ENDFILE)
                   SET BROWSE-DONE TO TRUE
               WHEN OTHER
                   MOVE "NAMESRCH - NAME INDEX READ FAILED"
                       TO WS-MESSAGE
                   PERFORM Send-Message-And-Return
           END-EVALUATE.

       Build-Detail-Line.
           ADD 1 TO WS-SS-LINE-COUNT
           MOVE OMS-PERSON-ID TO WS-SS-LINE-ID(WS-SS-LINE-COUNT)
           MOVE WS-SS-LINE-COUNT TO WS-DTL-LINE-NO
           MOVE OMS-PERSON-ID TO WS-DTL-PERSON-ID
           MOVE OMS-DISPLAY-NAME TO WS-DTL-DISPLAY-NAME
           MOVE OMS-PREF-FIRSTNAME TO WS-DTL-PREF-FIRSTNAME
           MOVE OMS-STATUS TO WS-DTL-STATUS
           MOVE WS-DETAIL-LINE TO WS-PAGE-LINE(WS-SS-LINE-COUNT).

       Send-Page.
           MOVE WS-SS-LAST-NAME TO WS-TTL-LAST-NAME
           MOVE WS-SS-FIRST-NAME TO WS-TTL-FIRST-NAME
           MOVE WS-SS-PAGE-NO TO WS-TTL-PAGE-NO
           MOVE WS-TITLE-LINE TO WS-MESSAGE
           PERFORM Send-First-Line
           MOVE WS-HEADING-LINE TO WS-MESSAGE
           PERFORM Send-One-Line
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SS-LINE-COUNT
               MOVE WS-PAGE-LINE(WS-I) TO WS-MESSAGE
               PERFORM Send-One-Line
           END-PERFORM
           IF WS-FOOTER-TEXT = SPACES
               IF WS-SS-MORE
                   MOVE "N/ENTER=NEXT PAGE  LINE NO=NI01 DETAIL  X=END"
                       TO WS-FOOTER-TEXT
               ELSE
                   MOVE "END OF LIST  LINE NO=NI01 DETAIL  X=END"
                       TO WS-FOOTER-TEXT
               END-IF
           END-IF
           MOVE WS-FOOTER-TEXT TO WS-MESSAGE
           PERFORM Send-One-Line.

       Send-First-Line.
           MOVE 79 TO WS-MESSAGE-LEN
           EXEC CICS SEND TEXT
               FROM(WS-MESSAGE)
               LENGTH(WS-MESSAGE-LEN)
               ERASE
               FREEKB
           END-EXEC.

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

       END PROGRAM NAMESRCH.
