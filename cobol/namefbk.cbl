       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEFBK.
      *****************************************************************
      *                                                               *
      *   Daily data-correction feedback to the source owners.        *
      *   Reads the day's feedback records (layout FBKREC) - the      *
      *   ones DUALREPO wrote for demographic mismatches, records     *
      *   aged out of suspense and REPO_TWO ids missing from the      *
      *   crosswalk, plus the NC01 operator corrections journaled     *
      *   by NAMECORR - sorted by source, PERSON-ID and field, and    *
      *   cuts one fixed-layout extract per source so each owner's    *
      *   loader can fix the data at origin:                          *
      *                                                               *
      *     FBKOUT1   REPO_ONE      FBKOUT2   REPO_TWO                *
      *     FBKOUT3   REPO_THREE                                      *
      *                                                               *
      *   Every extract carries a header (source id, run date and     *
      *   time) and a trailer (detail count), each record beginning   *
      *   HDR/DTL/TRL as on the NAMEDIST extracts, and is cut even    *
      *   on a day with nothing to report so the owner can prove      *
      *   the file complete. A detail record is:                      *
      *                                                               *
      *     PERSON-ID    the id as the source sent it                 *
      *     FIELD-NAME   the field in error                           *
      *     VALUE-SENT   what the source sent                         *
      *     VALUE-USED   what we kept or the operator keyed           *
      *                  (spaces - the record was dropped)            *
      *     REASON-CODE  NC/DM/AS/XW (see FBKREC) and its text        *
      *     EVENT-DATE   the day the problem was found or fixed       *
      *                                                               *
      *   FBKRPT is an ANSI carriage-control print file with one      *
      *   summary page per source: counts by reason code, by field    *
      *   and of distinct persons.                                    *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEEDBACK-IN-FILE ASSIGN TO "FBKIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FBKIN-STATUS.

           SELECT FEEDBACK-OUT-FILE1 ASSIGN TO "FBKOUT1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FBKOUT1-STATUS.

           SELECT FEEDBACK-OUT-FILE2 ASSIGN TO "FBKOUT2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FBKOUT2-STATUS.

           SELECT FEEDBACK-OUT-FILE3 ASSIGN TO "FBKOUT3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FBKOUT3-STATUS.

           SELECT REPORT-FILE ASSIGN TO "FBKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FBKRPT-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  FEEDBACK-IN-FILE
           RECORDING MODE IS F.
       01  FEEDBACK-IN-RECORD.
           COPY FBKREC REPLACING ==:PFX:== BY ==FBI==.

       FD  FEEDBACK-OUT-FILE1
           RECORDING MODE IS F.
       01  FEEDBACK-OUT-RECORD1            PIC X(150).

       FD  FEEDBACK-OUT-FILE2
           RECORDING MODE IS F.
       01  FEEDBACK-OUT-RECORD2            PIC X(150).

       FD  FEEDBACK-OUT-FILE3
           RECORDING MODE IS F.
       01  FEEDBACK-OUT-RECORD3            PIC X(150).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD.
           05  RPT-CARRIAGE-CONTROL        PIC X(1).
           05  RPT-LINE-TEXT               PIC X(80).
      /
       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-FBKIN-STATUS             PIC X(2)  VALUE SPACES.
           05  WS-FBKOUT1-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-FBKOUT2-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-FBKOUT3-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-FBKRPT-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-FBKIN-EOF-SW             PIC X(1)  VALUE "N".
               88  END-OF-FEEDBACK                    VALUE "Y".
           05  WS-FIELD-FOUND-SW           PIC X(1)  VALUE "N".
               88  FIELD-FOUND                        VALUE "Y".

      *    One entry per source, subscripted by the FBKREC source
      *    code. The field table keeps the first ten distinct field
      *    names seen for the source; any further ones are counted
      *    together on the summary page.
       01  WS-SOURCE-AREA.
           05  WS-SRC-I                    PIC 9(1)  VALUE 0.
           05  WS-FLD-I                    PIC 9(2)  VALUE 0.
           05  WS-FLD-MAX                  PIC 9(2)  VALUE 10.
           05  WS-SRC-ENTRY OCCURS 3 TIMES.
               10  WS-SRC-ID               PIC X(10).
               10  WS-SRC-DD-NAME          PIC X(8).
               10  WS-SRC-DETAIL-COUNT     PIC 9(9).
               10  WS-SRC-PERSON-COUNT     PIC 9(9).
               10  WS-SRC-NC-COUNT         PIC 9(9).
               10  WS-SRC-DM-COUNT         PIC 9(9).
               10  WS-SRC-AS-COUNT         PIC 9(9).
               10  WS-SRC-XW-COUNT         PIC 9(9).
               10  WS-SRC-OTHER-FLD-COUNT  PIC 9(9).
               10  WS-SRC-FLD-COUNT        PIC 9(2).
               10  WS-SRC-FLD-ENTRY OCCURS 10 TIMES.
                   15  WS-SRC-FLD-NAME     PIC X(20).
                   15  WS-SRC-FLD-TALLY    PIC 9(9).

       01  WS-CONTROL-TOTALS.
           05  WS-FEEDBACK-READ-COUNT      PIC 9(9)  VALUE 0.
           05  WS-PREV-KEY.
               10  WS-PREV-SOURCE          PIC X(1)  VALUE LOW-VALUES.
               10  WS-PREV-PERSON-ID       PIC X(10) VALUE LOW-VALUES.
               10  WS-PREV-FIELD-NAME      PIC X(20) VALUE LOW-VALUES.

       01  WS-EXTRACT-RECORDS.
           05  WS-HEADER-RECORD.
               10  FILLER                  PIC X(3)  VALUE "HDR".
               10  WS-HDR-SOURCE-ID        PIC X(10).
               10  WS-HDR-RUN-DATE         PIC 9(8).
               10  WS-HDR-RUN-TIME         PIC 9(6).
               10  FILLER                  PIC X(123) VALUE SPACES.
           05  WS-TRAILER-RECORD.
               10  FILLER                  PIC X(3)  VALUE "TRL".
               10  WS-TRL-RECORD-COUNT     PIC 9(9).
               10  FILLER                  PIC X(138) VALUE SPACES.
           05  WS-DETAIL-RECORD.
               10  FILLER                  PIC X(3)  VALUE "DTL".
               10  WS-DTL-PERSON-ID        PIC X(10).
               10  WS-DTL-FIELD-NAME       PIC X(20).
               10  WS-DTL-VALUE-SENT       PIC X(30).
               10  WS-DTL-VALUE-USED       PIC X(30).
               10  WS-DTL-REASON-CODE      PIC X(2).
               10  WS-DTL-REASON-TEXT      PIC X(40).
               10  WS-DTL-EVENT-DATE       PIC 9(8).
               10  FILLER                  PIC X(7)  VALUE SPACES.
           05  WS-EXTRACT-RECORD           PIC X(150) VALUE SPACES.

       01  WS-LINE-WORK.
           05  WS-LINE-TEXT                PIC X(80) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL                PIC X(40).
           05  WS-SUM-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(29)  VALUE SPACES.

       01  WS-FIELD-LINE.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  WS-FLD-LINE-NAME            PIC X(36).
           05  WS-FLD-LINE-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(29)  VALUE SPACES.

       01  WS-PAGE-TITLE-LINE.
           05  FILLER                      PIC X(43)  VALUE
               "NAMEFBK DATA-CORRECTION FEEDBACK SUMMARY - ".
           05  WS-TTL-SOURCE-ID            PIC X(10).
           05  FILLER                      PIC X(27)  VALUE SPACES.

       01  WS-PAGE-DATE-LINE.
           05  FILLER                      PIC X(9)   VALUE
               "RUN DATE ".
           05  WS-PDL-DATE                 PIC X(10).
           05  FILLER                      PIC X(12)  VALUE
               "   EXTRACT ".
           05  WS-PDL-DD-NAME              PIC X(8).
           05  FILLER                      PIC X(41)  VALUE SPACES.

       01  WS-DATE-WORK.
           05  WS-DATE-YYYYMMDD.
               10  WS-DW-YEAR              PIC X(4).
               10  WS-DW-MONTH             PIC X(2).
               10  WS-DW-DAY               PIC X(2).
           05  WS-DATE-FORMATTED           PIC X(10) VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           05  WS-RUN-DATE                 PIC 9(8).
           05  WS-RUN-TIME                 PIC 9(6).
           05  FILLER                      PIC X(7).
      /
       PROCEDURE DIVISION.
       Main.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM Initialize-Source-Table
           PERFORM Open-Files
           PERFORM Write-Extract-Headers
           PERFORM UNTIL END-OF-FEEDBACK
               READ FEEDBACK-IN-FILE
                   AT END
                       SET END-OF-FEEDBACK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FEEDBACK-READ-COUNT
                       PERFORM Process-Feedback-Record
               END-READ
           END-PERFORM
           PERFORM Write-Extract-Trailers
           PERFORM Write-Summary-Pages
           PERFORM Close-Files
           GOBACK.

       Initialize-Source-Table.
           PERFORM VARYING WS-SRC-I FROM 1 BY 1 UNTIL WS-SRC-I > 3
               MOVE 0 TO WS-SRC-DETAIL-COUNT(WS-SRC-I)
               MOVE 0 TO WS-SRC-PERSON-COUNT(WS-SRC-I)
               MOVE 0 TO WS-SRC-NC-COUNT(WS-SRC-I)
               MOVE 0 TO WS-SRC-DM-COUNT(WS-SRC-I)
               MOVE 0 TO WS-SRC-AS-COUNT(WS-SRC-I)
               MOVE 0 TO WS-SRC-XW-COUNT(WS-SRC-I)
               MOVE 0 TO WS-SRC-OTHER-FLD-COUNT(WS-SRC-I)
               MOVE 0 TO WS-SRC-FLD-COUNT(WS-SRC-I)
           END-PERFORM
           MOVE "REPO_ONE" TO WS-SRC-ID(1)
           MOVE "FBKOUT1" TO WS-SRC-DD-NAME(1)
           MOVE "REPO_TWO" TO WS-SRC-ID(2)
           MOVE "FBKOUT2" TO WS-SRC-DD-NAME(2)
           MOVE "REPO_THREE" TO WS-SRC-ID(3)
           MOVE "FBKOUT3" TO WS-SRC-DD-NAME(3).

       Open-Files.
           OPEN INPUT FEEDBACK-IN-FILE
           IF WS-FBKIN-STATUS NOT = "00"
               DISPLAY "NAMEFBK ABEND - FBKIN OPEN FAILED, STATUS="
                   WS-FBKIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FEEDBACK-OUT-FILE1
           IF WS-FBKOUT1-STATUS NOT = "00"
               DISPLAY "NAMEFBK ABEND - FBKOUT1 OPEN FAILED, STATUS="
                   WS-FBKOUT1-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FEEDBACK-OUT-FILE2
           IF WS-FBKOUT2-STATUS NOT = "00"
               DISPLAY "NAMEFBK ABEND - FBKOUT2 OPEN FAILED, STATUS="
                   WS-FBKOUT2-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FEEDBACK-OUT-FILE3
           IF WS-FBKOUT3-STATUS NOT = "00"
               DISPLAY "NAMEFBK ABEND - FBKOUT3 OPEN FAILED, STATUS="
                   WS-FBKOUT3-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-FBKRPT-STATUS NOT = "00"
               DISPLAY "NAMEFBK ABEND - FBKRPT OPEN FAILED, STATUS="
                   WS-FBKRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       Write-Extract-Headers.
           PERFORM VARYING WS-SRC-I FROM 1 BY 1 UNTIL WS-SRC-I > 3
               MOVE WS-SRC-ID(WS-SRC-I) TO WS-HDR-SOURCE-ID
               MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
               MOVE WS-RUN-TIME TO WS-HDR-RUN-TIME
               MOVE WS-HEADER-RECORD TO WS-EXTRACT-RECORD
               PERFORM Write-Source-Record
           END-PERFORM.

       Write-Extract-Trailers.
           PERFORM VARYING WS-SRC-I FROM 1 BY 1 UNTIL WS-SRC-I > 3
               MOVE WS-SRC-DETAIL-COUNT(WS-SRC-I)
                   TO WS-TRL-RECORD-COUNT
               MOVE WS-TRAILER-RECORD TO WS-EXTRACT-RECORD
               PERFORM Write-Source-Record
           END-PERFORM.

      *    The input arrives sorted by source, PERSON-ID and field
      *    (the JCL sort ahead of this step), which the persons
      *    count depends on - a record out of that order means the
      *    sort was bypassed and the run stops before any extract
      *    is handed over.
       Process-Feedback-Record.
           IF FBI-KEY < WS-PREV-KEY
               DISPLAY "NAMEFBK ABEND - FBKIN OUT OF SEQUENCE, KEY="
                   FBI-KEY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FBI-SOURCE IS NOT NUMERIC OR
                   FBI-SOURCE < "1" OR FBI-SOURCE > "3"
               DISPLAY "NAMEFBK ABEND - BAD FEEDBACK SOURCE '"
                   FBI-SOURCE "' FOR PERSON " FBI-PERSON-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FBI-SOURCE TO WS-SRC-I
           IF FBI-SOURCE NOT = WS-PREV-SOURCE OR
                   FBI-PERSON-ID NOT = WS-PREV-PERSON-ID
               ADD 1 TO WS-SRC-PERSON-COUNT(WS-SRC-I)
           END-IF
           MOVE FBI-KEY TO WS-PREV-KEY
           EVALUATE TRUE
               WHEN FBI-OPERATOR-CORRECTION
                   ADD 1 TO WS-SRC-NC-COUNT(WS-SRC-I)
               WHEN FBI-DEMOGRAPHIC-MISMATCH
                   ADD 1 TO WS-SRC-DM-COUNT(WS-SRC-I)
               WHEN FBI-SUSPENSE-AGED-OUT
                   ADD 1 TO WS-SRC-AS-COUNT(WS-SRC-I)
               WHEN FBI-CROSSWALK-MISS
                   ADD 1 TO WS-SRC-XW-COUNT(WS-SRC-I)
               WHEN OTHER
                   DISPLAY "NAMEFBK ABEND - BAD REASON CODE '"
                       FBI-REASON-CODE "' FOR PERSON " FBI-PERSON-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM Count-Feedback-Field
           MOVE FBI-PERSON-ID TO WS-DTL-PERSON-ID
           MOVE FBI-FIELD-NAME TO WS-DTL-FIELD-NAME
           MOVE FBI-VALUE-SENT TO WS-DTL-VALUE-SENT
           MOVE FBI-VALUE-USED TO WS-DTL-VALUE-USED
           MOVE FBI-REASON-CODE TO WS-DTL-REASON-CODE
           MOVE FBI-REASON-TEXT TO WS-DTL-REASON-TEXT
           MOVE FBI-EVENT-DATE TO WS-DTL-EVENT-DATE
           MOVE WS-DETAIL-RECORD TO WS-EXTRACT-RECORD
           ADD 1 TO WS-SRC-DETAIL-COUNT(WS-SRC-I)
           PERFORM Write-Source-Record.

       Count-Feedback-Field.
           MOVE "N" TO WS-FIELD-FOUND-SW
           PERFORM VARYING WS-FLD-I FROM 1 BY 1
                   UNTIL WS-FLD-I > WS-SRC-FLD-COUNT(WS-SRC-I)
                   OR FIELD-FOUND
               IF WS-SRC-FLD-NAME(WS-SRC-I, WS-FLD-I) =
                       FBI-FIELD-NAME
                   ADD 1 TO WS-SRC-FLD-TALLY(WS-SRC-I, WS-FLD-I)
                   SET FIELD-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT FIELD-FOUND
               IF WS-SRC-FLD-COUNT(WS-SRC-I) < WS-FLD-MAX
                   ADD 1 TO WS-SRC-FLD-COUNT(WS-SRC-I)
                   MOVE WS-SRC-FLD-COUNT(WS-SRC-I) TO WS-FLD-I
                   MOVE FBI-FIELD-NAME
                       TO WS-SRC-FLD-NAME(WS-SRC-I, WS-FLD-I)
                   MOVE 1 TO WS-SRC-FLD-TALLY(WS-SRC-I, WS-FLD-I)
               ELSE
                   ADD 1 TO WS-SRC-OTHER-FLD-COUNT(WS-SRC-I)
               END-IF
           END-IF.

       Write-Source-Record.
           EVALUATE WS-SRC-I
               WHEN 1
                   WRITE FEEDBACK-OUT-RECORD1 FROM WS-EXTRACT-RECORD
               WHEN 2
                   WRITE FEEDBACK-OUT-RECORD2 FROM WS-EXTRACT-RECORD
               WHEN 3
                   WRITE FEEDBACK-OUT-RECORD3 FROM WS-EXTRACT-RECORD
           END-EVALUATE.

       Write-Summary-Pages.
           MOVE WS-RUN-DATE TO WS-DATE-YYYYMMDD
           PERFORM Format-Work-Date
           PERFORM VARYING WS-SRC-I FROM 1 BY 1 UNTIL WS-SRC-I > 3
               PERFORM Write-Source-Summary
           END-PERFORM.

       Write-Source-Summary.
           MOVE WS-SRC-ID(WS-SRC-I) TO WS-TTL-SOURCE-ID
           MOVE WS-PAGE-TITLE-LINE TO WS-LINE-TEXT
           PERFORM Write-Page-Top
           MOVE WS-DATE-FORMATTED TO WS-PDL-DATE
           MOVE WS-SRC-DD-NAME(WS-SRC-I) TO WS-PDL-DD-NAME
           MOVE WS-PAGE-DATE-LINE TO WS-LINE-TEXT
           PERFORM Write-Report-Line
           PERFORM Write-Blank-Line
           MOVE "CORRECTED BY AN OPERATOR ON NC01    (NC)"
               TO WS-SUM-LABEL
           MOVE WS-SRC-NC-COUNT(WS-SRC-I) TO WS-SUM-COUNT
           PERFORM Write-Summary-Count
           MOVE "DISAGREES WITH REPO_ONE             (DM)"
               TO WS-SUM-LABEL
           MOVE WS-SRC-DM-COUNT(WS-SRC-I) TO WS-SUM-COUNT
           PERFORM Write-Summary-Count
           MOVE "AGED OUT OF SUSPENSE UNMATCHED      (AS)"
               TO WS-SUM-LABEL
           MOVE WS-SRC-AS-COUNT(WS-SRC-I) TO WS-SUM-COUNT
           PERFORM Write-Summary-Count
           MOVE "ID NOT ON MIGRATION CROSSWALK       (XW)"
               TO WS-SUM-LABEL
           MOVE WS-SRC-XW-COUNT(WS-SRC-I) TO WS-SUM-COUNT
           PERFORM Write-Summary-Count
           PERFORM Write-Blank-Line
           MOVE "FEEDBACK RECORDS IN EXTRACT" TO WS-SUM-LABEL
           MOVE WS-SRC-DETAIL-COUNT(WS-SRC-I) TO WS-SUM-COUNT
           PERFORM Write-Summary-Count
           MOVE "PERSONS WITH FEEDBACK" TO WS-SUM-LABEL
           MOVE WS-SRC-PERSON-COUNT(WS-SRC-I) TO WS-SUM-COUNT
           PERFORM Write-Summary-Count
           IF WS-SRC-FLD-COUNT(WS-SRC-I) > 0
               PERFORM Write-Blank-Line
               MOVE "FEEDBACK RECORDS BY FIELD" TO WS-LINE-TEXT
               PERFORM Write-Report-Line
               PERFORM VARYING WS-FLD-I FROM 1 BY 1
                       UNTIL WS-FLD-I > WS-SRC-FLD-COUNT(WS-SRC-I)
                   MOVE WS-SRC-FLD-NAME(WS-SRC-I, WS-FLD-I)
                       TO WS-FLD-LINE-NAME
                   MOVE WS-SRC-FLD-TALLY(WS-SRC-I, WS-FLD-I)
                       TO WS-FLD-LINE-COUNT
                   MOVE WS-FIELD-LINE TO WS-LINE-TEXT
                   PERFORM Write-Report-Line
               END-PERFORM
               IF WS-SRC-OTHER-FLD-COUNT(WS-SRC-I) > 0
                   MOVE "ALL OTHER FIELDS" TO WS-FLD-LINE-NAME
                   MOVE WS-SRC-OTHER-FLD-COUNT(WS-SRC-I)
                       TO WS-FLD-LINE-COUNT
                   MOVE WS-FIELD-LINE TO WS-LINE-TEXT
                   PERFORM Write-Report-Line
               END-IF
           END-IF.

       Write-Page-Top.
           MOVE "1" TO RPT-CARRIAGE-CONTROL
           MOVE WS-LINE-TEXT TO RPT-LINE-TEXT
           WRITE REPORT-RECORD.

       Write-Report-Line.
           MOVE SPACE TO RPT-CARRIAGE-CONTROL
           MOVE WS-LINE-TEXT TO RPT-LINE-TEXT
           WRITE REPORT-RECORD.

       Write-Blank-Line.
           MOVE SPACE TO RPT-CARRIAGE-CONTROL
           MOVE SPACES TO RPT-LINE-TEXT
           WRITE REPORT-RECORD.

       Write-Summary-Count.
           MOVE WS-SUMMARY-LINE TO WS-LINE-TEXT
           PERFORM Write-Report-Line.

       Format-Work-Date.
           MOVE SPACES TO WS-DATE-FORMATTED
           STRING WS-DW-YEAR "-" WS-DW-MONTH "-" WS-DW-DAY
               DELIMITED BY SIZE INTO WS-DATE-FORMATTED
           END-STRING.

       Close-Files.
           CLOSE FEEDBACK-IN-FILE
           CLOSE FEEDBACK-OUT-FILE1
           CLOSE FEEDBACK-OUT-FILE2
           CLOSE FEEDBACK-OUT-FILE3
           CLOSE REPORT-FILE.

       END PROGRAM NAMEFBK.
