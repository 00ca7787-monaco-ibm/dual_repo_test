      *****************************************************************
      *                                                               *
      *   Daily work-inventory aging report over the three places     *
      *   carried-forward work can sit: the suspense store, the       *
      *   pending store and the reject file. The control reports      *
      *   only ever show counts; this report shows how OLD the        *
      *   inventory is, so an item cannot sit for months before       *
      *   anyone notices. Both stores are read front to back and      *
      *   only their active (STATE "A") records are inventory:        *
      *                                                               *
      *     SUSPENSE - counts by age band (runs unmatched), the      *
      *       oldest item, and every record within one run of the     *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-STORE-FILE ASSIGN TO "SUSPVSAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SIN-KEY
               FILE STATUS IS WS-SUSPVSAM-STATUS.

           SELECT PENDING-STORE-FILE ASSIGN TO "PENDVSAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PST-PERSON-ID
               FILE STATUS IS WS-PENDVSAM-STATUS.

           SELECT REJECT-IN-FILE ASSIGN TO "REJIN"
               ORGANIZATION IS LINE SEQUENTIAL
      /
       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-STORE-FILE.
       01  SUSPENSE-STORE-RECORD.
           COPY SUSKREC REPLACING ==:PFX:== BY ==SIN==.

       FD  PENDING-STORE-FILE.
       01  PENDING-STORE-RECORD.
           COPY PNDKREC REPLACING ==:PFX:== BY ==PST==.

       FD  REJECT-IN-FILE
           RECORDING MODE IS F.
       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-SUSPVSAM-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-PENDVSAM-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-REJIN-STATUS             PIC X(2)  VALUE SPACES.
           05  WS-INVCTL-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-INVRPT-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-SUSPVSAM-EOF-SW          PIC X(1)  VALUE "N".
               88  END-OF-SUSPENSE                    VALUE "Y".
           05  WS-PENDVSAM-EOF-SW          PIC X(1)  VALUE "N".
               88  END-OF-PENDING                     VALUE "Y".
           05  WS-REJIN-EOF-SW             PIC X(1)  VALUE "N".
               88  END-OF-REJECTS                     VALUE "Y".
           05  WS-REJ-OLDEST-DAYS          PIC 9(9)  VALUE 0.
           05  WS-REJ-OLDEST-PERSON        PIC X(10) VALUE SPACES.

      *    The held combined record of the pending store entry being
      *    aged.
       01  WS-PENDING-IMAGE.
           COPY COMBREC REPLACING ==:PFX:== BY ==PIN==.

       01  WS-DATE-WORK.
           05  WS-RUN-DATE-INTEGER         PIC 9(9)  VALUE 0.
           05  WS-ITEM-DATE-INTEGER        PIC 9(9)  VALUE 0.
           STOP RUN.

       Open-Files.
           OPEN INPUT SUSPENSE-STORE-FILE
           IF WS-SUSPVSAM-STATUS NOT = "00"
               DISPLAY "NAMEINV ABEND - SUSPVSAM OPEN FAILED, STATUS="
                   WS-SUSPVSAM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PENDING-STORE-FILE
           IF WS-PENDVSAM-STATUS NOT = "00"
               DISPLAY "NAMEINV ABEND - PENDVSAM OPEN FAILED, STATUS="
                   WS-PENDVSAM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "SUSPENSE INVENTORY (AGE IN RUNS)" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM UNTIL END-OF-SUSPENSE
               READ SUSPENSE-STORE-FILE
                   AT END
                       SET END-OF-SUSPENSE TO TRUE
                   NOT AT END
                       IF SIN-STATE = "A"
                           PERFORM Age-Suspense-Record
                       END-IF
               END-READ
           END-PERFORM
           MOVE "SUSPENSE RECORDS ON HAND" TO WS-RPT-LABEL
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM UNTIL END-OF-PENDING
               READ PENDING-STORE-FILE
                   AT END
                       SET END-OF-PENDING TO TRUE
                   NOT AT END
                       IF PST-STATE = "A"
                           MOVE PST-CURRENT-IMAGE TO WS-PENDING-IMAGE
                           PERFORM Age-Pending-Record
                       END-IF
               END-READ
           END-PERFORM
           MOVE "PENDING RECORDS ON HAND" TO WS-RPT-LABEL
           END-IF.

       Close-Files.
           CLOSE SUSPENSE-STORE-FILE
           CLOSE PENDING-STORE-FILE
           CLOSE REJECT-IN-FILE
           CLOSE REPORT-FILE.

