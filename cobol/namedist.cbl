      *   layout is space-padded. The DISTRPT control report shows   *
      *   what was cut for whom.                                     *
      *                                                               *
      *   Right-to-erasure notices queued by NAMEERS (ERASEIN, one    *
      *   per erased person) go to every subscriber whatever its      *
      *   LAYOUT and ACTIONS, right after the header, as ERS records  *
      *   (PERSON-ID + erase date): the consumer must remove the      *
      *   person from its own copy. They count in the trailer.       *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTAIN-STATUS.

           SELECT OPTIONAL ERASE-NOTICE-FILE ASSIGN TO "ERASEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERASEIN-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO "DISTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTCTL-STATUS.
           05  DLT-CHANGE-REASON           PIC X(1).
           05  FILLER                      PIC X(1).

       FD  ERASE-NOTICE-FILE
           RECORDING MODE IS F.
       01  ERASE-NOTICE-RECORD.
           COPY ERASREC REPLACING ==:PFX:== BY ==ERN==.

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD             PIC X(80).
       01  WS-SWITCHES.
           05  WS-DELTAIN-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-DISTCTL-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-ERASEIN-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-DISTOUT1-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-DISTOUT2-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-DISTOUT3-STATUS          PIC X(2)  VALUE SPACES.
               88  END-OF-DELTAS                      VALUE "Y".
           05  WS-DISTCTL-EOF-SW           PIC X(1)  VALUE "N".
               88  END-OF-CONTROL-CARDS               VALUE "Y".
           05  WS-ERASEIN-EOF-SW           PIC X(1)  VALUE "N".
               88  END-OF-ERASE-NOTICES               VALUE "Y".

      *    Up to four subscriber definitions from DISTCTL. Each
      *    remembers its extract file number, layout, the actions

       01  WS-CONTROL-TOTALS.
           05  WS-DELTAS-READ-COUNT        PIC 9(9)  VALUE 0.
           05  WS-ERASE-NOTICE-COUNT       PIC 9(9)  VALUE 0.

      *    The master image unpacked into its fields so the IDNAME
      *    layout can pick out PERSON-ID and DISPLAY-NAME.
               10  WS-DTI-PERSON-ID        PIC X(10).
               10  WS-DTI-DISPLAY-NAME     PIC X(60).
               10  FILLER                  PIC X(210) VALUE SPACES.
           05  WS-ERASE-NOTICE-DETAIL.
               10  FILLER                  PIC X(3)  VALUE "ERS".
               10  WS-ERS-PERSON-ID        PIC X(10).
               10  WS-ERS-ERASE-DATE       PIC 9(8).
               10  FILLER                  PIC X(262) VALUE SPACES.
           05  WS-EXTRACT-RECORD           PIC X(283) VALUE SPACES.

       01  WS-CONTROL-REPORT-LINE.
           05  WS-RUN-DATE                 PIC 9(8).
           05  WS-RUN-TIME                 PIC 9(6).
           05  FILLER                      PIC X(7).

       01  NAMELDG-PARM.
           COPY NAMELDGL REPLACING ==:PFX:== BY ==NLD==.
      /
       PROCEDURE DIVISION.
       Main.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM Check-Run-Ledger
           PERFORM Read-Control-Cards
           PERFORM Validate-Subscribers
           PERFORM Open-Files
           PERFORM Write-Extract-Headers
           PERFORM Distribute-Erase-Notices
           PERFORM UNTIL END-OF-DELTAS
               READ DELTA-IN-FILE
                   AT END
           PERFORM Write-Extract-Trailers
           PERFORM Write-Control-Report
           PERFORM Close-Files
           PERFORM Record-Run-Complete
           GOBACK.

      *    Run-control ledger - stops a second run for a business
      *    date this step already completed, and a run whose
      *    prior business date never completed (see NAMELDG).
       Check-Run-Ledger.
           INITIALIZE NAMELDG-PARM
           MOVE "CHECK" TO NLD-FUNCTION
           MOVE "NAMEDIST" TO NLD-STEP-NAME
           CALL "NAMELDG" USING NAMELDG-PARM
           IF NLD-RESULT NOT = "00"
               DISPLAY "NAMEDIST STOPPED BY RUN LEDGER - "
                   NLD-RESULT-TEXT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The ledger call replaces RETURN-CODE, so the step's own
      *    code is passed in and put back afterwards.
       Record-Run-Complete.
           MOVE "COMPLETE" TO NLD-FUNCTION
           MOVE RETURN-CODE TO NLD-STEP-RC
           MOVE "DELTAS READ" TO NLD-TOTAL-LABEL(1)
           MOVE WS-DELTAS-READ-COUNT TO NLD-TOTAL-COUNT(1)
           MOVE "ERASE NOTICE" TO NLD-TOTAL-LABEL(2)
           MOVE WS-ERASE-NOTICE-COUNT TO NLD-TOTAL-COUNT(2)
           MOVE "SUBSCRIBERS" TO NLD-TOTAL-LABEL(3)
           MOVE WS-SUB-COUNT TO NLD-TOTAL-COUNT(3)
           CALL "NAMELDG" USING NAMELDG-PARM
           MOVE NLD-STEP-RC TO RETURN-CODE.

       Read-Control-Cards.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-DISTCTL-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ERASE-NOTICE-FILE
           IF WS-ERASEIN-STATUS NOT = "00" AND
                   WS-ERASEIN-STATUS NOT = "05"
               DISPLAY "NAMEDIST ABEND - ERASEIN OPEN FAILED, STATUS="
                   WS-ERASEIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-DISTRPT-STATUS NOT = "00"
               DISPLAY "NAMEDIST ABEND - DISTRPT OPEN FAILED, STATUS="
               PERFORM Write-Subscriber-Record
           END-PERFORM.

      *    An erasure notice is not a delta action - no subscriber
      *    may filter it out, so it goes to all of them.
       Distribute-Erase-Notices.
           PERFORM UNTIL END-OF-ERASE-NOTICES
               READ ERASE-NOTICE-FILE
                   AT END
                       SET END-OF-ERASE-NOTICES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ERASE-NOTICE-COUNT
                       MOVE ERN-PERSON-ID TO WS-ERS-PERSON-ID
                       MOVE ERN-ERASE-DATE TO WS-ERS-ERASE-DATE
                       MOVE WS-ERASE-NOTICE-DETAIL
                           TO WS-EXTRACT-RECORD
                       PERFORM VARYING WS-SUB-I FROM 1 BY 1
                               UNTIL WS-SUB-I > WS-SUB-COUNT
                           ADD 1 TO WS-SUB-CUT-COUNT(WS-SUB-I)
                           PERFORM Write-Subscriber-Record
                       END-PERFORM
               END-READ
           END-PERFORM.

       Distribute-Delta.
           PERFORM VARYING WS-SUB-I FROM 1 BY 1
                   UNTIL WS-SUB-I > WS-SUB-COUNT
           MOVE WS-DELTAS-READ-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE

           MOVE "ERASURE NOTICES SENT TO EVERY SUBSCRIBER"
               TO WS-RPT-LABEL
           MOVE WS-ERASE-NOTICE-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE

           PERFORM VARYING WS-SUB-I FROM 1 BY 1
                   UNTIL WS-SUB-I > WS-SUB-COUNT
               MOVE SPACES TO WS-RPT-LABEL

       Close-Files.
           CLOSE DELTA-IN-FILE
           CLOSE ERASE-NOTICE-FILE
           CLOSE REPORT-FILE
           PERFORM VARYING WS-SUB-I FROM 1 BY 1
                   UNTIL WS-SUB-I > WS-SUB-COUNT
