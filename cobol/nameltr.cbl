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
           PERFORM Open-Files
           PERFORM UNTIL END-OF-DELTAS
               READ DELTA-IN-FILE
           END-PERFORM
           PERFORM Write-Summary-Page
           PERFORM Close-Files
           PERFORM Record-Run-Complete
           GOBACK.

      *    Run-control ledger - stops a second run for a business
      *    date this step already completed, and a run whose
      *    prior business date never completed (see NAMELDG).
       Check-Run-Ledger.
           INITIALIZE NAMELDG-PARM
           MOVE "CHECK" TO NLD-FUNCTION
           MOVE "NAMELTR" TO NLD-STEP-NAME
           CALL "NAMELDG" USING NAMELDG-PARM
           IF NLD-RESULT NOT = "00"
               DISPLAY "NAMELTR STOPPED BY RUN LEDGER - "
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
           MOVE "CHANGES SEEN" TO NLD-TOTAL-LABEL(2)
           MOVE WS-CHANGES-SEEN-COUNT TO NLD-TOTAL-COUNT(2)
           MOVE "LETTERS" TO NLD-TOTAL-LABEL(3)
           MOVE WS-LETTERS-WRITTEN-COUNT TO NLD-TOTAL-COUNT(3)
           CALL "NAMELDG" USING NAMELDG-PARM
           MOVE NLD-STEP-RC TO RETURN-CODE.

       Open-Files.
           OPEN INPUT DELTA-IN-FILE
           IF WS-DELTAIN-STATUS NOT = "00"
