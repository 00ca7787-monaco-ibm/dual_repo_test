      *   Return codes: 8 = totals out of balance (history not        *
      *   updated), 6 = volume swing over tolerance (history          *
      *   updated - rerun is clean once the volume is explained),     *
      *   16 = setup/abend, 20 = refused by the run-control ledger    *
      *   (see NAMELDG). TOLERANCE-PCT= may be set on BALCTL; the     *
      *   default is 30.                                              *
      *                                                               *
      *****************************************************************
      /
           05  WS-RPT-LABEL                PIC X(40).
           05  WS-RPT-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(33)  VALUE SPACES.

       01  NAMELDG-PARM.
           COPY NAMELDGL REPLACING ==:PFX:== BY ==NLD==.
      /
       PROCEDURE DIVISION.
       Main.
           PERFORM Check-Run-Ledger
           PERFORM Read-Run-Options
           PERFORM Load-Calendar-Table
           PERFORM Open-Files
           PERFORM Write-Balance-Report
           PERFORM Close-Files
           PERFORM Set-Final-Return-Code
           PERFORM Record-Run-Complete
           GOBACK.

      *    Run-control ledger - stops a second run for a business
      *    date this step already completed, and a run whose
      *    prior business date never completed (see NAMELDG).
       Check-Run-Ledger.
           INITIALIZE NAMELDG-PARM
           MOVE "CHECK" TO NLD-FUNCTION
           MOVE "NAMEBAL" TO NLD-STEP-NAME
           CALL "NAMELDG" USING NAMELDG-PARM
           IF NLD-RESULT NOT = "00"
               DISPLAY "NAMEBAL STOPPED BY RUN LEDGER - "
                   NLD-RESULT-TEXT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The ledger call replaces RETURN-CODE, so the step's own
      *    code is passed in and put back afterwards.
       Record-Run-Complete.
           MOVE "COMPLETE" TO NLD-FUNCTION
           MOVE RETURN-CODE TO NLD-STEP-RC
           MOVE "READ" TO NLD-TOTAL-LABEL(1)
           MOVE CUR-READ-COUNT TO NLD-TOTAL-COUNT(1)
           MOVE "COMBINED" TO NLD-TOTAL-LABEL(2)
           MOVE CUR-COMBINED-COUNT TO NLD-TOTAL-COUNT(2)
           MOVE "REJECTED" TO NLD-TOTAL-LABEL(3)
           MOVE CUR-REJECTED-COUNT TO NLD-TOTAL-COUNT(3)
           MOVE "EXCEPTIONS" TO NLD-TOTAL-LABEL(4)
           MOVE CUR-EXCEPTION-COUNT TO NLD-TOTAL-COUNT(4)
           CALL "NAMELDG" USING NAMELDG-PARM
           MOVE NLD-STEP-RC TO RETURN-CODE.

       Read-Run-Options.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-BALCTL-STATUS NOT = "00" AND
