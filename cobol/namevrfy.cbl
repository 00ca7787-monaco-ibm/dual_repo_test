      *     - STATUS is A or D only                                   *
      *     - DISPLAY-NAME and SALUTATION-NAME recomputed through     *
      *       the NAMEFMT subprogram match what is stored             *
      *     - the name search key (phonetic key recomputed through    *
      *       the NAMEPHON subprogram, then the PERSON-ID) matches    *
      *       what is stored                                          *
      *     - the record count ties to the MSTTOT totals NAMEMAST     *
      *       wrote (MASTER-WRITTEN, and MASTER-WRITTEN itself        *
      *       ties to ADD + CHANGE + DELETE + UNCHANGED + HELD)       *
      *                                                               *
      *   When MSTTOT shows a DELTA apply there is no sequential      *
      *   generation - the apply rewrote the persons it touched on    *
      *   the keyed master in place - so VERMAST is not read.         *
      *   Instead every person on the night's delta (DELTAIN) is      *
      *   read back from the keyed master (MASTVSAM) and proves:      *
      *                                                               *
      *     - the person is on the keyed master                       *
      *     - a person ADDed tonight is status A, one DELETEd is      *
      *       status D                                                *
      *     - the EFFECTIVE-DATE, STATUS, NAMEFMT and NAMEPHON        *
      *       checks above                                            *
      *     - the delta record count ties to MSTTOT DELTA-WRITTEN,    *
      *       and MASTER-WRITTEN ties to ADD + CHANGE + DELETE        *
      *                                                               *
      *   Every discrepancy is listed on VFYRPT with the offending    *
      *   PERSON-ID. Return codes: 0 = generation is sound,           *
      *   8 = discrepancies found - the job must not promote or       *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERMAST-STATUS.

           SELECT DELTA-FILE ASSIGN TO "DELTAIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTAIN-STATUS.

           SELECT KEYED-MASTER-FILE ASSIGN TO "MASTVSAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KMS-PERSON-ID
               FILE STATUS IS WS-MASTVSAM-STATUS.

           SELECT MASTER-TOTALS-FILE ASSIGN TO "MSTTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTTOT-STATUS.
       FILE SECTION.
       FD  MASTER-FILE
           RECORDING MODE IS F.
       01  MASTER-RECORD                   PIC X(288).

      *    Same layout as NAMEMAST's DELTAOUT record - only the
      *    action and the PERSON-ID at the head of the image are
      *    needed here.
       FD  DELTA-FILE
           RECORDING MODE IS F.
       01  DELTA-RECORD.
           05  DLI-ACTION                  PIC X(8).
               88  DLI-ACTION-ADD                     VALUE "ADD".
               88  DLI-ACTION-DELETE                  VALUE "DELETE".
           05  DLI-PERSON-ID               PIC X(10).
           05  FILLER                      PIC X(262).

       FD  KEYED-MASTER-FILE.
       01  KEYED-MASTER-RECORD.
           05  KMS-PERSON-ID               PIC X(10).
           05  FILLER                      PIC X(278).

       FD  MASTER-TOTALS-FILE
           RECORDING MODE IS F.

       01  WS-SWITCHES.
           05  WS-VERMAST-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-DELTAIN-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-MASTVSAM-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-MSTTOT-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-VFYRPT-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-VERMAST-EOF-SW           PIC X(1)  VALUE "N".
               88  END-OF-MASTER                      VALUE "Y".
           05  WS-DELTAIN-EOF-SW           PIC X(1)  VALUE "N".
               88  END-OF-DELTA                       VALUE "Y".
           05  WS-MSTTOT-EOF-SW            PIC X(1)  VALUE "N".
               88  END-OF-TOTALS                      VALUE "Y".
           05  WS-TOTALS-FOUND-SW          PIC X(1)  VALUE "N".
           05  WS-PREV-KEY                 PIC X(10)
                                                VALUE LOW-VALUES.
           05  WS-EXPECTED-COUNT           PIC 9(9)  VALUE 0.
           05  WS-HELD-PERSON-ID           PIC X(10) VALUE SPACES.
           05  WS-HELD-ACTION              PIC X(8)  VALUE SPACES.
               88  HELD-ACTION-ADD                    VALUE "ADD".
               88  HELD-ACTION-DELETE                 VALUE "DELETE".

      *    The master record being verified - read INTO here from
      *    VERMAST on a FULL apply, from MASTVSAM on a DELTA apply.
       01  WS-MASTER-RECORD.
           COPY COMBREC REPLACING ==:PFX:== BY ==VMS==.
           05  VMS-STATUS                  PIC X(1).
           05  VMS-ADD-DATE                PIC 9(8).
           05  VMS-ADD-TIME                PIC 9(6).
           05  VMS-LAST-CHANGE-DATE        PIC 9(8).
           05  VMS-LAST-CHANGE-TIME        PIC 9(6).
           05  FILLER                      PIC X(1).
           05  VMS-NAME-SEARCH-KEY.
               10  VMS-PHONETIC-KEY        PIC X(8).
               10  VMS-SEARCH-PERSON-ID    PIC X(10).

      *    Working copy of the apply totals, taken before the file
      *    is closed - the FD record area is undefined after AT END

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ-COUNT       PIC 9(9)  VALUE 0.
           05  WS-DELTA-READ-COUNT         PIC 9(9)  VALUE 0.
           05  WS-DISCREPANCY-COUNT        PIC 9(9)  VALUE 0.

       01  NAMEFMT-PARM.
           COPY NAMEFMTL REPLACING ==:PFX:== BY ==NFM==.

       01  NAMEPHON-PARM.
           COPY NAMEPHNL REPLACING ==:PFX:== BY ==NPH==.

       01  WS-DISCREPANCY-LINE.
           05  FILLER                      PIC X(7)   VALUE "PERSON ".
           05  WS-DSC-PERSON-ID            PIC X(10).
           05  WS-RPT-LABEL                PIC X(40).
           05  WS-RPT-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(33)  VALUE SPACES.

       01  NAMELDG-PARM.
           COPY NAMELDGL REPLACING ==:PFX:== BY ==NLD==.
      /
       PROCEDURE DIVISION.
       Main.
           PERFORM Check-Run-Ledger
           PERFORM Read-Master-Totals
           PERFORM Open-Files
           MOVE "NAMEVRFY MASTER VERIFICATION REPORT"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF TOT-DELTA-APPLY
               MOVE "DELTA APPLY - KEYED MASTER VERIFIED FROM DELTA"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM Verify-Keyed-Master
               PERFORM Verify-Delta-Counts
           ELSE
               PERFORM Verify-Generation
               PERFORM Verify-Record-Counts
           END-IF
           PERFORM Write-Report-Totals
           PERFORM Close-Files
           IF WS-DISCREPANCY-COUNT > 0
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM Record-Run-Complete
           GOBACK.

      *    Run-control ledger - stops a second run for a business
      *    date this step already completed, and a run whose
      *    prior business date never completed (see NAMELDG).
       Check-Run-Ledger.
           INITIALIZE NAMELDG-PARM
           MOVE "CHECK" TO NLD-FUNCTION
           MOVE "NAMEVRFY" TO NLD-STEP-NAME
           CALL "NAMELDG" USING NAMELDG-PARM
           IF NLD-RESULT NOT = "00"
               DISPLAY "NAMEVRFY STOPPED BY RUN LEDGER - "
                   NLD-RESULT-TEXT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The ledger call replaces RETURN-CODE, so the step's own
      *    code is passed in and put back afterwards.
       Record-Run-Complete.
           MOVE "COMPLETE" TO NLD-FUNCTION
           MOVE RETURN-CODE TO NLD-STEP-RC
           MOVE "RECORDS READ" TO NLD-TOTAL-LABEL(1)
           MOVE WS-RECORDS-READ-COUNT TO NLD-TOTAL-COUNT(1)
           MOVE "DISCREPANCY" TO NLD-TOTAL-LABEL(2)
           MOVE WS-DISCREPANCY-COUNT TO NLD-TOTAL-COUNT(2)
           CALL "NAMELDG" USING NAMELDG-PARM
           MOVE NLD-STEP-RC TO RETURN-CODE.

      *    The totals are read first - the apply mode they carry
      *    decides which of the master files is opened.
       Open-Files.
           IF TOT-DELTA-APPLY
               OPEN INPUT DELTA-FILE
               IF WS-DELTAIN-STATUS NOT = "00"
                   DISPLAY "NAMEVRFY ABEND - DELTAIN OPEN FAILED, "
                       "STATUS=" WS-DELTAIN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT KEYED-MASTER-FILE
               IF WS-MASTVSAM-STATUS NOT = "00"
                   DISPLAY "NAMEVRFY ABEND - MASTVSAM OPEN FAILED, "
                       "STATUS=" WS-MASTVSAM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               OPEN INPUT MASTER-FILE
               IF WS-VERMAST-STATUS NOT = "00"
                   DISPLAY "NAMEVRFY ABEND - VERMAST OPEN FAILED, "
                       "STATUS=" WS-VERMAST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-VFYRPT-STATUS NOT = "00"
           END-IF.

       Read-Master-Totals.
           OPEN INPUT MASTER-TOTALS-FILE
           IF WS-MSTTOT-STATUS NOT = "00"
               DISPLAY "NAMEVRFY ABEND - MSTTOT OPEN FAILED, STATUS="
                   WS-MSTTOT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-TOTALS
               READ MASTER-TOTALS-FILE
                   AT END
               STOP RUN
           END-IF.

       Verify-Generation.
           PERFORM UNTIL END-OF-MASTER
               READ MASTER-FILE INTO WS-MASTER-RECORD
                   AT END
                       SET END-OF-MASTER TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ-COUNT
                       PERFORM Verify-Master-Record
               END-READ
           END-PERFORM.

      *    A person can appear more than once on the delta (a
      *    steward override folded in after the source change), so
      *    the person is held until the PERSON-ID changes and read
      *    back once, judged against the last action the apply
      *    wrote for them.
       Verify-Keyed-Master.
           PERFORM UNTIL END-OF-DELTA
               READ DELTA-FILE
                   AT END
                       SET END-OF-DELTA TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DELTA-READ-COUNT
                       IF DLI-PERSON-ID NOT = WS-HELD-PERSON-ID
                               AND WS-HELD-PERSON-ID NOT = SPACES
                           PERFORM Verify-Keyed-Person
                       END-IF
                       MOVE DLI-PERSON-ID TO WS-HELD-PERSON-ID
                       MOVE DLI-ACTION TO WS-HELD-ACTION
               END-READ
           END-PERFORM
           IF WS-HELD-PERSON-ID NOT = SPACES
               PERFORM Verify-Keyed-Person
           END-IF.

       Verify-Keyed-Person.
           MOVE WS-HELD-PERSON-ID TO KMS-PERSON-ID
           READ KEYED-MASTER-FILE INTO WS-MASTER-RECORD
               INVALID KEY
                   MOVE WS-HELD-PERSON-ID TO WS-DSC-PERSON-ID
                   MOVE "PERSON ON DELTA NOT ON KEYED MASTER"
                       TO WS-DSC-REASON
                   WRITE REPORT-RECORD FROM WS-DISCREPANCY-LINE
                   ADD 1 TO WS-DISCREPANCY-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-READ-COUNT
                   IF HELD-ACTION-ADD AND VMS-STATUS NOT = "A"
                       MOVE "ADDED PERSON NOT STATUS A"
                           TO WS-DSC-REASON
                       PERFORM Write-Discrepancy
                   END-IF
                   IF HELD-ACTION-DELETE AND VMS-STATUS NOT = "D"
                       MOVE "DELETED PERSON NOT STATUS D"
                           TO WS-DSC-REASON
                       PERFORM Write-Discrepancy
                   END-IF
                   PERFORM Verify-Record-Fields
           END-READ.

       Verify-Master-Record.
           IF VMS-PERSON-ID = WS-PREV-KEY
               MOVE "DUPLICATE PERSON-ID ON MASTER"
               END-IF
           END-IF
           MOVE VMS-PERSON-ID TO WS-PREV-KEY
           PERFORM Verify-Record-Fields.

       Verify-Record-Fields.
           IF VMS-EFFECTIVE-DATE IS NOT NUMERIC
               MOVE "EFFECTIVE-DATE NOT NUMERIC"
                   TO WS-DSC-REASON
           END-IF
           PERFORM Verify-Derived-Names.

      *    The stored presentation fields and phonetic key must be
      *    exactly what NAMEFMT and NAMEPHON derive from the stored
      *    name parts - a mismatch means the record was corrupted
      *    after the apply or was written by something other than
      *    the production path.
       Verify-Derived-Names.
           MOVE VMS-FIRSTNAME TO NFM-IN-FIRSTNAME
           MOVE VMS-MIDDLENAME TO NFM-IN-MIDDLENAME
               MOVE "SALUTATION-NAME DOES NOT RECOMPUTE"
                   TO WS-DSC-REASON
               PERFORM Write-Discrepancy
           END-IF
           MOVE VMS-LASTNAME TO NPH-IN-LASTNAME
           MOVE VMS-FIRSTNAME TO NPH-IN-FIRSTNAME
           CALL "NAMEPHON" USING NAMEPHON-PARM
           IF NPH-OUT-PHONETIC-KEY NOT = VMS-PHONETIC-KEY
                   OR VMS-SEARCH-PERSON-ID NOT = VMS-PERSON-ID
               MOVE "NAME SEARCH KEY DOES NOT RECOMPUTE"
                   TO WS-DSC-REASON
               PERFORM Write-Discrepancy
           END-IF.

      *    Two tie-outs: the generation must hold exactly the
               ADD 1 TO WS-DISCREPANCY-COUNT
           END-IF.

      *    A DELTA apply writes only the persons it touched, so
      *    the delta itself must hold every record the apply says
      *    it wrote there, and MASTER-WRITTEN counts only the
      *    classifications that rewrite a keyed record - UNCHANGED
      *    and HELD persons are left as they were.
       Verify-Delta-Counts.
           IF WS-DELTA-READ-COUNT NOT = TOT-DELTA-WRITTEN-COUNT
               MOVE SPACES TO WS-DSC-PERSON-ID
               MOVE "DELTA RECORD COUNT DOES NOT MATCH MSTTOT"
                   TO WS-DSC-REASON
               WRITE REPORT-RECORD FROM WS-DISCREPANCY-LINE
               ADD 1 TO WS-DISCREPANCY-COUNT
           END-IF
           COMPUTE WS-EXPECTED-COUNT = TOT-ADD-COUNT
               + TOT-CHANGE-COUNT + TOT-DELETE-COUNT
           IF TOT-MASTER-WRITTEN-COUNT NOT = WS-EXPECTED-COUNT
               MOVE SPACES TO WS-DSC-PERSON-ID
               MOVE "MSTTOT TOTALS DO NOT TIE OUT"
                   TO WS-DSC-REASON
               WRITE REPORT-RECORD FROM WS-DISCREPANCY-LINE
               ADD 1 TO WS-DISCREPANCY-COUNT
           END-IF.

       Write-Discrepancy.
           MOVE VMS-PERSON-ID TO WS-DSC-PERSON-ID
           WRITE REPORT-RECORD FROM WS-DISCREPANCY-LINE
           ADD 1 TO WS-DISCREPANCY-COUNT.

       Write-Report-Totals.
           IF TOT-DELTA-APPLY
               MOVE "DELTA RECORDS READ" TO WS-RPT-LABEL
               MOVE WS-DELTA-READ-COUNT TO WS-RPT-COUNT
               WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE

               MOVE "DELTA RECORDS PER MSTTOT" TO WS-RPT-LABEL
               MOVE TOT-DELTA-WRITTEN-COUNT TO WS-RPT-COUNT
               WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE

               MOVE "KEYED MASTER PERSONS READ" TO WS-RPT-LABEL
               MOVE WS-RECORDS-READ-COUNT TO WS-RPT-COUNT
               WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE
           ELSE
               MOVE "MASTER RECORDS READ" TO WS-RPT-LABEL
               MOVE WS-RECORDS-READ-COUNT TO WS-RPT-COUNT
               WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE

               MOVE "MASTER RECORDS PER MSTTOT" TO WS-RPT-LABEL
               MOVE TOT-MASTER-WRITTEN-COUNT TO WS-RPT-COUNT
               WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE
           END-IF

           MOVE "DISCREPANCIES FOUND" TO WS-RPT-LABEL
           MOVE WS-DISCREPANCY-COUNT TO WS-RPT-COUNT
           END-IF.

       Close-Files.
           IF TOT-DELTA-APPLY
               CLOSE DELTA-FILE
               CLOSE KEYED-MASTER-FILE
           ELSE
               CLOSE MASTER-FILE
           END-IF
           CLOSE REPORT-FILE.

       END PROGRAM NAMEVRFY.
