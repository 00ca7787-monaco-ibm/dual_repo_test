       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMECONS.
      *****************************************************************
      *                                                               *
      *   Consolidation of a partitioned night. The combine and the   *
      *   master apply can run as several concurrent partitions       *
      *   (DUALPART job), each owning the PERSON ID range on its      *
      *   PARTITION cards and writing its own CTLTOT, MSTTOT, delta   *
      *   and (FULL apply) master slice. This step joins them into    *
      *   the one set of outputs the rest of the night reads, and     *
      *   proves the partitions add up to one whole run:              *
      *                                                               *
      *     - every partition has exactly one CTLTOT and one MSTTOT   *
      *       record (a restarted step's later record wins), with     *
      *       the same PERSON ID range stamped on both, every         *
      *       record is for the same business date and every MSTTOT   *
      *       carries the apply mode given on CONSCTL                 *
      *     - the ranges, taken in order, start at 0000000000, end    *
      *       at 9999999999 and each starts one after the last one    *
      *       ends - no PERSON ID in no partition, none in two        *
      *     - the partition deltas (CTLTOT order of the DD            *
      *       concatenation) ascend by PERSON ID, every record lies   *
      *       in a partition's range and each partition's count ties  *
      *       to its MSTTOT DELTA-WRITTEN; the master slices the      *
      *       same against MASTER-WRITTEN, strictly ascending         *
      *                                                               *
      *   Outputs: CTLTOT and MSTTOT carry the sum of the partition   *
      *   totals, stamped partition 00 over the full range, for       *
      *   NAMEBAL and NAMEVRFY; DELTAOUT is the night's single        *
      *   NAMEDELTA generation for NAMEDIST and NAMELTR; NEWMAST is   *
      *   the new NAMEMAST generation (FULL apply only -              *
      *   APPLY-MODE=DELTA on CONSCTL skips the master, as the        *
      *   partitions updated the keyed master in place).              *
      *                                                               *
      *   Run-control ledger: the partitions ledger on their own      *
      *   partition ledgers, so this step records the night's         *
      *   DUALREPO and NAMEMAST on the main ledger - DUALREPO opens   *
      *   the business date the partitions ran for - with the         *
      *   summed totals. The later steps, NAMESTAT and the next       *
      *   night's prior-date check see one night as they would for    *
      *   a single-stream run, and a second consolidation of the      *
      *   same night is refused.                                      *
      *                                                               *
      *   Every discrepancy is listed on CONSRPT. Return codes:       *
      *   0 = the partitions consolidate cleanly, 8 = discrepancies   *
      *   found - nothing this step wrote may be used, 16 =           *
      *   setup/abend, 20 = refused by the run-control ledger.        *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTITION-CTLTOT-FILE ASSIGN TO "CTLTOTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLTOTIN-STATUS.

           SELECT PARTITION-MSTTOT-FILE ASSIGN TO "MSTTOTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTTOTIN-STATUS.

           SELECT PARTITION-DELTA-FILE ASSIGN TO "DELTAIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTAIN-STATUS.

           SELECT PARTITION-MASTER-FILE ASSIGN TO "MASTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTIN-STATUS.

           SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLTOT-STATUS.

           SELECT MASTER-TOTALS-FILE ASSIGN TO "MSTTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTTOT-STATUS.

           SELECT DELTA-FILE ASSIGN TO "DELTAOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTAOUT-STATUS.

           SELECT NEW-MASTER-FILE ASSIGN TO "NEWMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWMAST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CONSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSRPT-STATUS.

           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "CONSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSCTL-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-CTLTOT-FILE
           RECORDING MODE IS F.
       01  PARTITION-CTLTOT-RECORD         PIC X(279).

       FD  PARTITION-MSTTOT-FILE
           RECORDING MODE IS F.
       01  PARTITION-MSTTOT-RECORD         PIC X(153).

       FD  PARTITION-DELTA-FILE
           RECORDING MODE IS F.
       01  PARTITION-DELTA-RECORD.
           05  DLI-ACTION                  PIC X(8).
           05  DLI-PERSON-ID               PIC X(10).
           05  FILLER                      PIC X(262).

       FD  PARTITION-MASTER-FILE
           RECORDING MODE IS F.
       01  PARTITION-MASTER-RECORD.
           05  MSI-PERSON-ID               PIC X(10).
           05  FILLER                      PIC X(278).

       FD  CONTROL-TOTALS-FILE
           RECORDING MODE IS F.
       01  CONTROL-TOTALS-RECORD.
           COPY CTLTOT REPLACING ==:PFX:== BY ==TOT==.

       FD  MASTER-TOTALS-FILE
           RECORDING MODE IS F.
       01  MASTER-TOTALS-RECORD.
           COPY MSTTOT REPLACING ==:PFX:== BY ==MTO==.

       FD  DELTA-FILE
           RECORDING MODE IS F.
       01  DELTA-RECORD                    PIC X(280).

       FD  NEW-MASTER-FILE
           RECORDING MODE IS F.
       01  NEW-MASTER-RECORD               PIC X(288).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(84).

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD             PIC X(80).
      /
       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-CTLTOTIN-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-MSTTOTIN-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-DELTAIN-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-MASTIN-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-CTLTOT-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-MSTTOT-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-DELTAOUT-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-NEWMAST-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-CONSRPT-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-CONSCTL-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-CTLTOTIN-EOF-SW          PIC X(1)  VALUE "N".
               88  END-OF-PARTITION-CTLTOT            VALUE "Y".
           05  WS-MSTTOTIN-EOF-SW          PIC X(1)  VALUE "N".
               88  END-OF-PARTITION-MSTTOT            VALUE "Y".
           05  WS-DELTAIN-EOF-SW           PIC X(1)  VALUE "N".
               88  END-OF-PARTITION-DELTA             VALUE "Y".
           05  WS-MASTIN-EOF-SW            PIC X(1)  VALUE "N".
               88  END-OF-PARTITION-MASTER            VALUE "Y".
           05  WS-CONSCTL-EOF-SW           PIC X(1)  VALUE "N".
               88  END-OF-CONTROL-CARDS               VALUE "Y".
           05  WS-APPLY-MODE-SW            PIC X(1)  VALUE "F".
               88  APPLY-MODE-FULL                    VALUE "F".
               88  APPLY-MODE-DELTA                   VALUE "D".
           05  WS-OWNER-FOUND-SW           PIC X(1)  VALUE "N".
               88  OWNER-FOUND                        VALUE "Y".

       01  WS-CONTROL-CARD-WORK.
           05  WS-CC-KEYWORD               PIC X(20) VALUE SPACES.
           05  WS-CC-VALUE                 PIC X(60) VALUE SPACES.

      *    One entry per partition number, holding the last CTLTOT
      *    and MSTTOT record read for it (a step rerun after a
      *    failure appends a second record to its MOD totals
      *    dataset - the later one is the completed run, the same
      *    rule NAMEBAL and NAMEVRFY apply) and the delta and master
      *    records this run found in its range.
       01  WS-PARTITION-TABLE.
           05  WS-PTN-ENTRY OCCURS 99 TIMES.
               10  WS-PTN-CTL-SW           PIC X(1).
                   88  PTN-HAS-CTLTOT                 VALUE "Y".
               10  WS-PTN-MST-SW           PIC X(1).
                   88  PTN-HAS-MSTTOT                 VALUE "Y".
               10  WS-PTN-LOW-ID           PIC X(10).
               10  WS-PTN-HIGH-ID          PIC X(10).
               10  WS-PTN-CTL-IMAGE        PIC X(279).
               10  WS-PTN-MST-IMAGE        PIC X(153).
               10  WS-PTN-DELTA-COUNT      PIC 9(9).
               10  WS-PTN-MASTER-COUNT     PIC 9(9).

      *    The partitions in ascending PERSON ID range order - the
      *    order the coverage proof walks and the order the delta
      *    and master records must arrive in.
       01  WS-RANGE-ORDER.
           05  WS-ORDER-COUNT              PIC 9(3)  VALUE 0.
           05  WS-ORDER-PTN OCCURS 99 TIMES
                                           PIC 9(2).

       01  WS-CONSOLIDATION-WORK.
           05  WS-PTN-I                    PIC 9(3)  VALUE 0.
           05  WS-ORD-I                    PIC 9(3)  VALUE 0.
           05  WS-ORD-J                    PIC 9(3)  VALUE 0.
           05  WS-ORD-SWAP                 PIC 9(2)  VALUE 0.
           05  WS-OWN-K                    PIC 9(3)  VALUE 0.
           05  WS-OWN-PTN                  PIC 9(2)  VALUE 0.
           05  WS-OWN-KEY                  PIC X(10) VALUE SPACES.
           05  WS-PREV-DELTA-KEY           PIC X(10)
                                                VALUE LOW-VALUES.
           05  WS-PREV-MASTER-KEY          PIC X(10)
                                                VALUE LOW-VALUES.
           05  WS-BUSINESS-DATE            PIC 9(8)  VALUE 0.
           05  WS-RANGE-LOW-NUM            PIC 9(10) VALUE 0.
           05  WS-RANGE-HIGH-NUM           PIC 9(10) VALUE 0.
           05  WS-EXPECTED-LOW-NUM         PIC 9(11) VALUE 0.
           05  WS-FULL-RANGE-END           PIC 9(11)
                                                VALUE 10000000000.

      *    Work copies of one partition's totals records.
       01  WS-PART-CTLTOT.
           COPY CTLTOT REPLACING ==:PFX:== BY ==PCW==.

       01  WS-PART-MSTTOT.
           COPY MSTTOT REPLACING ==:PFX:== BY ==PMW==.

       01  WS-CONTROL-TOTALS.
           05  WS-CTLTOT-READ-COUNT        PIC 9(9)  VALUE 0.
           05  WS-MSTTOT-READ-COUNT        PIC 9(9)  VALUE 0.
           05  WS-PARTITION-COUNT          PIC 9(9)  VALUE 0.
           05  WS-DELTA-READ-COUNT         PIC 9(9)  VALUE 0.
           05  WS-MASTER-READ-COUNT        PIC 9(9)  VALUE 0.
           05  WS-DISCREPANCY-COUNT        PIC 9(9)  VALUE 0.

       01  WS-PARTITION-LINE.
           05  FILLER                      PIC X(10)  VALUE
               "PARTITION ".
           05  WS-PTL-PART-ID              PIC 9(2).
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-PTL-LOW-ID               PIC X(10).
           05  FILLER                      PIC X(1)   VALUE "-".
           05  WS-PTL-HIGH-ID              PIC X(10).
           05  FILLER                      PIC X(6)   VALUE " READ ".
           05  WS-PTL-READ                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(7)   VALUE " DELTA ".
           05  WS-PTL-DELTA                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(14)  VALUE SPACES.

       01  WS-DISCREPANCY-LINE.
           05  FILLER                      PIC X(10)  VALUE
               "PARTITION ".
           05  WS-DSC-PART-ID              PIC X(2).
           05  FILLER                      PIC X(1)   VALUE SPACE.
           05  WS-DSC-PERSON-ID            PIC X(10).
           05  FILLER                      PIC X(1)   VALUE SPACE.
           05  WS-DSC-REASON               PIC X(50).
           05  FILLER                      PIC X(10)  VALUE SPACES.

       01  WS-COVERAGE-LINE.
           05  WS-CVL-TAG                  PIC X(17).
           05  FILLER                      PIC X(11)  VALUE
               "PERSON IDS ".
           05  WS-CVL-LOW                  PIC 9(10).
           05  FILLER                      PIC X(4)   VALUE " TO ".
           05  WS-CVL-HIGH                 PIC 9(10).
           05  FILLER                      PIC X(32)  VALUE SPACES.

       01  WS-CONTROL-REPORT-LINE.
           05  WS-RPT-LABEL                PIC X(40).
           05  WS-RPT-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(33)  VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           05  WS-RUN-DATE                 PIC 9(8).
           05  WS-RUN-TIME                 PIC 9(6).
           05  FILLER                      PIC X(7).

      *    One ledger area per step recorded - the combine's and
      *    the master apply's.
       01  NAMELDG-PARM.
           COPY NAMELDGL REPLACING ==:PFX:== BY ==NLD==.

       01  NAMELDG-MAST-PARM.
           COPY NAMELDGL REPLACING ==:PFX:== BY ==NLM==.
      /
       PROCEDURE DIVISION.
       Main.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM Read-Run-Options
           PERFORM Find-Business-Date
           PERFORM Check-Run-Ledger
           PERFORM Open-Files
           MOVE "NAMECONS PARTITION CONSOLIDATION REPORT"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM Load-Partition-Control-Totals
           PERFORM Load-Partition-Master-Totals
           PERFORM Prove-Partition-Totals
           PERFORM Prove-Partition-Coverage
           PERFORM Copy-Partition-Deltas
           IF APPLY-MODE-FULL
               PERFORM Copy-Partition-Masters
           END-IF
           PERFORM Prove-Partition-Counts
           PERFORM Write-Run-Totals
           PERFORM Write-Report-Totals
           PERFORM Close-Files
           IF WS-DISCREPANCY-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM Record-Run-Complete
           GOBACK.

      *    Run-control ledger - the night's DUALREPO, opening the
      *    business date the partitions stamped on their totals,
      *    then its NAMEMAST for that same date (see NAMELDG).
       Check-Run-Ledger.
           INITIALIZE NAMELDG-PARM
           MOVE "CHECK" TO NLD-FUNCTION
           MOVE "DUALREPO" TO NLD-STEP-NAME
           MOVE "Y" TO NLD-OPENS-DATE-SW
           MOVE WS-BUSINESS-DATE TO NLD-BUSINESS-DATE
           MOVE "NAMECONS" TO NLD-RUN-BY
           CALL "NAMELDG" USING NAMELDG-PARM
           IF NLD-RESULT NOT = "00"
               DISPLAY "NAMECONS STOPPED BY RUN LEDGER - "
                   NLD-RESULT-TEXT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE NAMELDG-MAST-PARM
           MOVE "CHECK" TO NLM-FUNCTION
           MOVE "NAMEMAST" TO NLM-STEP-NAME
           MOVE WS-BUSINESS-DATE TO NLM-BUSINESS-DATE
           MOVE "NAMECONS" TO NLM-RUN-BY
           CALL "NAMELDG" USING NAMELDG-MAST-PARM
           IF NLM-RESULT NOT = "00"
               DISPLAY "NAMECONS STOPPED BY RUN LEDGER - "
                   NLM-RESULT-TEXT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The ledger call replaces RETURN-CODE, so the step's own
      *    code is passed in and put back afterwards. Both steps
      *    carry the totals their own single-stream runs record.
       Record-Run-Complete.
           MOVE "COMPLETE" TO NLD-FUNCTION
           MOVE RETURN-CODE TO NLD-STEP-RC
           MOVE "READ" TO NLD-TOTAL-LABEL(1)
           MOVE TOT-READ-COUNT TO NLD-TOTAL-COUNT(1)
           MOVE "COMBINED" TO NLD-TOTAL-LABEL(2)
           MOVE TOT-COMBINED-COUNT TO NLD-TOTAL-COUNT(2)
           MOVE "REJECTED" TO NLD-TOTAL-LABEL(3)
           MOVE TOT-REJECTED-COUNT TO NLD-TOTAL-COUNT(3)
           MOVE "SUSPENDED" TO NLD-TOTAL-LABEL(4)
           MOVE TOT-SUSP-OUT-COUNT TO NLD-TOTAL-COUNT(4)
           MOVE "PENDED" TO NLD-TOTAL-LABEL(5)
           MOVE TOT-PENDED-COUNT TO NLD-TOTAL-COUNT(5)
           CALL "NAMELDG" USING NAMELDG-PARM
           MOVE "COMPLETE" TO NLM-FUNCTION
           MOVE NLD-STEP-RC TO NLM-STEP-RC
           MOVE "TRANS READ" TO NLM-TOTAL-LABEL(1)
           MOVE MTO-TRANS-READ-COUNT TO NLM-TOTAL-COUNT(1)
           MOVE "ADDS" TO NLM-TOTAL-LABEL(2)
           MOVE MTO-ADD-COUNT TO NLM-TOTAL-COUNT(2)
           MOVE "CHANGES" TO NLM-TOTAL-LABEL(3)
           MOVE MTO-CHANGE-COUNT TO NLM-TOTAL-COUNT(3)
           MOVE "DELETES" TO NLM-TOTAL-LABEL(4)
           MOVE MTO-DELETE-COUNT TO NLM-TOTAL-COUNT(4)
           MOVE "MASTER OUT" TO NLM-TOTAL-LABEL(5)
           MOVE MTO-MASTER-WRITTEN-COUNT TO NLM-TOTAL-COUNT(5)
           CALL "NAMELDG" USING NAMELDG-MAST-PARM
           MOVE NLM-STEP-RC TO RETURN-CODE.

       Read-Run-Options.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CONSCTL-STATUS NOT = "00" AND
                   WS-CONSCTL-STATUS NOT = "05"
               DISPLAY "NAMECONS ABEND - CONSCTL OPEN FAILED, STATUS="
                   WS-CONSCTL-STATUS
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

      *    APPLY-MODE= is the mode the partitions' NAMEMAST steps
      *    ran in - FULL (the default) joins their master slices
      *    into the new generation, DELTA has none to join.
       Apply-Control-Card.
           MOVE SPACES TO WS-CC-KEYWORD
           MOVE SPACES TO WS-CC-VALUE
           UNSTRING CONTROL-CARD-RECORD DELIMITED BY "="
               INTO WS-CC-KEYWORD WS-CC-VALUE
           END-UNSTRING
           IF WS-CC-KEYWORD NOT = "APPLY-MODE"
               PERFORM Abend-Bad-Card
           END-IF
           EVALUATE WS-CC-VALUE(1:6)
               WHEN "FULL  "
                   SET APPLY-MODE-FULL TO TRUE
               WHEN "DELTA "
                   SET APPLY-MODE-DELTA TO TRUE
               WHEN OTHER
                   PERFORM Abend-Bad-Card
           END-EVALUATE.

       Abend-Bad-Card.
           DISPLAY "NAMECONS ABEND - BAD CONTROL CARD: "
               CONTROL-CARD-RECORD
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       Open-Files.
           OPEN INPUT PARTITION-CTLTOT-FILE
           IF WS-CTLTOTIN-STATUS NOT = "00"
               DISPLAY "NAMECONS ABEND - CTLTOTIN OPEN FAILED, STATUS="
                   WS-CTLTOTIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PARTITION-MSTTOT-FILE
           IF WS-MSTTOTIN-STATUS NOT = "00"
               DISPLAY "NAMECONS ABEND - MSTTOTIN OPEN FAILED, STATUS="
                   WS-MSTTOTIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PARTITION-DELTA-FILE
           IF WS-DELTAIN-STATUS NOT = "00"
               DISPLAY "NAMECONS ABEND - DELTAIN OPEN FAILED, STATUS="
                   WS-DELTAIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DELTA-FILE
           IF WS-DELTAOUT-STATUS NOT = "00"
               DISPLAY "NAMECONS ABEND - DELTAOUT OPEN FAILED, STATUS="
                   WS-DELTAOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF APPLY-MODE-FULL
               OPEN INPUT PARTITION-MASTER-FILE
               IF WS-MASTIN-STATUS NOT = "00"
                   DISPLAY "NAMECONS ABEND - MASTIN OPEN FAILED, "
                       "STATUS=" WS-MASTIN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT NEW-MASTER-FILE
               IF WS-NEWMAST-STATUS NOT = "00"
                   DISPLAY "NAMECONS ABEND - NEWMAST OPEN FAILED, "
                       "STATUS=" WS-NEWMAST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT CONTROL-TOTALS-FILE
           IF WS-CTLTOT-STATUS NOT = "00"
               DISPLAY "NAMECONS ABEND - CTLTOT OPEN FAILED, STATUS="
                   WS-CTLTOT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MASTER-TOTALS-FILE
           IF WS-MSTTOT-STATUS NOT = "00"
               DISPLAY "NAMECONS ABEND - MSTTOT OPEN FAILED, STATUS="
                   WS-MSTTOT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-CONSRPT-STATUS NOT = "00"
               DISPLAY "NAMECONS ABEND - CONSRPT OPEN FAILED, STATUS="
                   WS-CONSRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-PTN-I FROM 1 BY 1 UNTIL WS-PTN-I > 99
               MOVE "N" TO WS-PTN-CTL-SW(WS-PTN-I)
               MOVE "N" TO WS-PTN-MST-SW(WS-PTN-I)
               MOVE SPACES TO WS-PTN-LOW-ID(WS-PTN-I)
               MOVE SPACES TO WS-PTN-HIGH-ID(WS-PTN-I)
               MOVE 0 TO WS-PTN-DELTA-COUNT(WS-PTN-I)
               MOVE 0 TO WS-PTN-MASTER-COUNT(WS-PTN-I)
           END-PERFORM.

      *    The partitions stamp the business date they ran for on
      *    their totals. It is taken from the first CTLTOT record
      *    ahead of the ledger check; a record for any other date is
      *    a discrepancy when the totals are loaded.
       Find-Business-Date.
           OPEN INPUT PARTITION-CTLTOT-FILE
           IF WS-CTLTOTIN-STATUS NOT = "00"
               DISPLAY "NAMECONS ABEND - CTLTOTIN OPEN FAILED, STATUS="
                   WS-CTLTOTIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARTITION-CTLTOT-FILE INTO WS-PART-CTLTOT
               AT END
                   MOVE 0 TO PCW-BUSINESS-DATE
           END-READ
           CLOSE PARTITION-CTLTOT-FILE
           IF PCW-BUSINESS-DATE IS NOT NUMERIC OR
                   PCW-BUSINESS-DATE = 0
               DISPLAY "NAMECONS ABEND - NO PARTITION CTLTOT RECORD - "
                   "DID EVERY PARTITION COMPLETE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PCW-BUSINESS-DATE TO WS-BUSINESS-DATE.

       Load-Partition-Control-Totals.
           PERFORM UNTIL END-OF-PARTITION-CTLTOT
               READ PARTITION-CTLTOT-FILE
                   AT END
                       SET END-OF-PARTITION-CTLTOT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTLTOT-READ-COUNT
                       MOVE PARTITION-CTLTOT-RECORD TO WS-PART-CTLTOT
                       PERFORM Take-Partition-Control-Totals
               END-READ
           END-PERFORM
           CLOSE PARTITION-CTLTOT-FILE.

       Take-Partition-Control-Totals.
           IF PCW-PARTITION-ID IS NOT NUMERIC OR
                   PCW-PARTITION-ID = 0
               MOVE "--" TO WS-DSC-PART-ID
               MOVE SPACES TO WS-DSC-PERSON-ID
               MOVE "CTLTOT RECORD IS NOT A PARTITION'S TOTALS"
                   TO WS-DSC-REASON
               PERFORM Write-Discrepancy
           ELSE
               MOVE PCW-PARTITION-ID TO WS-PTN-I
               SET PTN-HAS-CTLTOT(WS-PTN-I) TO TRUE
               MOVE WS-PART-CTLTOT TO WS-PTN-CTL-IMAGE(WS-PTN-I)
               MOVE PCW-PART-LOW-ID TO WS-PTN-LOW-ID(WS-PTN-I)
               MOVE PCW-PART-HIGH-ID TO WS-PTN-HIGH-ID(WS-PTN-I)
               IF PCW-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                   MOVE PCW-PARTITION-ID TO WS-DSC-PART-ID
                   MOVE SPACES TO WS-DSC-PERSON-ID
                   MOVE "CTLTOT IS FOR ANOTHER BUSINESS DATE"
                       TO WS-DSC-REASON
                   PERFORM Write-Discrepancy
               END-IF
           END-IF.

       Load-Partition-Master-Totals.
           PERFORM UNTIL END-OF-PARTITION-MSTTOT
               READ PARTITION-MSTTOT-FILE
                   AT END
                       SET END-OF-PARTITION-MSTTOT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MSTTOT-READ-COUNT
                       MOVE PARTITION-MSTTOT-RECORD TO WS-PART-MSTTOT
                       PERFORM Take-Partition-Master-Totals
               END-READ
           END-PERFORM
           CLOSE PARTITION-MSTTOT-FILE.

       Take-Partition-Master-Totals.
           IF PMW-PARTITION-ID IS NOT NUMERIC OR
                   PMW-PARTITION-ID = 0
               MOVE "--" TO WS-DSC-PART-ID
               MOVE SPACES TO WS-DSC-PERSON-ID
               MOVE "MSTTOT RECORD IS NOT A PARTITION'S TOTALS"
                   TO WS-DSC-REASON
               PERFORM Write-Discrepancy
           ELSE
               MOVE PMW-PARTITION-ID TO WS-PTN-I
               SET PTN-HAS-MSTTOT(WS-PTN-I) TO TRUE
               MOVE WS-PART-MSTTOT TO WS-PTN-MST-IMAGE(WS-PTN-I)
               IF PMW-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                   MOVE PMW-PARTITION-ID TO WS-DSC-PART-ID
                   MOVE SPACES TO WS-DSC-PERSON-ID
                   MOVE "MSTTOT IS FOR ANOTHER BUSINESS DATE"
                       TO WS-DSC-REASON
                   PERFORM Write-Discrepancy
               END-IF
           END-IF.

      *    Each partition needs both totals records, for the same
      *    range, and the range must be two ten-digit PERSON IDS
      *    low to high. The partitions with a usable range go into
      *    the range order for the coverage proof.
       Prove-Partition-Totals.
           MOVE 0 TO WS-ORDER-COUNT
           PERFORM VARYING WS-PTN-I FROM 1 BY 1 UNTIL WS-PTN-I > 99
               IF PTN-HAS-CTLTOT(WS-PTN-I) OR PTN-HAS-MSTTOT(WS-PTN-I)
                   PERFORM Prove-One-Partition
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
                   UNTIL WS-ORD-I >= WS-ORDER-COUNT
               PERFORM VARYING WS-ORD-J FROM WS-ORD-I BY 1
                       UNTIL WS-ORD-J > WS-ORDER-COUNT
                   IF WS-PTN-LOW-ID(WS-ORDER-PTN(WS-ORD-J)) <
                           WS-PTN-LOW-ID(WS-ORDER-PTN(WS-ORD-I))
                       MOVE WS-ORDER-PTN(WS-ORD-I) TO WS-ORD-SWAP
                       MOVE WS-ORDER-PTN(WS-ORD-J)
                           TO WS-ORDER-PTN(WS-ORD-I)
                       MOVE WS-ORD-SWAP TO WS-ORDER-PTN(WS-ORD-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

       Prove-One-Partition.
           ADD 1 TO WS-PARTITION-COUNT
           MOVE WS-PTN-I TO WS-OWN-PTN
           MOVE WS-OWN-PTN TO WS-DSC-PART-ID
           MOVE SPACES TO WS-DSC-PERSON-ID
           EVALUATE TRUE
               WHEN NOT PTN-HAS-CTLTOT(WS-PTN-I)
                   MOVE "NO CTLTOT RECORD - DID THE COMBINE COMPLETE"
                       TO WS-DSC-REASON
                   PERFORM Write-Discrepancy
               WHEN NOT PTN-HAS-MSTTOT(WS-PTN-I)
                   MOVE "NO MSTTOT RECORD - DID THE APPLY COMPLETE"
                       TO WS-DSC-REASON
                   PERFORM Write-Discrepancy
               WHEN OTHER
                   MOVE WS-PTN-MST-IMAGE(WS-PTN-I) TO WS-PART-MSTTOT
                   IF PMW-PART-LOW-ID NOT = WS-PTN-LOW-ID(WS-PTN-I) OR
                           PMW-PART-HIGH-ID
                               NOT = WS-PTN-HIGH-ID(WS-PTN-I)
                       MOVE "CTLTOT AND MSTTOT RANGES DIFFER"
                           TO WS-DSC-REASON
                       PERFORM Write-Discrepancy
                   END-IF
                   IF PMW-APPLY-MODE = SPACE
                       MOVE "F" TO PMW-APPLY-MODE
                   END-IF
                   IF PMW-APPLY-MODE NOT = WS-APPLY-MODE-SW
                       MOVE "MSTTOT APPLY MODE DIFFERS FROM CONSCTL"
                           TO WS-DSC-REASON
                       PERFORM Write-Discrepancy
                   END-IF
           END-EVALUATE
           IF PTN-HAS-CTLTOT(WS-PTN-I)
               IF WS-PTN-LOW-ID(WS-PTN-I) IS NOT NUMERIC OR
                       WS-PTN-HIGH-ID(WS-PTN-I) IS NOT NUMERIC OR
                       WS-PTN-LOW-ID(WS-PTN-I) >
                           WS-PTN-HIGH-ID(WS-PTN-I)
                   MOVE "PERSON ID RANGE IS NOT VALID"
                       TO WS-DSC-REASON
                   PERFORM Write-Discrepancy
               ELSE
                   ADD 1 TO WS-ORDER-COUNT
                   MOVE WS-PTN-I TO WS-ORDER-PTN(WS-ORDER-COUNT)
               END-IF
           END-IF.

      *    Walks the ranges low to high. The next PERSON ID not yet
      *    covered must be where each range starts: a range starting
      *    above it leaves a gap, one starting below it overlaps the
      *    ranges already walked. The last range must reach the top.
       Prove-Partition-Coverage.
           MOVE 0 TO WS-EXPECTED-LOW-NUM
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
                   UNTIL WS-ORD-I > WS-ORDER-COUNT
               MOVE WS-ORDER-PTN(WS-ORD-I) TO WS-OWN-PTN
               MOVE WS-PTN-LOW-ID(WS-OWN-PTN) TO WS-RANGE-LOW-NUM
               MOVE WS-PTN-HIGH-ID(WS-OWN-PTN) TO WS-RANGE-HIGH-NUM
               IF WS-RANGE-LOW-NUM > WS-EXPECTED-LOW-NUM
                   MOVE "COVERAGE GAP     " TO WS-CVL-TAG
                   MOVE WS-EXPECTED-LOW-NUM TO WS-CVL-LOW
                   COMPUTE WS-CVL-HIGH = WS-RANGE-LOW-NUM - 1
                   PERFORM Write-Coverage-Discrepancy
               END-IF
               IF WS-RANGE-LOW-NUM < WS-EXPECTED-LOW-NUM
                   MOVE "COVERAGE OVERLAP " TO WS-CVL-TAG
                   MOVE WS-RANGE-LOW-NUM TO WS-CVL-LOW
                   IF WS-RANGE-HIGH-NUM < WS-EXPECTED-LOW-NUM
                       MOVE WS-RANGE-HIGH-NUM TO WS-CVL-HIGH
                   ELSE
                       COMPUTE WS-CVL-HIGH = WS-EXPECTED-LOW-NUM - 1
                   END-IF
                   PERFORM Write-Coverage-Discrepancy
               END-IF
               IF WS-RANGE-HIGH-NUM + 1 > WS-EXPECTED-LOW-NUM
                   COMPUTE WS-EXPECTED-LOW-NUM = WS-RANGE-HIGH-NUM + 1
               END-IF
           END-PERFORM
           IF WS-EXPECTED-LOW-NUM < WS-FULL-RANGE-END
               MOVE "COVERAGE GAP     " TO WS-CVL-TAG
               MOVE WS-EXPECTED-LOW-NUM TO WS-CVL-LOW
               MOVE 9999999999 TO WS-CVL-HIGH
               PERFORM Write-Coverage-Discrepancy
           END-IF.

       Write-Coverage-Discrepancy.
           WRITE REPORT-RECORD FROM WS-COVERAGE-LINE
           ADD 1 TO WS-DISCREPANCY-COUNT.

      *    The deltas arrive as the partitions' NAMEDELTA datasets
      *    concatenated in range order, so the night's delta is the
      *    straight copy. A person may carry more than one delta
      *    record (an override and a source change), so equal keys
      *    are allowed; a key moving backwards is not.
       Copy-Partition-Deltas.
           MOVE 1 TO WS-OWN-K
           PERFORM UNTIL END-OF-PARTITION-DELTA
               READ PARTITION-DELTA-FILE
                   AT END
                       SET END-OF-PARTITION-DELTA TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DELTA-READ-COUNT
                       PERFORM Take-Partition-Delta
               END-READ
           END-PERFORM
           CLOSE PARTITION-DELTA-FILE.

       Take-Partition-Delta.
           IF DLI-PERSON-ID < WS-PREV-DELTA-KEY
               MOVE "--" TO WS-DSC-PART-ID
               MOVE DLI-PERSON-ID TO WS-DSC-PERSON-ID
               MOVE "DELTA RECORD OUT OF PERSON ID SEQUENCE"
                   TO WS-DSC-REASON
               PERFORM Write-Discrepancy
               MOVE 1 TO WS-OWN-K
           END-IF
           MOVE DLI-PERSON-ID TO WS-PREV-DELTA-KEY
           MOVE DLI-PERSON-ID TO WS-OWN-KEY
           PERFORM Find-Owning-Partition
           IF OWNER-FOUND
               ADD 1 TO WS-PTN-DELTA-COUNT(WS-OWN-PTN)
           ELSE
               MOVE "--" TO WS-DSC-PART-ID
               MOVE DLI-PERSON-ID TO WS-DSC-PERSON-ID
               MOVE "DELTA RECORD IN NO PARTITION'S RANGE"
                   TO WS-DSC-REASON
               PERFORM Write-Discrepancy
           END-IF
           WRITE DELTA-RECORD FROM PARTITION-DELTA-RECORD.

      *    The master slices, concatenated the same way, make the
      *    new generation - strictly ascending, as NAMEVRFY will
      *    require of it.
       Copy-Partition-Masters.
           MOVE 1 TO WS-OWN-K
           PERFORM UNTIL END-OF-PARTITION-MASTER
               READ PARTITION-MASTER-FILE
                   AT END
                       SET END-OF-PARTITION-MASTER TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MASTER-READ-COUNT
                       PERFORM Take-Partition-Master
               END-READ
           END-PERFORM
           CLOSE PARTITION-MASTER-FILE.

       Take-Partition-Master.
           IF MSI-PERSON-ID NOT > WS-PREV-MASTER-KEY
               MOVE "--" TO WS-DSC-PART-ID
               MOVE MSI-PERSON-ID TO WS-DSC-PERSON-ID
               MOVE "MASTER RECORD OUT OF PERSON ID SEQUENCE"
                   TO WS-DSC-REASON
               PERFORM Write-Discrepancy
               MOVE 1 TO WS-OWN-K
           END-IF
           MOVE MSI-PERSON-ID TO WS-PREV-MASTER-KEY
           MOVE MSI-PERSON-ID TO WS-OWN-KEY
           PERFORM Find-Owning-Partition
           IF OWNER-FOUND
               ADD 1 TO WS-PTN-MASTER-COUNT(WS-OWN-PTN)
           ELSE
               MOVE "--" TO WS-DSC-PART-ID
               MOVE MSI-PERSON-ID TO WS-DSC-PERSON-ID
               MOVE "MASTER RECORD IN NO PARTITION'S RANGE"
                   TO WS-DSC-REASON
               PERFORM Write-Discrepancy
           END-IF
           WRITE NEW-MASTER-RECORD FROM PARTITION-MASTER-RECORD.

      *    The keys arrive ascending, so the search moves forward
      *    through the range order from where the last key landed
      *    (WS-OWN-K, reset to the start after a sequence break).
       Find-Owning-Partition.
           MOVE "N" TO WS-OWNER-FOUND-SW
           PERFORM UNTIL WS-OWN-K > WS-ORDER-COUNT
                   OR WS-OWN-KEY NOT >
                       WS-PTN-HIGH-ID(WS-ORDER-PTN(WS-OWN-K))
               ADD 1 TO WS-OWN-K
           END-PERFORM
           IF WS-OWN-K NOT > WS-ORDER-COUNT
               MOVE WS-ORDER-PTN(WS-OWN-K) TO WS-OWN-PTN
               IF WS-OWN-KEY NOT < WS-PTN-LOW-ID(WS-OWN-PTN)
                   SET OWNER-FOUND TO TRUE
               END-IF
           END-IF.

      *    Each partition's records must be exactly the ones its
      *    apply says it wrote.
       Prove-Partition-Counts.
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
                   UNTIL WS-ORD-I > WS-ORDER-COUNT
               MOVE WS-ORDER-PTN(WS-ORD-I) TO WS-OWN-PTN
               IF PTN-HAS-MSTTOT(WS-OWN-PTN)
                   PERFORM Prove-One-Partition-Count
               END-IF
           END-PERFORM.

       Prove-One-Partition-Count.
           MOVE WS-PTN-MST-IMAGE(WS-OWN-PTN) TO WS-PART-MSTTOT
           MOVE WS-OWN-PTN TO WS-DSC-PART-ID
           MOVE SPACES TO WS-DSC-PERSON-ID
           IF WS-PTN-DELTA-COUNT(WS-OWN-PTN)
                   NOT = PMW-DELTA-WRITTEN-COUNT
               MOVE "DELTA RECORDS DO NOT MATCH MSTTOT"
                   TO WS-DSC-REASON
               PERFORM Write-Discrepancy
           END-IF
           IF APPLY-MODE-FULL AND
                   WS-PTN-MASTER-COUNT(WS-OWN-PTN)
                       NOT = PMW-MASTER-WRITTEN-COUNT
               MOVE "MASTER RECORDS DO NOT MATCH MSTTOT"
                   TO WS-DSC-REASON
               PERFORM Write-Discrepancy
           END-IF.

       Write-Discrepancy.
           WRITE REPORT-RECORD FROM WS-DISCREPANCY-LINE
           ADD 1 TO WS-DISCREPANCY-COUNT.

      *    The run's totals are the sum of the partitions', stamped
      *    as one whole-range run for the business date, and one
      *    line per partition goes on the report.
       Write-Run-Totals.
           MOVE SPACES TO CONTROL-TOTALS-RECORD
           INITIALIZE CONTROL-TOTALS-RECORD
           MOVE SPACES TO MASTER-TOTALS-RECORD
           INITIALIZE MASTER-TOTALS-RECORD
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
                   UNTIL WS-ORD-I > WS-ORDER-COUNT
               MOVE WS-ORDER-PTN(WS-ORD-I) TO WS-OWN-PTN
               MOVE WS-PTN-CTL-IMAGE(WS-OWN-PTN) TO WS-PART-CTLTOT
               PERFORM Add-Partition-Control-Totals
               IF PTN-HAS-MSTTOT(WS-OWN-PTN)
                   MOVE WS-PTN-MST-IMAGE(WS-OWN-PTN) TO WS-PART-MSTTOT
                   PERFORM Add-Partition-Master-Totals
               END-IF
               MOVE WS-OWN-PTN TO WS-PTL-PART-ID
               MOVE WS-PTN-LOW-ID(WS-OWN-PTN) TO WS-PTL-LOW-ID
               MOVE WS-PTN-HIGH-ID(WS-OWN-PTN) TO WS-PTL-HIGH-ID
               MOVE PCW-READ-COUNT TO WS-PTL-READ
               MOVE WS-PTN-DELTA-COUNT(WS-OWN-PTN) TO WS-PTL-DELTA
               WRITE REPORT-RECORD FROM WS-PARTITION-LINE
           END-PERFORM
           MOVE WS-RUN-DATE TO TOT-RUN-DATE
           MOVE WS-RUN-TIME TO TOT-RUN-TIME
           MOVE 0 TO TOT-PARTITION-ID
           MOVE ALL "0" TO TOT-PART-LOW-ID
           MOVE ALL "9" TO TOT-PART-HIGH-ID
           MOVE WS-BUSINESS-DATE TO TOT-BUSINESS-DATE
           WRITE CONTROL-TOTALS-RECORD
           MOVE WS-RUN-DATE TO MTO-RUN-DATE
           MOVE WS-RUN-TIME TO MTO-RUN-TIME
           MOVE 0 TO MTO-PARTITION-ID
           MOVE ALL "0" TO MTO-PART-LOW-ID
           MOVE ALL "9" TO MTO-PART-HIGH-ID
           MOVE WS-BUSINESS-DATE TO MTO-BUSINESS-DATE
           MOVE WS-APPLY-MODE-SW TO MTO-APPLY-MODE
           WRITE MASTER-TOTALS-RECORD.

       Add-Partition-Control-Totals.
           ADD PCW-READ-COUNT TO TOT-READ-COUNT
           ADD PCW-COMBINED-COUNT TO TOT-COMBINED-COUNT
           ADD PCW-REJECTED-COUNT TO TOT-REJECTED-COUNT
           ADD PCW-EXCEPTION-COUNT TO TOT-EXCEPTION-COUNT
           ADD PCW-SUSP-IN-COUNT TO TOT-SUSP-IN-COUNT
           ADD PCW-SUSP-RECYCLED-COUNT TO TOT-SUSP-RECYCLED-COUNT
           ADD PCW-SUSP-SUPERSEDED-COUNT
               TO TOT-SUSP-SUPERSEDED-COUNT
           ADD PCW-SUSP-OUT-COUNT TO TOT-SUSP-OUT-COUNT
           ADD PCW-SUSP-AGED-COUNT TO TOT-SUSP-AGED-COUNT
           ADD PCW-DUP-KEY-COUNT TO TOT-DUP-KEY-COUNT
           ADD PCW-DEMO-MISMATCH-COUNT TO TOT-DEMO-MISMATCH-COUNT
           ADD PCW-PENDED-COUNT TO TOT-PENDED-COUNT
           ADD PCW-PEND-IN-COUNT TO TOT-PEND-IN-COUNT
           ADD PCW-RELEASED-COUNT TO TOT-RELEASED-COUNT
           ADD PCW-PEND-KEPT-COUNT TO TOT-PEND-KEPT-COUNT
           ADD PCW-RESUB-READ-COUNT TO TOT-RESUB-READ-COUNT
           ADD PCW-PREF-READ-COUNT TO TOT-PREF-READ-COUNT
           ADD PCW-PREF-SUSP-IN-COUNT TO TOT-PREF-SUSP-IN-COUNT
           ADD PCW-PREF-RECYCLED-COUNT TO TOT-PREF-RECYCLED-COUNT
           ADD PCW-PREF-SUPERSEDED-COUNT
               TO TOT-PREF-SUPERSEDED-COUNT
           ADD PCW-PREF-SUSP-OUT-COUNT TO TOT-PREF-SUSP-OUT-COUNT
           ADD PCW-PREF-AGED-COUNT TO TOT-PREF-AGED-COUNT
           ADD PCW-PREF-APPLIED-COUNT TO TOT-PREF-APPLIED-COUNT
           ADD PCW-PREF-NOOP-COUNT TO TOT-PREF-NOOP-COUNT
           ADD PCW-PEND-SUPERSEDED-COUNT
               TO TOT-PEND-SUPERSEDED-COUNT
           ADD PCW-XWALK-MISS-COUNT TO TOT-XWALK-MISS-COUNT.

       Add-Partition-Master-Totals.
           ADD PMW-TRANS-READ-COUNT TO MTO-TRANS-READ-COUNT
           ADD PMW-MASTER-READ-COUNT TO MTO-MASTER-READ-COUNT
           ADD PMW-ADD-COUNT TO MTO-ADD-COUNT
           ADD PMW-CHANGE-COUNT TO MTO-CHANGE-COUNT
           ADD PMW-DELETE-COUNT TO MTO-DELETE-COUNT
           ADD PMW-UNCHANGED-COUNT TO MTO-UNCHANGED-COUNT
           ADD PMW-HELD-COUNT TO MTO-HELD-COUNT
           ADD PMW-MASTER-WRITTEN-COUNT TO MTO-MASTER-WRITTEN-COUNT
           ADD PMW-DELTA-WRITTEN-COUNT TO MTO-DELTA-WRITTEN-COUNT
           ADD PMW-HIST-WRITTEN-COUNT TO MTO-HIST-WRITTEN-COUNT
           ADD PMW-OVERRIDE-COUNT TO MTO-OVERRIDE-COUNT
           ADD PMW-LOCK-BLOCKED-COUNT TO MTO-LOCK-BLOCKED-COUNT.

       Write-Report-Totals.
           MOVE "PARTITIONS CONSOLIDATED" TO WS-RPT-LABEL
           MOVE WS-PARTITION-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE

           MOVE "RECORDS READ (ALL PARTITIONS)" TO WS-RPT-LABEL
           MOVE TOT-READ-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE

           MOVE "RECORDS COMBINED (ALL PARTITIONS)" TO WS-RPT-LABEL
           MOVE TOT-COMBINED-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE

           MOVE "DELTA RECORDS WRITTEN" TO WS-RPT-LABEL
           MOVE WS-DELTA-READ-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE

           IF APPLY-MODE-FULL
               MOVE "MASTER RECORDS WRITTEN" TO WS-RPT-LABEL
               MOVE WS-MASTER-READ-COUNT TO WS-RPT-COUNT
               WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE
           END-IF

           MOVE "DISCREPANCIES FOUND" TO WS-RPT-LABEL
           MOVE WS-DISCREPANCY-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE

           IF WS-DISCREPANCY-COUNT > 0
               MOVE "*** PARTITIONS DO NOT CONSOLIDATE - UNUSABLE ***"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE "PARTITIONS CONSOLIDATED CLEAN" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       Close-Files.
           CLOSE DELTA-FILE
           IF APPLY-MODE-FULL
               CLOSE NEW-MASTER-FILE
           END-IF
           CLOSE CONTROL-TOTALS-FILE
           CLOSE MASTER-TOTALS-FILE
           CLOSE REPORT-FILE.

       END PROGRAM NAMECONS.
