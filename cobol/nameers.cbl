       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEERS.
      *****************************************************************
      *                                                               *
      *   Right-to-erasure purge. Takes the PERSON-IDs on the ERSCTL  *
      *   cards and removes every record keyed by them from each      *
      *   dataset the system keeps about a person, rewriting each     *
      *   one in full (input DD to output DD, same layout, same       *
      *   order) so the job can publish them all together:            *
      *                                                               *
      *      1  MASTIN   / MASTOUT   NAMEMAST current generation      *
      *      2  MSTVSIN  / MSTVSOUT  NAMEMAST.VSAM unload (NI01)      *
      *      3  HISTIN   / HISTOUT   NAMEHIST                         *
      *      4  AUDIN    / AUDOUT    AUDITLOG                         *
      *      5  AUDARIN  / AUDAROUT  AUDITLOG.ARCHIVE                 *
      *      6  SUSVSIN  / SUSVSOUT  SUSP.VSAM suspense store unload  *
      *      7  PNDVSIN  / PNDVSOUT  PEND.VSAM pending store unload   *
      *      8  REJIN    / REJOUT    REJECTS unload (NI01)            *
      *      9  RESUBIN  / RESUBOUT  RESUB queue unload (NC01)        *
      *     10  OVRIN    / OVROUT    OVERRIDE journal unload (NO01)   *
      *     11  OVRLGIN  / OVRLGOUT  OVERRIDE.LOG                     *
      *     12  SWPIN    / SWPOUT    SWEEPDEL                         *
      *     13  COMBIN   / COMBOUT   COMBINED                         *
      *     14  FBKVSIN  / FBKVSOUT  CORRFBK journal unload (NC01)    *
      *                                                               *
      *   Every person erased is then tombstoned: the cumulative      *
      *   tombstone dataset (ERASIN, ascending PERSON-ID) is merged   *
      *   with the erase list to ERASOUT. DUALREPO loads it and       *
      *   drops any extract record for a tombstoned person, so a      *
      *   later REPO_ONE or REPO_TWO extract cannot quietly put the   *
      *   person back. A person already tombstoned by an earlier      *
      *   run keeps the original record. One erasure notice per       *
      *   person goes to NTCOUT for NAMEDIST to send to every         *
      *   subscriber.                                                 *
      *                                                               *
      *   ERSRPT is the certification report: per person, the count   *
      *   of records removed from each dataset and the tombstone      *
      *   and notice outcome; then read/removed/written totals per    *
      *   dataset. It carries the PERSON-ID only - no name.           *
      *                                                               *
      *   Control cards on ERSCTL (KEYWORD=VALUE, * comments          *
      *   ignored):                                                   *
      *                                                               *
      *     PERSON-ID=nnnnnnnnnn   a person to erase, 10 digits; one  *
      *                            card per person, at least one,     *
      *                            at most 100, no repeats            *
      *     APPROVAL-REF=xxxxxxxx  the approval reference for the     *
      *                            erasure (required, up to 20        *
      *                            characters), carried on every      *
      *                            tombstone and notice               *
      *                                                               *
      *   Any card in error stops the run before a dataset is read.   *
      *                                                               *
      *   Return codes: 0 = every person found and erased, 4 = a      *
      *   person not tombstoned before was on no dataset (tombstoned  *
      *   and noticed anyway; check the id), 16 = setup/abend.        *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "ERSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERSCTL-STATUS.

           SELECT MASTER-IN-FILE ASSIGN TO "MASTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTIN-STATUS.

           SELECT MASTER-OUT-FILE ASSIGN TO "MASTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTOUT-STATUS.

           SELECT MASTER-VS-IN-FILE ASSIGN TO "MSTVSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTVSIN-STATUS.

           SELECT MASTER-VS-OUT-FILE ASSIGN TO "MSTVSOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTVSOUT-STATUS.

           SELECT HISTORY-IN-FILE ASSIGN TO "HISTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTIN-STATUS.

           SELECT HISTORY-OUT-FILE ASSIGN TO "HISTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTOUT-STATUS.

           SELECT AUDIT-IN-FILE ASSIGN TO "AUDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIN-STATUS.

           SELECT AUDIT-OUT-FILE ASSIGN TO "AUDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDOUT-STATUS.

           SELECT ARCHIVE-IN-FILE ASSIGN TO "AUDARIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDARIN-STATUS.

           SELECT ARCHIVE-OUT-FILE ASSIGN TO "AUDAROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDAROUT-STATUS.

           SELECT SUSPENSE-VS-IN-FILE ASSIGN TO "SUSVSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSVSIN-STATUS.

           SELECT SUSPENSE-VS-OUT-FILE ASSIGN TO "SUSVSOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSVSOUT-STATUS.

           SELECT PENDING-VS-IN-FILE ASSIGN TO "PNDVSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNDVSIN-STATUS.

           SELECT PENDING-VS-OUT-FILE ASSIGN TO "PNDVSOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNDVSOUT-STATUS.

           SELECT REJECT-IN-FILE ASSIGN TO "REJIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJIN-STATUS.

           SELECT REJECT-OUT-FILE ASSIGN TO "REJOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJOUT-STATUS.

           SELECT RESUBMIT-IN-FILE ASSIGN TO "RESUBIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUBIN-STATUS.

           SELECT RESUBMIT-OUT-FILE ASSIGN TO "RESUBOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUBOUT-STATUS.

           SELECT OVERRIDE-IN-FILE ASSIGN TO "OVRIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRIN-STATUS.

           SELECT OVERRIDE-OUT-FILE ASSIGN TO "OVROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVROUT-STATUS.

           SELECT OVERRIDE-LOG-IN-FILE ASSIGN TO "OVRLGIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRLGIN-STATUS.

           SELECT OVERRIDE-LOG-OUT-FILE ASSIGN TO "OVRLGOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRLGOUT-STATUS.

           SELECT SWEEP-IN-FILE ASSIGN TO "SWPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWPIN-STATUS.

           SELECT SWEEP-OUT-FILE ASSIGN TO "SWPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWPOUT-STATUS.

           SELECT COMBINED-IN-FILE ASSIGN TO "COMBIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMBIN-STATUS.

           SELECT COMBINED-OUT-FILE ASSIGN TO "COMBOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMBOUT-STATUS.

           SELECT CORRECTION-IN-FILE ASSIGN TO "FBKVSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FBKVSIN-STATUS.

           SELECT CORRECTION-OUT-FILE ASSIGN TO "FBKVSOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FBKVSOUT-STATUS.

           SELECT TOMBSTONE-IN-FILE ASSIGN TO "ERASIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERASIN-STATUS.

           SELECT TOMBSTONE-OUT-FILE ASSIGN TO "ERASOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERASOUT-STATUS.

           SELECT NOTICE-OUT-FILE ASSIGN TO "NTCOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTCOUT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ERSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERSRPT-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD             PIC X(80).

       FD  MASTER-IN-FILE
           RECORDING MODE IS F.
       01  MASTER-IN-RECORD.
           05  MSI-PERSON-ID               PIC X(10).
           05  FILLER                      PIC X(278).

       FD  MASTER-OUT-FILE
           RECORDING MODE IS F.
       01  MASTER-OUT-RECORD               PIC X(288).

       FD  MASTER-VS-IN-FILE
           RECORDING MODE IS F.
       01  MASTER-VS-IN-RECORD.
           05  MVI-PERSON-ID               PIC X(10).
           05  FILLER                      PIC X(278).

       FD  MASTER-VS-OUT-FILE
           RECORDING MODE IS F.
       01  MASTER-VS-OUT-RECORD            PIC X(288).

       FD  HISTORY-IN-FILE
           RECORDING MODE IS F.
       01  HISTORY-IN-RECORD.
           05  HSI-PERSON-ID               PIC X(10).
           05  FILLER                      PIC X(254).

       FD  HISTORY-OUT-FILE
           RECORDING MODE IS F.
       01  HISTORY-OUT-RECORD              PIC X(264).

       FD  AUDIT-IN-FILE
           RECORDING MODE IS F.
       01  AUDIT-IN-RECORD.
           05  FILLER                      PIC X(14).
           05  AUI-PERSON-ID               PIC X(10).
           05  FILLER                      PIC X(40).

       FD  AUDIT-OUT-FILE
           RECORDING MODE IS F.
       01  AUDIT-OUT-RECORD                PIC X(64).

       FD  ARCHIVE-IN-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-IN-RECORD.
           05  FILLER                      PIC X(14).
           05  ARI-PERSON-ID               PIC X(10).
           05  FILLER                      PIC X(40).

       FD  ARCHIVE-OUT-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-OUT-RECORD              PIC X(64).

       FD  SUSPENSE-VS-IN-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-VS-IN-RECORD.
           05  FILLER                      PIC X(1).
           05  SVI-PERSON-ID               PIC X(10).
           05  FILLER                      PIC X(209).

       FD  SUSPENSE-VS-OUT-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-VS-OUT-RECORD          PIC X(220).

       FD  PENDING-VS-IN-FILE
           RECORDING MODE IS F.
       01  PENDING-VS-IN-RECORD.
           05  PVI-PERSON-ID               PIC X(10).
           05  FILLER                      PIC X(510).

       FD  PENDING-VS-OUT-FILE
           RECORDING MODE IS F.
       01  PENDING-VS-OUT-RECORD           PIC X(520).

       FD  REJECT-IN-FILE
           RECORDING MODE IS F.
       01  REJECT-IN-RECORD.
           05  RJI-PERSON-ID               PIC X(10).
           05  FILLER                      PIC X(220).

       FD  REJECT-OUT-FILE
           RECORDING MODE IS F.
       01  REJECT-OUT-RECORD               PIC X(230).

       FD  RESUBMIT-IN-FILE
           RECORDING MODE IS F.
       01  RESUBMIT-IN-RECORD.
           05  RSI-PERSON-ID               PIC X(10).
           05  FILLER                      PIC X(220).

       FD  RESUBMIT-OUT-FILE
           RECORDING MODE IS F.
       01  RESUBMIT-OUT-RECORD             PIC X(230).

       FD  OVERRIDE-IN-FILE
           RECORDING MODE IS F.
       01  OVERRIDE-IN-RECORD.
           05  OVI-PERSON-ID               PIC X(10).
           05  FILLER                      PIC X(630).

       FD  OVERRIDE-OUT-FILE
           RECORDING MODE IS F.
       01  OVERRIDE-OUT-RECORD             PIC X(640).

       FD  OVERRIDE-LOG-IN-FILE
           RECORDING MODE IS F.
       01  OVERRIDE-LOG-IN-RECORD.
           05  OLI-PERSON-ID               PIC X(10).
           05  FILLER                      PIC X(630).

       FD  OVERRIDE-LOG-OUT-FILE
           RECORDING MODE IS F.
       01  OVERRIDE-LOG-OUT-RECORD         PIC X(640).

       FD  SWEEP-IN-FILE
           RECORDING MODE IS F.
       01  SWEEP-IN-RECORD.
           05  SWI-PERSON-ID               PIC X(10).
           05  FILLER                      PIC X(30).

       FD  SWEEP-OUT-FILE
           RECORDING MODE IS F.
       01  SWEEP-OUT-RECORD                PIC X(40).

       FD  COMBINED-IN-FILE
           RECORDING MODE IS F.
       01  COMBINED-IN-RECORD.
           05  CMI-PERSON-ID               PIC X(10).
           05  FILLER                      PIC X(230).

       FD  COMBINED-OUT-FILE
           RECORDING MODE IS F.
       01  COMBINED-OUT-RECORD             PIC X(240).

       FD  CORRECTION-IN-FILE
           RECORDING MODE IS F.
       01  CORRECTION-IN-RECORD.
           COPY FBKREC REPLACING ==:PFX:== BY ==FBI==.

       FD  CORRECTION-OUT-FILE
           RECORDING MODE IS F.
       01  CORRECTION-OUT-RECORD           PIC X(160).

       FD  TOMBSTONE-IN-FILE
           RECORDING MODE IS F.
       01  TOMBSTONE-IN-RECORD.
           COPY ERASREC REPLACING ==:PFX:== BY ==TBI==.

       FD  TOMBSTONE-OUT-FILE
           RECORDING MODE IS F.
       01  TOMBSTONE-OUT-RECORD.
           COPY ERASREC REPLACING ==:PFX:== BY ==TBO==.

       FD  NOTICE-OUT-FILE
           RECORDING MODE IS F.
       01  NOTICE-OUT-RECORD.
           COPY ERASREC REPLACING ==:PFX:== BY ==NTC==.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(84).
      /
       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-ERSCTL-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-MASTIN-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-MASTOUT-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-MSTVSIN-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-MSTVSOUT-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-HISTIN-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-HISTOUT-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-AUDIN-STATUS             PIC X(2)  VALUE SPACES.
           05  WS-AUDOUT-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-AUDARIN-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-AUDAROUT-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-SUSVSIN-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-SUSVSOUT-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-PNDVSIN-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-PNDVSOUT-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-REJIN-STATUS             PIC X(2)  VALUE SPACES.
           05  WS-REJOUT-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-RESUBIN-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-RESUBOUT-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-OVRIN-STATUS             PIC X(2)  VALUE SPACES.
           05  WS-OVROUT-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-OVRLGIN-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-OVRLGOUT-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-SWPIN-STATUS             PIC X(2)  VALUE SPACES.
           05  WS-SWPOUT-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-COMBIN-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-COMBOUT-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-FBKVSIN-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-FBKVSOUT-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-ERASIN-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-ERASOUT-STATUS           PIC X(2)  VALUE SPACES.
           05  WS-NTCOUT-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-ERSRPT-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-ERSCTL-EOF-SW            PIC X(1)  VALUE "N".
               88  END-OF-CONTROL-CARDS               VALUE "Y".
           05  WS-DATASET-EOF-SW           PIC X(1)  VALUE "N".
               88  END-OF-DATASET                     VALUE "Y".
           05  WS-ERASIN-EOF-SW            PIC X(1)  VALUE "N".
               88  END-OF-TOMBSTONES                  VALUE "Y".
           05  WS-ERASE-MATCH-SW           PIC X(1)  VALUE "N".
               88  RECORD-ERASED                      VALUE "Y".
           05  WS-SLOT-FOUND-SW            PIC X(1)  VALUE "N".
               88  SLOT-FOUND                         VALUE "Y".

       01  WS-OPEN-CHECK.
           05  WS-OPEN-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-OPEN-DD                  PIC X(8)  VALUE SPACES.

       01  WS-RUN-OPTIONS.
           05  WS-APPROVAL-REF             PIC X(20) VALUE SPACES.

       01  WS-CONTROL-CARD-WORK.
           05  WS-CC-KEYWORD               PIC X(20) VALUE SPACES.
           05  WS-CC-VALUE                 PIC X(60) VALUE SPACES.
           05  WS-CC-TOKEN                 PIC X(60) VALUE SPACES.
           05  WS-CC-TOKEN-LEN             PIC 9(2)  VALUE 0.

      *    The erase list, kept in ascending PERSON-ID as the cards
      *    are read so each dataset record is checked by binary
      *    search and the tombstone merge walks it in key order.
      *    WS-ERS-REMOVED holds the count removed per dataset, in
      *    the order of WS-DATASET-NAMES.
       01  WS-ERASE-LIST-AREA.
           05  WS-ERS-MAX                  PIC 9(3)  VALUE 100.
           05  WS-ERS-COUNT                PIC 9(3)  VALUE 0.
           05  WS-ERS-I                    PIC 9(3)  VALUE 0.
           05  WS-ERS-J                    PIC 9(3)  VALUE 0.
           05  WS-NEW-ID                   PIC X(10) VALUE SPACES.
           05  WS-CHECK-ID                 PIC X(10) VALUE SPACES.
           05  WS-ERS-TABLE.
               10  WS-ERS-ENTRY OCCURS 0 TO 100 TIMES
                       DEPENDING ON WS-ERS-COUNT
                       ASCENDING KEY IS WS-ERS-PERSON-ID
                       INDEXED BY WS-ERS-IDX.
                   15  WS-ERS-PERSON-ID    PIC X(10).
                   15  WS-ERS-TOMBSTONE-SW PIC X(1).
                       88  ERS-ALREADY-TOMBSTONED     VALUE "Y".
                   15  WS-ERS-PRIOR-DATE   PIC 9(8).
                   15  WS-ERS-TOTAL-REMOVED
                                           PIC 9(9).
                   15  WS-ERS-REMOVED      PIC 9(9)
                                           OCCURS 14 TIMES.

       01  WS-DATASET-NAMES.
           05  FILLER                      PIC X(34)  VALUE
               "NAMEMAST CURRENT GENERATION".
           05  FILLER                      PIC X(34)  VALUE
               "NAMEMAST.VSAM (NI01)".
           05  FILLER                      PIC X(34)  VALUE
               "NAMEHIST".
           05  FILLER                      PIC X(34)  VALUE
               "AUDITLOG".
           05  FILLER                      PIC X(34)  VALUE
               "AUDITLOG.ARCHIVE".
           05  FILLER                      PIC X(34)  VALUE
               "SUSPENSE STORE SUSP.VSAM (NI01)".
           05  FILLER                      PIC X(34)  VALUE
               "PENDING STORE PEND.VSAM (NI01)".
           05  FILLER                      PIC X(34)  VALUE
               "REJECTS (NI01)".
           05  FILLER                      PIC X(34)  VALUE
               "RESUB QUEUE (NC01)".
           05  FILLER                      PIC X(34)  VALUE
               "OVERRIDE JOURNAL (NO01)".
           05  FILLER                      PIC X(34)  VALUE
               "OVERRIDE.LOG".
           05  FILLER                      PIC X(34)  VALUE
               "SWEEPDEL".
           05  FILLER                      PIC X(34)  VALUE
               "COMBINED".
           05  FILLER                      PIC X(34)  VALUE
               "CORRECTION JOURNAL CORRFBK (NC01)".
       01  WS-DATASET-TABLE REDEFINES WS-DATASET-NAMES.
           05  WS-DS-NAME                  PIC X(34)
                                           OCCURS 14 TIMES.

       01  WS-DATASET-CONTROL.
           05  WS-DS-MAX                   PIC 9(2)  VALUE 14.
           05  WS-DS-I                     PIC 9(2)  VALUE 0.

       01  WS-DATASET-TOTALS.
           05  WS-DS-ENTRY                 OCCURS 14 TIMES.
               10  WS-DS-READ              PIC 9(9).
               10  WS-DS-REMOVED           PIC 9(9).
               10  WS-DS-WRITTEN           PIC 9(9).

       01  WS-CONTROL-TOTALS.
           05  WS-TOMB-READ-COUNT          PIC 9(9)  VALUE 0.
           05  WS-TOMB-ADDED-COUNT         PIC 9(9)  VALUE 0.
           05  WS-TOMB-KEPT-COUNT          PIC 9(9)  VALUE 0.
           05  WS-TOMB-WRITTEN-COUNT       PIC 9(9)  VALUE 0.
           05  WS-NOTICE-COUNT             PIC 9(9)  VALUE 0.
           05  WS-NOT-FOUND-COUNT          PIC 9(9)  VALUE 0.
           05  WS-PREV-TOMB-KEY            PIC X(10)
                                                VALUE LOW-VALUES.

       01  WS-CONTROL-REPORT-LINE.
           05  WS-RPT-LABEL                PIC X(40).
           05  WS-RPT-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(33)  VALUE SPACES.

       01  WS-RUN-LINE.
           05  FILLER                      PIC X(9)   VALUE
               "RUN DATE ".
           05  WS-RNL-DATE                 PIC 9(8).
           05  FILLER                      PIC X(6)   VALUE
               " TIME ".
           05  WS-RNL-TIME                 PIC 9(6).
           05  FILLER                      PIC X(15)  VALUE
               "  APPROVAL REF ".
           05  WS-RNL-APPROVAL-REF         PIC X(20).
           05  FILLER                      PIC X(20)  VALUE SPACES.

       01  WS-PERSON-HEADING-LINE.
           05  FILLER                      PIC X(10)  VALUE
               "PERSON ID ".
           05  WS-PHL-PERSON-ID            PIC X(10).
           05  FILLER                      PIC X(4)   VALUE
               " -- ".
           05  WS-PHL-TOMBSTONE            PIC X(60).

       01  WS-PERSON-TOMBSTONE-TEXT.
           05  FILLER                      PIC X(34)  VALUE
               "TOMBSTONE ALREADY ON FILE, ERASED ".
           05  WS-PTT-PRIOR-DATE           PIC 9(8).
           05  FILLER                      PIC X(18)  VALUE SPACES.

       01  WS-PERSON-CERT-LINE.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  WS-PCL-DATASET              PIC X(34).
           05  FILLER                      PIC X(12)  VALUE
               "  REMOVED   ".
           05  WS-PCL-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(23)  VALUE SPACES.

       01  WS-NOTICE-QUEUED-LINE.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  FILLER                      PIC X(51)  VALUE
               "ERASURE NOTICE QUEUED FOR EVERY NAMEDIST SUBSCRIBER".
           05  FILLER                      PIC X(29)  VALUE SPACES.

       01  WS-NOT-FOUND-LINE.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  FILLER                      PIC X(33)  VALUE
               "*** PERSON FOUND ON NO DATASET - ".
           05  FILLER                      PIC X(47)  VALUE
               "CHECK THE PERSON-ID CARD ***".

       01  WS-SUMMARY-HEADING-LINE.
           05  FILLER                      PIC X(38)  VALUE
               "    DATASET".
           05  FILLER                      PIC X(13)  VALUE
               "         READ".
           05  FILLER                      PIC X(13)  VALUE
               "      REMOVED".
           05  FILLER                      PIC X(13)  VALUE
               "      WRITTEN".
           05  FILLER                      PIC X(7)   VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  WS-SML-DATASET              PIC X(34).
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-SML-READ                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-SML-REMOVED              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-SML-WRITTEN              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(7)   VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           05  WS-RUN-DATE                 PIC 9(8).
           05  WS-RUN-TIME                 PIC 9(6).
           05  FILLER                      PIC X(7).
      /
       PROCEDURE DIVISION.
       Main.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           INITIALIZE WS-DATASET-TOTALS
           PERFORM Read-Run-Options
           OPEN OUTPUT REPORT-FILE
           MOVE WS-ERSRPT-STATUS TO WS-OPEN-STATUS
           MOVE "ERSRPT" TO WS-OPEN-DD
           PERFORM Check-Open-Status
           PERFORM Purge-Master-Generation
           PERFORM Purge-Master-Keyed-Copy
           PERFORM Purge-Name-History
           PERFORM Purge-Audit-Log
           PERFORM Purge-Audit-Archive
           PERFORM Purge-Suspense-Store
           PERFORM Purge-Pending-Store
           PERFORM Purge-Rejects
           PERFORM Purge-Resubmit-Queue
           PERFORM Purge-Override-Journal
           PERFORM Purge-Override-Log
           PERFORM Purge-Sweep-Deletes
           PERFORM Purge-Combined
           PERFORM Purge-Correction-Journal
           PERFORM Merge-Tombstones
           PERFORM Write-Erasure-Notices
           PERFORM Write-Certification-Report
           CLOSE REPORT-FILE
           IF WS-NOT-FOUND-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       Read-Run-Options.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-ERSCTL-STATUS NOT = "00"
               DISPLAY "NAMEERS ABEND - ERSCTL OPEN FAILED, STATUS="
                   WS-ERSCTL-STATUS
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
           CLOSE CONTROL-CARD-FILE
           IF WS-ERS-COUNT = 0
               DISPLAY "NAMEERS ABEND - NO PERSON-ID CARD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-APPROVAL-REF = SPACES
               DISPLAY "NAMEERS ABEND - NO APPROVAL-REF CARD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

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
           EVALUATE WS-CC-KEYWORD
               WHEN "PERSON-ID"
                   IF WS-CC-TOKEN-LEN NOT = 10 OR
                           WS-CC-TOKEN(1:10) IS NOT NUMERIC
                       PERFORM Abend-Bad-Card
                   END-IF
                   PERFORM Add-Erase-Person
               WHEN "APPROVAL-REF"
                   IF WS-CC-TOKEN-LEN = 0 OR
                           WS-CC-VALUE(21:40) NOT = SPACES OR
                           WS-APPROVAL-REF NOT = SPACES
                       PERFORM Abend-Bad-Card
                   END-IF
                   MOVE WS-CC-VALUE(1:20) TO WS-APPROVAL-REF
               WHEN OTHER
                   PERFORM Abend-Bad-Card
           END-EVALUATE.

      *    Insert the id in key order. A repeated id is a card error
      *    - the certification would otherwise show it twice.
       Add-Erase-Person.
           MOVE WS-CC-TOKEN(1:10) TO WS-NEW-ID
           PERFORM VARYING WS-ERS-I FROM 1 BY 1
                   UNTIL WS-ERS-I > WS-ERS-COUNT
               IF WS-ERS-PERSON-ID(WS-ERS-I) = WS-NEW-ID
                   PERFORM Abend-Bad-Card
               END-IF
           END-PERFORM
           IF WS-ERS-COUNT NOT < WS-ERS-MAX
               DISPLAY "NAMEERS ABEND - MORE THAN " WS-ERS-MAX
                   " PERSON-ID CARDS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ERS-COUNT
           MOVE WS-ERS-COUNT TO WS-ERS-J
           MOVE "N" TO WS-SLOT-FOUND-SW
           PERFORM UNTIL SLOT-FOUND
               IF WS-ERS-J = 1
                   SET SLOT-FOUND TO TRUE
               ELSE
                   IF WS-ERS-PERSON-ID(WS-ERS-J - 1) < WS-NEW-ID
                       SET SLOT-FOUND TO TRUE
                   ELSE
                       MOVE WS-ERS-ENTRY(WS-ERS-J - 1)
                           TO WS-ERS-ENTRY(WS-ERS-J)
                       SUBTRACT 1 FROM WS-ERS-J
                   END-IF
               END-IF
           END-PERFORM
           INITIALIZE WS-ERS-ENTRY(WS-ERS-J)
           MOVE WS-NEW-ID TO WS-ERS-PERSON-ID(WS-ERS-J)
           MOVE "N" TO WS-ERS-TOMBSTONE-SW(WS-ERS-J).

       Abend-Bad-Card.
           DISPLAY "NAMEERS ABEND - BAD CONTROL CARD: "
               CONTROL-CARD-RECORD
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       Check-Open-Status.
           IF WS-OPEN-STATUS NOT = "00"
               DISPLAY "NAMEERS ABEND - " WS-OPEN-DD
                   " OPEN FAILED, STATUS=" WS-OPEN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Called with the record's PERSON-ID in WS-CHECK-ID and the
      *    dataset number in WS-DS-I. Sets RECORD-ERASED when the
      *    person is on the erase list and tallies the record.
       Check-Erase-List.
           MOVE "N" TO WS-ERASE-MATCH-SW
           SEARCH ALL WS-ERS-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ERS-PERSON-ID(WS-ERS-IDX) = WS-CHECK-ID
                   SET RECORD-ERASED TO TRUE
                   ADD 1 TO WS-ERS-REMOVED(WS-ERS-IDX, WS-DS-I)
                   ADD 1 TO WS-ERS-TOTAL-REMOVED(WS-ERS-IDX)
           END-SEARCH
           ADD 1 TO WS-DS-READ(WS-DS-I)
           IF RECORD-ERASED
               ADD 1 TO WS-DS-REMOVED(WS-DS-I)
           ELSE
               ADD 1 TO WS-DS-WRITTEN(WS-DS-I)
           END-IF.

       Purge-Master-Generation.
           MOVE 1 TO WS-DS-I
           OPEN INPUT MASTER-IN-FILE
           MOVE WS-MASTIN-STATUS TO WS-OPEN-STATUS
           MOVE "MASTIN" TO WS-OPEN-DD
           PERFORM Check-Open-Status
           OPEN OUTPUT MASTER-OUT-FILE
           MOVE WS-MASTOUT-STATUS TO WS-OPEN-STATUS
           MOVE "MASTOUT" TO WS-OPEN-DD
           PERFORM Check-Open-Status
           MOVE "N" TO WS-DATASET-EOF-SW
           PERFORM UNTIL END-OF-DATASET
               READ MASTER-IN-FILE
                   AT END
                       SET END-OF-DATASET TO TRUE
                   NOT AT END
                       MOVE MSI-PERSON-ID TO WS-CHECK-ID
                       PERFORM Check-Erase-List
                       IF NOT RECORD-ERASED
                           WRITE MASTER-OUT-RECORD
                               FROM MASTER-IN-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTER-IN-FILE
           CLOSE MASTER-OUT-FILE.

       Purge-Master-Keyed-Copy.
           MOVE 2 TO WS-DS-I
           OPEN INPUT MASTER-VS-IN-FILE
           MOVE WS-MSTVSIN-STATUS TO WS-OPEN-STATUS
           MOVE "MSTVSIN" TO WS-OPEN-DD
           PERFORM Check-Open-Status
           OPEN OUTPUT MASTER-VS-OUT-FILE
           MOVE WS-MSTVSOUT-STATUS TO WS-OPEN-STATUS
           MOVE "MSTVSOUT" TO WS-OPEN-DD
           PERFORM Check-Open-Status
           MOVE "N" TO WS-DATASET-EOF-SW
           PERFORM UNTIL END-OF-DATASET
               READ MASTER-VS-IN-FILE
                   AT END
                       SET END-OF-DATASET TO TRUE
                   NOT AT END
                       MOVE MVI-PERSON-ID TO WS-CHECK-ID
                       PERFORM Check-Erase-List
                       IF NOT RECORD-ERASED
                           WRITE MASTER-VS-OUT-RECORD
                               FROM MASTER-VS-IN-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTER-VS-IN-FILE
           CLOSE MASTER-VS-OUT-FILE.

       Purge-Name-History.
           MOVE 3 TO WS-DS-I
           OPEN INPUT HISTORY-IN-FILE
           MOVE WS-HISTIN-STATUS TO WS-OPEN-STATUS
           MOVE "HISTIN" TO WS-OPEN-DD
           PERFORM Check-Open-Status
           OPEN OUTPUT HISTORY-OUT-FILE
           MOVE WS-HISTOUT-STATUS TO WS-OPEN-STATUS
           MOVE "HISTOUT" TO WS-OPEN-DD
           PERFORM Check-Open-Status
           MOVE "N" TO WS-DATASET-EOF-SW
           PERFORM UNTIL END-OF-DATASET
               READ HISTORY-IN-FILE
                   AT END
                       SET END-OF-DATASET TO TRUE
                   NOT AT END
                       MOVE HSI-PERSON-ID TO WS-CHECK-ID
                       PERFORM Check-Erase-List
                       IF NOT RECORD-ERASED
                           WRITE HISTORY-OUT-RECORD
                               FROM HISTORY-IN-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-IN-FILE
           CLOSE HISTORY-OUT-FILE.

       Purge-Audit-Log.
           MOVE 4 TO WS-DS-I
           OPEN INPUT AUDIT-IN-FILE
           MOVE WS-AUDIN-STATUS TO WS-OPEN-STATUS
           MOVE "AUDIN" TO WS-OPEN-DD
           PERFORM Check-Open-Status
           OPEN OUTPUT AUDIT-OUT-FILE
           MOVE WS-AUDOUT-STATUS TO WS-OPEN-STATUS
           MOVE "AUDOUT" TO WS-OPEN-DD
           PERFORM Check-Open-Status
           MOVE "N" TO WS-DATASET-EOF-SW
           PERFORM UNTIL END-OF-DATASET
               READ AUDIT-IN-FILE
                   AT END
                       SET END-OF-DATASET TO TRUE
                   NOT AT END
                       MOVE AUI-PERSON-ID TO WS-CHECK-ID
                       PERFORM Check-Erase-List
                       IF NOT RECORD-ERASED
                           WRITE AUDIT-OUT-RECORD
                               FROM AUDIT-IN-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-IN-FILE
           CLOSE AUDIT-OUT-FILE.

       Purge-Audit-Archive.
           MOVE 5 TO WS-DS-I
           OPEN INPUT ARCHIVE-IN-FILE
           MOVE WS-AUDARIN-STATUS TO WS-OPEN-STATUS
           MOVE "AUDARIN" TO WS-OPEN-DD
           PERFORM Check-Open-Status
           OPEN OUTPUT ARCHIVE-OUT-FILE
           MOVE WS-AUDAROUT-STATUS TO WS-OPEN-STATUS
           MOVE "AUDAROUT" TO WS-OPEN-DD
           PERFORM Check-Open-Status
           MOVE "N" TO WS-DATASET-EOF-SW
           PERFORM UNTIL END-OF-DATASET
               READ ARCHIVE-IN-FILE
                   AT END
                       SET END-OF-DATASET TO TRUE
                   NOT AT END
                       MOVE ARI-PERSON-ID TO WS-CHECK-ID
                       PERFORM Check-Erase-List
                       IF NOT RECORD-ERASED
                           WRITE ARCHIVE-OUT-RECORD
                               FROM ARCHIVE-IN-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-IN-FILE
           CLOSE ARCHIVE-OUT-FILE.

       Purge-Suspense-Store.
           MOVE 6 TO WS-DS-I
           OPEN INPUT SUSPENSE-VS-IN-FILE
           MOVE WS-SUSVSIN-STATUS TO WS-OPEN-STATUS
           MOVE "SUSVSIN" TO WS-OPEN-DD
           PERFORM Check-Open-Status
           OPEN OUTPUT SUSPENSE-VS-OUT-FILE
           MOVE WS-SUSVSOUT-STATUS TO WS-OPEN-STATUS
           MOVE "SUSVSOUT" TO WS-OPEN-DD
           PERFORM Check-Open-Status
           MOVE "N" TO WS-DATASET-EOF-SW
           PERFORM UNTIL END-OF-DATASET
               READ SUSPENSE-VS-IN-FILE
                   AT END
                       SET END-OF-DATASET TO TRUE
                   NOT AT END
                       MOVE SVI-PERSON-ID TO WS-CHECK-ID
                       PERFORM Check-Erase-List
                       IF NOT RECORD-ERASED
                           WRITE SUSPENSE-VS-OUT-RECORD
                               FROM SUSPENSE-VS-IN-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-VS-IN-FILE
           CLOSE SUSPENSE-VS-OUT-FILE.

       Purge-Pending-Store.
           MOVE 7 TO WS-DS-I
           OPEN INPUT PENDING-VS-IN-FILE
           MOVE WS-PNDVSIN-STATUS TO WS-OPEN-STATUS
           MOVE "PNDVSIN" TO WS-OPEN-DD
           PERFORM Check-Open-Status
           OPEN OUTPUT PENDING-VS-OUT-FILE
           MOVE WS-PNDVSOUT-STATUS TO WS-OPEN-STATUS
           MOVE "PNDVSOUT" TO WS-OPEN-DD
           PERFORM Check-Open-Status
           MOVE "N" TO WS-DATASET-EOF-SW
           PERFORM UNTIL END-OF-DATASET
               READ PENDING-VS-IN-FILE
                   AT END
                       SET END-OF-DATASET TO TRUE
                   NOT AT END
                       MOVE PVI-PERSON-ID TO WS-CHECK-ID
                       PERFORM Check-Erase-List
                       IF NOT RECORD-ERASED
                           WRITE PENDING-VS-OUT-RECORD
                               FROM PENDING-VS-IN-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-VS-IN-FILE
           CLOSE PENDING-VS-OUT-FILE.

       Purge-Rejects.
           MOVE 8 TO WS-DS-I
           OPEN INPUT REJECT-IN-FILE
           MOVE WS-REJIN-STATUS TO WS-OPEN-STATUS
           MOVE "REJIN" TO WS-OPEN-DD
           PERFORM Check-Open-Status
           OPEN OUTPUT REJECT-OUT-FILE
           MOVE WS-REJOUT-STATUS TO WS-OPEN-STATUS
           MOVE "REJOUT" TO WS-OPEN-DD
           PERFORM Check-Open-Status
           MOVE "N" TO WS-DATASET-EOF-SW
           PERFORM UNTIL END-OF-DATASET
               READ REJECT-IN-FILE
                   AT END
                       SET END-OF-DATASET TO TRUE
                   NOT AT END
                       MOVE RJI-PERSON-ID TO WS-CHECK-ID
                       PERFORM Check-Erase-List
                       IF NOT RECORD-ERASED
                           WRITE REJECT-OUT-RECORD
                               FROM REJECT-IN-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REJECT-IN-FILE
           CLOSE REJECT-OUT-FILE.

       Purge-Resubmit-Queue.
           MOVE 9 TO WS-DS-I
           OPEN INPUT RESUBMIT-IN-FILE
           MOVE WS-RESUBIN-STATUS TO WS-OPEN-STATUS
           MOVE "RESUBIN" TO WS-OPEN-DD
           PERFORM Check-Open-Status
           OPEN OUTPUT RESUBMIT-OUT-FILE
           MOVE WS-RESUBOUT-STATUS TO WS-OPEN-STATUS
           MOVE "RESUBOUT" TO WS-OPEN-DD
           PERFORM Check-Open-Status
           MOVE "N" TO WS-DATASET-EOF-SW
           PERFORM UNTIL END-OF-DATASET
               READ RESUBMIT-IN-FILE
                   AT END
                       SET END-OF-DATASET TO TRUE
                   NOT AT END
                       MOVE RSI-PERSON-ID TO WS-CHECK-ID
                       PERFORM Check-Erase-List
                       IF NOT RECORD-ERASED
                           WRITE RESUBMIT-OUT-RECORD
                               FROM RESUBMIT-IN-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESUBMIT-IN-FILE
           CLOSE RESUBMIT-OUT-FILE.

       Purge-Override-Journal.
           MOVE 10 TO WS-DS-I
           OPEN INPUT OVERRIDE-IN-FILE
           MOVE WS-OVRIN-STATUS TO WS-OPEN-STATUS
           MOVE "OVRIN" TO WS-OPEN-DD
           PERFORM Check-Open-Status
           OPEN OUTPUT OVERRIDE-OUT-FILE
           MOVE WS-OVROUT-STATUS TO WS-OPEN-STATUS
           MOVE "OVROUT" TO WS-OPEN-DD
           PERFORM Check-Open-Status
           MOVE "N" TO WS-DATASET-EOF-SW
           PERFORM UNTIL END-OF-DATASET
               READ OVERRIDE-IN-FILE
                   AT END
                       SET END-OF-DATASET TO TRUE
                   NOT AT END
                       MOVE OVI-PERSON-ID TO WS-CHECK-ID
                       PERFORM Check-Erase-List
                       IF NOT RECORD-ERASED
                           WRITE OVERRIDE-OUT-RECORD
                               FROM OVERRIDE-IN-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVERRIDE-IN-FILE
           CLOSE OVERRIDE-OUT-FILE.

       Purge-Override-Log.
           MOVE 11 TO WS-DS-I
           OPEN INPUT OVERRIDE-LOG-IN-FILE
           MOVE WS-OVRLGIN-STATUS TO WS-OPEN-STATUS
           MOVE "OVRLGIN" TO WS-OPEN-DD
           PERFORM Check-Open-Status
           OPEN OUTPUT OVERRIDE-LOG-OUT-FILE
           MOVE WS-OVRLGOUT-STATUS TO WS-OPEN-STATUS
           MOVE "OVRLGOUT" TO WS-OPEN-DD
           PERFORM Check-Open-Status
           MOVE "N" TO WS-DATASET-EOF-SW
           PERFORM UNTIL END-OF-DATASET
               READ OVERRIDE-LOG-IN-FILE
                   AT END
                       SET END-OF-DATASET TO TRUE
                   NOT AT END
                       MOVE OLI-PERSON-ID TO WS-CHECK-ID
                       PERFORM Check-Erase-List
                       IF NOT RECORD-ERASED
                           WRITE OVERRIDE-LOG-OUT-RECORD
                               FROM OVERRIDE-LOG-IN-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVERRIDE-LOG-IN-FILE
           CLOSE OVERRIDE-LOG-OUT-FILE.

       Purge-Sweep-Deletes.
           MOVE 12 TO WS-DS-I
           OPEN INPUT SWEEP-IN-FILE
           MOVE WS-SWPIN-STATUS TO WS-OPEN-STATUS
           MOVE "SWPIN" TO WS-OPEN-DD
           PERFORM Check-Open-Status
           OPEN OUTPUT SWEEP-OUT-FILE
           MOVE WS-SWPOUT-STATUS TO WS-OPEN-STATUS
           MOVE "SWPOUT" TO WS-OPEN-DD
           PERFORM Check-Open-Status
           MOVE "N" TO WS-DATASET-EOF-SW
           PERFORM UNTIL END-OF-DATASET
               READ SWEEP-IN-FILE
                   AT END
                       SET END-OF-DATASET TO TRUE
                   NOT AT END
                       MOVE SWI-PERSON-ID TO WS-CHECK-ID
                       PERFORM Check-Erase-List
                       IF NOT RECORD-ERASED
                           WRITE SWEEP-OUT-RECORD
                               FROM SWEEP-IN-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SWEEP-IN-FILE
           CLOSE SWEEP-OUT-FILE.

       Purge-Combined.
           MOVE 13 TO WS-DS-I
           OPEN INPUT COMBINED-IN-FILE
           MOVE WS-COMBIN-STATUS TO WS-OPEN-STATUS
           MOVE "COMBIN" TO WS-OPEN-DD
           PERFORM Check-Open-Status
           OPEN OUTPUT COMBINED-OUT-FILE
           MOVE WS-COMBOUT-STATUS TO WS-OPEN-STATUS
           MOVE "COMBOUT" TO WS-OPEN-DD
           PERFORM Check-Open-Status
           MOVE "N" TO WS-DATASET-EOF-SW
           PERFORM UNTIL END-OF-DATASET
               READ COMBINED-IN-FILE
                   AT END
                       SET END-OF-DATASET TO TRUE
                   NOT AT END
                       MOVE CMI-PERSON-ID TO WS-CHECK-ID
                       PERFORM Check-Erase-List
                       IF NOT RECORD-ERASED
                           WRITE COMBINED-OUT-RECORD
                               FROM COMBINED-IN-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMBINED-IN-FILE
           CLOSE COMBINED-OUT-FILE.

      *    The NC01 correction journal holds the name values the
      *    source sent and the operator keyed, and NAMEFBK sends
      *    them back to the sources on the next run - an erased
      *    person's pending correction must not go with them.
       Purge-Correction-Journal.
           MOVE 14 TO WS-DS-I
           OPEN INPUT CORRECTION-IN-FILE
           MOVE WS-FBKVSIN-STATUS TO WS-OPEN-STATUS
           MOVE "FBKVSIN" TO WS-OPEN-DD
           PERFORM Check-Open-Status
           OPEN OUTPUT CORRECTION-OUT-FILE
           MOVE WS-FBKVSOUT-STATUS TO WS-OPEN-STATUS
           MOVE "FBKVSOUT" TO WS-OPEN-DD
           PERFORM Check-Open-Status
           MOVE "N" TO WS-DATASET-EOF-SW
           PERFORM UNTIL END-OF-DATASET
               READ CORRECTION-IN-FILE
                   AT END
                       SET END-OF-DATASET TO TRUE
                   NOT AT END
                       MOVE FBI-PERSON-ID TO WS-CHECK-ID
                       PERFORM Check-Erase-List
                       IF NOT RECORD-ERASED
                           WRITE CORRECTION-OUT-RECORD
                               FROM CORRECTION-IN-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CORRECTION-IN-FILE
           CLOSE CORRECTION-OUT-FILE.

      *    Balanced merge of the tombstone dataset with the erase
      *    list. Both are in ascending PERSON-ID; a person already
      *    tombstoned keeps the record (and date) of the first
      *    erasure.
       Merge-Tombstones.
           OPEN INPUT TOMBSTONE-IN-FILE
           MOVE WS-ERASIN-STATUS TO WS-OPEN-STATUS
           MOVE "ERASIN" TO WS-OPEN-DD
           PERFORM Check-Open-Status
           OPEN OUTPUT TOMBSTONE-OUT-FILE
           MOVE WS-ERASOUT-STATUS TO WS-OPEN-STATUS
           MOVE "ERASOUT" TO WS-OPEN-DD
           PERFORM Check-Open-Status
           MOVE 1 TO WS-ERS-I
           PERFORM Read-Tombstone
           PERFORM UNTIL END-OF-TOMBSTONES AND
                   WS-ERS-I > WS-ERS-COUNT
               EVALUATE TRUE
                   WHEN WS-ERS-I > WS-ERS-COUNT
                       PERFORM Copy-Tombstone
                   WHEN END-OF-TOMBSTONES
                       PERFORM Add-Tombstone
                   WHEN WS-ERS-PERSON-ID(WS-ERS-I) < TBI-PERSON-ID
                       PERFORM Add-Tombstone
                   WHEN WS-ERS-PERSON-ID(WS-ERS-I) = TBI-PERSON-ID
                       SET ERS-ALREADY-TOMBSTONED(WS-ERS-I) TO TRUE
                       MOVE TBI-ERASE-DATE
                           TO WS-ERS-PRIOR-DATE(WS-ERS-I)
                       ADD 1 TO WS-TOMB-KEPT-COUNT
                       ADD 1 TO WS-ERS-I
                       PERFORM Copy-Tombstone
                   WHEN OTHER
                       PERFORM Copy-Tombstone
               END-EVALUATE
           END-PERFORM
           CLOSE TOMBSTONE-IN-FILE
           CLOSE TOMBSTONE-OUT-FILE.

       Read-Tombstone.
           READ TOMBSTONE-IN-FILE
               AT END
                   SET END-OF-TOMBSTONES TO TRUE
               NOT AT END
                   IF TBI-PERSON-ID NOT > WS-PREV-TOMB-KEY
                       DISPLAY "NAMEERS ABEND - ERASIN OUT OF "
                           "SEQUENCE, KEY=" TBI-PERSON-ID
                           " AFTER " WS-PREV-TOMB-KEY
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE TBI-PERSON-ID TO WS-PREV-TOMB-KEY
                   ADD 1 TO WS-TOMB-READ-COUNT
           END-READ.

       Copy-Tombstone.
           WRITE TOMBSTONE-OUT-RECORD FROM TOMBSTONE-IN-RECORD
           ADD 1 TO WS-TOMB-WRITTEN-COUNT
           PERFORM Read-Tombstone.

       Add-Tombstone.
           MOVE SPACES TO TOMBSTONE-OUT-RECORD
           MOVE WS-ERS-PERSON-ID(WS-ERS-I) TO TBO-PERSON-ID
           MOVE WS-RUN-DATE TO TBO-ERASE-DATE
           MOVE WS-RUN-TIME TO TBO-ERASE-TIME
           MOVE WS-APPROVAL-REF TO TBO-APPROVAL-REF
           WRITE TOMBSTONE-OUT-RECORD
           ADD 1 TO WS-TOMB-WRITTEN-COUNT
           ADD 1 TO WS-TOMB-ADDED-COUNT
           ADD 1 TO WS-ERS-I.

      *    One notice per person on the cards, tombstoned before or
      *    not - a repeated erasure is re-announced so a subscriber
      *    that missed the first notice is told again.
       Write-Erasure-Notices.
           OPEN OUTPUT NOTICE-OUT-FILE
           MOVE WS-NTCOUT-STATUS TO WS-OPEN-STATUS
           MOVE "NTCOUT" TO WS-OPEN-DD
           PERFORM Check-Open-Status
           PERFORM VARYING WS-ERS-I FROM 1 BY 1
                   UNTIL WS-ERS-I > WS-ERS-COUNT
               MOVE SPACES TO NOTICE-OUT-RECORD
               MOVE WS-ERS-PERSON-ID(WS-ERS-I) TO NTC-PERSON-ID
               MOVE WS-RUN-DATE TO NTC-ERASE-DATE
               MOVE WS-RUN-TIME TO NTC-ERASE-TIME
               MOVE WS-APPROVAL-REF TO NTC-APPROVAL-REF
               WRITE NOTICE-OUT-RECORD
               ADD 1 TO WS-NOTICE-COUNT
           END-PERFORM
           CLOSE NOTICE-OUT-FILE.

       Write-Certification-Report.
           MOVE "NAMEERS RIGHT-TO-ERASURE CERTIFICATION REPORT"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-RUN-DATE TO WS-RNL-DATE
           MOVE WS-RUN-TIME TO WS-RNL-TIME
           MOVE WS-APPROVAL-REF TO WS-RNL-APPROVAL-REF
           WRITE REPORT-RECORD FROM WS-RUN-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-ERS-I FROM 1 BY 1
                   UNTIL WS-ERS-I > WS-ERS-COUNT
               PERFORM Write-Person-Certification
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM WS-SUMMARY-HEADING-LINE
           PERFORM VARYING WS-DS-I FROM 1 BY 1
                   UNTIL WS-DS-I > WS-DS-MAX
               MOVE WS-DS-NAME(WS-DS-I) TO WS-SML-DATASET
               MOVE WS-DS-READ(WS-DS-I) TO WS-SML-READ
               MOVE WS-DS-REMOVED(WS-DS-I) TO WS-SML-REMOVED
               MOVE WS-DS-WRITTEN(WS-DS-I) TO WS-SML-WRITTEN
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "PERSONS ERASED THIS RUN" TO WS-RPT-LABEL
           MOVE WS-ERS-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE
           MOVE "PERSONS FOUND ON NO DATASET" TO WS-RPT-LABEL
           MOVE WS-NOT-FOUND-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE
           MOVE "TOMBSTONES READ" TO WS-RPT-LABEL
           MOVE WS-TOMB-READ-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE
           MOVE "TOMBSTONES ADDED" TO WS-RPT-LABEL
           MOVE WS-TOMB-ADDED-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE
           MOVE "TOMBSTONES ALREADY ON FILE" TO WS-RPT-LABEL
           MOVE WS-TOMB-KEPT-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE
           MOVE "TOMBSTONES WRITTEN" TO WS-RPT-LABEL
           MOVE WS-TOMB-WRITTEN-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE
           MOVE "ERASURE NOTICES QUEUED FOR NAMEDIST" TO WS-RPT-LABEL
           MOVE WS-NOTICE-COUNT TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-CONTROL-REPORT-LINE.

      *    A person on no dataset at all is still tombstoned and
      *    noticed, but is flagged and ends the run RC=4 - the id
      *    on the card may be wrong. Finding nothing is expected for
      *    a person an earlier run already erased.
       Write-Person-Certification.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-ERS-PERSON-ID(WS-ERS-I) TO WS-PHL-PERSON-ID
           IF ERS-ALREADY-TOMBSTONED(WS-ERS-I)
               MOVE WS-ERS-PRIOR-DATE(WS-ERS-I) TO WS-PTT-PRIOR-DATE
               MOVE WS-PERSON-TOMBSTONE-TEXT TO WS-PHL-TOMBSTONE
           ELSE
               MOVE "TOMBSTONE ADDED" TO WS-PHL-TOMBSTONE
           END-IF
           WRITE REPORT-RECORD FROM WS-PERSON-HEADING-LINE
           PERFORM VARYING WS-DS-I FROM 1 BY 1
                   UNTIL WS-DS-I > WS-DS-MAX
               MOVE WS-DS-NAME(WS-DS-I) TO WS-PCL-DATASET
               MOVE WS-ERS-REMOVED(WS-ERS-I, WS-DS-I) TO WS-PCL-COUNT
               WRITE REPORT-RECORD FROM WS-PERSON-CERT-LINE
           END-PERFORM
           MOVE "TOTAL RECORDS REMOVED" TO WS-PCL-DATASET
           MOVE WS-ERS-TOTAL-REMOVED(WS-ERS-I) TO WS-PCL-COUNT
           WRITE REPORT-RECORD FROM WS-PERSON-CERT-LINE
           WRITE REPORT-RECORD FROM WS-NOTICE-QUEUED-LINE
           IF WS-ERS-TOTAL-REMOVED(WS-ERS-I) = 0 AND
                   NOT ERS-ALREADY-TOMBSTONED(WS-ERS-I)
               WRITE REPORT-RECORD FROM WS-NOT-FOUND-LINE
               ADD 1 TO WS-NOT-FOUND-COUNT
           END-IF.
