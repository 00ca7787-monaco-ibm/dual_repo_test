      *                                     record as of the last     *
      *                                     nightly load              *
      *                                                               *
      *   The NS01 name search (NAMESRCH) also transfers here with    *
      *   the PERSON ID of the line the operator picked in the        *
      *   COMMAREA; the terminal is then not read.                    *
      *                                                               *
      *   Shows the legal name fields, DISPLAY-NAME, the preferred    *
      *   name and pronunciation note, status A/D with the add and    *
      *   last-change timestamps NAMEMAST stamps, whether a data      *
      *   steward has locked the legal name (NO01), and whether       *
      *   anything is currently in flight for the person on the       *
      *   suspense, pending or reject inventories. The master and     *
      *   reject files are keyed copies loaded by the nightly batch;  *
      *   the suspense and pending files are the combine's own keyed  *
      *   stores, closed to the region while DUALREPO STEP010         *
      *   updates them, and only their active (STATE "A") records     *
      *   count. This transaction updates nothing:                    *
      *                                                               *
      *     MSTFILE   PROD.DUALREPO.NAMEMAST.VSAM   master copy      *
      *     SUSPFILE  PROD.DUALREPO.SUSP.VSAM       suspense store   *
      *     PENDFILE  PROD.DUALREPO.PEND.VSAM       pending store    *
      *     REJFILE   PROD.DUALREPO.REJECTS         rejects (shared  *
      *                                             with NC01)       *
      *                                                               *
           05  OMS-ADD-TIME                PIC 9(6).
           05  OMS-LAST-CHANGE-DATE        PIC 9(8).
           05  OMS-LAST-CHANGE-TIME        PIC 9(6).
           05  OMS-LOCK-SW                 PIC X(1).
               88  OMS-NAME-LOCKED                    VALUE "L".
           05  FILLER                      PIC X(18).

       01  WS-SUSPENSE-RECORD.
           COPY SUSKREC REPLACING ==:PFX:== BY ==SUS==.

      *    The suspense store is keyed by source ahead of PERSON ID,
      *    so the person is probed once per source.
       01  WS-SUSPENSE-KEY.
           05  WS-SUSPENSE-KEY-SOURCE      PIC X(1)   VALUE SPACE.
           05  WS-SUSPENSE-KEY-PERSON-ID   PIC X(10)  VALUE SPACES.

       01  WS-PENDING-RECORD.
           COPY PNDKREC REPLACING ==:PFX:== BY ==PND==.

       01  WS-REJECT-RECORD.
           COPY REJREC REPLACING ==:PFX:== BY ==REJ==.
           05  WS-STL-CHG-DATE             PIC 9(8).
           05  FILLER                      PIC X(1)   VALUE "/".
           05  WS-STL-CHG-TIME             PIC 9(6).
           05  FILLER                      PIC X(6)   VALUE " LOCK=".
           05  WS-STL-LOCK                 PIC X(1).

       01  WS-LEGAL-LINE.
           05  FILLER                      PIC X(2)   VALUE "F=".
               " REJECT=".
           05  WS-FLT-REJECT               PIC X(1).
           05  FILLER                      PIC X(39)  VALUE SPACES.
      /
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  CA-PERSON-ID                PIC X(10).
      /
       PROCEDURE DIVISION.
       Main.
           IF EIBCALEN > 0
               MOVE CA-PERSON-ID TO WS-IN-PERSON-ID
           ELSE
               PERFORM Receive-Input
               PERFORM Parse-Input
           END-IF
           EXEC CICS READ
               FILE('MSTFILE')
               INTO(WS-MASTER-RECORD)
      *    correction, Q = corrected and queued) instead of a bare
      *    Y, since that is the first thing the help desk asks.
       Check-In-Flight.
           MOVE "N" TO WS-SUSPENSE-FLAG
           MOVE WS-IN-PERSON-ID TO WS-SUSPENSE-KEY-PERSON-ID
           MOVE "1" TO WS-SUSPENSE-KEY-SOURCE
           PERFORM Check-Suspense-Source
           MOVE "2" TO WS-SUSPENSE-KEY-SOURCE
           PERFORM Check-Suspense-Source
           MOVE "3" TO WS-SUSPENSE-KEY-SOURCE
           PERFORM Check-Suspense-Source
           EXEC CICS READ
               FILE('PENDFILE')
               INTO(WS-PENDING-RECORD)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF PND-STATE = "A"
                       MOVE "Y" TO WS-PENDING-FLAG
                   ELSE
                       MOVE "N" TO WS-PENDING-FLAG
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE "N" TO WS-PENDING-FLAG
               WHEN OTHER
                   PERFORM Send-Message-And-Return
           END-EVALUATE.

       Check-Suspense-Source.
           EXEC CICS READ
               FILE('SUSPFILE')
               INTO(WS-SUSPENSE-RECORD)
               RIDFLD(WS-SUSPENSE-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF SUS-STATE = "A"
                       MOVE "Y" TO WS-SUSPENSE-FLAG
                   END-IF
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE "NAMEINQ - SUSPENSE FILE READ FAILED"
                       TO WS-MESSAGE
                   PERFORM Send-Message-And-Return
           END-EVALUATE.

       Send-Master-Detail.
           MOVE OMS-PERSON-ID TO WS-STL-PERSON-ID
           MOVE OMS-STATUS TO WS-STL-STATUS
           MOVE OMS-ADD-TIME TO WS-STL-ADD-TIME
           MOVE OMS-LAST-CHANGE-DATE TO WS-STL-CHG-DATE
           MOVE OMS-LAST-CHANGE-TIME TO WS-STL-CHG-TIME
           IF OMS-NAME-LOCKED
               MOVE "Y" TO WS-STL-LOCK
           ELSE
               MOVE "N" TO WS-STL-LOCK
           END-IF
           MOVE WS-STATUS-LINE TO WS-MESSAGE
           PERFORM Send-One-Line
           MOVE OMS-FIRSTNAME TO WS-LGL-FIRSTNAME
