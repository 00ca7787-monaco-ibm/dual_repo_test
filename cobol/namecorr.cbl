      *   A correction rewrites the reject with status Q and writes   *
      *   the corrected pair to the resubmit queue; the next batch    *
      *   run (STEP008 extracts the queue) processes it ahead of      *
      *   the main merge. All three files are KSDS:                   *
      *                                                               *
      *     REJFILE   PROD.DUALREPO.REJECTS   rejects awaiting fix    *
      *     RESFILE   PROD.DUALREPO.RESUB     corrected, queued       *
      *     FBKFILE   PROD.DUALREPO.CORRFBK   correction feedback     *
      *                                                               *
      *   Every name the correction changes is also journaled to      *
      *   FBKFILE (layout FBKREC, keyed on source, PERSON-ID and      *
      *   field) with the value the source sent and the value the     *
      *   operator keyed, for the NAMEFBK feedback extract to the     *
      *   source owner. Correcting the same field again before the    *
      *   batch run only replaces the keyed value - the value sent    *
      *   stays the source's. The journal writes and the reject and   *
      *   resubmit updates are one unit of work; a failure on any     *
      *   backs them all out.                                         *
      *                                                               *
      *   Operator authorization is enforced by transaction-level     *
      *   security on NC01 (correction authority) via the external    *
           05  WS-NEW-LASTNAME             PIC X(20)  VALUE SPACES.
           05  WS-CORRECTION-SW            PIC X(1)   VALUE "N".
               88  CORRECTION-REQUESTED               VALUE "Y".
           05  WS-SENT-FIRSTNAME           PIC X(20)  VALUE SPACES.
           05  WS-SENT-LASTNAME            PIC X(20)  VALUE SPACES.
           05  WS-KEYED-VALUE              PIC X(20)  VALUE SPACES.

       01  WS-REJECT-RECORD.
           COPY REJREC REPLACING ==:PFX:== BY ==REJ==.
       01  WS-RESUBMIT-RECORD.
           COPY REJREC REPLACING ==:PFX:== BY ==RSB==.

       01  WS-FEEDBACK-RECORD.
           COPY FBKREC REPLACING ==:PFX:== BY ==FBK==.

       01  WS-CURRENT-DATE-TIME.
           05  WS-RUN-DATE                 PIC 9(8).
           05  WS-RUN-TIME                 PIC 9(6).
           05  FILLER                      PIC X(7).

       01  WS-MESSAGE-AREA.
           05  WS-MESSAGE                  PIC X(79)  VALUE SPACES.
           05  WS-MESSAGE-LEN              PIC S9(4) COMP VALUE 79.
      /
       PROCEDURE DIVISION.
       Main.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           EXEC CICS ASSIGN
               USERID(WS-OPERATOR-ID)
           END-EXEC
      *    so a still-blank name never round-trips through the
      *    resubmit file just to reject again.
       Apply-Correction.
           MOVE REJ-FIRSTNAME TO WS-SENT-FIRSTNAME
           MOVE REJ-LASTNAME TO WS-SENT-LASTNAME
           IF WS-NEW-FIRSTNAME NOT = SPACES
               MOVE WS-NEW-FIRSTNAME TO REJ-FIRSTNAME
           END-IF
                   TO WS-MESSAGE
               PERFORM Send-Message-And-Return
           END-IF
           IF REJ-FIRSTNAME NOT = WS-SENT-FIRSTNAME
               MOVE "1" TO FBK-SOURCE
               MOVE "FIRSTNAME" TO FBK-FIELD-NAME
               MOVE WS-SENT-FIRSTNAME TO FBK-VALUE-SENT
               MOVE REJ-FIRSTNAME TO WS-KEYED-VALUE
               PERFORM Journal-Correction
           END-IF
           IF REJ-LASTNAME NOT = WS-SENT-LASTNAME
               MOVE "2" TO FBK-SOURCE
               MOVE "LASTNAME" TO FBK-FIELD-NAME
               MOVE WS-SENT-LASTNAME TO FBK-VALUE-SENT
               MOVE REJ-LASTNAME TO WS-KEYED-VALUE
               PERFORM Journal-Correction
           END-IF
           MOVE "Q" TO REJ-STATUS
           EXEC CICS REWRITE
               FILE('REJFILE')
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "NAMECORR - REJECT FILE REWRITE FAILED"
                   TO WS-MESSAGE
               PERFORM Rollback-And-Return
           END-IF
           MOVE WS-REJECT-RECORD TO WS-RESUBMIT-RECORD
           EXEC CICS WRITE
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "NAMECORR - RESUBMIT QUEUE WRITE FAILED"
                   TO WS-MESSAGE
               PERFORM Rollback-And-Return
           END-IF
           MOVE SPACES TO WS-MESSAGE
           STRING "NAMECORR - QUEUED FOR RESUBMIT BY "
           END-STRING
           PERFORM Send-One-Line.

      *    FIRSTNAME comes from REPO_ONE and LASTNAME from REPO_TWO,
      *    so the field decides which source is told - REPO_TWO by
      *    the id it sent, where the crosswalk translated it. A field
      *    keyed again before the batch run has taken the journal
      *    keeps the record already there, value sent included, and
      *    only takes the newly keyed value, operator and time.
       Journal-Correction.
           IF FBK-SOURCE = "2" AND REJ-RT-SENT-PERSON-ID NOT = SPACES
               MOVE REJ-RT-SENT-PERSON-ID TO FBK-PERSON-ID
           ELSE
               MOVE REJ-PERSON-ID TO FBK-PERSON-ID
           END-IF
           MOVE WS-KEYED-VALUE TO FBK-VALUE-USED
           MOVE "NC" TO FBK-REASON-CODE
           MOVE "CORRECTED ON NC01 - PLEASE FIX AT SOURCE"
               TO FBK-REASON-TEXT
           MOVE WS-RUN-DATE TO FBK-EVENT-DATE
           MOVE WS-RUN-TIME TO FBK-EVENT-TIME
           MOVE WS-OPERATOR-ID TO FBK-OPERATOR-ID
           EXEC CICS WRITE
               FILE('FBKFILE')
               FROM(WS-FEEDBACK-RECORD)
               RIDFLD(FBK-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(DUPREC)
               EXEC CICS READ
                   FILE('FBKFILE')
                   INTO(WS-FEEDBACK-RECORD)
                   RIDFLD(FBK-KEY)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE WS-KEYED-VALUE TO FBK-VALUE-USED
                   MOVE WS-RUN-DATE TO FBK-EVENT-DATE
                   MOVE WS-RUN-TIME TO FBK-EVENT-TIME
                   MOVE WS-OPERATOR-ID TO FBK-OPERATOR-ID
                   EXEC CICS REWRITE
                       FILE('FBKFILE')
                       FROM(WS-FEEDBACK-RECORD)
                       RESP(WS-RESP)
                   END-EXEC
               END-IF
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "NAMECORR - FEEDBACK JOURNAL WRITE FAILED"
                   TO WS-MESSAGE
               PERFORM Rollback-And-Return
           END-IF.

       Send-Reject-Detail.
           MOVE REJ-PERSON-ID TO WS-DTL-PERSON-ID
           MOVE REJ-FIRSTNAME TO WS-DTL-FIRSTNAME
               FREEKB
           END-EXEC.

       Rollback-And-Return.
           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC
           PERFORM Send-Message-And-Return.

       Send-Message-And-Return.
           PERFORM Send-One-Line
           EXEC CICS RETURN
