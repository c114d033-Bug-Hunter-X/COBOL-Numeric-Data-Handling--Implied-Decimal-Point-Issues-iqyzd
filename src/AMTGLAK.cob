      *  file and nothing in the system knew whether a posting
      *  actually landed.
      *
      *  The postings travel in numbered transmissions built by
      *  AMTGLTX and recorded on TXHIST (copybooks/GLTHREC.cpy).
      *  The GL starts each batch of responses on GLACK with a
      *  header naming the transmission it answers (GLAKCTL.cpy).
      *  A batch whose header names a sequence and business date
      *  that TXHIST does not show as sent is reported and its
      *  responses ignored, as are responses ahead of any header;
      *  a batch for a sent transmission marks that transmission
      *  acknowledged.
      *
      *  Three passes:
      *    1. Each GLACK response is matched to GLEXTRCT by
      *       GL-SOURCE-TRANSACTION-ID.  Accepted postings are marked
      *       acknowledged (GL-ACK-ACCEPTED); rejected postings are
      *       code NOACK and marked GL-ACK-STALE so it is not
      *       re-queued every day.  A late GLACK response still
      *       overwrites the stale marking on a later run.
      *    3. TXHIST is listed for every transmission the GL has
      *       still not acknowledged.
      *
      *  The business date stamped on GL-ACK-DATE, and from which the
      *  staleness window is measured, is the daily cycle's, taken
      *  from the run-control record through AMTRCTL; the step runs
      *  once per business date (see copybooks/RUNCTL.cpy).
      *
      *  Ends with RETURN-CODE 4 when anything was queued for rework,
      *  a response was ignored as not from a sent transmission, or a
      *  transmission is still unacknowledged, so the scheduler can
      *  page someone.  See jcl/AMTGLAK.jcl.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTGLAK.
               RECORD KEY IS GL-SOURCE-TRANSACTION-ID
               FILE STATUS IS WS-GL-EXTRACT-FILE-STATUS.

      *    Transmission history written by AMTGLTX; created empty if
      *    this step runs before the first transmission is built.
           SELECT TRANSMISSION-HISTORY-FILE ASSIGN TO "TXHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXH-SEQUENCE
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

      *    Rework queue accumulates until the rejects are re-posted
      *    or chased, so every run appends - same EXTEND/status-35
      *    idiom as AMTCORR's CORRLOG.
       FD  GL-ACKNOWLEDGMENT-FILE
           RECORDING MODE IS F.
       COPY GLAKREC.
       COPY GLAKCTL.

       FD  GL-EXTRACT-FILE
           RECORDING MODE IS F.
       COPY GLEXTREC.

       FD  TRANSMISSION-HISTORY-FILE
           RECORDING MODE IS F.
       COPY GLTHREC.

       FD  GL-REWORK-FILE
           RECORDING MODE IS F.
       COPY RWKREC.
       WORKING-STORAGE SECTION.
       01  WS-ACK-FILE-STATUS              PIC X(2).
       01  WS-GL-EXTRACT-FILE-STATUS       PIC X(2).
       01  WS-HISTORY-FILE-STATUS          PIC X(2).
       01  WS-REWORK-FILE-STATUS           PIC X(2).
       01  WS-ACKCTL-FILE-STATUS           PIC X(2).


       01  WS-STALE-DAYS                   PIC 9(3) VALUE 2.

      *    Whether the GLACK batch being read answers a transmission
      *    TXHIST shows as sent; off until the first batch header.
       01  WS-BATCH-SW                     PIC X(1) VALUE "N".
           88  WS-BATCH-WAS-SENT                     VALUE "Y".

       01  WS-TOTAL-RESPONSES              PIC 9(9) VALUE 0.
       01  WS-TOTAL-ACCEPTED               PIC 9(9) VALUE 0.
       01  WS-TOTAL-REJECTED               PIC 9(9) VALUE 0.
       01  WS-TOTAL-UNMATCHED              PIC 9(9) VALUE 0.
       01  WS-TOTAL-BAD-DISPOSITION        PIC 9(9) VALUE 0.
       01  WS-TOTAL-STALE                  PIC 9(9) VALUE 0.
       01  WS-TOTAL-BATCHES                PIC 9(9) VALUE 0.
       01  WS-TOTAL-UNSENT-BATCHES         PIC 9(9) VALUE 0.
       01  WS-TOTAL-IGNORED                PIC 9(9) VALUE 0.
       01  WS-TOTAL-UNACKNOWLEDGED         PIC 9(9) VALUE 0.

      *    Parameters for the run-control subprogram AMTRCTL, which
      *    supplies the business date and holds the step to the
      *    daily-cycle sequence.
       01  WS-PROGRAM-NAME                 PIC X(8) VALUE "AMTGLAK".
       01  WS-RUN-FUNCTION                 PIC X(1).
       01  WS-RUN-BUSINESS-DATE            PIC 9(8) VALUE 0.
       01  WS-RUN-STEP-STATUS              PIC X(1).
           88  WS-RUN-STEP-WAS-STARTED               VALUE "S".
       01  WS-RUN-RESULT                   PIC X(1).
           88  WS-RUN-ALLOWED                        VALUE "Y".
       01  WS-RUN-SAVED-RETURN-CODE        PIC S9(4) COMP.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE "B" TO WS-RUN-FUNCTION
           CALL "AMTRCTL" USING WS-PROGRAM-NAME
                                WS-RUN-FUNCTION
                                WS-RUN-BUSINESS-DATE
                                WS-RUN-STEP-STATUS
                                WS-RUN-RESULT
           IF NOT WS-RUN-ALLOWED
               DISPLAY "AMTGLAK: RUN REFUSED BY RUN CONTROL"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM 0100-READ-STALE-DAYS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O TRANSMISSION-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT TRANSMISSION-HISTORY-FILE
               CLOSE TRANSMISSION-HISTORY-FILE
               OPEN I-O TRANSMISSION-HISTORY-FILE
           END-IF
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "AMTGLAK: UNABLE TO OPEN TXHIST, STATUS = "
                   WS-HISTORY-FILE-STATUS
               CLOSE GL-EXTRACT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND GL-REWORK-FILE
           IF WS-REWORK-FILE-STATUS = "35"
               OPEN OUTPUT GL-REWORK-FILE
           END-IF
           PERFORM 1000-PROCESS-RESPONSES
           PERFORM 2000-SWEEP-FOR-STALE
           PERFORM 3000-LIST-UNACKNOWLEDGED
           CLOSE GL-EXTRACT-FILE
           CLOSE TRANSMISSION-HISTORY-FILE
           CLOSE GL-REWORK-FILE
           DISPLAY "AMTGLAK ACKNOWLEDGMENT SUMMARY"
           DISPLAY "  BATCHES READ        : " WS-TOTAL-BATCHES
           DISPLAY "  BATCHES NEVER SENT  : " WS-TOTAL-UNSENT-BATCHES
           DISPLAY "  RESPONSES IGNORED   : " WS-TOTAL-IGNORED
           DISPLAY "  RESPONSES READ      : " WS-TOTAL-RESPONSES
           DISPLAY "  ACCEPTED            : " WS-TOTAL-ACCEPTED
           DISPLAY "  REJECTED -> REWORK  : " WS-TOTAL-REJECTED
           DISPLAY "  NOT ON EXTRACT      : " WS-TOTAL-UNMATCHED
           DISPLAY "  BAD DISPOSITION     : " WS-TOTAL-BAD-DISPOSITION
           DISPLAY "  STALE -> REWORK     : " WS-TOTAL-STALE
           DISPLAY "  UNACKNOWLEDGED TX   : " WS-TOTAL-UNACKNOWLEDGED
           IF WS-TOTAL-REJECTED > 0 OR WS-TOTAL-STALE > 0
               DISPLAY "  REWORK QUEUED - REVIEW REWORKQ"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-TOTAL-UNSENT-BATCHES > 0 OR WS-TOTAL-IGNORED > 0
               DISPLAY "  RESPONSES NOT FROM A SENT TRANSMISSION - "
                   "CHECK WITH THE GL"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-TOTAL-UNACKNOWLEDGED > 0
               DISPLAY "  TRANSMISSIONS NOT ACKNOWLEDGED - CHASE FEED"
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9900-COMPLETE-RUN-STEP
           GOBACK.

       0100-READ-STALE-DAYS.
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN GAH-IS-HEADER
                               PERFORM 1050-CHECK-BATCH-HEADER
                           WHEN WS-BATCH-WAS-SENT
                               PERFORM 1100-APPLY-ONE-RESPONSE
                           WHEN OTHER
                               ADD 1 TO WS-TOTAL-IGNORED
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE GL-ACKNOWLEDGMENT-FILE.

       1050-CHECK-BATCH-HEADER.
      *    The batch is applied only if TXHIST has the sequence it
      *    names, built for the business date it names.
           ADD 1 TO WS-TOTAL-BATCHES
           MOVE "N" TO WS-BATCH-SW
           MOVE GAH-TRANSMISSION-SEQUENCE TO TXH-SEQUENCE
           READ TRANSMISSION-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TXH-BUSINESS-DATE = GAH-BUSINESS-DATE
                       SET WS-BATCH-WAS-SENT TO TRUE
                   END-IF
           END-READ
           IF WS-BATCH-WAS-SENT
               IF TXH-ACK-PENDING
                   SET TXH-ACKNOWLEDGED TO TRUE
                   MOVE WS-RUN-DATE TO TXH-ACK-DATE
                   REWRITE GL-TRANSMISSION-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "AMTGLAK: UNABLE TO MARK "
                               "TRANSMISSION " TXH-SEQUENCE
                               " ACKNOWLEDGED"
                   END-REWRITE
               END-IF
           ELSE
               ADD 1 TO WS-TOTAL-UNSENT-BATCHES
               DISPLAY "AMTGLAK: BATCH FOR TRANSMISSION "
                   GAH-TRANSMISSION-SEQUENCE " BUSINESS DATE "
                   GAH-BUSINESS-DATE
                   " WAS NEVER SENT - RESPONSES IGNORED"
           END-IF.

       1100-APPLY-ONE-RESPONSE.
           ADD 1 TO WS-TOTAL-RESPONSES
           MOVE GLA-SOURCE-TRANSACTION-ID TO GL-SOURCE-TRANSACTION-ID
                           GL-SOURCE-TRANSACTION-ID " STALE"
               END-REWRITE
           END-IF.

       3000-LIST-UNACKNOWLEDGED.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO TXH-SEQUENCE
           START TRANSMISSION-HISTORY-FILE KEY >= TXH-SEQUENCE
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ TRANSMISSION-HISTORY-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF TXH-ACK-PENDING
                           ADD 1 TO WS-TOTAL-UNACKNOWLEDGED
                           DISPLAY "AMTGLAK: TRANSMISSION "
                               TXH-SEQUENCE " BUSINESS DATE "
                               TXH-BUSINESS-DATE " SENT "
                               TXH-LAST-SENT-TIMESTAMP(1:14)
                               " NOT ACKNOWLEDGED"
                       END-IF
               END-READ
           END-PERFORM.

       9900-COMPLETE-RUN-STEP.
      *    A clean finish (RETURN-CODE under 8) completes the step
      *    for the business date, releasing the steps that need it;
      *    the return code is kept across the CALL.
           IF RETURN-CODE < 8
               MOVE RETURN-CODE TO WS-RUN-SAVED-RETURN-CODE
               MOVE "C" TO WS-RUN-FUNCTION
               CALL "AMTRCTL" USING WS-PROGRAM-NAME
                                    WS-RUN-FUNCTION
                                    WS-RUN-BUSINESS-DATE
                                    WS-RUN-STEP-STATUS
                                    WS-RUN-RESULT
               MOVE WS-RUN-SAVED-RETURN-CODE TO RETURN-CODE
           END-IF.
