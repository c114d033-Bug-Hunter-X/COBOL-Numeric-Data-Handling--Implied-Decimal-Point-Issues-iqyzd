      *    - updates the AUDITJRN entry for the transaction so
      *      JRN-AFTER-VALUE carries the corrected amount and JRN-FLAG
      *      shows "C" (corrected) instead of "T" (truncated);
      *    - when AMTCONV put the exception's feed value in suspense
      *      (EXC-IN-SUSPENSE), appends the matching clearing entry
      *      to GLSUSP - the same amount, reversed, against the same
      *      suspense account - and marks the item cleared;
      *    - books both entries into the period of the business date
      *      the transaction's feed came in on (AUDITJRN's feed date,
      *      as AMTCONV booked it), or - when the ledger has closed
      *      that period since - into the next open one as a
      *      prior-period adjustment (see AMTPERD);
      *    - sets EXC-POSTED-FLAG so a rerun of this job (or the next
      *      day's run) cannot feed the same correction to the GL
      *      twice.
      *
      *  Scheduled after the correction shift and before the GL feed
      *  cutoff - see jcl/AMTREPST.jcl.  Run control (AMTRCTL)
      *  refuses the step until AMTPOST has completed for the
      *  business date, and once AMTGLSUM has started for it.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTREPST.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

      *    Sequential GL-bound suspense postings (see AMTCONV
      *    2130-WRITE-SUSPENSE-ENTRY); the clearing entries are
      *    appended here.
           SELECT SUSPENSE-POSTING-FILE ASSIGN TO "GLSUSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-POSTING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
       COPY RATEREC.

       FD  SUSPENSE-POSTING-FILE
           RECORDING MODE IS F.
       COPY GLEXTREC REPLACING
           ==GL-EXTRACT-RECORD== BY ==SUSPENSE-POSTING-RECORD==
           LEADING ==GL== BY ==SUS==.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-FILE-STATUS        PIC X(2).
       01  WS-JOURNAL-FILE-STATUS          PIC X(2).
       01  WS-GL-EXTRACT-FILE-STATUS       PIC X(2).
       01  WS-RATE-FILE-STATUS             PIC X(2).
       01  WS-SUSPENSE-POSTING-STATUS      PIC X(2).

      *    In-storage copy of the day's RATEFILE, loaded once at
      *    start of run, mirroring AMTCONV's table so a re-posted
       01  WS-EOF-SWITCH                   PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                        VALUE "Y".

      *    Set only when 3100 actually adds the repost to GLEXTRCT;
      *    a duplicate key there means the amount is already on the
      *    GL feed and must not be cleared out of suspense again.
       01  WS-GL-WRITTEN-SW                PIC X(1) VALUE "N".
           88  WS-GL-WRITTEN                         VALUE "Y".

       01  WS-CURRENT-TIMESTAMP            PIC X(26).

      *    Parameters for the accounting-period subprogram AMTPERD.
       01  WS-PROGRAM-NAME                 PIC X(8) VALUE "AMTREPST".
       01  WS-PERIOD-OUTPUT-FILE           PIC X(8).
       01  WS-ENTRY-PERIOD                 PIC 9(6).
      *    Period the exception's transaction came in, set by
      *    3050-FIND-FEED-PERIOD for both of its entries.
       01  WS-FEED-PERIOD                  PIC 9(6).
       01  WS-PERIOD-RESULT                PIC X(1).
           88  WS-PERIOD-WAS-MOVED                   VALUE "M".
       01  WS-PERIOD-FUNCTION              PIC X(1).

       01  WS-TOTAL-READ                   PIC 9(9) VALUE 0.
       01  WS-TOTAL-POSTED                 PIC 9(9) VALUE 0.
       01  WS-TOTAL-ALREADY-POSTED         PIC 9(9) VALUE 0.
      *    carry no account/currency; they cannot be turned into
      *    usable GL extract records and are left for manual posting.
       01  WS-TOTAL-NO-ACCOUNT             PIC 9(9) VALUE 0.
      *    Suspense clearing entries written for corrections whose
      *    feed value AMTCONV had put in suspense.
       01  WS-TOTAL-SUSPENSE-CLEARED       PIC 9(9) VALUE 0.
      *    GL entries moved out of a closed period by AMTPERD.
       01  WS-TOTAL-PRIOR-PERIOD           PIC 9(9) VALUE 0.

      *    Parameters for the run-control subprogram AMTRCTL, which
      *    supplies the business date and holds the step to the
      *    daily-cycle sequence.
       01  WS-RUN-FUNCTION                 PIC X(1).
       01  WS-RUN-BUSINESS-DATE            PIC 9(8) VALUE 0.
       01  WS-RUN-STEP-STATUS              PIC X(1).
           88  WS-RUN-STEP-WAS-STARTED               VALUE "S".
       01  WS-RUN-RESULT                   PIC X(1).
           88  WS-RUN-ALLOWED                        VALUE "Y".
       01  WS-RUN-SAVED-RETURN-CODE        PIC S9(4) COMP.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "B" TO WS-RUN-FUNCTION
           CALL "AMTRCTL" USING WS-PROGRAM-NAME
                                WS-RUN-FUNCTION
                                WS-RUN-BUSINESS-DATE
                                WS-RUN-STEP-STATUS
                                WS-RUN-RESULT
           IF NOT WS-RUN-ALLOWED
               DISPLAY "AMTREPST: RUN REFUSED BY RUN CONTROL"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
      *    Ending RC 0 on an open failure would let the scheduler
      *    record a successful re-posting step that posted nothing,
      *    right before the GL feed cutoff.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND SUSPENSE-POSTING-FILE
           IF WS-SUSPENSE-POSTING-STATUS = "35"
               OPEN OUTPUT SUSPENSE-POSTING-FILE
           END-IF
           IF WS-SUSPENSE-POSTING-STATUS NOT = "00"
               DISPLAY "AMTREPST: UNABLE TO OPEN GLSUSP, STATUS = "
                   WS-SUSPENSE-POSTING-STATUS
               CLOSE EXCEPTION-FILE
               CLOSE AUDIT-JOURNAL-FILE
               CLOSE GL-EXTRACT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0100-LOAD-RATE-TABLE
           PERFORM 1000-POSITION-TO-FIRST
           PERFORM UNTIL WS-END-OF-FILE
           CLOSE EXCEPTION-FILE
           CLOSE AUDIT-JOURNAL-FILE
           CLOSE GL-EXTRACT-FILE
           CLOSE SUSPENSE-POSTING-FILE
           MOVE "E" TO WS-PERIOD-FUNCTION
           CALL "AMTPERD" USING WS-PROGRAM-NAME
                                 WS-PERIOD-OUTPUT-FILE
                                 WS-ENTRY-PERIOD
                                 GL-EXTRACT-RECORD
                                 WS-PERIOD-RESULT
                                 WS-PERIOD-FUNCTION
           DISPLAY "AMTREPST CORRECTION RE-POSTING SUMMARY"
           DISPLAY "  EXCEPTIONS READ      : " WS-TOTAL-READ
           DISPLAY "  CORRECTIONS POSTED   : " WS-TOTAL-POSTED
           DISPLAY "  PENDING APPROVAL     : "
               WS-TOTAL-PENDING-APPROVAL
           DISPLAY "  NO ACCOUNT - MANUAL  : " WS-TOTAL-NO-ACCOUNT
           DISPLAY "  SUSPENSE CLEARED     : "
               WS-TOTAL-SUSPENSE-CLEARED
           DISPLAY "  PRIOR-PERIOD MOVED   : " WS-TOTAL-PRIOR-PERIOD
           PERFORM 9900-COMPLETE-RUN-STEP
           GOBACK.

       0100-LOAD-RATE-TABLE.

       3000-POST-CORRECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           PERFORM 3050-FIND-FEED-PERIOD
           PERFORM 3100-WRITE-GL-EXTRACT
           PERFORM 3200-UPDATE-AUDIT-JOURNAL
           IF EXC-IN-SUSPENSE AND WS-GL-WRITTEN
               PERFORM 3300-WRITE-SUSPENSE-CLEARING
           END-IF
      *    Flagged posted either way - a skipped duplicate is already
      *    on the GL - but only counted posted when this run wrote it.
           SET EXC-IS-POSTED TO TRUE
           REWRITE EXCEPTION-RECORD
               INVALID KEY
                   DISPLAY "AMTREPST: UNABLE TO REWRITE EXCEPTION FOR "
                       EXC-TRANSACTION-ID
           END-REWRITE
           IF WS-GL-WRITTEN
               ADD 1 TO WS-TOTAL-POSTED
           ELSE
               ADD 1 TO WS-TOTAL-ALREADY-POSTED
           END-IF.

       3050-FIND-FEED-PERIOD.
      *    AMTCONV booked the transaction and its suspense entry to
      *    the period of the feed's business date (LK-FEED-DATE),
      *    which its AUDITJRN entry carries; the correction and the
      *    suspense clearing must book to the same one.  The time the
      *    exception was logged is only a fallback for an entry with
      *    no feed date (journaled before feed dates were kept, or no
      *    journal entry at all) - a cycle that ran past midnight at
      *    month end would put it in the wrong period.
           MOVE EXC-TIMESTAMP(1:6) TO WS-FEED-PERIOD
           MOVE EXC-TRANSACTION-ID TO JRN-TRANSACTION-ID
           READ AUDIT-JOURNAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF JRN-FEED-DATE > 0
                       MOVE JRN-FEED-DATE(1:6) TO WS-FEED-PERIOD
                   END-IF
           END-READ.

       3100-WRITE-GL-EXTRACT.
      *    Same record a successful conversion would have produced
      *    (see AMTCONV 2080-WRITE-GL-EXTRACT), built from the
      *    currency/account the exception carried over from the
      *    source transaction and the operator's corrected amount.
           MOVE "N" TO WS-GL-WRITTEN-SW
           PERFORM 3150-LOOKUP-EXCHANGE-RATE
           MOVE EXC-ACCOUNT-NUMBER   TO GL-ACCOUNT-NUMBER
           MOVE EXC-CORRECTED-VALUE  TO GL-AMOUNT
           MOVE EXC-CURRENCY-CODE    TO GL-CURRENCY-CODE
           MOVE EXC-SOURCE-SYSTEM    TO GL-SOURCE-SYSTEM
           MOVE WS-CURRENT-TIMESTAMP TO GL-CONVERSION-TIMESTAMP
           MOVE EXC-TRANSACTION-ID   TO GL-SOURCE-TRANSACTION-ID
           COMPUTE GL-BASE-AMOUNT ROUNDED =
           MOVE "N" TO GL-ACK-FLAG
           MOVE SPACES TO GL-ACK-REASON-CODE
           MOVE 0 TO GL-ACK-DATE
      *    The correction belongs to the period the transaction came
      *    in (3050), not the day the desk got to it; AMTPERD moves it
      *    on if that period has been closed in the meantime.
           MOVE "GLEXTRCT" TO WS-PERIOD-OUTPUT-FILE
           MOVE WS-FEED-PERIOD TO WS-ENTRY-PERIOD
           MOVE "A" TO WS-PERIOD-FUNCTION
           CALL "AMTPERD" USING WS-PROGRAM-NAME
                                 WS-PERIOD-OUTPUT-FILE
                                 WS-ENTRY-PERIOD
                                 GL-EXTRACT-RECORD
                                 WS-PERIOD-RESULT
                                 WS-PERIOD-FUNCTION
      *    A duplicate key means this transaction somehow already
      *    reached the GL feed (a rerun racing the EXC-POSTED-FLAG
      *    rewrite, or a hand-keyed entry) - skip rather than post the
               INVALID KEY
                   DISPLAY "AMTREPST: GL EXTRACT ALREADY POSTED FOR "
                       EXC-TRANSACTION-ID " - SKIPPING"
               NOT INVALID KEY
                   SET WS-GL-WRITTEN TO TRUE
                   IF WS-PERIOD-WAS-MOVED
                       MOVE "L" TO WS-PERIOD-FUNCTION
                       CALL "AMTPERD" USING WS-PROGRAM-NAME
                                             WS-PERIOD-OUTPUT-FILE
                                             WS-ENTRY-PERIOD
                                             GL-EXTRACT-RECORD
                                             WS-PERIOD-RESULT
                                             WS-PERIOD-FUNCTION
                       ADD 1 TO WS-TOTAL-PRIOR-PERIOD
                   END-IF
           END-WRITE.

       3150-LOOKUP-EXCHANGE-RATE.
                   MOVE EXC-TRANSACTION-ID  TO JRN-TRANSACTION-ID
                   MOVE EXC-ORIGINAL-VALUE  TO JRN-BEFORE-VALUE
                   MOVE EXC-CURRENCY-CODE   TO JRN-CURRENCY-CODE
                   MOVE EXC-SOURCE-SYSTEM   TO JRN-SOURCE-SYSTEM
                   MOVE 0                   TO JRN-FEED-DATE
               NOT INVALID KEY
                   CONTINUE
           END-READ
                               EXC-TRANSACTION-ID
                   END-WRITE
           END-REWRITE.

       3300-WRITE-SUSPENSE-CLEARING.
      *    Take the item back out of suspense: reverse exactly what
      *    AMTCONV 2130-WRITE-SUSPENSE-ENTRY posted (the feed value,
      *    EXC-ORIGINAL-VALUE) against the suspense account recorded
      *    on the exception, not whatever SUSPCTL says today.  The
      *    rate looked up for the real posting in 3100 converts it.
      *    The exception REWRITE that follows carries the cleared
      *    flag, so AMTSUSP stops counting the item as open.
           MOVE EXC-SUSPENSE-ACCOUNT TO SUS-ACCOUNT-NUMBER
           COMPUTE SUS-AMOUNT = EXC-ORIGINAL-VALUE * -1
           MOVE EXC-CURRENCY-CODE    TO SUS-CURRENCY-CODE
           MOVE EXC-SOURCE-SYSTEM    TO SUS-SOURCE-SYSTEM
           MOVE WS-CURRENT-TIMESTAMP TO SUS-CONVERSION-TIMESTAMP
           MOVE EXC-TRANSACTION-ID   TO SUS-SOURCE-TRANSACTION-ID
           COMPUTE SUS-BASE-AMOUNT ROUNDED =
               SUS-AMOUNT * WS-RATE-FOUND
           MOVE WS-RATE-FOUND        TO SUS-EXCHANGE-RATE
           MOVE WS-RATE-DATE-FOUND   TO SUS-RATE-DATE
           MOVE "N" TO SUS-ACK-FLAG
           MOVE SPACES TO SUS-ACK-REASON-CODE
           MOVE 0 TO SUS-ACK-DATE
      *    Cleared in the same period as the correction it offsets.
           MOVE "GLSUSP" TO WS-PERIOD-OUTPUT-FILE
           MOVE WS-FEED-PERIOD TO WS-ENTRY-PERIOD
           MOVE "A" TO WS-PERIOD-FUNCTION
           CALL "AMTPERD" USING WS-PROGRAM-NAME
                                 WS-PERIOD-OUTPUT-FILE
                                 WS-ENTRY-PERIOD
                                 SUSPENSE-POSTING-RECORD
                                 WS-PERIOD-RESULT
                                 WS-PERIOD-FUNCTION
      *    Only a clearing entry that reached GLSUSP clears the item;
      *    otherwise it stays in suspense for AMTSUSP to report and
      *    the step is left started (RC 8) so the failure is seen.
           WRITE SUSPENSE-POSTING-RECORD
           IF WS-SUSPENSE-POSTING-STATUS = "00"
               IF WS-PERIOD-WAS-MOVED
                   MOVE "L" TO WS-PERIOD-FUNCTION
                   CALL "AMTPERD" USING WS-PROGRAM-NAME
                                         WS-PERIOD-OUTPUT-FILE
                                         WS-ENTRY-PERIOD
                                         SUSPENSE-POSTING-RECORD
                                         WS-PERIOD-RESULT
                                         WS-PERIOD-FUNCTION
                   ADD 1 TO WS-TOTAL-PRIOR-PERIOD
               END-IF
               SET EXC-SUSPENSE-CLEARED TO TRUE
               ADD 1 TO WS-TOTAL-SUSPENSE-CLEARED
           ELSE
               DISPLAY "AMTREPST: UNABLE TO WRITE GLSUSP CLEARING FOR "
                   EXC-TRANSACTION-ID ", STATUS = "
                   WS-SUSPENSE-POSTING-STATUS " - LEFT IN SUSPENSE"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

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
