      *****************************************************************
      *  PROGRAM-ID: AMTDISP
      *
      *  Daily disposition return feed to the originating systems.
      *  Until now a sender only learned that one of its transactions
      *  was rejected, truncated, sign-defaulted or corrected if
      *  someone phoned them, so the same mis-scaled fields kept
      *  arriving.  DISPFEED carries one record per transaction (see
      *  copybooks/DSPREC.cpy) that had something happen to it during
      *  the business date:
      *    - an exception logged on EXCFILE (rejected or truncated),
      *      with EXC-REASON;
      *    - a sign default logged on SIGNRPT, or a review decision
      *      on it logged to SIGNLOG, with where the review stands;
      *    - a correction re-posted to the GL by AMTREPST (AUDITJRN
      *      flagged corrected), with the corrected value and who
      *      keyed and approved it;
      *    - a GL rejection queued on REWORKQ by AMTGLAK, with the
      *      GL's reason.  NOACK entries are our own unacknowledged
      *      transmissions, not a fault in the sender's data, and are
      *      left out.
      *  Every record shows the transaction's whole current state, so
      *  a record triggered by one event still carries, say, an
      *  earlier GL rejection reason.  "During the business date"
      *  means stamped since the date was opened on RUNCTL, as in
      *  AMTOPRPT, so a cycle running past midnight loses nothing.
      *
      *  Each record is stamped with the source system and feed date
      *  of the TRNFILE feed the transaction came in on (from its
      *  AUDITJRN entry), and the file holds one header/detail/
      *  trailer group per source system in transaction-id order
      *  (see copybooks/DSPCTL.cpy), so each sender loads its own
      *  group and can check it the way we check its feed.  Nothing
      *  to report means an empty file.
      *
      *  The transactions are first collected on the DISPWORK
      *  scratch KSDS, keyed by source system and transaction id:
      *  the key does the grouping and ordering, and a second event
      *  for the same transaction simply finds it already there.
      *  DISPFEED is rebuilt from scratch every run (OPEN OUTPUT), so
      *  a rerun replaces the day's file.  See jcl/AMTDISP.jcl.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTDISP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Run-control record, read only for the time the business
      *    date was opened: the day's events are the ones stamped
      *    since then, whatever calendar day the cycle runs on.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXC-TRANSACTION-ID
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

           SELECT SIGN-DEFAULT-FILE ASSIGN TO "SIGNRPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SGN-TRANSACTION-ID
               FILE STATUS IS WS-SIGN-FILE-STATUS.

      *    Sign-review decisions (AMTSREV, AMTAPPR); OPTIONAL because
      *    the log only exists once the first decision is keyed.
           SELECT OPTIONAL SIGN-REVIEW-LOG ASSIGN TO "SIGNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIGNLOG-FILE-STATUS.

      *    GL rework queue written by AMTGLAK; OPTIONAL because the
      *    queue only exists once the first reject has been seen.
           SELECT OPTIONAL GL-REWORK-FILE ASSIGN TO "REWORKQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REWORK-FILE-STATUS.

      *    Journal, read by key for each transaction's source system,
      *    feed date, feed amount and (for corrections) the time the
      *    correction was posted.
           SELECT AUDIT-JOURNAL-FILE ASSIGN TO "AUDITJRN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JRN-TRANSACTION-ID
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

      *    Scratch file keyed by source system and transaction id,
      *    rebuilt empty every run (the same idiom as AMTBATCH's
      *    DUPWORK).
           SELECT DISPOSITION-WORK-FILE ASSIGN TO "DISPWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DWK-KEY
               FILE STATUS IS WS-DISPWORK-FILE-STATUS.

           SELECT DISPOSITION-FILE ASSIGN TO "DISPFEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISPFEED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       COPY RUNCTL.

       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
       COPY EXCREC.

       FD  SIGN-DEFAULT-FILE
           RECORDING MODE IS F.
       COPY SGNREC.

       FD  SIGN-REVIEW-LOG
           RECORDING MODE IS F.
       COPY SGNLREC.

       FD  GL-REWORK-FILE
           RECORDING MODE IS F.
       COPY RWKREC.

       FD  AUDIT-JOURNAL-FILE
           RECORDING MODE IS F.
       COPY JRNREC.

       FD  DISPOSITION-WORK-FILE
           RECORDING MODE IS F.
       01  DISPOSITION-WORK-RECORD.
           05  DWK-KEY.
               10  DWK-SOURCE-SYSTEM       PIC X(8).
               10  DWK-TRANSACTION-ID      PIC X(10).
           05  DWK-FEED-DATE               PIC 9(8).
           05  DWK-FEED-AMOUNT             PIC 9(7)V999.
           05  DWK-CURRENCY-CODE           PIC X(3).
           05  DWK-GL-REASON-CODE          PIC X(5).
           05  DWK-GL-REASON-TEXT          PIC X(30).

       FD  DISPOSITION-FILE
           RECORDING MODE IS F.
       COPY DSPREC.
       COPY DSPCTL.

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-FILE-STATUS           PIC X(2).
       01  WS-EXCEPTION-FILE-STATUS        PIC X(2).
       01  WS-SIGN-FILE-STATUS             PIC X(2).
       01  WS-SIGNLOG-FILE-STATUS          PIC X(2).
       01  WS-REWORK-FILE-STATUS           PIC X(2).
       01  WS-JOURNAL-FILE-STATUS          PIC X(2).
       01  WS-DISPWORK-FILE-STATUS         PIC X(2).
       01  WS-DISPFEED-FILE-STATUS         PIC X(2).

       01  WS-EOF-SWITCH                   PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                        VALUE "Y".
       01  WS-SGN-AVAILABLE-SW             PIC X(1) VALUE "N".
           88  WS-SGN-AVAILABLE                      VALUE "Y".
       01  WS-JRN-AVAILABLE-SW             PIC X(1) VALUE "N".
           88  WS-JRN-AVAILABLE                      VALUE "Y".
       01  WS-JRN-FOUND-SW                 PIC X(1) VALUE "N".
           88  WS-JRN-FOUND                          VALUE "Y".
       01  WS-WORK-FOUND-SW                PIC X(1) VALUE "N".
           88  WS-WORK-FOUND                         VALUE "Y".
       01  WS-GROUP-OPEN-SW                PIC X(1) VALUE "N".
           88  WS-GROUP-OPEN                         VALUE "Y".

       01  WS-CURRENT-TIMESTAMP            PIC X(26).
       01  WS-BUSINESS-DATE                PIC 9(8).
       01  WS-CYCLE-OPENED-TIMESTAMP       PIC X(26).
       01  WS-CYCLE-WINDOW-SW              PIC X(1) VALUE "N".
           88  WS-CYCLE-WINDOW-KNOWN                 VALUE "Y".

      *    Transaction to be noted on DISPWORK, set by the caller of
      *    1900-NOTE-TRANSACTION.  The source system, currency and
      *    amount are what the caller's own record says, used only
      *    when the transaction is no longer on AUDITJRN.
       01  WS-NOTE-TRANSACTION-ID          PIC X(10).
       01  WS-NOTE-SOURCE-SYSTEM           PIC X(8).
       01  WS-NOTE-CURRENCY-CODE           PIC X(3).
       01  WS-NOTE-AMOUNT                  PIC S9(7)V999.

      *    Source system group being written to DISPFEED.
       01  WS-GROUP-SOURCE-SYSTEM          PIC X(8).
       01  WS-GROUP-RECORD-COUNT           PIC 9(9) VALUE 0.
       01  WS-GROUP-HASH-TOTAL             PIC 9(13)V999 VALUE 0.

       01  WS-TOTAL-EXCEPTIONS-NOTED       PIC 9(9) VALUE 0.
       01  WS-TOTAL-CORRECTIONS-NOTED      PIC 9(9) VALUE 0.
       01  WS-TOTAL-DEFAULTS-NOTED         PIC 9(9) VALUE 0.
       01  WS-TOTAL-REVIEWS-NOTED          PIC 9(9) VALUE 0.
       01  WS-TOTAL-GL-REJECTS-NOTED       PIC 9(9) VALUE 0.
       01  WS-TOTAL-RECORDS-WRITTEN        PIC 9(9) VALUE 0.
       01  WS-TOTAL-GROUPS-WRITTEN         PIC 9(9) VALUE 0.

      *    Parameters for the run-control subprogram AMTRCTL, which
      *    supplies the business date and holds the step to the
      *    daily-cycle sequence.
       01  WS-PROGRAM-NAME                 PIC X(8) VALUE "AMTDISP".
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
               DISPLAY "AMTDISP: RUN REFUSED BY RUN CONTROL"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-RUN-BUSINESS-DATE TO WS-BUSINESS-DATE
           PERFORM 0050-READ-CYCLE-WINDOW
           IF NOT WS-CYCLE-WINDOW-KNOWN
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0100-OPEN-FILES
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM 1000-COLLECT-EXCEPTIONS
           PERFORM 1100-COLLECT-SIGN-DEFAULTS
           PERFORM 1200-COLLECT-SIGN-REVIEWS
           PERFORM 1300-COLLECT-GL-REJECTS
           PERFORM 2000-WRITE-RETURN-FEED
           CLOSE EXCEPTION-FILE
           IF WS-SGN-AVAILABLE
               CLOSE SIGN-DEFAULT-FILE
           END-IF
           IF WS-JRN-AVAILABLE
               CLOSE AUDIT-JOURNAL-FILE
           END-IF
           CLOSE DISPOSITION-WORK-FILE
           CLOSE DISPOSITION-FILE
           DISPLAY "AMTDISP DISPOSITION RETURN FEED COMPLETE"
           DISPLAY "  BUSINESS DATE        : " WS-BUSINESS-DATE
           DISPLAY "  EXCEPTIONS           : " WS-TOTAL-EXCEPTIONS-NOTED
           DISPLAY "  CORRECTIONS POSTED   : "
               WS-TOTAL-CORRECTIONS-NOTED
           DISPLAY "  SIGN DEFAULTS        : " WS-TOTAL-DEFAULTS-NOTED
           DISPLAY "  SIGN REVIEW DECISIONS: " WS-TOTAL-REVIEWS-NOTED
           DISPLAY "  GL REJECTIONS        : " WS-TOTAL-GL-REJECTS-NOTED
           DISPLAY "  RECORDS WRITTEN      : " WS-TOTAL-RECORDS-WRITTEN
           DISPLAY "  SOURCE SYSTEMS       : " WS-TOTAL-GROUPS-WRITTEN
           PERFORM 9900-COMPLETE-RUN-STEP
           GOBACK.

       0050-READ-CYCLE-WINDOW.
           MOVE "N" TO WS-CYCLE-WINDOW-SW
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = "00"
               READ RUN-CONTROL-FILE
                   NOT AT END
                       MOVE RUN-LAST-ROLL-TIMESTAMP TO
                           WS-CYCLE-OPENED-TIMESTAMP
                       SET WS-CYCLE-WINDOW-KNOWN TO TRUE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF NOT WS-CYCLE-WINDOW-KNOWN
               DISPLAY "AMTDISP: RUNCTL NOT READABLE, STATUS = "
                   WS-RUNCTL-FILE-STATUS
           END-IF.

      *    EXCFILE and DISPWORK are required; SIGNRPT and AUDITJRN
      *    may not exist yet on a new system (no sign default ever
      *    logged, nothing ever journaled) and are then skipped.
      *    DISPWORK is emptied (OPEN OUTPUT) then reopened I-O.
       0100-OPEN-FILES.
           OPEN INPUT EXCEPTION-FILE
           IF WS-EXCEPTION-FILE-STATUS NOT = "00"
               DISPLAY "AMTDISP: UNABLE TO OPEN EXCFILE, STATUS = "
                   WS-EXCEPTION-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT DISPOSITION-WORK-FILE
               IF WS-DISPWORK-FILE-STATUS = "00"
                   CLOSE DISPOSITION-WORK-FILE
                   OPEN I-O DISPOSITION-WORK-FILE
               END-IF
               IF WS-DISPWORK-FILE-STATUS NOT = "00"
                   DISPLAY "AMTDISP: UNABLE TO OPEN DISPWORK, STATUS = "
                       WS-DISPWORK-FILE-STATUS
                   CLOSE EXCEPTION-FILE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE = 0
               OPEN INPUT SIGN-DEFAULT-FILE
               IF WS-SIGN-FILE-STATUS = "00"
                   SET WS-SGN-AVAILABLE TO TRUE
               END-IF
               OPEN INPUT AUDIT-JOURNAL-FILE
               IF WS-JOURNAL-FILE-STATUS = "00"
                   SET WS-JRN-AVAILABLE TO TRUE
               END-IF
               OPEN OUTPUT DISPOSITION-FILE
           END-IF.

       1000-COLLECT-EXCEPTIONS.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO EXC-TRANSACTION-ID
           START EXCEPTION-FILE KEY >= EXC-TRANSACTION-ID
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ EXCEPTION-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 1050-CONSIDER-EXCEPTION
               END-READ
           END-PERFORM.

       1050-CONSIDER-EXCEPTION.
      *    Logged today, or corrected and re-posted today - the
      *    re-post rewrites the journal entry flagged corrected.
           MOVE EXC-TRANSACTION-ID TO WS-NOTE-TRANSACTION-ID
           MOVE EXC-SOURCE-SYSTEM  TO WS-NOTE-SOURCE-SYSTEM
           MOVE EXC-CURRENCY-CODE  TO WS-NOTE-CURRENCY-CODE
           MOVE EXC-ORIGINAL-VALUE TO WS-NOTE-AMOUNT
           IF EXC-TIMESTAMP(1:16) > WS-CYCLE-OPENED-TIMESTAMP(1:16)
               ADD 1 TO WS-TOTAL-EXCEPTIONS-NOTED
               PERFORM 1900-NOTE-TRANSACTION
           ELSE
               IF EXC-IS-POSTED
                   PERFORM 1950-LOOKUP-JOURNAL
                   IF WS-JRN-FOUND
                       AND JRN-CORRECTED
                       AND JRN-TIMESTAMP(1:16) >
                           WS-CYCLE-OPENED-TIMESTAMP(1:16)
                       ADD 1 TO WS-TOTAL-CORRECTIONS-NOTED
                       PERFORM 1900-NOTE-TRANSACTION
                   END-IF
               END-IF
           END-IF.

       1100-COLLECT-SIGN-DEFAULTS.
           IF WS-SGN-AVAILABLE
               MOVE "N" TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO SGN-TRANSACTION-ID
               START SIGN-DEFAULT-FILE KEY >= SGN-TRANSACTION-ID
                   INVALID KEY
                       SET WS-END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL WS-END-OF-FILE
                   READ SIGN-DEFAULT-FILE NEXT RECORD
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF SGN-TIMESTAMP(1:16) >
                                   WS-CYCLE-OPENED-TIMESTAMP(1:16)
                               ADD 1 TO WS-TOTAL-DEFAULTS-NOTED
                               MOVE SGN-TRANSACTION-ID TO
                                   WS-NOTE-TRANSACTION-ID
                               MOVE SPACES TO WS-NOTE-SOURCE-SYSTEM
                               MOVE SPACES TO WS-NOTE-CURRENCY-CODE
                               MOVE SGN-DEFAULTED-VALUE TO
                                   WS-NOTE-AMOUNT
                               PERFORM 1900-NOTE-TRANSACTION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       1200-COLLECT-SIGN-REVIEWS.
      *    Every decision logged today - confirmed, flipped, parked
      *    for approval, approved or rejected - sends the record
      *    back with the review status as it now stands.
           OPEN INPUT SIGN-REVIEW-LOG
           IF WS-SIGNLOG-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ SIGN-REVIEW-LOG
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF SREV-TIMESTAMP(1:16) >
                                   WS-CYCLE-OPENED-TIMESTAMP(1:16)
                               ADD 1 TO WS-TOTAL-REVIEWS-NOTED
                               MOVE SREV-TRANSACTION-ID TO
                                   WS-NOTE-TRANSACTION-ID
                               MOVE SPACES TO WS-NOTE-SOURCE-SYSTEM
                               MOVE SPACES TO WS-NOTE-CURRENCY-CODE
                               MOVE SREV-DEFAULTED-VALUE TO
                                   WS-NOTE-AMOUNT
                               PERFORM 1900-NOTE-TRANSACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIGN-REVIEW-LOG
           END-IF.

       1300-COLLECT-GL-REJECTS.
      *    The whole queue is read, in the order it was written: a
      *    rejection queued today notes the transaction, and any
      *    rejection (today's or older) sets the GL reason on a
      *    transaction already noted, the latest one winning.
           OPEN INPUT GL-REWORK-FILE
           IF WS-REWORK-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ GL-REWORK-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF RWK-REASON-CODE NOT = "NOACK"
                               PERFORM 1350-CONSIDER-GL-REJECT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-REWORK-FILE
           END-IF.

       1350-CONSIDER-GL-REJECT.
           MOVE RWK-TRANSACTION-ID TO WS-NOTE-TRANSACTION-ID
           MOVE SPACES             TO WS-NOTE-SOURCE-SYSTEM
           MOVE RWK-CURRENCY-CODE  TO WS-NOTE-CURRENCY-CODE
           MOVE RWK-AMOUNT         TO WS-NOTE-AMOUNT
           IF RWK-QUEUED-TIMESTAMP(1:16) >
                   WS-CYCLE-OPENED-TIMESTAMP(1:16)
               ADD 1 TO WS-TOTAL-GL-REJECTS-NOTED
               PERFORM 1900-NOTE-TRANSACTION
           ELSE
               PERFORM 1950-LOOKUP-JOURNAL
               PERFORM 1960-SET-WORK-KEY
           END-IF
           MOVE "N" TO WS-WORK-FOUND-SW
           READ DISPOSITION-WORK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-WORK-FOUND TO TRUE
           END-READ
           IF WS-WORK-FOUND
               MOVE RWK-REASON-CODE TO DWK-GL-REASON-CODE
               MOVE RWK-REASON-TEXT TO DWK-GL-REASON-TEXT
               REWRITE DISPOSITION-WORK-RECORD
                   INVALID KEY
                       DISPLAY "AMTDISP: UNABLE TO REWRITE DISPWORK "
                           "FOR " WS-NOTE-TRANSACTION-ID
               END-REWRITE
           END-IF.

       1900-NOTE-TRANSACTION.
      *    Adds the transaction to DISPWORK under its source system.
      *    A duplicate key is a transaction already noted for
      *    another event today, which is all that is needed.
           PERFORM 1950-LOOKUP-JOURNAL
           PERFORM 1960-SET-WORK-KEY
           IF WS-JRN-FOUND
               MOVE JRN-FEED-DATE     TO DWK-FEED-DATE
               MOVE JRN-BEFORE-VALUE  TO DWK-FEED-AMOUNT
               MOVE JRN-CURRENCY-CODE TO DWK-CURRENCY-CODE
           ELSE
               MOVE 0                     TO DWK-FEED-DATE
               MOVE WS-NOTE-AMOUNT        TO DWK-FEED-AMOUNT
               MOVE WS-NOTE-CURRENCY-CODE TO DWK-CURRENCY-CODE
           END-IF
           MOVE SPACES TO DWK-GL-REASON-CODE
           MOVE SPACES TO DWK-GL-REASON-TEXT
           WRITE DISPOSITION-WORK-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       1950-LOOKUP-JOURNAL.
           MOVE "N" TO WS-JRN-FOUND-SW
           IF WS-JRN-AVAILABLE
               MOVE WS-NOTE-TRANSACTION-ID TO JRN-TRANSACTION-ID
               READ AUDIT-JOURNAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-JRN-FOUND TO TRUE
               END-READ
           END-IF.

       1960-SET-WORK-KEY.
      *    The journal's source system when there is one, else the
      *    caller's record's own.
           IF WS-JRN-FOUND
               MOVE JRN-SOURCE-SYSTEM TO DWK-SOURCE-SYSTEM
           ELSE
               MOVE WS-NOTE-SOURCE-SYSTEM TO DWK-SOURCE-SYSTEM
           END-IF
           MOVE WS-NOTE-TRANSACTION-ID TO DWK-TRANSACTION-ID.

       2000-WRITE-RETURN-FEED.
      *    DISPWORK in key order: source system, then transaction id.
      *    A change of source system closes one group and opens the
      *    next.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO DWK-KEY
           START DISPOSITION-WORK-FILE KEY >= DWK-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ DISPOSITION-WORK-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-GROUP-OPEN
                           AND DWK-SOURCE-SYSTEM NOT =
                               WS-GROUP-SOURCE-SYSTEM
                           PERFORM 2900-WRITE-TRAILER
                       END-IF
                       IF NOT WS-GROUP-OPEN
                           PERFORM 2800-WRITE-HEADER
                       END-IF
                       PERFORM 2100-WRITE-ONE-DISPOSITION
               END-READ
           END-PERFORM
           IF WS-GROUP-OPEN
               PERFORM 2900-WRITE-TRAILER
           END-IF.

       2100-WRITE-ONE-DISPOSITION.
           INITIALIZE DISPOSITION-RECORD
           MOVE DWK-TRANSACTION-ID TO DSP-TRANSACTION-ID
           MOVE DWK-SOURCE-SYSTEM  TO DSP-SOURCE-SYSTEM
           MOVE DWK-FEED-DATE      TO DSP-FEED-DATE
           MOVE DWK-FEED-AMOUNT    TO DSP-FEED-AMOUNT
           MOVE DWK-CURRENCY-CODE  TO DSP-CURRENCY-CODE
           MOVE DWK-GL-REASON-CODE TO DSP-GL-REASON-CODE
           MOVE DWK-GL-REASON-TEXT TO DSP-GL-REASON-TEXT
           MOVE DWK-TRANSACTION-ID TO EXC-TRANSACTION-ID
           READ EXCEPTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 2200-ADD-EXCEPTION-DETAIL
           END-READ
           IF WS-SGN-AVAILABLE
               MOVE DWK-TRANSACTION-ID TO SGN-TRANSACTION-ID
               READ SIGN-DEFAULT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2300-ADD-SIGN-DETAIL
               END-READ
           END-IF
           WRITE DISPOSITION-RECORD
           ADD 1 TO WS-GROUP-RECORD-COUNT
           ADD 1 TO WS-TOTAL-RECORDS-WRITTEN
           ADD DSP-FEED-AMOUNT TO WS-GROUP-HASH-TOTAL.

       2200-ADD-EXCEPTION-DETAIL.
           MOVE EXC-REASON TO DSP-EXCEPTION-REASON
           EVALUATE TRUE
               WHEN EXC-APPROVAL-PENDING
                   SET DSP-CORRECTION-PARKED TO TRUE
               WHEN EXC-IS-CORRECTED AND EXC-IS-POSTED
                   SET DSP-CORRECTION-POSTED TO TRUE
               WHEN EXC-IS-CORRECTED
                   SET DSP-CORRECTION-APPROVED TO TRUE
               WHEN OTHER
                   SET DSP-NOT-CORRECTED TO TRUE
           END-EVALUATE
           IF NOT DSP-NOT-CORRECTED
               MOVE EXC-CORRECTED-VALUE TO DSP-CORRECTED-VALUE
               MOVE EXC-CORRECTED-BY    TO DSP-CORRECTED-BY
           END-IF
      *    No second signature needed means the keying operator's
      *    own authority approved it.
           EVALUATE TRUE
               WHEN EXC-APPROVAL-GRANTED
                   MOVE EXC-APPROVED-BY  TO DSP-APPROVED-BY
               WHEN DSP-CORRECTION-APPROVED OR DSP-CORRECTION-POSTED
                   MOVE EXC-CORRECTED-BY TO DSP-APPROVED-BY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2300-ADD-SIGN-DETAIL.
           MOVE SGN-DEFAULTED-TO TO DSP-SIGN-DEFAULTED-TO
           EVALUATE TRUE
               WHEN SGN-APPROVAL-PENDING
                   SET DSP-SIGN-FLIP-PARKED TO TRUE
               WHEN SGN-IS-REVIEWED
                   AND SGN-REVIEWED-SIGN = SGN-DEFAULTED-TO
                   SET DSP-SIGN-CONFIRMED TO TRUE
               WHEN SGN-IS-REVIEWED
                   SET DSP-SIGN-FLIPPED TO TRUE
               WHEN OTHER
                   SET DSP-SIGN-AWAITING-REVIEW TO TRUE
           END-EVALUATE
           IF NOT DSP-SIGN-AWAITING-REVIEW
               MOVE SGN-REVIEW-OPERATOR TO DSP-SIGN-REVIEWED-BY
           END-IF
           IF SGN-APPROVAL-GRANTED
               MOVE SGN-APPROVED-BY TO DSP-SIGN-APPROVED-BY
           END-IF.

       2800-WRITE-HEADER.
           MOVE DWK-SOURCE-SYSTEM TO WS-GROUP-SOURCE-SYSTEM
           MOVE 0 TO WS-GROUP-RECORD-COUNT
           MOVE 0 TO WS-GROUP-HASH-TOTAL
           MOVE SPACES TO DISPOSITION-HEADER-RECORD
           SET DSH-IS-HEADER TO TRUE
           MOVE WS-BUSINESS-DATE       TO DSH-BUSINESS-DATE
           MOVE WS-GROUP-SOURCE-SYSTEM TO DSH-SOURCE-SYSTEM
           WRITE DISPOSITION-HEADER-RECORD
           SET WS-GROUP-OPEN TO TRUE
           ADD 1 TO WS-TOTAL-GROUPS-WRITTEN.

       2900-WRITE-TRAILER.
           MOVE SPACES TO DISPOSITION-TRAILER-RECORD
           SET DST-IS-TRAILER TO TRUE
           MOVE WS-GROUP-RECORD-COUNT TO DST-RECORD-COUNT
           MOVE WS-GROUP-HASH-TOTAL   TO DST-HASH-TOTAL
           WRITE DISPOSITION-TRAILER-RECORD
           MOVE "N" TO WS-GROUP-OPEN-SW
           DISPLAY "  " WS-GROUP-SOURCE-SYSTEM " : "
               WS-GROUP-RECORD-COUNT " RECORDS".

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
