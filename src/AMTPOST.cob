      *  at the front of TRNFILE instead of reprocessing the whole
      *  file, so a mid-run abend costs minutes, not the full overnight
      *  window.
      *
      *  TRNFILE may hold several source systems' feeds, each its own
      *  header/detail/trailer group (see TRNCTL.cpy).  Each feed is
      *  verified on its own - a feed that fails its controls is not
      *  posted and the run ends RC 4, a warning that still completes
      *  the step so one bad sender does not hold the others; the
      *  sender resends it with a later day's file - and each has its
      *  own CHKPTFILE record keyed by sender and feed date, so
      *  restarting one sender's feed never skips or replays
      *  another's.  A rejected feed's record is marked rejected, so
      *  AMTRECON leaves its transactions out of the balance.  The
      *  source system is passed to AMTCONV and carried onto every
      *  record it writes; the feed date goes with it onto the
      *  journal entry.  AMTCONV hands back RC 8 once it has failed
      *  to post an exception to GLSUSP; the run then ends RC 8.
      *
      *  The business date (against which the feed dates are
      *  checked) comes from the run-control record through AMTRCTL,
      *  which refuses the run until AMTBATCH has passed the file and
      *  once AMTPOST has completed for the date.  A run that ended
      *  RC 8 or over, or abended, stays "started": it is finished only
      *  by resubmitting with PARM='RESTART' (feeds already posted
      *  are skipped), never by a second fresh run.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTPOST.
       01  WS-CHECKPOINT-INTERVAL          PIC 9(5) VALUE 1000.
       01  WS-RECORDS-PROCESSED            PIC 9(9) VALUE 0.
       01  WS-RECORDS-TO-SKIP              PIC 9(9) VALUE 0.
       01  WS-CHECKPOINT-EOF-SW            PIC X(1) VALUE "N".
           88  WS-CHECKPOINT-EOF                     VALUE "Y".

      *    In-storage copy of CHKPTFILE, one entry per source feed
      *    (sender + feed date).  Loaded at the start of every run
      *    and written back whole by 2900-WRITE-CHECKPOINT, so
      *    checkpointing one feed never disturbs another sender's
      *    entry.  Unused slots carry HIGH-VALUES in the key.
       01  WS-CHECKPOINT-COUNT             PIC 9(2) VALUE 0.
       01  WS-CHECKPOINT-TABLE.
           05  WS-CHECKPOINT-ENTRY OCCURS 50 TIMES
                              INDEXED BY WS-CHK-IDX WS-CHK-OUT-IDX.
               10  WS-CK-SOURCE-SYSTEM     PIC X(8).
               10  WS-CK-FEED-DATE         PIC 9(8).
               10  WS-CK-FEED-STATUS       PIC X(1).
                   88  WS-CK-FEED-COMPLETE           VALUE "C".
                   88  WS-CK-FEED-REJECTED           VALUE "R".
               10  WS-CK-LAST-TRANSACTION  PIC X(10).
               10  WS-CK-RECORDS-PROCESSED PIC 9(9).
               10  WS-CK-TIMESTAMP         PIC X(26).
       01  WS-CHECKPOINTS-LOADED           PIC 9(2) VALUE 0.

       01  WS-ROUNDING-MODE                PIC X(1) VALUE "R".
       01  WS-VALIDATE-ONLY                PIC X(1) VALUE "N".
      *    for the header/trailer pass over TRNFILE before the first
      *    CALL to AMTCONV.
       01  WS-RUN-DATE                     PIC 9(8).
      *    Previous business day: CHKPTFILE keeps the records of
      *    feeds dated from it on (1210-KEEP-CHECKPOINT-ENTRY).
       01  WS-PRIOR-DATE                   PIC 9(8).
       01  WS-PRIOR-DATE-INTEGER           PIC 9(9) COMP.
       01  WS-CONTROL-EOF-SW               PIC X(1) VALUE "N".
           88  WS-CONTROL-EOF                        VALUE "Y".
      *    File-level errors only (unreadable or empty file, details
      *    ahead of the first header, too many feeds): these stop the
      *    whole run.  An error inside one feed is counted against
      *    that feed in WS-FEED-TABLE and rejects only that feed.
       01  WS-CONTROL-ERRORS               PIC 9(4) VALUE 0.

      *    One entry per sender's feed on TRNFILE, in file order, built
      *    by the control pre-pass.  The posting pass walks the file
      *    again and steps through the table one header at a time, so
      *    WS-FEED-IDX always points at the feed of the record in hand
      *    and WS-CHK-IDX at that feed's checkpoint entry.
       01  WS-FEED-OPEN-SW                 PIC X(1) VALUE "N".
           88  WS-FEED-OPEN                          VALUE "Y".
       01  WS-REPEATED-SOURCE-SW           PIC X(1) VALUE "N".
           88  WS-REPEATED-SOURCE                    VALUE "Y".
       01  WS-CURRENT-FEED-SW              PIC X(1) VALUE "N".
           88  WS-CURRENT-FEED-POSTING               VALUE "Y".
       01  WS-SOURCE-POSTING-SW            PIC X(1) VALUE "N".
           88  WS-SOURCE-POSTING                     VALUE "Y".
       01  WS-SOURCE-SYSTEM                PIC X(8) VALUE SPACES.
       01  WS-FEED-DATE                    PIC 9(8) VALUE 0.
       01  WS-FEED-COUNT                   PIC 9(2) VALUE 0.
       01  WS-FEED-SEQUENCE                PIC 9(2) VALUE 0.
       01  WS-FEEDS-ACCEPTED               PIC 9(2) VALUE 0.
       01  WS-FEEDS-REJECTED               PIC 9(2) VALUE 0.
       01  WS-FEED-TABLE.
           05  WS-FEED-ENTRY OCCURS 20 TIMES
                              INDEXED BY WS-FEED-IDX WS-FEED-CHK-IDX.
               10  WS-FD-SOURCE-SYSTEM     PIC X(8).
               10  WS-FD-FEED-DATE         PIC 9(8).
               10  WS-FD-STATUS            PIC X(1).
                   88  WS-FD-ACCEPTED                VALUE "A".
                   88  WS-FD-REJECTED                VALUE "R".
      *            Set on a restart when the feed's checkpoint entry
      *            shows it already ran to its trailer.
                   88  WS-FD-ALREADY-POSTED          VALUE "P".
               10  WS-FD-CONTROL-ERRORS    PIC 9(4).
               10  WS-FD-DETAIL-COUNT      PIC 9(9).
               10  WS-FD-HASH-TOTAL        PIC 9(13)V999.
               10  WS-FD-AFTER-TRAILER     PIC 9(9).
               10  WS-FD-PROCESSED         PIC 9(9).
               10  WS-FD-SKIPPED           PIC 9(9).
               10  WS-FD-CHECKPOINT-SLOT   PIC 9(2).

      *    Parameters for the run-control subprogram AMTRCTL, which
      *    supplies the business date and holds the step to the
      *    daily-cycle sequence.
       01  WS-PROGRAM-NAME                 PIC X(8) VALUE "AMTPOST".
       01  WS-RUN-FUNCTION                 PIC X(1).
       01  WS-RUN-BUSINESS-DATE            PIC 9(8) VALUE 0.
       01  WS-RUN-STEP-STATUS              PIC X(1).
           88  WS-RUN-STEP-WAS-STARTED               VALUE "S".
       01  WS-RUN-RESULT                   PIC X(1).
           88  WS-RUN-ALLOWED                        VALUE "Y".
       01  WS-RUN-SAVED-RETURN-CODE        PIC S9(4) COMP.

       LINKAGE SECTION.
       01  LK-PARM.

       PROCEDURE DIVISION USING LK-PARM.
       0000-MAIN.
           MOVE "B" TO WS-RUN-FUNCTION
           CALL "AMTRCTL" USING WS-PROGRAM-NAME
                                WS-RUN-FUNCTION
                                WS-RUN-BUSINESS-DATE
                                WS-RUN-STEP-STATUS
                                WS-RUN-RESULT
           IF NOT WS-RUN-ALLOWED
               DISPLAY "AMTPOST: RUN REFUSED BY RUN CONTROL"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-DATE
           COMPUTE WS-PRIOR-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1
           COMPUTE WS-PRIOR-DATE =
               FUNCTION DATE-OF-INTEGER(WS-PRIOR-DATE-INTEGER)
           PERFORM 1000-DETERMINE-RESTART
      *    A fresh run over a date an earlier run already started
      *    would post that run's feeds a second time.
           IF WS-RUN-STEP-WAS-STARTED AND NOT WS-RESTART-RUN
               DISPLAY "AMTPOST: AN EARLIER RUN FOR BUSINESS DATE "
                   WS-RUN-DATE " DID NOT COMPLETE - RESUBMIT WITH "
                   "PARM='RESTART'"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0030-VERIFY-FILE-CONTROLS
           IF WS-CONTROL-ERRORS > 0
               DISPLAY "AMTPOST: " WS-CONTROL-ERRORS " FILE CONTROL "
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FEEDS-ACCEPTED = 0
               DISPLAY "AMTPOST: NO FEED ON TRNFILE PASSED ITS "
                   "CONTROLS - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0050-DETERMINE-ROUNDING-MODE
           PERFORM 1100-LOAD-CHECKPOINTS
           IF NOT WS-RESTART-RUN
               PERFORM 1200-RESET-CHECKPOINT-FILE
           END-IF
           PERFORM 1250-ASSIGN-FEED-CHECKPOINT
               VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > WS-FEED-COUNT
           IF WS-CONTROL-ERRORS > 0
               DISPLAY "AMTPOST: CHECKPOINT TABLE FULL - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FEEDS-REJECTED > 0
               PERFORM 2910-REWRITE-CHECKPOINT-FILE
           END-IF
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-FILE-STATUS NOT = "00"
               DISPLAY "AMTPOST: UNABLE TO OPEN TRNFILE, STATUS = "
                   WS-TRANSACTION-FILE-STATUS
               GOBACK
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ TRANSACTION-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN TRH-IS-HEADER
                               PERFORM 1300-START-FEED
                           WHEN TRT-IS-TRAILER
                               PERFORM 1400-END-FEED
                           WHEN NOT WS-CURRENT-FEED-POSTING
                               CONTINUE
                           WHEN WS-RECORDS-TO-SKIP > 0
                               SUBTRACT 1 FROM WS-RECORDS-TO-SKIP
                               ADD 1 TO WS-FD-SKIPPED(WS-FEED-IDX)
                           WHEN OTHER
                               PERFORM 2000-PROCESS-TRANSACTION
                       END-EVALUATE
               END-READ
           END-PERFORM
           PERFORM 2950-FINALIZE-AMTCONV
           CLOSE TRANSACTION-FILE
           DISPLAY "AMTPOST RUN COMPLETE"
           DISPLAY "  RECORDS PROCESSED : " WS-RECORDS-PROCESSED
           DISPLAY "  FEEDS ACCEPTED    : " WS-FEEDS-ACCEPTED
           DISPLAY "  FEEDS REJECTED    : " WS-FEEDS-REJECTED
           PERFORM 2990-DISPLAY-FEED-SUMMARY
               VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > WS-FEED-COUNT
           IF WS-FEEDS-REJECTED > 0
               DISPLAY "  FEED(S) REJECTED ON CONTROLS - NOT POSTED"
               DISPLAY "  SENDER TO RESEND WITH A LATER DAY'S FILE"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 9900-COMPLETE-RUN-STEP
           GOBACK.

      *    Pre-pass over TRNFILE before the first CALL to AMTCONV.
      *    The file is one or more feeds, each a header/detail/trailer
      *    group from one sending system.  Every feed must open with a
      *    header carrying today's feed date (a wrong date usually
      *    means yesterday's file is being run again) and close with
      *    a trailer whose record count and TRN-RAW-AMOUNT hash total
      *    match what was actually read for that feed - a missing
      *    trailer or a short count is the signature of a
      *    transmission truncated mid-file.  Expected-versus-received
      *    is reported for every mismatch.  A feed with any error is
      *    rejected on its own and none of it is posted; the other
      *    feeds post as normal.  Only a fault in the file as a whole
      *    stops the run in 0000-MAIN.  Runs on restarts too: every
      *    feed must still be the complete, correct one.
       0030-VERIFY-FILE-CONTROLS.
           PERFORM 0031-INIT-FEED-ENTRY
               VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > 20
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-FILE-STATUS NOT = "00"
               DISPLAY "AMTPOST: UNABLE TO OPEN TRNFILE, STATUS = "
                   WS-TRANSACTION-FILE-STATUS
               ADD 1 TO WS-CONTROL-ERRORS
           ELSE
               PERFORM UNTIL WS-CONTROL-EOF
                   READ TRANSACTION-FILE
                       AT END
                           PERFORM 0040-TALLY-CONTROL-RECORD
                   END-READ
               END-PERFORM
               IF WS-FEED-OPEN
                   PERFORM 0046-REPORT-MISSING-TRAILER
               END-IF
               IF WS-FEED-COUNT = 0 AND WS-CONTROL-ERRORS = 0
                   DISPLAY "AMTPOST: TRNFILE IS EMPTY - NO "
                       "HEADER RECORD"
                   ADD 1 TO WS-CONTROL-ERRORS
               END-IF
               PERFORM 0048-SETTLE-FEED-STATUS
                   VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > WS-FEED-COUNT
               CLOSE TRANSACTION-FILE
           END-IF.

       0031-INIT-FEED-ENTRY.
           MOVE HIGH-VALUES TO WS-FD-SOURCE-SYSTEM(WS-FEED-IDX).

       0035-CHECK-HEADER-RECORD.
      *    A header opens the next feed, which must be cut for the
      *    business date: any earlier date is already closed.  The
      *    business date comes from RUNCTL, so a restart checks the
      *    same date as the run it resumes.  A second feed from a
      *    sender already on the file is rejected: it is almost
      *    always the same transmission concatenated twice.
           IF WS-FEED-COUNT NOT < 20
               DISPLAY "AMTPOST: MORE THAN 20 FEEDS ON TRNFILE - "
                   "FEED FROM " TRH-SOURCE-SYSTEM " NOT CHECKED"
               ADD 1 TO WS-CONTROL-ERRORS
               MOVE "N" TO WS-FEED-OPEN-SW
           ELSE
               MOVE "N" TO WS-REPEATED-SOURCE-SW
               SET WS-FEED-IDX TO 1
               SEARCH WS-FEED-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FD-SOURCE-SYSTEM(WS-FEED-IDX) =
                           TRH-SOURCE-SYSTEM
                       SET WS-REPEATED-SOURCE TO TRUE
               END-SEARCH
               ADD 1 TO WS-FEED-COUNT
               SET WS-FEED-IDX TO WS-FEED-COUNT
               MOVE TRH-SOURCE-SYSTEM TO
                   WS-FD-SOURCE-SYSTEM(WS-FEED-IDX)
               MOVE TRH-FEED-DATE TO WS-FD-FEED-DATE(WS-FEED-IDX)
               MOVE "A" TO WS-FD-STATUS(WS-FEED-IDX)
               MOVE 0 TO WS-FD-CONTROL-ERRORS(WS-FEED-IDX)
               MOVE 0 TO WS-FD-DETAIL-COUNT(WS-FEED-IDX)
               MOVE 0 TO WS-FD-HASH-TOTAL(WS-FEED-IDX)
               MOVE 0 TO WS-FD-AFTER-TRAILER(WS-FEED-IDX)
               MOVE 0 TO WS-FD-PROCESSED(WS-FEED-IDX)
               MOVE 0 TO WS-FD-SKIPPED(WS-FEED-IDX)
               MOVE 0 TO WS-FD-CHECKPOINT-SLOT(WS-FEED-IDX)
               SET WS-FEED-OPEN TO TRUE
               IF TRH-FEED-DATE NOT = WS-RUN-DATE
                   DISPLAY "AMTPOST: HEADER FEED DATE EXPECTED "
                       WS-RUN-DATE " BUT RECEIVED " TRH-FEED-DATE
                       " FROM " TRH-SOURCE-SYSTEM
                   ADD 1 TO WS-FD-CONTROL-ERRORS(WS-FEED-IDX)
               END-IF
               IF WS-REPEATED-SOURCE
                   DISPLAY "AMTPOST: SECOND FEED FROM "
                       TRH-SOURCE-SYSTEM " ON TRNFILE"
                   ADD 1 TO WS-FD-CONTROL-ERRORS(WS-FEED-IDX)
               END-IF
           END-IF.

       0040-TALLY-CONTROL-RECORD.
      *    Anything ahead of the first header belongs to no feed and
      *    is a fault in the file as a whole; anything between a
      *    trailer and the next header is charged to the feed that
      *    trailer closed.
           EVALUATE TRUE
               WHEN TRH-IS-HEADER
                   IF WS-FEED-OPEN
                       PERFORM 0046-REPORT-MISSING-TRAILER
                   END-IF
                   PERFORM 0035-CHECK-HEADER-RECORD
               WHEN WS-FEED-COUNT = 0
                   IF WS-CONTROL-ERRORS = 0
                       DISPLAY "AMTPOST: FIRST RECORD ON TRNFILE IS "
                           "NOT A HEADER"
                       ADD 1 TO WS-CONTROL-ERRORS
                   END-IF
               WHEN NOT WS-FEED-OPEN
                   ADD 1 TO WS-FD-AFTER-TRAILER(WS-FEED-IDX)
               WHEN TRT-IS-TRAILER
                   PERFORM 0045-CHECK-TRAILER-RECORD
               WHEN OTHER
                   ADD 1 TO WS-FD-DETAIL-COUNT(WS-FEED-IDX)
                   ADD TRN-RAW-AMOUNT TO WS-FD-HASH-TOTAL(WS-FEED-IDX)
           END-EVALUATE.

       0045-CHECK-TRAILER-RECORD.
           MOVE "N" TO WS-FEED-OPEN-SW
           IF TRT-RECORD-COUNT NOT = WS-FD-DETAIL-COUNT(WS-FEED-IDX)
               DISPLAY "AMTPOST: TRAILER COUNT EXPECTED "
                   TRT-RECORD-COUNT " BUT RECEIVED "
                   WS-FD-DETAIL-COUNT(WS-FEED-IDX)
                   " DETAIL RECORD(S) FROM "
                   WS-FD-SOURCE-SYSTEM(WS-FEED-IDX)
               ADD 1 TO WS-FD-CONTROL-ERRORS(WS-FEED-IDX)
           END-IF
           IF TRT-HASH-TOTAL NOT = WS-FD-HASH-TOTAL(WS-FEED-IDX)
               DISPLAY "AMTPOST: TRAILER HASH EXPECTED "
                   TRT-HASH-TOTAL " BUT RECEIVED "
                   WS-FD-HASH-TOTAL(WS-FEED-IDX) " FROM "
                   WS-FD-SOURCE-SYSTEM(WS-FEED-IDX)
               ADD 1 TO WS-FD-CONTROL-ERRORS(WS-FEED-IDX)
           END-IF.

       0046-REPORT-MISSING-TRAILER.
           MOVE "N" TO WS-FEED-OPEN-SW
           DISPLAY "AMTPOST: NO TRAILER RECORD FOR FEED FROM "
               WS-FD-SOURCE-SYSTEM(WS-FEED-IDX)
               " - TRANSMISSION INCOMPLETE"
           ADD 1 TO WS-FD-CONTROL-ERRORS(WS-FEED-IDX).

       0048-SETTLE-FEED-STATUS.
           IF WS-FD-AFTER-TRAILER(WS-FEED-IDX) > 0
               DISPLAY "AMTPOST: " WS-FD-AFTER-TRAILER(WS-FEED-IDX)
                   " RECORD(S) FOUND AFTER THE TRAILER FROM "
                   WS-FD-SOURCE-SYSTEM(WS-FEED-IDX)
               ADD 1 TO WS-FD-CONTROL-ERRORS(WS-FEED-IDX)
           END-IF
           IF WS-FD-CONTROL-ERRORS(WS-FEED-IDX) > 0
               SET WS-FD-REJECTED(WS-FEED-IDX) TO TRUE
               ADD 1 TO WS-FEEDS-REJECTED
               DISPLAY "AMTPOST: FEED FROM "
                   WS-FD-SOURCE-SYSTEM(WS-FEED-IDX) " DATED "
                   WS-FD-FEED-DATE(WS-FEED-IDX) " REJECTED - "
                   WS-FD-CONTROL-ERRORS(WS-FEED-IDX)
                   " CONTROL ERROR(S), NOT POSTED"
           ELSE
               ADD 1 TO WS-FEEDS-ACCEPTED
           END-IF.

      *    Lets operations switch to banker's rounding (or force
               MOVE "N" TO WS-RESTART-SWITCH
           END-IF.

      *    Every run starts from what CHKPTFILE already holds: a
      *    restart needs its own feeds' entries, and a fresh run must
      *    carry forward the entries of senders it is not posting so
      *    their restarts still work.
       1100-LOAD-CHECKPOINTS.
           PERFORM 1110-INIT-CHECKPOINT-ENTRY
               VARYING WS-CHK-IDX FROM 1 BY 1
               UNTIL WS-CHK-IDX > 50
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-FILE-STATUS = "00"
               PERFORM UNTIL WS-CHECKPOINT-EOF
                   READ CHECKPOINT-FILE
                       AT END
                           SET WS-CHECKPOINT-EOF TO TRUE
                       NOT AT END
                           PERFORM 1120-STORE-CHECKPOINT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
           END-IF.

       1110-INIT-CHECKPOINT-ENTRY.
           IF WS-CHK-IDX > WS-CHECKPOINT-COUNT
               MOVE HIGH-VALUES TO WS-CK-SOURCE-SYSTEM(WS-CHK-IDX)
           END-IF.

       1120-STORE-CHECKPOINT-ENTRY.
           IF WS-CHECKPOINT-COUNT < 50
               ADD 1 TO WS-CHECKPOINT-COUNT
               SET WS-CHK-IDX TO WS-CHECKPOINT-COUNT
               MOVE CHK-SOURCE-SYSTEM TO
                   WS-CK-SOURCE-SYSTEM(WS-CHK-IDX)
               MOVE CHK-FEED-DATE TO WS-CK-FEED-DATE(WS-CHK-IDX)
               MOVE CHK-FEED-STATUS TO WS-CK-FEED-STATUS(WS-CHK-IDX)
               MOVE CHK-LAST-TRANSACTION-ID TO
                   WS-CK-LAST-TRANSACTION(WS-CHK-IDX)
               MOVE CHK-RECORDS-PROCESSED TO
                   WS-CK-RECORDS-PROCESSED(WS-CHK-IDX)
               MOVE CHK-TIMESTAMP TO WS-CK-TIMESTAMP(WS-CHK-IDX)
           ELSE
               DISPLAY "AMTPOST: CHECKPOINT TABLE FULL, IGNORING "
                   CHK-SOURCE-SYSTEM " " CHK-FEED-DATE
           END-IF.

       1200-RESET-CHECKPOINT-FILE.
      *    Fresh (non-restart) run: drop the checkpoint entry of every
      *    sender on this TRNFILE, so a later restart never mistakes
      *    a stale checkpoint from a previous run of that sender's
      *    feed for this run's progress, along with any entry for a
      *    feed older than yesterday's.  Every other sender's entry
      *    is kept, and the trimmed table is written straight back.
           MOVE WS-CHECKPOINT-COUNT TO WS-CHECKPOINTS-LOADED
           MOVE 0 TO WS-CHECKPOINT-COUNT
           PERFORM 1210-KEEP-CHECKPOINT-ENTRY
               VARYING WS-CHK-IDX FROM 1 BY 1
               UNTIL WS-CHK-IDX > WS-CHECKPOINTS-LOADED
           PERFORM 1110-INIT-CHECKPOINT-ENTRY
               VARYING WS-CHK-IDX FROM 1 BY 1
               UNTIL WS-CHK-IDX > 50
           PERFORM 2910-REWRITE-CHECKPOINT-FILE.

       1210-KEEP-CHECKPOINT-ENTRY.
           SET WS-FEED-IDX TO 1
           SEARCH WS-FEED-ENTRY
               AT END
                   IF WS-CK-FEED-DATE(WS-CHK-IDX) NOT < WS-PRIOR-DATE
                       ADD 1 TO WS-CHECKPOINT-COUNT
                       SET WS-CHK-OUT-IDX TO WS-CHECKPOINT-COUNT
                       MOVE WS-CHECKPOINT-ENTRY(WS-CHK-IDX) TO
                           WS-CHECKPOINT-ENTRY(WS-CHK-OUT-IDX)
                   END-IF
               WHEN WS-FD-SOURCE-SYSTEM(WS-FEED-IDX) =
                       WS-CK-SOURCE-SYSTEM(WS-CHK-IDX)
                   CONTINUE
           END-SEARCH.

      *    Tie each feed that passed its controls to its checkpoint
      *    entry before anything is posted: the entry for the same
      *    sender and feed date if there is one (a restart), else a
      *    new one.  On a restart a feed whose entry shows it already
      *    ran to its trailer is not posted again.  A rejected feed
      *    gets an entry marked rejected, which is how AMTRECON knows
      *    its transactions were never posted.
       1250-ASSIGN-FEED-CHECKPOINT.
           IF WS-FD-REJECTED(WS-FEED-IDX)
               PERFORM 1270-MARK-FEED-REJECTED
           END-IF
           IF WS-FD-ACCEPTED(WS-FEED-IDX)
               SET WS-CHK-IDX TO 1
               SEARCH WS-CHECKPOINT-ENTRY
                   AT END
                       PERFORM 1260-CLAIM-CHECKPOINT-ENTRY
                   WHEN WS-CK-SOURCE-SYSTEM(WS-CHK-IDX) =
                           WS-FD-SOURCE-SYSTEM(WS-FEED-IDX)
                       AND WS-CK-FEED-DATE(WS-CHK-IDX) =
                           WS-FD-FEED-DATE(WS-FEED-IDX)
                       SET WS-FD-CHECKPOINT-SLOT(WS-FEED-IDX)
                           TO WS-CHK-IDX
                       IF WS-RESTART-RUN
                               AND WS-CK-FEED-COMPLETE(WS-CHK-IDX)
                           SET WS-FD-ALREADY-POSTED(WS-FEED-IDX)
                               TO TRUE
                           DISPLAY "RESTART: FEED FROM "
                               WS-FD-SOURCE-SYSTEM(WS-FEED-IDX)
                               " ALREADY POSTED - SKIPPING"
                       END-IF
               END-SEARCH
           END-IF.

       1260-CLAIM-CHECKPOINT-ENTRY.
           IF WS-CHECKPOINT-COUNT < 50
               ADD 1 TO WS-CHECKPOINT-COUNT
               SET WS-CHK-IDX TO WS-CHECKPOINT-COUNT
               MOVE WS-FD-SOURCE-SYSTEM(WS-FEED-IDX) TO
                   WS-CK-SOURCE-SYSTEM(WS-CHK-IDX)
               MOVE WS-FD-FEED-DATE(WS-FEED-IDX) TO
                   WS-CK-FEED-DATE(WS-CHK-IDX)
               MOVE "P" TO WS-CK-FEED-STATUS(WS-CHK-IDX)
               MOVE SPACES TO WS-CK-LAST-TRANSACTION(WS-CHK-IDX)
               MOVE 0 TO WS-CK-RECORDS-PROCESSED(WS-CHK-IDX)
               MOVE SPACES TO WS-CK-TIMESTAMP(WS-CHK-IDX)
               SET WS-FD-CHECKPOINT-SLOT(WS-FEED-IDX) TO WS-CHK-IDX
           ELSE
               DISPLAY "AMTPOST: NO CHECKPOINT SLOT FOR FEED FROM "
                   WS-FD-SOURCE-SYSTEM(WS-FEED-IDX)
               ADD 1 TO WS-CONTROL-ERRORS
           END-IF.

       1270-MARK-FEED-REJECTED.
      *    Not when the same sender also has a feed being posted on
      *    this file (the repeated-feed case): the sender's entry
      *    belongs to that feed.
           MOVE "N" TO WS-SOURCE-POSTING-SW
           PERFORM 1280-CHECK-SOURCE-POSTING
               VARYING WS-FEED-CHK-IDX FROM 1 BY 1
               UNTIL WS-FEED-CHK-IDX > WS-FEED-COUNT
           IF NOT WS-SOURCE-POSTING
               SET WS-CHK-IDX TO 1
               SEARCH WS-CHECKPOINT-ENTRY
                   AT END
                       PERFORM 1260-CLAIM-CHECKPOINT-ENTRY
                   WHEN WS-CK-SOURCE-SYSTEM(WS-CHK-IDX) =
                           WS-FD-SOURCE-SYSTEM(WS-FEED-IDX)
                       AND WS-CK-FEED-DATE(WS-CHK-IDX) =
                           WS-FD-FEED-DATE(WS-FEED-IDX)
                       SET WS-FD-CHECKPOINT-SLOT(WS-FEED-IDX)
                           TO WS-CHK-IDX
               END-SEARCH
               IF WS-FD-CHECKPOINT-SLOT(WS-FEED-IDX) > 0
                   SET WS-CHK-IDX TO WS-FD-CHECKPOINT-SLOT(WS-FEED-IDX)
                   SET WS-CK-FEED-REJECTED(WS-CHK-IDX) TO TRUE
                   MOVE FUNCTION CURRENT-DATE TO
                       WS-CK-TIMESTAMP(WS-CHK-IDX)
               END-IF
           END-IF.

       1280-CHECK-SOURCE-POSTING.
           IF WS-FD-SOURCE-SYSTEM(WS-FEED-CHK-IDX) =
                   WS-FD-SOURCE-SYSTEM(WS-FEED-IDX)
                   AND NOT WS-FD-REJECTED(WS-FEED-CHK-IDX)
               SET WS-SOURCE-POSTING TO TRUE
           END-IF.

      *    A header on the posting pass moves on to the next feed in
      *    WS-FEED-TABLE.  A rejected or already-posted feed is read
      *    past; otherwise its checkpoint count says how many of its
      *    detail records a restart skips before posting resumes
      *    (only detail records count - the checkpoint counter was
      *    accumulated over details alone).
       1300-START-FEED.
           ADD 1 TO WS-FEED-SEQUENCE
           SET WS-FEED-IDX TO WS-FEED-SEQUENCE
           MOVE WS-FD-SOURCE-SYSTEM(WS-FEED-IDX) TO WS-SOURCE-SYSTEM
           MOVE WS-FD-FEED-DATE(WS-FEED-IDX) TO WS-FEED-DATE
           MOVE 0 TO WS-RECORDS-TO-SKIP
           IF WS-FD-ACCEPTED(WS-FEED-IDX)
               SET WS-CURRENT-FEED-POSTING TO TRUE
               SET WS-CHK-IDX TO WS-FD-CHECKPOINT-SLOT(WS-FEED-IDX)
               MOVE WS-CK-RECORDS-PROCESSED(WS-CHK-IDX) TO
                   WS-RECORDS-TO-SKIP
               IF WS-RECORDS-TO-SKIP > 0
                   DISPLAY "RESTART: SKIPPING " WS-RECORDS-TO-SKIP
                       " ALREADY-PROCESSED RECORDS FROM "
                       WS-SOURCE-SYSTEM
               END-IF
           ELSE
               MOVE "N" TO WS-CURRENT-FEED-SW
           END-IF.

      *    The trailer closes the feed: its checkpoint entry is marked
      *    complete so a restart later in the day passes over it.
       1400-END-FEED.
           IF WS-CURRENT-FEED-POSTING
               SET WS-CK-FEED-COMPLETE(WS-CHK-IDX) TO TRUE
               PERFORM 2900-WRITE-CHECKPOINT
           END-IF
           MOVE "N" TO WS-CURRENT-FEED-SW.

       2000-PROCESS-TRANSACTION.
           ADD 1 TO WS-RECORDS-PROCESSED
           ADD 1 TO WS-FD-PROCESSED(WS-FEED-IDX)
           ADD 1 TO WS-CK-RECORDS-PROCESSED(WS-CHK-IDX)
           MOVE TRN-TRANSACTION-ID TO WS-CK-LAST-TRANSACTION(WS-CHK-IDX)
           CALL "AMTCONV" USING TRN-TRANSACTION-ID
                                 TRN-RAW-AMOUNT
                                 TRN-SIGN
                                 AMT-OVERFLOW-FLAG
                                 AMT-SIGN
                                 WS-END-OF-RUN-FLAG
                                 WS-SOURCE-SYSTEM
                                 WS-FEED-DATE
           IF FUNCTION MOD(WS-CK-RECORDS-PROCESSED(WS-CHK-IDX),
                   WS-CHECKPOINT-INTERVAL) = 0
               PERFORM 2900-WRITE-CHECKPOINT
           END-IF.

       2900-WRITE-CHECKPOINT.
           MOVE FUNCTION CURRENT-DATE TO WS-CK-TIMESTAMP(WS-CHK-IDX)
           PERFORM 2910-REWRITE-CHECKPOINT-FILE.

       2910-REWRITE-CHECKPOINT-FILE.
           OPEN OUTPUT CHECKPOINT-FILE
           PERFORM 2920-WRITE-CHECKPOINT-ENTRY
               VARYING WS-CHK-OUT-IDX FROM 1 BY 1
               UNTIL WS-CHK-OUT-IDX > WS-CHECKPOINT-COUNT
           CLOSE CHECKPOINT-FILE.

       2920-WRITE-CHECKPOINT-ENTRY.
           MOVE WS-CK-SOURCE-SYSTEM(WS-CHK-OUT-IDX) TO
               CHK-SOURCE-SYSTEM
           MOVE WS-CK-FEED-DATE(WS-CHK-OUT-IDX) TO CHK-FEED-DATE
           MOVE WS-CK-FEED-STATUS(WS-CHK-OUT-IDX) TO CHK-FEED-STATUS
           MOVE WS-CK-LAST-TRANSACTION(WS-CHK-OUT-IDX) TO
               CHK-LAST-TRANSACTION-ID
           MOVE WS-CK-RECORDS-PROCESSED(WS-CHK-OUT-IDX) TO
               CHK-RECORDS-PROCESSED
           MOVE WS-CK-TIMESTAMP(WS-CHK-OUT-IDX) TO CHK-TIMESTAMP
           WRITE CHECKPOINT-RECORD.

      *    One final CALL, flagged LK-END-OF-RUN = "Y", so AMTCONV can
      *    close AUDITJRN/GLEXTRCT/EXCFILE/SIGNRPT before this run's
      *    program ends (see AMTCONV's 9000-CLOSE-OPEN-FILES) - these
                                 AMT-VALUE
                                 AMT-OVERFLOW-FLAG
                                 AMT-SIGN
                                 WS-END-OF-RUN-FLAG
                                 WS-SOURCE-SYSTEM
                                 WS-FEED-DATE.

      *    Per-feed breakdown of the run for the operator's log.
       2990-DISPLAY-FEED-SUMMARY.
           EVALUATE TRUE
               WHEN WS-FD-REJECTED(WS-FEED-IDX)
                   DISPLAY "  FEED " WS-FD-SOURCE-SYSTEM(WS-FEED-IDX)
                       " DATED " WS-FD-FEED-DATE(WS-FEED-IDX)
                       " REJECTED, NOT POSTED"
               WHEN WS-FD-ALREADY-POSTED(WS-FEED-IDX)
                   DISPLAY "  FEED " WS-FD-SOURCE-SYSTEM(WS-FEED-IDX)
                       " DATED " WS-FD-FEED-DATE(WS-FEED-IDX)
                       " ALREADY POSTED BEFORE RESTART"
               WHEN OTHER
                   DISPLAY "  FEED " WS-FD-SOURCE-SYSTEM(WS-FEED-IDX)
                       " DATED " WS-FD-FEED-DATE(WS-FEED-IDX)
                       " POSTED " WS-FD-PROCESSED(WS-FEED-IDX)
                       " SKIPPED " WS-FD-SKIPPED(WS-FEED-IDX)
           END-EVALUATE.

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
