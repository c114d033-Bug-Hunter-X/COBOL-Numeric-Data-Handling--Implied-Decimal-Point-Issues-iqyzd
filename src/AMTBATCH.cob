      *  it is an operator decision instead of a side effect.  The run
      *  ends with RETURN-CODE 8 when duplicates are found so the
      *  scheduler can hold AMTPOST until a corrected feed arrives.
      *
      *  TRNFILE may carry several senders' feeds for the day, one
      *  header/detail/trailer group per source system (see
      *  TRNCTL.cpy).  Each feed's header and trailer are checked on
      *  their own: a feed that fails is reported and left out of the
      *  validation pass, the others are validated as normal, and the
      *  run ends with RETURN-CODE 4 - a warning, so the screen still
      *  passes and one bad sender does not hold the others; AMTPOST
      *  makes the same check and does not post the rejected feed,
      *  which the sender resends with a later day's file.  The
      *  summary breaks the counts down by feed so a bad sender is
      *  visible at once.
      *
      *  The business date comes from the run-control record through
      *  AMTRCTL, and only a run that ends under RETURN-CODE 8 marks
      *  the screen passed - AMTPOST is refused until one has, and
      *  once AMTPOST has started the screen cannot be rerun.
      *  Driven by its own JCL step - see jcl/AMTBATCH.jcl.
      *****************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

      *    GL account master maintained by operations through AMTACCT
      *    (see copybooks/ACCTREC.cpy), keyed by account number and
      *    read by key for each record.  Every detail record's posting
      *    account is proved against it up front, so an unknown or
      *    closed account is an operator problem this morning instead
      *    of a GL bounce days after transmission.  OPTIONAL so a
      *    system that has not allocated the master yet degrades to
      *    a warning instead of an allocation failure.
           SELECT OPTIONAL ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

      *    Currency master (see copybooks/CURREC.cpy).  Every detail
           05  DW-RAW-AMOUNT               PIC 9(7)V999.
           05  DW-SIGN                     PIC X(1).
           05  DW-CURRENCY-CODE            PIC X(3).
           05  DW-SOURCE-SYSTEM            PIC X(8).

       FD  AUDIT-JOURNAL-FILE
           RECORDING MODE IS F.
           05  WS-DUP-CURRENCY             PIC X(3).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DUP-TEXT                 PIC X(46).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DUP-SOURCE               PIC X(8).
           05  FILLER                      PIC X(31) VALUE SPACES.

      *    Signed copy of the raw amount for the duplicates report,
      *    sign applied from TRN-SIGN/DW-SIGN (missing sign shows
           05  WS-FEED-CURRENCY-ENTRY OCCURS 20 TIMES
                              INDEXED BY WS-FC-IDX.
               10  WS-FEED-CURRENCY        PIC X(3).
      *        Business date of the feed the currency was seen on:
      *        two senders' feeds can be cut for different dates, and
      *        each needs a rate for its own.
               10  WS-FEED-CURRENCY-DATE   PIC 9(8).

       01  WS-TOTAL-RATE-ERRORS            PIC 9(9) VALUE 0.

      *    State of the ACCTMST account master for the per-record
      *    posting-account check (1080-VALIDATE-ACCOUNT), set by
      *    0075-OPEN-ACCOUNT-MASTER.  An empty or unallocated master
      *    disables the check with a warning.
       01  WS-ACCOUNT-MASTER-SW            PIC X(1) VALUE "N".
           88  WS-ACCOUNT-MASTER-IS-OPEN            VALUE "Y".
       01  WS-ACCOUNT-MASTER-USABLE-SW     PIC X(1) VALUE "N".
           88  WS-ACCOUNT-MASTER-USABLE             VALUE "Y".

       01  WS-ACCOUNT-VALID-SW             PIC X(1) VALUE "Y".
           88  WS-ACCOUNT-VALID                      VALUE "Y".
      *    File-control verification state (0030-VERIFY-FILE-CONTROLS)
      *    for the header/trailer pass over TRNFILE before anything
      *    is converted.
      *    Business date the feed was actually cut for, taken from
      *    the header by 0035-CHECK-HEADER-RECORD (falls back to the
      *    run date until a header is seen).  The exchange-rate
       01  WS-FEED-DATE                    PIC 9(8) VALUE 0.
       01  WS-CONTROL-EOF-SW               PIC X(1) VALUE "N".
           88  WS-CONTROL-EOF                        VALUE "Y".
      *    File-level errors only (unreadable or empty file, details
      *    ahead of the first header, too many feeds): these stop the
      *    whole run.  An error inside one feed is counted against
      *    that feed in WS-FEED-TABLE and rejects only that feed.
       01  WS-CONTROL-ERRORS               PIC 9(4) VALUE 0.

      *    One entry per sender's feed on TRNFILE, in file order, built
      *    by the control pre-pass.  The validation pass walks the file
      *    again and steps through the table one header at a time, so
      *    WS-FEED-IDX always points at the feed of the record in hand.
       01  WS-FEED-OPEN-SW                 PIC X(1) VALUE "N".
           88  WS-FEED-OPEN                          VALUE "Y".
       01  WS-REPEATED-SOURCE-SW           PIC X(1) VALUE "N".
           88  WS-REPEATED-SOURCE                    VALUE "Y".
       01  WS-CURRENT-FEED-SW              PIC X(1) VALUE "N".
           88  WS-CURRENT-FEED-ACCEPTED              VALUE "Y".
       01  WS-SOURCE-SYSTEM                PIC X(8) VALUE SPACES.
       01  WS-FEED-COUNT                   PIC 9(2) VALUE 0.
       01  WS-FEED-SEQUENCE                PIC 9(2) VALUE 0.
       01  WS-FEEDS-ACCEPTED               PIC 9(2) VALUE 0.
       01  WS-FEEDS-REJECTED               PIC 9(2) VALUE 0.
       01  WS-TOTAL-NOT-VALIDATED          PIC 9(9) VALUE 0.
       01  WS-FEED-TABLE.
           05  WS-FEED-ENTRY OCCURS 20 TIMES
                              INDEXED BY WS-FEED-IDX.
               10  WS-FD-SOURCE-SYSTEM     PIC X(8).
               10  WS-FD-FEED-DATE         PIC 9(8).
               10  WS-FD-STATUS            PIC X(1).
                   88  WS-FD-ACCEPTED                VALUE "A".
                   88  WS-FD-REJECTED                VALUE "R".
               10  WS-FD-CONTROL-ERRORS    PIC 9(4).
               10  WS-FD-DETAIL-COUNT      PIC 9(9).
               10  WS-FD-HASH-TOTAL        PIC 9(13)V999.
               10  WS-FD-AFTER-TRAILER     PIC 9(9).
               10  WS-FD-READ              PIC 9(9).
               10  WS-FD-OVERFLOW          PIC 9(9).
               10  WS-FD-DUPLICATES        PIC 9(9).
               10  WS-FD-ACCOUNT-ERRORS    PIC 9(9).
               10  WS-FD-CURRENCY-ERRORS   PIC 9(9).

      *    Parameters for the run-control subprogram AMTRCTL, which
      *    supplies the business date and holds the step to the
      *    daily-cycle sequence.
       01  WS-PROGRAM-NAME                 PIC X(8) VALUE "AMTBATCH".
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
               DISPLAY "AMTBATCH: RUN REFUSED BY RUN CONTROL"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-FEED-DATE
           PERFORM 0030-VERIFY-FILE-CONTROLS
           IF WS-CONTROL-ERRORS > 0
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FEEDS-ACCEPTED = 0
               DISPLAY "AMTBATCH: NO FEED ON TRNFILE PASSED ITS "
                   "CONTROLS - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0050-DETERMINE-ROUNDING-MODE
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-FILE-STATUS NOT = "00"
           OPEN OUTPUT PRE-VALIDATION-REPORT
           PERFORM 0060-PREPARE-DUPLICATE-CHECK
           PERFORM 0070-LOAD-RATE-TABLE
           PERFORM 0075-OPEN-ACCOUNT-MASTER
           PERFORM 0078-LOAD-CURRENCY-MASTER
           PERFORM UNTIL WS-END-OF-FILE
               READ TRANSACTION-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN TRH-IS-HEADER
                               PERFORM 0100-START-FEED
                           WHEN TRT-IS-TRAILER
                               CONTINUE
                           WHEN WS-CURRENT-FEED-ACCEPTED
                               PERFORM 1000-VALIDATE-TRANSACTION
                           WHEN OTHER
                               ADD 1 TO WS-TOTAL-NOT-VALIDATED
                       END-EVALUATE
               END-READ
           END-PERFORM
           PERFORM 1900-FINALIZE-AMTCONV
           PERFORM 1970-VALIDATE-EXCHANGE-RATES
           CLOSE TRANSACTION-FILE
           CLOSE PRE-VALIDATION-REPORT
           IF WS-ACCOUNT-MASTER-IS-OPEN
               CLOSE ACCOUNT-MASTER-FILE
           END-IF
           PERFORM 1950-CLOSE-DUPLICATE-CHECK
           DISPLAY "AMTBATCH PRE-VALIDATION SUMMARY"
           DISPLAY "  TRANSACTIONS READ   : " WS-TOTAL-READ
           DISPLAY "  EXCHANGE-RATE ERRORS: " WS-TOTAL-RATE-ERRORS
           DISPLAY "  ACCOUNT ERRORS      : " WS-TOTAL-ACCOUNT-ERRORS
           DISPLAY "  CURRENCY ERRORS     : " WS-TOTAL-CURRENCY-ERRORS
           DISPLAY "  FEEDS ACCEPTED      : " WS-FEEDS-ACCEPTED
           DISPLAY "  FEEDS REJECTED      : " WS-FEEDS-REJECTED
           DISPLAY "  NOT VALIDATED       : " WS-TOTAL-NOT-VALIDATED
           PERFORM 1990-DISPLAY-FEED-SUMMARY
               VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > WS-FEED-COUNT
           IF WS-FEEDS-REJECTED > 0
               DISPLAY "  FEED(S) REJECTED ON CONTROLS - AMTPOST WILL "
                   "NOT POST THEM"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-TOTAL-FEED-DUPLICATES > 0
                   OR WS-TOTAL-PRIOR-DUPLICATES > 0
               DISPLAY "  DUPLICATES FOUND - HOLD AMTPOST AND REVIEW "
                   "FIX CURRFILE OR THE FEED"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9900-COMPLETE-RUN-STEP
           GOBACK.

      *    Pre-pass over TRNFILE before anything is converted.  The
      *    file is one or more feeds, each a header/detail/trailer
      *    group from one sending system.  Every feed must open with a
      *    header carrying today's feed date (a wrong date usually
      *    means yesterday's file is being run again) and close with a
      *    trailer whose record count and TRN-RAW-AMOUNT hash total
      *    match what was actually read for that feed - a missing
      *    trailer or a short count is the signature of a transmission
      *    truncated mid-file.  Expected-versus-received is reported
      *    for every mismatch.  A feed with any error is rejected on
      *    its own (0048-SETTLE-FEED-STATUS); only a fault in the file
      *    as a whole stops the run in 0000-MAIN before the first CALL
      *    to AMTCONV.
       0030-VERIFY-FILE-CONTROLS.
           PERFORM 0031-INIT-FEED-ENTRY
               VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > 20
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-FILE-STATUS NOT = "00"
               DISPLAY "AMTBATCH: UNABLE TO OPEN TRNFILE, STATUS = "
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
                   DISPLAY "AMTBATCH: TRNFILE IS EMPTY - NO "
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
      *    business date: any earlier date is already closed.  A
      *    second feed from a sender already on the file is
      *    rejected: it is almost always the same transmission
      *    concatenated twice.
           IF WS-FEED-COUNT NOT < 20
               DISPLAY "AMTBATCH: MORE THAN 20 FEEDS ON TRNFILE - "
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
               MOVE 0 TO WS-FD-READ(WS-FEED-IDX)
               MOVE 0 TO WS-FD-OVERFLOW(WS-FEED-IDX)
               MOVE 0 TO WS-FD-DUPLICATES(WS-FEED-IDX)
               MOVE 0 TO WS-FD-ACCOUNT-ERRORS(WS-FEED-IDX)
               MOVE 0 TO WS-FD-CURRENCY-ERRORS(WS-FEED-IDX)
               SET WS-FEED-OPEN TO TRUE
               IF TRH-FEED-DATE NOT = WS-RUN-DATE
                   DISPLAY "AMTBATCH: HEADER FEED DATE EXPECTED "
                       WS-RUN-DATE " BUT RECEIVED " TRH-FEED-DATE
                       " FROM " TRH-SOURCE-SYSTEM
                   ADD 1 TO WS-FD-CONTROL-ERRORS(WS-FEED-IDX)
               END-IF
               IF WS-REPEATED-SOURCE
                   DISPLAY "AMTBATCH: SECOND FEED FROM "
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
                       DISPLAY "AMTBATCH: FIRST RECORD ON TRNFILE IS "
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
               DISPLAY "AMTBATCH: TRAILER COUNT EXPECTED "
                   TRT-RECORD-COUNT " BUT RECEIVED "
                   WS-FD-DETAIL-COUNT(WS-FEED-IDX)
                   " DETAIL RECORD(S) FROM "
                   WS-FD-SOURCE-SYSTEM(WS-FEED-IDX)
               ADD 1 TO WS-FD-CONTROL-ERRORS(WS-FEED-IDX)
           END-IF
           IF TRT-HASH-TOTAL NOT = WS-FD-HASH-TOTAL(WS-FEED-IDX)
               DISPLAY "AMTBATCH: TRAILER HASH EXPECTED "
                   TRT-HASH-TOTAL " BUT RECEIVED "
                   WS-FD-HASH-TOTAL(WS-FEED-IDX) " FROM "
                   WS-FD-SOURCE-SYSTEM(WS-FEED-IDX)
               ADD 1 TO WS-FD-CONTROL-ERRORS(WS-FEED-IDX)
           END-IF.

       0046-REPORT-MISSING-TRAILER.
           MOVE "N" TO WS-FEED-OPEN-SW
           DISPLAY "AMTBATCH: NO TRAILER RECORD FOR FEED FROM "
               WS-FD-SOURCE-SYSTEM(WS-FEED-IDX)
               " - TRANSMISSION INCOMPLETE"
           ADD 1 TO WS-FD-CONTROL-ERRORS(WS-FEED-IDX).

       0048-SETTLE-FEED-STATUS.
           IF WS-FD-AFTER-TRAILER(WS-FEED-IDX) > 0
               DISPLAY "AMTBATCH: " WS-FD-AFTER-TRAILER(WS-FEED-IDX)
                   " RECORD(S) FOUND AFTER THE TRAILER FROM "
                   WS-FD-SOURCE-SYSTEM(WS-FEED-IDX)
               ADD 1 TO WS-FD-CONTROL-ERRORS(WS-FEED-IDX)
           END-IF
           IF WS-FD-CONTROL-ERRORS(WS-FEED-IDX) > 0
               SET WS-FD-REJECTED(WS-FEED-IDX) TO TRUE
               ADD 1 TO WS-FEEDS-REJECTED
               DISPLAY "AMTBATCH: FEED FROM "
                   WS-FD-SOURCE-SYSTEM(WS-FEED-IDX) " DATED "
                   WS-FD-FEED-DATE(WS-FEED-IDX) " REJECTED - "
                   WS-FD-CONTROL-ERRORS(WS-FEED-IDX)
                   " CONTROL ERROR(S)"
           ELSE
               ADD 1 TO WS-FEEDS-ACCEPTED
           END-IF.

      *    Lets operations switch to banker's rounding (or force
      *    1970-VALIDATE-EXCHANGE-RATES then reports against every
      *    non-base currency on the feed.
       0070-LOAD-RATE-TABLE.
           PERFORM 0080-INIT-RATE-ENTRY
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > 50
       0090-INIT-FEED-CURRENCY.
           MOVE HIGH-VALUES TO WS-FEED-CURRENCY(WS-FC-IDX).

       0075-OPEN-ACCOUNT-MASTER.
      *    Opens the ACCTMST master for the run.  The file is
      *    OPTIONAL: with no DD, or with no accounts on it, the
      *    account check is disabled with a warning instead of
      *    rejecting every record on the feed.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACCOUNT-FILE-STATUS = "00"
               SET WS-ACCOUNT-MASTER-IS-OPEN TO TRUE
               MOVE LOW-VALUES TO ACCT-ACCOUNT-NUMBER
               START ACCOUNT-MASTER-FILE
                   KEY IS NOT LESS THAN ACCT-ACCOUNT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ACCOUNT-MASTER-USABLE TO TRUE
               END-START
           END-IF
           IF NOT WS-ACCOUNT-MASTER-USABLE
               DISPLAY "AMTBATCH: ACCTMST EMPTY OR NOT ALLOCATED - "
                   "ACCOUNT CHECK DISABLED"
           END-IF.

       0078-LOAD-CURRENCY-MASTER.
      *    One pass over the CURRFILE master into the lookup table.
      *    An empty or unallocated currency master is an error in its
                   RATE-CURRENCY-CODE
           END-IF.

      *    A header on the validation pass moves on to the next feed
      *    in WS-FEED-TABLE: its sender and business date apply to
      *    every detail record until the next header, and a feed the
      *    control pre-pass rejected is read past without validation.
       0100-START-FEED.
           ADD 1 TO WS-FEED-SEQUENCE
           SET WS-FEED-IDX TO WS-FEED-SEQUENCE
           MOVE WS-FD-SOURCE-SYSTEM(WS-FEED-IDX) TO WS-SOURCE-SYSTEM
           MOVE WS-FD-FEED-DATE(WS-FEED-IDX) TO WS-FEED-DATE
           IF WS-FD-ACCEPTED(WS-FEED-IDX)
               SET WS-CURRENT-FEED-ACCEPTED TO TRUE
           ELSE
               MOVE "N" TO WS-CURRENT-FEED-SW
           END-IF.

       1000-VALIDATE-TRANSACTION.
           ADD 1 TO WS-TOTAL-READ
           ADD 1 TO WS-FD-READ(WS-FEED-IDX)
           PERFORM 1050-CHECK-FOR-DUPLICATES
           PERFORM 1090-NOTE-FEED-CURRENCY
           PERFORM 1083-VALIDATE-CURRENCY
                                 AMT-OVERFLOW-FLAG
                                 AMT-SIGN
                                 WS-END-OF-RUN-FLAG
                                 WS-SOURCE-SYSTEM
                                 WS-FEED-DATE
           IF AMT-OVERFLOW
               ADD 1 TO WS-TOTAL-OVERFLOW
               ADD 1 TO WS-FD-OVERFLOW(WS-FEED-IDX)
               PERFORM 1100-WRITE-PRE-VALIDATION-EXCEPTION
           END-IF.

                           PERFORM 1075-REPORT-REVERSED-REPOST
                       ELSE
                           ADD 1 TO WS-TOTAL-PRIOR-DUPLICATES
                           ADD 1 TO WS-FD-DUPLICATES(WS-FEED-IDX)
                           PERFORM 1070-REPORT-PRIOR-DUPLICATE
                       END-IF
               END-READ
           MOVE TRN-RAW-AMOUNT     TO DW-RAW-AMOUNT
           MOVE TRN-SIGN           TO DW-SIGN
           MOVE TRN-CURRENCY-CODE  TO DW-CURRENCY-CODE
           MOVE WS-SOURCE-SYSTEM   TO DW-SOURCE-SYSTEM
           WRITE DUPLICATE-WORK-RECORD
               INVALID KEY
                   ADD 1 TO WS-TOTAL-FEED-DUPLICATES
                   ADD 1 TO WS-FD-DUPLICATES(WS-FEED-IDX)
                   PERFORM 1060-REPORT-FEED-DUPLICATE
           END-WRITE.

           END-IF
           MOVE WS-DUP-SIGNED-AMOUNT TO WS-DUP-AMOUNT
           MOVE DW-CURRENCY-CODE   TO WS-DUP-CURRENCY
           MOVE DW-SOURCE-SYSTEM   TO WS-DUP-SOURCE
           MOVE "DUPLICATE WITHIN FEED - FIRST OCCURRENCE"
               TO WS-DUP-TEXT
           MOVE WS-DUP-DETAIL-LINE TO DUPLICATE-REPORT-LINE
           END-IF
           MOVE WS-DUP-SIGNED-AMOUNT TO WS-DUP-AMOUNT
           MOVE TRN-CURRENCY-CODE  TO WS-DUP-CURRENCY
           MOVE WS-SOURCE-SYSTEM   TO WS-DUP-SOURCE
           MOVE "DUPLICATE WITHIN FEED - THIS OCCURRENCE"
               TO WS-DUP-TEXT
           MOVE WS-DUP-DETAIL-LINE TO DUPLICATE-REPORT-LINE
           MOVE 0                  TO WS-DUP-SEQUENCE
           MOVE JRN-BEFORE-VALUE   TO WS-DUP-AMOUNT
           MOVE SPACES             TO WS-DUP-CURRENCY
           MOVE JRN-SOURCE-SYSTEM  TO WS-DUP-SOURCE
           STRING "ON AUDIT JOURNAL, POSTED " JRN-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO WS-DUP-TEXT
           MOVE WS-DUP-DETAIL-LINE TO DUPLICATE-REPORT-LINE
           END-IF
           MOVE WS-DUP-SIGNED-AMOUNT TO WS-DUP-AMOUNT
           MOVE TRN-CURRENCY-CODE  TO WS-DUP-CURRENCY
           MOVE WS-SOURCE-SYSTEM   TO WS-DUP-SOURCE
           MOVE "ON TODAY'S FEED - RE-SENT FROM PRIOR DAY"
               TO WS-DUP-TEXT
           MOVE WS-DUP-DETAIL-LINE TO DUPLICATE-REPORT-LINE
       1090-NOTE-FEED-CURRENCY.
      *    Remember each distinct currency code seen on the feed so
      *    the rate check at end of run covers exactly what today's
      *    file actually needs, no more - once per business date, as
      *    two senders' feeds may be cut for different dates.
           SET WS-FC-IDX TO 1
           SEARCH WS-FEED-CURRENCY-ENTRY
               AT END
                       SET WS-FC-IDX TO WS-FEED-CURRENCY-COUNT
                       MOVE TRN-CURRENCY-CODE TO
                           WS-FEED-CURRENCY(WS-FC-IDX)
                       MOVE WS-FEED-DATE TO
                           WS-FEED-CURRENCY-DATE(WS-FC-IDX)
                   ELSE
                       DISPLAY "AMTBATCH: CURRENCY TABLE FULL, "
                           "CANNOT TRACK " TRN-CURRENCY-CODE
                   END-IF
               WHEN WS-FEED-CURRENCY(WS-FC-IDX) = TRN-CURRENCY-CODE
                       AND WS-FEED-CURRENCY-DATE(WS-FC-IDX) =
                           WS-FEED-DATE
                   CONTINUE
           END-SEARCH.

           MOVE 0                  TO WS-DUP-SEQUENCE
           MOVE JRN-BEFORE-VALUE   TO WS-DUP-AMOUNT
           MOVE JRN-CURRENCY-CODE  TO WS-DUP-CURRENCY
           MOVE JRN-SOURCE-SYSTEM  TO WS-DUP-SOURCE
           MOVE "REVERSED ON AUDIT JOURNAL - AWAITING REPOST"
               TO WS-DUP-TEXT
           MOVE WS-DUP-DETAIL-LINE TO DUPLICATE-REPORT-LINE
           END-IF
           MOVE WS-DUP-SIGNED-AMOUNT TO WS-DUP-AMOUNT
           MOVE TRN-CURRENCY-CODE  TO WS-DUP-CURRENCY
           MOVE WS-SOURCE-SYSTEM   TO WS-DUP-SOURCE
           MOVE "ON TODAY'S FEED - REPOST AFTER BACKOUT"
               TO WS-DUP-TEXT
           MOVE WS-DUP-DETAIL-LINE TO DUPLICATE-REPORT-LINE
      *    account reason and holds AMTPOST via the RC 8 summary.
           MOVE "Y" TO WS-ACCOUNT-VALID-SW
           MOVE SPACES TO WS-ACCOUNT-REASON
           IF WS-ACCOUNT-MASTER-USABLE
               MOVE TRN-ACCOUNT-NUMBER TO ACCT-ACCOUNT-NUMBER
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-ACCOUNT-VALID-SW
                       MOVE "ACCOUNT NOT ON MASTER"
                           TO WS-ACCOUNT-REASON
                   NOT INVALID KEY
                       PERFORM 1082-CHECK-ACCOUNT-STATUS
               END-READ
               IF NOT WS-ACCOUNT-VALID
                   ADD 1 TO WS-TOTAL-ACCOUNT-ERRORS
                   ADD 1 TO WS-FD-ACCOUNT-ERRORS(WS-FEED-IDX)
                   MOVE WS-ACCOUNT-REASON TO WS-VALIDATION-REASON
                   PERFORM 1085-WRITE-VALIDATION-EXCEPTION
               END-IF
               END-SEARCH
               IF NOT WS-CURRENCY-VALID
                   ADD 1 TO WS-TOTAL-CURRENCY-ERRORS
                   ADD 1 TO WS-FD-CURRENCY-ERRORS(WS-FEED-IDX)
                   PERFORM 1085-WRITE-VALIDATION-EXCEPTION
               END-IF
           END-IF.

       1082-CHECK-ACCOUNT-STATUS.
           EVALUATE TRUE
               WHEN ACCT-CLOSED
                   MOVE "N" TO WS-ACCOUNT-VALID-SW
                   MOVE "ACCOUNT CLOSED" TO WS-ACCOUNT-REASON
               WHEN ACCT-FROZEN
                   MOVE "N" TO WS-ACCOUNT-VALID-SW
                   MOVE "ACCOUNT FROZEN" TO WS-ACCOUNT-REASON
               WHEN NOT ACCT-OPEN
                   MOVE "N" TO WS-ACCOUNT-VALID-SW
                   MOVE "ACCOUNT STATUS NOT OPEN"
                       TO WS-ACCOUNT-REASON
               WHEN WS-FEED-DATE < ACCT-EFFECTIVE-DATE
                   MOVE "N" TO WS-ACCOUNT-VALID-SW
                   MOVE "ACCOUNT NOT YET EFFECTIVE"
                       TO WS-ACCOUNT-REASON
      *        Expiry of zero means open-ended; see ACCTREC.cpy.
               WHEN ACCT-EXPIRY-DATE > 0
                       AND WS-FEED-DATE > ACCT-EXPIRY-DATE
                   MOVE "N" TO WS-ACCOUNT-VALID-SW
                   MOVE "ACCOUNT EXPIRED" TO WS-ACCOUNT-REASON
               WHEN OTHER
           MOVE SPACE TO EXC-APPROVAL-FLAG
           MOVE SPACES TO EXC-CORRECTED-BY
           MOVE SPACES TO EXC-APPROVED-BY
           MOVE SPACE TO EXC-SUSPENSE-FLAG
           MOVE SPACES TO EXC-SUSPENSE-ACCOUNT
           MOVE WS-SOURCE-SYSTEM TO EXC-SOURCE-SYSTEM
           WRITE EXCEPTION-RECORD.

       1100-WRITE-PRE-VALIDATION-EXCEPTION.
           MOVE SPACE TO EXC-APPROVAL-FLAG
           MOVE SPACES TO EXC-CORRECTED-BY
           MOVE SPACES TO EXC-APPROVED-BY
           MOVE SPACE TO EXC-SUSPENSE-FLAG
           MOVE SPACES TO EXC-SUSPENSE-ACCOUNT
           MOVE WS-SOURCE-SYSTEM TO EXC-SOURCE-SYSTEM
           WRITE EXCEPTION-RECORD.

      *    Every currency on today's feed (other than the base
      *                post-midnight run must not flag rates that
      *                are correctly dated for the business day.
                       IF WS-RATE-AS-OF(WS-RATE-IDX) NOT =
                               WS-FEED-CURRENCY-DATE(WS-FC-IDX)
                           ADD 1 TO WS-TOTAL-RATE-ERRORS
                           DISPLAY "AMTBATCH: STALE EXCHANGE RATE "
                               "FOR " WS-FEED-CURRENCY(WS-FC-IDX)
                               ", DATED " WS-RATE-AS-OF(WS-RATE-IDX)
                               " BUT FEED DATE IS "
                               WS-FEED-CURRENCY-DATE(WS-FC-IDX)
                       END-IF
               END-SEARCH
           END-IF.

      *    Per-feed breakdown of the run, so a sender whose feed is
      *    carrying the bad data can be told apart from the others.
       1990-DISPLAY-FEED-SUMMARY.
           IF WS-FD-ACCEPTED(WS-FEED-IDX)
               DISPLAY "  FEED " WS-FD-SOURCE-SYSTEM(WS-FEED-IDX)
                   " DATED " WS-FD-FEED-DATE(WS-FEED-IDX)
                   " VALIDATED, " WS-FD-DETAIL-COUNT(WS-FEED-IDX)
                   " DETAIL RECORD(S)"
           ELSE
               DISPLAY "  FEED " WS-FD-SOURCE-SYSTEM(WS-FEED-IDX)
                   " DATED " WS-FD-FEED-DATE(WS-FEED-IDX)
                   " REJECTED, " WS-FD-CONTROL-ERRORS(WS-FEED-IDX)
                   " CONTROL ERROR(S)"
           END-IF
           DISPLAY "    READ " WS-FD-READ(WS-FEED-IDX)
               "  OVERFLOW " WS-FD-OVERFLOW(WS-FEED-IDX)
               "  DUPLICATES " WS-FD-DUPLICATES(WS-FEED-IDX)
           DISPLAY "    ACCOUNT ERRORS "
               WS-FD-ACCOUNT-ERRORS(WS-FEED-IDX) "  CURRENCY ERRORS "
               WS-FD-CURRENCY-ERRORS(WS-FEED-IDX).

       1950-CLOSE-DUPLICATE-CHECK.
           CLOSE DUPLICATE-WORK-FILE
           CLOSE DUPLICATE-REPORT
                                 AMT-VALUE
                                 AMT-OVERFLOW-FLAG
                                 AMT-SIGN
                                 WS-END-OF-RUN-FLAG
                                 WS-SOURCE-SYSTEM
                                 WS-FEED-DATE.

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
