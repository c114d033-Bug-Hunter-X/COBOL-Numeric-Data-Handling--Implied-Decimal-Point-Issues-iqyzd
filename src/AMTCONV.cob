      *
      *  Shared subprogram that converts an incoming transaction
      *  amount (raw magnitude + sign) into the internal working
      *  amount AMT-VALUE (PIC S9(7)V999).  AMT-VALUE carries the full
      *  magnitude of TRN-RAW-AMOUNT, so a genuine large payment
      *  converts like any other.  2000-CONVERT-AMOUNT still guards
      *  the assignment: a raw amount that is not numeric at all, or
      *  one that rounding to the currency's decimals would carry past
      *  9,999,999.999, is a malformed feed value and is logged to
      *  EXCEPTION-FILE and counted in the daily truncation counter
      *  (TRUNCCTL) instead of being allowed through silently.  Every
      *  exception the committing run logs (truncation, currency or
      *  account) has its feed value posted to the currency's
      *  suspense account on GLSUSP (see 2130-WRITE-SUSPENSE-ENTRY),
      *  so the GL balances to the feed while the item is worked.
      *
      *  CALLed by AMTBATCH (pre-validation, LK-VALIDATE-ONLY = "Y",
      *  no exception/counter/sign-report side effects) and by AMTPOST
      *  (the committing conversion run).  Both pass the source
      *  system of the feed the transaction arrived on, which is
      *  stamped on every AUDITJRN, EXCFILE, GLEXTRCT and GLSUSP
      *  record written here.
      *
      *  EXCFILE/SIGNRPT/AUDITJRN/GLEXTRCT and the ACCTMST account
      *  master are opened once, on the first call that needs them,
      *  and stay open for the life of the run instead of paying an
      *  OPEN/CLOSE per transaction on what is otherwise the hot
      *  path of AMTPOST's daily-file loop. The
      *  caller must issue one final CALL with LK-END-OF-RUN = "Y"
      *  after its main loop ends so 9000-CLOSE-OPEN-FILES can close
      *  whatever this run actually opened (see AMTBATCH/AMTPOST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CURRENCY-FILE-STATUS.

      *    GL account master maintained by operations through AMTACCT,
      *    one record per postable account (see copybooks/ACCTREC.cpy),
      *    keyed by account number so it can grow without limit.
      *    Opened once on the first committing conversion and read by
      *    key for each transaction.  OPTIONAL so a run on a system
      *    that has not allocated the master yet still works - the
      *    account check is simply disabled then (see
      *    2007-VALIDATE-ACCOUNT).
           SELECT OPTIONAL ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

      *    Suspense account per currency maintained by operations
      *    (see copybooks/SUSPREC.cpy), loaded once into
      *    WS-SUSPENSE-TABLE on the first exception of the run.
      *    OPTIONAL: with no DD nothing is put in suspense and the
      *    exceptions stay off the GL until AMTREPST posts them, the
      *    way they always used to.
           SELECT OPTIONAL SUSPENSE-CONTROL-FILE ASSIGN TO "SUSPCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-CONTROL-STATUS.

      *    Sequential GL-bound suspense postings in the extract layout
      *    (rides the GL feed alongside GLADJ/GLBKOUT), appended once
      *    per new exception - see 2130-WRITE-SUSPENSE-ENTRY.
           SELECT SUSPENSE-POSTING-FILE ASSIGN TO "GLSUSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-POSTING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
       COPY CURREC.

       FD  SUSPENSE-CONTROL-FILE
           RECORDING MODE IS F.
       COPY SUSPREC.

       FD  SUSPENSE-POSTING-FILE
           RECORDING MODE IS F.
       COPY GLEXTREC REPLACING
           ==GL-EXTRACT-RECORD== BY ==SUSPENSE-POSTING-RECORD==
           LEADING ==GL== BY ==SUS==.

       WORKING-STORAGE SECTION.
      *    Shared amount layout: AMT-INPUT-VALUE, AMT-VALUE,
      *    AMT-OVERFLOW-FLAG and AMT-SIGN.  See copybooks/AMTREC.cpy.
       01  WS-RAW-AMOUNT                   PIC 9(7)V999.
       01  WS-SOURCE-SIGN                  PIC X(1) VALUE SPACE.

      *    Why the amount in hand is being routed to the exception
      *    queue as a truncation: an unreadable raw magnitude, or a
      *    rounding carry past the top of AMT-VALUE.
       01  WS-TRUNCATION-REASON            PIC X(30).

      *    Currency decimal-places table (implied-decimal scaling),
      *    loaded once per run from the operations-maintained CURRFILE
      *    One scaled work field per supported decimal count, used by
      *    2060-APPLY-CURRENCY-SCALE to collapse AMT-VALUE down to the
      *    currency's actual number of decimal places.
       01  WS-SCALE-0-DECIMALS             PIC S9(7).
       01  WS-SCALE-1-DECIMAL              PIC S9(7)V9.
       01  WS-SCALE-2-DECIMALS             PIC S9(7)V99.

      *    WS-ROUNDING-MODE controls how 2060-APPLY-CURRENCY-SCALE
      *    collapses AMT-VALUE down to the currency's real decimal

       01  WS-CURRENT-TIMESTAMP            PIC X(26).

      *    Parameters for the accounting-period subprogram AMTPERD,
      *    which books every GLEXTRCT and GLSUSP entry into an open
      *    period (see 2080-WRITE-GL-EXTRACT).
       01  WS-PROGRAM-NAME                 PIC X(8) VALUE "AMTCONV".
       01  WS-PERIOD-OUTPUT-FILE           PIC X(8).
       01  WS-ENTRY-PERIOD                 PIC 9(6).
       01  WS-PERIOD-RESULT                PIC X(1).
           88  WS-PERIOD-WAS-MOVED                   VALUE "M".
       01  WS-PERIOD-FUNCTION              PIC X(1).

      *    In-storage copy of the daily RATEFILE, loaded once per run
      *    by 2082-LOAD-RATE-TABLE.  Unused slots carry HIGH-VALUES in
      *    the currency key so the SEARCH in 2085-LOOKUP-EXCHANGE-RATE
       01  WS-RATE-FOUND                   PIC 9(3)V9(6).
       01  WS-RATE-DATE-FOUND              PIC 9(8).

      *    State of the ACCTMST account master for the run, set once
      *    by 2086-OPEN-ACCOUNT-MASTER.  A master that is not
      *    allocated or holds no accounts disables the check rather
      *    than failing every account - the same degrade-gracefully
      *    treatment the OPTIONAL control files get elsewhere in this
      *    suite.  An open master stays open for the run and is
      *    closed by 9000-CLOSE-OPEN-FILES.
       01  WS-ACCOUNT-MASTER-CHECKED-SW    PIC X(1) VALUE "N".
           88  WS-ACCOUNT-MASTER-CHECKED            VALUE "Y".
       01  WS-ACCOUNT-MASTER-SW            PIC X(1) VALUE "N".
           88  WS-ACCOUNT-MASTER-IS-OPEN            VALUE "Y".
       01  WS-ACCOUNT-MASTER-USABLE-SW     PIC X(1) VALUE "N".
           88  WS-ACCOUNT-MASTER-USABLE             VALUE "Y".

      *    Outcome of 2007-VALIDATE-ACCOUNT for the transaction in
      *    hand; the reason text goes onto the exception record when
           88  WS-ACCOUNT-VALID                      VALUE "Y".
       01  WS-ACCOUNT-REASON               PIC X(30).

      *    In-storage copy of SUSPCTL, loaded once per run by
      *    2122-LOAD-SUSPENSE-TABLE the same way as the rate table.
      *    WS-SUSPENSE-DEFAULT holds the "***" catch-all account, if
      *    any, for a currency without its own entry.
       01  WS-SUSPENSE-TABLE-LOADED-SW     PIC X(1) VALUE "N".
           88  WS-SUSPENSE-TABLE-LOADED             VALUE "Y".
       01  WS-SUSPENSE-EOF-SW              PIC X(1) VALUE "N".
           88  WS-SUSPENSE-EOF                       VALUE "Y".
       01  WS-SUSPENSE-COUNT               PIC 9(2) VALUE 0.
       01  WS-SUSPENSE-DEFAULT             PIC X(10) VALUE SPACES.
       01  WS-SUSPENSE-TABLE.
           05  WS-SUSPENSE-ENTRY OCCURS 50 TIMES
                              INDEXED BY WS-SUSP-IDX.
               10  WS-SUSP-CURRENCY        PIC X(3).
               10  WS-SUSP-ACCOUNT         PIC X(10).

      *    Whichever currency/account reason is being written to the
      *    exception record by 2110-LOG-VALIDATION-EXCEPTION.
       01  WS-VALIDATION-REASON            PIC X(30).
       01  WS-RATE-FILE-STATUS             PIC X(2).
       01  WS-ACCOUNT-FILE-STATUS          PIC X(2).
       01  WS-CURRENCY-FILE-STATUS         PIC X(2).
       01  WS-SUSPENSE-CONTROL-STATUS      PIC X(2).
       01  WS-SUSPENSE-POSTING-STATUS      PIC X(2).

       01  WS-ACCOUNT-NUMBER                PIC X(10).

      *    9000-CLOSE-OPEN-FILES at end of run.
       01  WS-EXCEPTION-FILE-OPEN-SW       PIC X(1) VALUE "N".
           88  WS-EXCEPTION-FILE-IS-OPEN            VALUE "Y".
      *    Set when 2100/2110's exception WRITE hits a duplicate key
      *    (restart replay of an already-logged/counted exception), so
      *    the caller knows not to bump TRUNCCTL or post the amount to
      *    suspense again.
       01  WS-EXCEPTION-ALREADY-LOGGED-SW  PIC X(1) VALUE "N".
           88  WS-EXCEPTION-ALREADY-LOGGED          VALUE "Y".
       01  WS-SIGN-FILE-OPEN-SW            PIC X(1) VALUE "N".
           88  WS-JOURNAL-FILE-IS-OPEN               VALUE "Y".
       01  WS-GL-EXTRACT-FILE-OPEN-SW      PIC X(1) VALUE "N".
           88  WS-GL-EXTRACT-FILE-IS-OPEN            VALUE "Y".
       01  WS-SUSPENSE-FILE-OPEN-SW        PIC X(1) VALUE "N".
           88  WS-SUSPENSE-FILE-IS-OPEN              VALUE "Y".
      *    Set once any suspense posting fails (2135); from then on
      *    every return to the caller carries RETURN-CODE 8, since the
      *    CALLs to AMTPERD in between reset the register.
       01  WS-SUSPENSE-FAILED-SW           PIC X(1) VALUE "N".
           88  WS-SUSPENSE-POSTING-FAILED            VALUE "Y".

       LINKAGE SECTION.
       01  LK-TRANSACTION-ID                PIC X(10).
      *    written, since those belong to the committing run.
       01  LK-VALIDATE-ONLY                 PIC X(1).
           88  LK-VALIDATE-MODE                        VALUE "Y".
       01  LK-CONVERTED-AMOUNT              PIC S9(7)V999.
       01  LK-OVERFLOW-FLAG                 PIC X(1).
       01  LK-SIGN                          PIC X(1).
      *    LK-END-OF-RUN = "Y" tells AMTCONV the caller's main loop has
      *    final call - see AMTBATCH/AMTPOST 0000-MAIN).
       01  LK-END-OF-RUN                    PIC X(1).
           88  LK-FINALIZE-RUN                        VALUE "Y".
      *    Sending system of the feed this transaction arrived on
      *    (TRH-SOURCE-SYSTEM from its TRNFILE header), carried onto
      *    every journal, exception, extract and suspense record this
      *    call writes.
       01  LK-SOURCE-SYSTEM                 PIC X(8).
      *    Business date of that feed (TRH-FEED-DATE), carried onto
      *    the journal entry alongside the source system.
       01  LK-FEED-DATE                     PIC 9(8).

       PROCEDURE DIVISION USING LK-TRANSACTION-ID LK-RAW-AMOUNT
               LK-SOURCE-SIGN LK-CURRENCY-CODE LK-ACCOUNT-NUMBER
               LK-ROUNDING-MODE LK-VALIDATE-ONLY LK-CONVERTED-AMOUNT
               LK-OVERFLOW-FLAG LK-SIGN LK-END-OF-RUN
               LK-SOURCE-SYSTEM LK-FEED-DATE.
       0000-MAIN.
           IF LK-FINALIZE-RUN
               PERFORM 9000-CLOSE-OPEN-FILES
               PERFORM 0900-SET-RETURN-CODE
               GOBACK
           END-IF
           MOVE LK-TRANSACTION-ID TO WS-TRANSACTION-ID
      *    The magnitude is tested where the caller passed it: a
      *    numeric MOVE of non-numeric bytes is undefined and could
      *    hand on a clean-looking value.  A malformed one is carried
      *    as zero and routed to the exception queue (2000).
           IF LK-RAW-AMOUNT IS NUMERIC
               MOVE LK-RAW-AMOUNT TO WS-RAW-AMOUNT
           ELSE
               MOVE 0 TO WS-RAW-AMOUNT
           END-IF
           MOVE LK-SOURCE-SIGN TO WS-SOURCE-SIGN
           MOVE LK-ACCOUNT-NUMBER TO WS-ACCOUNT-NUMBER
           IF LK-ROUNDING-MODE = "R" OR "B" OR "T"
           MOVE AMT-VALUE TO LK-CONVERTED-AMOUNT
           MOVE AMT-OVERFLOW-FLAG TO LK-OVERFLOW-FLAG
           MOVE AMT-SIGN TO LK-SIGN
           PERFORM 0900-SET-RETURN-CODE
           GOBACK.

       0900-SET-RETURN-CODE.
           IF WS-SUSPENSE-POSTING-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF.

       2006-LOOKUP-CURRENCY-SCALE.
      *    A currency code missing from the master (or flagged
      *    inactive) leaves the sentinel 9 in WS-DECIMALS-FOUND and
                   PERFORM 2015-LOG-SIGN-DEFAULT
               END-IF
           END-IF
      *    A magnitude that is not numeric (spaces, a shifted or
      *    garbled field) cannot be signed or scaled; it is carried as
      *    zero and 2000-CONVERT-AMOUNT routes it to the exception
      *    queue.
           EVALUATE TRUE
               WHEN LK-RAW-AMOUNT IS NOT NUMERIC
                   MOVE 0 TO AMT-INPUT-VALUE
               WHEN AMT-SIGN-NEGATIVE
                   COMPUTE AMT-INPUT-VALUE = WS-RAW-AMOUNT * -1
               WHEN OTHER
                   MOVE WS-RAW-AMOUNT TO AMT-INPUT-VALUE
           END-EVALUATE.

       2015-LOG-SIGN-DEFAULT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           END-WRITE.

       2000-CONVERT-AMOUNT.
      *    Guard the assignment: AMT-VALUE is as wide as the raw feed
      *    magnitude, so the only amounts that cannot be carried are a
      *    non-numeric raw value (caught here) and a rounding carry out
      *    of the top digit (caught by 2060-APPLY-CURRENCY-SCALE's SIZE
      *    ERROR phrases).  Either would otherwise be posted wrong with
      *    no indication anything was lost.
           MOVE "N" TO AMT-OVERFLOW-FLAG
           MOVE SPACES TO WS-TRUNCATION-REASON
           IF LK-RAW-AMOUNT IS NOT NUMERIC
               SET AMT-OVERFLOW TO TRUE
               MOVE "MALFORMED FEED AMOUNT" TO WS-TRUNCATION-REASON
           END-IF
           PERFORM 2060-APPLY-CURRENCY-SCALE
           PERFORM 2007-VALIDATE-ACCOUNT

       2007-VALIDATE-ACCOUNT.
      *    The committing run proves the posting account exists on the
      *    ACCTMST master, is open, and that its feed's business date
      *    falls inside its effective window (AMTBATCH runs the same
      *    check up front).  A validate-only pass skips it -
      *    the pre-validation driver does its own reporting - and an
      *    empty/unallocated master disables the check entirely.
           MOVE "Y" TO WS-ACCOUNT-VALID-SW
               CONTINUE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               IF NOT WS-ACCOUNT-MASTER-CHECKED
                   PERFORM 2086-OPEN-ACCOUNT-MASTER
               END-IF
               IF WS-ACCOUNT-MASTER-USABLE
                   PERFORM 2009-CHECK-ACCOUNT-ENTRY
               END-IF
           END-IF.

       2009-CHECK-ACCOUNT-ENTRY.
           MOVE WS-ACCOUNT-NUMBER TO ACCT-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-ACCOUNT-VALID-SW
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-ACCOUNT-REASON
               NOT INVALID KEY
                   PERFORM 2011-CHECK-ACCOUNT-STATUS
           END-READ.

       2011-CHECK-ACCOUNT-STATUS.
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
               WHEN LK-FEED-DATE < ACCT-EFFECTIVE-DATE
                   MOVE "N" TO WS-ACCOUNT-VALID-SW
                   MOVE "ACCOUNT NOT YET EFFECTIVE"
                       TO WS-ACCOUNT-REASON
      *        Expiry of zero means open-ended; see ACCTREC.cpy.
               WHEN ACCT-EXPIRY-DATE > 0
                       AND LK-FEED-DATE > ACCT-EXPIRY-DATE
                   MOVE "N" TO WS-ACCOUNT-VALID-SW
                   MOVE "ACCOUNT EXPIRED" TO WS-ACCOUNT-REASON
               WHEN OTHER
      *    WS-DECIMALS-FOUND places is the only step that actually
      *    narrows the value, and so it is where WS-ROUNDING-MODE has
      *    to be applied for the configurable rounding to have any
      *    observable effect.  Rounding up can carry a value at the
      *    very top of the range into an eighth integer digit; that is
      *    flagged as a truncation (2065) and the value cut, not
      *    rounded, to the currency's decimals is left in AMT-VALUE
      *    rather than a wrapped one.
           MOVE AMT-INPUT-VALUE TO AMT-VALUE
           EVALUATE WS-DECIMALS-FOUND
               WHEN 0
                       WHEN WS-ROUND-BANKERS
                           COMPUTE WS-SCALE-0-DECIMALS ROUNDED
                               MODE IS NEAREST-EVEN = AMT-VALUE
                               ON SIZE ERROR
                                   PERFORM 2065-FLAG-ROUNDING-CARRY
                           END-COMPUTE
                       WHEN WS-ROUND-TRUNCATE
                           MOVE AMT-VALUE TO WS-SCALE-0-DECIMALS
                       WHEN OTHER
                           COMPUTE WS-SCALE-0-DECIMALS ROUNDED MODE
                               IS NEAREST-AWAY-FROM-ZERO = AMT-VALUE
                               ON SIZE ERROR
                                   PERFORM 2065-FLAG-ROUNDING-CARRY
                           END-COMPUTE
                   END-EVALUATE
                   MOVE WS-SCALE-0-DECIMALS TO AMT-VALUE
               WHEN 1
                       WHEN WS-ROUND-BANKERS
                           COMPUTE WS-SCALE-1-DECIMAL ROUNDED
                               MODE IS NEAREST-EVEN = AMT-VALUE
                               ON SIZE ERROR
                                   PERFORM 2065-FLAG-ROUNDING-CARRY
                           END-COMPUTE
                       WHEN WS-ROUND-TRUNCATE
                           MOVE AMT-VALUE TO WS-SCALE-1-DECIMAL
                       WHEN OTHER
                           COMPUTE WS-SCALE-1-DECIMAL ROUNDED MODE
                               IS NEAREST-AWAY-FROM-ZERO = AMT-VALUE
                               ON SIZE ERROR
                                   PERFORM 2065-FLAG-ROUNDING-CARRY
                           END-COMPUTE
                   END-EVALUATE
                   MOVE WS-SCALE-1-DECIMAL TO AMT-VALUE
               WHEN 2
                       WHEN WS-ROUND-BANKERS
                           COMPUTE WS-SCALE-2-DECIMALS ROUNDED
                               MODE IS NEAREST-EVEN = AMT-VALUE
                               ON SIZE ERROR
                                   PERFORM 2065-FLAG-ROUNDING-CARRY
                           END-COMPUTE
                       WHEN WS-ROUND-TRUNCATE
                           MOVE AMT-VALUE TO WS-SCALE-2-DECIMALS
                       WHEN OTHER
                           COMPUTE WS-SCALE-2-DECIMALS ROUNDED MODE
                               IS NEAREST-AWAY-FROM-ZERO = AMT-VALUE
                               ON SIZE ERROR
                                   PERFORM 2065-FLAG-ROUNDING-CARRY
                           END-COMPUTE
                   END-EVALUATE
                   MOVE WS-SCALE-2-DECIMALS TO AMT-VALUE
      *        Three decimals (KWD-style) is already the full V999
                   CONTINUE
           END-EVALUATE.

       2065-FLAG-ROUNDING-CARRY.
      *    The rounded target was left untouched by the SIZE ERROR, so
      *    seed it with the value cut to the currency's decimals for
      *    the MOVE back into AMT-VALUE that follows the EVALUATE.
           SET AMT-OVERFLOW TO TRUE
           MOVE "HIGH-ORDER TRUNCATION" TO WS-TRUNCATION-REASON
           MOVE AMT-VALUE TO WS-SCALE-0-DECIMALS
           MOVE AMT-VALUE TO WS-SCALE-1-DECIMAL
           MOVE AMT-VALUE TO WS-SCALE-2-DECIMALS.

       2070-WRITE-AUDIT-JOURNAL.
      *    Records the before/after value for every committed
      *    conversion, not just the ones that overflow, so year-end
           MOVE AMT-INPUT-VALUE      TO JRN-BEFORE-VALUE
           MOVE AMT-VALUE            TO JRN-AFTER-VALUE
           MOVE LK-CURRENCY-CODE     TO JRN-CURRENCY-CODE
           MOVE LK-SOURCE-SYSTEM     TO JRN-SOURCE-SYSTEM
           MOVE LK-FEED-DATE         TO JRN-FEED-DATE
           MOVE "N" TO JRN-REVERSED-FLAG
           MOVE "N" TO WS-REPOST-AFTER-REVERSAL-SW
           EVALUATE TRUE
               MOVE AMT-INPUT-VALUE      TO JRN-BEFORE-VALUE
               MOVE AMT-VALUE            TO JRN-AFTER-VALUE
               MOVE LK-CURRENCY-CODE     TO JRN-CURRENCY-CODE
               MOVE LK-SOURCE-SYSTEM     TO JRN-SOURCE-SYSTEM
               MOVE LK-FEED-DATE         TO JRN-FEED-DATE
               EVALUATE TRUE
                   WHEN AMT-OVERFLOW
                       SET JRN-TRUNCATED TO TRUE
      *    One extract record per successfully converted amount, for
      *    the downstream GL posting feed. Overflowed amounts are
      *    excluded since 2100-LOG-TRUNCATION-EXCEPTION already routes
      *    those to the exception queue (and their feed value to the
      *    suspense account on GLSUSP) instead of posting them.
           PERFORM 2085-LOOKUP-EXCHANGE-RATE
           MOVE WS-ACCOUNT-NUMBER    TO GL-ACCOUNT-NUMBER
           MOVE AMT-VALUE            TO GL-AMOUNT
           MOVE LK-CURRENCY-CODE     TO GL-CURRENCY-CODE
           MOVE LK-SOURCE-SYSTEM     TO GL-SOURCE-SYSTEM
           MOVE WS-CURRENT-TIMESTAMP TO GL-CONVERSION-TIMESTAMP
           MOVE WS-TRANSACTION-ID    TO GL-SOURCE-TRANSACTION-ID
           COMPUTE GL-BASE-AMOUNT ROUNDED =
           MOVE "N" TO GL-ACK-FLAG
           MOVE SPACES TO GL-ACK-REASON-CODE
           MOVE 0 TO GL-ACK-DATE
      *    A conversion belongs to the period of its feed's business
      *    date; if the ledger has already closed that period,
      *    AMTPERD moves the entry into the next open one.
           MOVE "GLEXTRCT" TO WS-PERIOD-OUTPUT-FILE
           MOVE LK-FEED-DATE(1:6) TO WS-ENTRY-PERIOD
           MOVE "A" TO WS-PERIOD-FUNCTION
           CALL "AMTPERD" USING WS-PROGRAM-NAME
                                 WS-PERIOD-OUTPUT-FILE
                                 WS-ENTRY-PERIOD
                                 GL-EXTRACT-RECORD
                                 WS-PERIOD-RESULT
                                 WS-PERIOD-FUNCTION
           IF NOT WS-GL-EXTRACT-FILE-IS-OPEN
               OPEN I-O GL-EXTRACT-FILE
               IF WS-GL-EXTRACT-FILE-STATUS = "35"
                           INVALID KEY
                               DISPLAY "AMTCONV: UNABLE TO REWRITE "
                                   "GL EXTRACT FOR " WS-TRANSACTION-ID
                           NOT INVALID KEY
                               PERFORM 2081-LOG-MOVED-GL-ENTRY
                       END-REWRITE
                   ELSE
                       DISPLAY "AMTCONV: GL EXTRACT ALREADY POSTED "
                           "FOR " WS-TRANSACTION-ID
                           " - RESTART REPLAY, SKIPPING"
                   END-IF
               NOT INVALID KEY
                   PERFORM 2081-LOG-MOVED-GL-ENTRY
           END-WRITE.

       2081-LOG-MOVED-GL-ENTRY.
      *    Only an entry that actually reached GLEXTRCT goes on the
      *    prior-period log; a skipped restart replay was logged by
      *    the run that first wrote it.
           IF WS-PERIOD-WAS-MOVED
               MOVE "L" TO WS-PERIOD-FUNCTION
               CALL "AMTPERD" USING WS-PROGRAM-NAME
                                     WS-PERIOD-OUTPUT-FILE
                                     WS-ENTRY-PERIOD
                                     GL-EXTRACT-RECORD
                                     WS-PERIOD-RESULT
                                     WS-PERIOD-FUNCTION
           END-IF.

       2082-LOAD-RATE-TABLE.
      *    One pass over the day's RATEFILE into WS-RATE-TABLE.  The
      *    file is OPTIONAL: on a run without the DD the OPEN is a
               END-SEARCH
           END-IF.

       2086-OPEN-ACCOUNT-MASTER.
      *    Opens the ACCTMST master for the rest of the run.  The
      *    file is OPTIONAL: with no DD, or with no accounts on it,
      *    the account check is disabled (see 2007-VALIDATE-ACCOUNT).
           SET WS-ACCOUNT-MASTER-CHECKED TO TRUE
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
           END-IF.

       2100-LOG-TRUNCATION-EXCEPTION.
           MOVE AMT-INPUT-VALUE      TO EXC-ORIGINAL-VALUE
           MOVE AMT-VALUE           TO EXC-TRUNCATED-VALUE
           MOVE WS-CURRENT-TIMESTAMP TO EXC-TIMESTAMP
           MOVE WS-TRUNCATION-REASON TO EXC-REASON
           MOVE LK-CURRENCY-CODE    TO EXC-CURRENCY-CODE
           MOVE WS-ACCOUNT-NUMBER   TO EXC-ACCOUNT-NUMBER
           MOVE LK-SOURCE-SYSTEM    TO EXC-SOURCE-SYSTEM
           MOVE "N" TO EXC-CORRECTED-FLAG
           MOVE 0 TO EXC-CORRECTED-VALUE
           MOVE "N" TO EXC-POSTED-FLAG
           MOVE SPACE TO EXC-APPROVAL-FLAG
           MOVE SPACES TO EXC-CORRECTED-BY
           MOVE SPACES TO EXC-APPROVED-BY
           PERFORM 2120-ASSIGN-SUSPENSE-ACCOUNT
           MOVE "N" TO WS-EXCEPTION-ALREADY-LOGGED-SW
      *    A duplicate key here means a restart is replaying a
      *    transaction whose exception record was already written
      *    (and already counted in TRUNCCTL and put in suspense)
      *    before the abend - fall back to updating the existing
      *    record instead of aborting on an unhandled I-O condition,
      *    and skip the suspense posting and counter bump below.
           WRITE EXCEPTION-RECORD
               INVALID KEY
                   SET WS-EXCEPTION-ALREADY-LOGGED TO TRUE
                   PERFORM 2105-REWRITE-EXISTING-EXCEPTION
           END-WRITE
           IF NOT WS-EXCEPTION-ALREADY-LOGGED
               PERFORM 2130-WRITE-SUSPENSE-ENTRY
               PERFORM 2200-BUMP-TRUNCATION-COUNTER
           END-IF.

               MOVE AMT-INPUT-VALUE      TO EXC-ORIGINAL-VALUE
               MOVE AMT-VALUE            TO EXC-TRUNCATED-VALUE
               MOVE WS-CURRENT-TIMESTAMP TO EXC-TIMESTAMP
               MOVE WS-TRUNCATION-REASON TO EXC-REASON
               MOVE LK-CURRENCY-CODE     TO EXC-CURRENCY-CODE
               MOVE WS-ACCOUNT-NUMBER    TO EXC-ACCOUNT-NUMBER
               MOVE LK-SOURCE-SYSTEM     TO EXC-SOURCE-SYSTEM
               REWRITE EXCEPTION-RECORD
                   INVALID KEY
                       DISPLAY "AMTCONV: UNABLE TO REWRITE EXCEPTION "
           MOVE WS-VALIDATION-REASON TO EXC-REASON
           MOVE LK-CURRENCY-CODE     TO EXC-CURRENCY-CODE
           MOVE WS-ACCOUNT-NUMBER    TO EXC-ACCOUNT-NUMBER
           MOVE LK-SOURCE-SYSTEM     TO EXC-SOURCE-SYSTEM
           MOVE "N" TO EXC-CORRECTED-FLAG
           MOVE 0 TO EXC-CORRECTED-VALUE
           MOVE "N" TO EXC-POSTED-FLAG
           MOVE SPACE TO EXC-APPROVAL-FLAG
           MOVE SPACES TO EXC-CORRECTED-BY
           MOVE SPACES TO EXC-APPROVED-BY
           PERFORM 2120-ASSIGN-SUSPENSE-ACCOUNT
           MOVE "N" TO WS-EXCEPTION-ALREADY-LOGGED-SW
      *    A duplicate key here means a restart is replaying a
      *    transaction whose exception record was already written
      *    before the abend - fall back to updating the existing
      *    record, same as 2100's truncation path, and do not put
      *    the amount in suspense a second time.
           WRITE EXCEPTION-RECORD
               INVALID KEY
                   SET WS-EXCEPTION-ALREADY-LOGGED TO TRUE
                   PERFORM 2115-REWRITE-VALIDATION-EXCEPTION
           END-WRITE
           IF NOT WS-EXCEPTION-ALREADY-LOGGED
               PERFORM 2130-WRITE-SUSPENSE-ENTRY
           END-IF.

       2115-REWRITE-VALIDATION-EXCEPTION.
      *    Re-read the record occupying this key so an operator
               MOVE WS-VALIDATION-REASON TO EXC-REASON
               MOVE LK-CURRENCY-CODE     TO EXC-CURRENCY-CODE
               MOVE WS-ACCOUNT-NUMBER    TO EXC-ACCOUNT-NUMBER
               MOVE LK-SOURCE-SYSTEM     TO EXC-SOURCE-SYSTEM
               REWRITE EXCEPTION-RECORD
                   INVALID KEY
                       DISPLAY "AMTCONV: UNABLE TO REWRITE EXCEPTION "
               END-REWRITE
           END-IF.

       2120-ASSIGN-SUSPENSE-ACCOUNT.
      *    Pick the suspense account for the exception being built:
      *    the currency's own SUSPCTL entry, else the "***" catch-all
      *    (which is the only one an unrecognized currency can use).
      *    With neither, the exception is logged without a suspense
      *    posting and AMTSUSP lists it as outside suspense.
           IF NOT WS-SUSPENSE-TABLE-LOADED
               PERFORM 2122-LOAD-SUSPENSE-TABLE
           END-IF
           MOVE SPACE TO EXC-SUSPENSE-FLAG
           MOVE WS-SUSPENSE-DEFAULT TO EXC-SUSPENSE-ACCOUNT
           SET WS-SUSP-IDX TO 1
           SEARCH WS-SUSPENSE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SUSP-CURRENCY(WS-SUSP-IDX) = LK-CURRENCY-CODE
                   MOVE WS-SUSP-ACCOUNT(WS-SUSP-IDX) TO
                       EXC-SUSPENSE-ACCOUNT
           END-SEARCH
           IF EXC-SUSPENSE-ACCOUNT = SPACES
               DISPLAY "AMTCONV: NO SUSPENSE ACCOUNT FOR CURRENCY "
                   LK-CURRENCY-CODE " - " WS-TRANSACTION-ID
                   " NOT PUT IN SUSPENSE"
           ELSE
               SET EXC-IN-SUSPENSE TO TRUE
           END-IF.

       2122-LOAD-SUSPENSE-TABLE.
      *    One pass over SUSPCTL into WS-SUSPENSE-TABLE, the same
      *    shape as 2082-LOAD-RATE-TABLE.  The "***" record is kept
      *    aside as the catch-all instead of going into the table.
           PERFORM 2123-INIT-SUSPENSE-ENTRY
               VARYING WS-SUSP-IDX FROM 1 BY 1
               UNTIL WS-SUSP-IDX > 50
           MOVE 0 TO WS-SUSPENSE-COUNT
           MOVE SPACES TO WS-SUSPENSE-DEFAULT
           MOVE "N" TO WS-SUSPENSE-EOF-SW
           OPEN INPUT SUSPENSE-CONTROL-FILE
           PERFORM UNTIL WS-SUSPENSE-EOF
               READ SUSPENSE-CONTROL-FILE
                   AT END
                       SET WS-SUSPENSE-EOF TO TRUE
                   NOT AT END
                       PERFORM 2124-STORE-SUSPENSE-ENTRY
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-CONTROL-FILE
           SET WS-SUSPENSE-TABLE-LOADED TO TRUE.

       2123-INIT-SUSPENSE-ENTRY.
           MOVE HIGH-VALUES TO WS-SUSP-CURRENCY(WS-SUSP-IDX).

       2124-STORE-SUSPENSE-ENTRY.
           EVALUATE TRUE
               WHEN SCT-DEFAULT-ENTRY
                   MOVE SCT-ACCOUNT-NUMBER TO WS-SUSPENSE-DEFAULT
               WHEN WS-SUSPENSE-COUNT < 50
                   ADD 1 TO WS-SUSPENSE-COUNT
                   SET WS-SUSP-IDX TO WS-SUSPENSE-COUNT
                   MOVE SCT-CURRENCY-CODE TO
                       WS-SUSP-CURRENCY(WS-SUSP-IDX)
                   MOVE SCT-ACCOUNT-NUMBER TO
                       WS-SUSP-ACCOUNT(WS-SUSP-IDX)
               WHEN OTHER
                   DISPLAY "AMTCONV: SUSPENSE TABLE FULL, IGNORING "
                       SCT-CURRENCY-CODE
           END-EVALUATE.

       2130-WRITE-SUSPENSE-ENTRY.
      *    Post the feed value of a newly logged exception to its
      *    suspense account, so the ledger still ties to the feed's
      *    trailer hash total while the item waits on the correction
      *    desk.  The entry is built like 2080's extract record and
      *    appended to GLSUSP; AMTREPST reverses exactly this amount
      *    (EXC-ORIGINAL-VALUE) against the same account when the
      *    correction posts.  A malformed amount carries zero.
           IF EXC-IN-SUSPENSE
               PERFORM 2085-LOOKUP-EXCHANGE-RATE
               MOVE EXC-SUSPENSE-ACCOUNT TO SUS-ACCOUNT-NUMBER
               MOVE EXC-ORIGINAL-VALUE   TO SUS-AMOUNT
               MOVE LK-CURRENCY-CODE     TO SUS-CURRENCY-CODE
               MOVE LK-SOURCE-SYSTEM     TO SUS-SOURCE-SYSTEM
               MOVE WS-CURRENT-TIMESTAMP TO SUS-CONVERSION-TIMESTAMP
               MOVE WS-TRANSACTION-ID    TO SUS-SOURCE-TRANSACTION-ID
               COMPUTE SUS-BASE-AMOUNT ROUNDED =
                   EXC-ORIGINAL-VALUE * WS-RATE-FOUND
               MOVE WS-RATE-FOUND        TO SUS-EXCHANGE-RATE
               MOVE WS-RATE-DATE-FOUND   TO SUS-RATE-DATE
               MOVE "N" TO SUS-ACK-FLAG
               MOVE SPACES TO SUS-ACK-REASON-CODE
               MOVE 0 TO SUS-ACK-DATE
               MOVE "GLSUSP" TO WS-PERIOD-OUTPUT-FILE
               MOVE LK-FEED-DATE(1:6) TO WS-ENTRY-PERIOD
               MOVE "A" TO WS-PERIOD-FUNCTION
               CALL "AMTPERD" USING WS-PROGRAM-NAME
                                     WS-PERIOD-OUTPUT-FILE
                                     WS-ENTRY-PERIOD
                                     SUSPENSE-POSTING-RECORD
                                     WS-PERIOD-RESULT
                                     WS-PERIOD-FUNCTION
               IF NOT WS-SUSPENSE-FILE-IS-OPEN
                   OPEN EXTEND SUSPENSE-POSTING-FILE
                   IF WS-SUSPENSE-POSTING-STATUS = "35"
                       OPEN OUTPUT SUSPENSE-POSTING-FILE
                   END-IF
                   IF WS-SUSPENSE-POSTING-STATUS = "00"
                       SET WS-SUSPENSE-FILE-IS-OPEN TO TRUE
                   END-IF
               END-IF
               IF WS-SUSPENSE-FILE-IS-OPEN
                   WRITE SUSPENSE-POSTING-RECORD
               END-IF
               IF WS-SUSPENSE-FILE-IS-OPEN
                       AND WS-SUSPENSE-POSTING-STATUS = "00"
                   IF WS-PERIOD-WAS-MOVED
                       MOVE "L" TO WS-PERIOD-FUNCTION
                       CALL "AMTPERD" USING WS-PROGRAM-NAME
                                             WS-PERIOD-OUTPUT-FILE
                                             WS-ENTRY-PERIOD
                                             SUSPENSE-POSTING-RECORD
                                             WS-PERIOD-RESULT
                                             WS-PERIOD-FUNCTION
                   END-IF
               ELSE
                   PERFORM 2135-BACK-OUT-SUSPENSE-FLAG
               END-IF
           END-IF.

       2135-BACK-OUT-SUSPENSE-FLAG.
      *    GLSUSP could not be opened or written: the exception just
      *    logged must not claim a suspense posting that was never
      *    made, or AMTREPST would later clear one that does not
      *    exist.  It is rewritten as outside suspense (AMTSUSP lists
      *    it so) and the run ends RETURN-CODE 8.
           DISPLAY "AMTCONV: UNABLE TO POST " WS-TRANSACTION-ID
               " TO GLSUSP, STATUS = " WS-SUSPENSE-POSTING-STATUS
               " - NOT PUT IN SUSPENSE"
           SET WS-SUSPENSE-POSTING-FAILED TO TRUE
           MOVE WS-TRANSACTION-ID TO EXC-TRANSACTION-ID
           READ EXCEPTION-FILE
               INVALID KEY
                   DISPLAY "AMTCONV: UNABLE TO READ EXCEPTION FOR "
                       WS-TRANSACTION-ID
               NOT INVALID KEY
                   MOVE SPACE TO EXC-SUSPENSE-FLAG
                   REWRITE EXCEPTION-RECORD
                       INVALID KEY
                           DISPLAY "AMTCONV: UNABLE TO REWRITE "
                               "EXCEPTION FOR " WS-TRANSACTION-ID
                   END-REWRITE
           END-READ.

       2200-BUMP-TRUNCATION-COUNTER.
      *    Counted per business date (the feed's), the date AMTOPRPT
      *    reads the counter back for, not the wall-clock date.
           OPEN I-O TRUNC-COUNTER-FILE
           IF WS-COUNTER-FILE-STATUS = "35"
               OPEN OUTPUT TRUNC-COUNTER-FILE
               MOVE LK-FEED-DATE TO TC-RUN-DATE
               MOVE 0 TO TC-TRUNCATION-COUNT
               WRITE TRUNC-COUNTER-RECORD
               CLOSE TRUNC-COUNTER-FILE
           END-IF
           READ TRUNC-COUNTER-FILE
               AT END
                   MOVE LK-FEED-DATE TO TC-RUN-DATE
                   MOVE 0 TO TC-TRUNCATION-COUNT
           END-READ
           IF TC-RUN-DATE NOT = LK-FEED-DATE
               MOVE LK-FEED-DATE TO TC-RUN-DATE
               MOVE 0 TO TC-TRUNCATION-COUNT
           END-IF
           ADD 1 TO TC-TRUNCATION-COUNT
           IF WS-GL-EXTRACT-FILE-IS-OPEN
               CLOSE GL-EXTRACT-FILE
               MOVE "N" TO WS-GL-EXTRACT-FILE-OPEN-SW
           END-IF
           IF WS-SUSPENSE-FILE-IS-OPEN
               CLOSE SUSPENSE-POSTING-FILE
               MOVE "N" TO WS-SUSPENSE-FILE-OPEN-SW
           END-IF
           IF WS-ACCOUNT-MASTER-IS-OPEN
               CLOSE ACCOUNT-MASTER-FILE
               MOVE "N" TO WS-ACCOUNT-MASTER-SW
           END-IF
      *    AMTPERD closes the prior-period log if it opened one; on a
      *    validate-only run it was never called and has nothing open.
           MOVE "E" TO WS-PERIOD-FUNCTION
           CALL "AMTPERD" USING WS-PROGRAM-NAME
                                 WS-PERIOD-OUTPUT-FILE
                                 WS-ENTRY-PERIOD
                                 GL-EXTRACT-RECORD
                                 WS-PERIOD-RESULT
                                 WS-PERIOD-FUNCTION.
