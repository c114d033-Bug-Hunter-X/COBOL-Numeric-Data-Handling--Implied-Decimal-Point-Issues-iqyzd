      *****************************************************************
      *  PROGRAM-ID: AMTACCT
      *
      *  Online maintenance transaction for the GL account master,
      *  the ACCTMST counterpart of AMTRATE's rate entry screen.
      *  ACCTMST drives the posting-account check in AMTBATCH and
      *  AMTCONV, but opening, freezing or closing an account, or
      *  moving its effective/expiry dates, used to be an ad-hoc file
      *  edit with no record of who did it.
      *
      *  The operator keys an account number; the screen shows the
      *  status and dates on file (or that the account is new) and
      *  takes the new status, effective and expiry dates, operator
      *  id and a confirmation.  Then:
      *    - only operators on OPERAUTH may change the master; with
      *      OPERAUTH empty or not allocated the session is refused
      *      outright (unlike AMTCORR, there is no limit-free mode);
      *    - closing an account that still has uncorrected EXCFILE
      *      items against it warns with the count and needs an
      *      explicit override on top of the normal confirmation -
      *      those items could never post once it is closed;
      *    - opening an account (adding it open, or changing it to
      *      open from closed/frozen), with the run date inside its
      *      effective window, releases its uncorrected "account not
      *      on master/closed/frozen" exceptions to the next AMTREPST
      *      run: each is marked corrected at its converted amount
      *      (EXC-TRUNCATED-VALUE - the conversion itself was clean)
      *      by the maintaining operator and logged to CORRLOG like a
      *      keyed correction, so the desk does not re-key them one
      *      by one in AMTCORR.  One over the operator's OPERAUTH
      *      limit is parked for a second operator's approval
      *      (AMTAPPR), exactly as AMTCORR parks it;
      *    - every add or change is logged to ACCTLOG with the old
      *      and new values, the operator id and a timestamp (see
      *      copybooks/ACLGREC.cpy).
      *
      *  ACCTMST is a KSDS keyed by account number, updated record by
      *  record as each change is confirmed.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTACCT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

           SELECT ACCOUNT-LOG-FILE ASSIGN TO "ACCTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-LOG-STATUS.

      *    Exception queue: counted for the close warning, and the
      *    account's exceptions released when it is opened.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXC-TRANSACTION-ID
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

      *    Released exceptions are logged here as corrections, the
      *    same trail AMTCORR leaves.
           SELECT CORRECTION-LOG-FILE ASSIGN TO "CORRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORRECTION-LOG-STATUS.

      *    Operator authority file (see copybooks/OPAUTREC.cpy): who
      *    may maintain the master, and the amount limit over which
      *    a released exception is parked for approval.
           SELECT OPTIONAL OPERATOR-AUTHORITY-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUTHORITY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE
           RECORDING MODE IS F.
       COPY ACCTREC.

       FD  ACCOUNT-LOG-FILE
           RECORDING MODE IS F.
       COPY ACLGREC.

       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
       COPY EXCREC.

       FD  CORRECTION-LOG-FILE
           RECORDING MODE IS F.
       COPY CORLREC.

       FD  OPERATOR-AUTHORITY-FILE
           RECORDING MODE IS F.
       COPY OPAUTREC.

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNT-FILE-STATUS          PIC X(2).
       01  WS-ACCOUNT-LOG-STATUS           PIC X(2).
       01  WS-EXCEPTION-FILE-STATUS        PIC X(2).
       01  WS-CORRECTION-LOG-STATUS        PIC X(2).
       01  WS-AUTHORITY-FILE-STATUS        PIC X(2).

       01  WS-CONTINUE-SWITCH              PIC X(1) VALUE "Y".
           88  WS-KEEP-GOING                        VALUE "Y".
       01  WS-EXC-EOF-SW                   PIC X(1) VALUE "N".
           88  WS-EXC-EOF                           VALUE "Y".

       01  WS-CURRENT-TIMESTAMP            PIC X(26).
       01  WS-RUN-DATE                     PIC 9(8).

      *    In-storage copy of the OPERAUTH authority file, seeded
      *    with HIGH-VALUES like the batch lookup tables.
       01  WS-AUTHORITY-EOF-SW             PIC X(1) VALUE "N".
           88  WS-AUTHORITY-EOF                      VALUE "Y".
       01  WS-AUTHORITY-COUNT              PIC 9(3) VALUE 0.
       01  WS-AUTHORITY-TABLE.
           05  WS-AUTHORITY-ENTRY OCCURS 100 TIMES
                              INDEXED BY WS-AU-IDX.
               10  WS-AU-OPERATOR          PIC X(8).
               10  WS-AU-LIMIT             PIC 9(7)V999.
               10  WS-AU-APPROVER          PIC X(1).

       01  WS-ENTRY-FOUND-SW               PIC X(1) VALUE "N".
           88  WS-ENTRY-FOUND                        VALUE "Y".
       01  WS-ENTRY-VALID-SW               PIC X(1) VALUE "N".
           88  WS-ENTRY-VALID                        VALUE "Y".
       01  WS-OPERATOR-KNOWN-SW            PIC X(1) VALUE "N".
           88  WS-OPERATOR-KNOWN                     VALUE "Y".
       01  WS-OPERATOR-LIMIT               PIC 9(7)V999 VALUE 0.
       01  WS-ABS-RELEASED-AMOUNT          PIC 9(7)V999.

       01  WS-INPUT-ACCOUNT                PIC X(10).
       01  WS-INPUT-STATUS                 PIC X(1).
           88  WS-INPUT-STATUS-VALID           VALUE "O" "C" "F".
       01  WS-INPUT-EFFECTIVE-DATE         PIC 9(8).
       01  WS-INPUT-EXPIRY-DATE            PIC 9(8).
       01  WS-INPUT-OPERATOR-ID            PIC X(8).
       01  WS-INPUT-CONFIRM                PIC X(1).
       01  WS-INPUT-OVERRIDE               PIC X(1).

      *    The account as it stood before the change (blank status
      *    and zero dates for a new account), for the panel and for
      *    the ACCTLOG old values.
       01  WS-OLD-STATUS                   PIC X(1).
       01  WS-OLD-EFFECTIVE-DATE           PIC 9(8).
       01  WS-OLD-EXPIRY-DATE              PIC 9(8).
       01  WS-ON-FILE-TEXT                 PIC X(20).

      *    Close warning and open release for the change in hand.
       01  WS-CLOSE-OVERRIDE-SW            PIC X(1) VALUE "N".
           88  WS-CLOSE-OVERRIDDEN                   VALUE "Y".
       01  WS-OPEN-EXCEPTIONS              PIC 9(5) VALUE 0.
       01  WS-EXCEPTIONS-RELEASED          PIC 9(5) VALUE 0.
       01  WS-EXCEPTIONS-PARKED            PIC 9(5) VALUE 0.

       01  WS-TOTAL-ADDED                  PIC 9(4) VALUE 0.
       01  WS-TOTAL-CHANGED                PIC 9(4) VALUE 0.
       01  WS-TOTAL-CANCELLED              PIC 9(4) VALUE 0.
       01  WS-TOTAL-RELEASED               PIC 9(7) VALUE 0.

       SCREEN SECTION.
       01  PROMPT-ACCOUNT-SCREEN.
           05  LINE 1  COLUMN 1  VALUE
               "ENTER ACCOUNT NUMBER (BLANK TO QUIT): ".
           05  LINE 1  COLUMN 40 PIC X(10) TO WS-INPUT-ACCOUNT.

       01  ACCOUNT-ENTRY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE
               "AMTACCT - GL ACCOUNT MAINTENANCE".
           05  LINE 3  COLUMN 1  VALUE "ACCOUNT. . . . . . . :".
           05  LINE 3  COLUMN 25 PIC X(10) FROM WS-INPUT-ACCOUNT.
           05  LINE 3  COLUMN 37 PIC X(20) FROM WS-ON-FILE-TEXT.
           05  LINE 5  COLUMN 1  VALUE "STATUS ON FILE . . . :".
           05  LINE 5  COLUMN 25 PIC X(1) FROM WS-OLD-STATUS.
           05  LINE 6  COLUMN 1  VALUE "EFFECTIVE ON FILE. . :".
           05  LINE 6  COLUMN 25 PIC 9(8) FROM WS-OLD-EFFECTIVE-DATE.
           05  LINE 7  COLUMN 1  VALUE "EXPIRY ON FILE . . . :".
           05  LINE 7  COLUMN 25 PIC 9(8) FROM WS-OLD-EXPIRY-DATE.
           05  LINE 9  COLUMN 1  VALUE "NEW STATUS (O/C/F) . :".
           05  LINE 9  COLUMN 25 PIC X(1) USING WS-INPUT-STATUS.
           05  LINE 10 COLUMN 1  VALUE "EFFECTIVE CCYYMMDD . :".
           05  LINE 10 COLUMN 25 PIC 9(8)
                                  USING WS-INPUT-EFFECTIVE-DATE.
           05  LINE 11 COLUMN 1  VALUE "EXPIRY (0 = NONE). . :".
           05  LINE 11 COLUMN 25 PIC 9(8) USING WS-INPUT-EXPIRY-DATE.
           05  LINE 12 COLUMN 1  VALUE "OPERATOR ID. . . . . :".
           05  LINE 12 COLUMN 25 PIC X(8) TO WS-INPUT-OPERATOR-ID.
           05  LINE 13 COLUMN 1  VALUE "CONFIRM (Y/N). . . . :".
           05  LINE 13 COLUMN 25 PIC X(1) TO WS-INPUT-CONFIRM.

       01  CLOSE-WARNING-SCREEN.
           05  LINE 15 COLUMN 1  VALUE "*** WARNING:".
           05  LINE 15 COLUMN 14 PIC ZZZZ9 FROM WS-OPEN-EXCEPTIONS.
           05  LINE 15 COLUMN 20 VALUE
               "UNCORRECTED EXCFILE ITEMS ON THIS ACCOUNT ***".
           05  LINE 16 COLUMN 1  VALUE
               "THEY CANNOT POST ONCE IT IS CLOSED.  CLOSE (Y/N):".
           05  LINE 16 COLUMN 51 PIC X(1) TO WS-INPUT-OVERRIDE.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
           PERFORM 0100-LOAD-AUTHORITY-TABLE
           IF WS-AUTHORITY-COUNT = 0
               DISPLAY "AMTACCT: OPERAUTH EMPTY OR NOT ALLOCATED - "
                   "ACCOUNT MAINTENANCE NOT AVAILABLE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0200-OPEN-FILES
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM UNTIL NOT WS-KEEP-GOING
               PERFORM 1000-PROMPT-FOR-ACCOUNT
               IF WS-KEEP-GOING
                   PERFORM 2000-MAINTAIN-ONE-ACCOUNT
               END-IF
           END-PERFORM
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE EXCEPTION-FILE
           CLOSE ACCOUNT-LOG-FILE
           CLOSE CORRECTION-LOG-FILE
           DISPLAY "AMTACCT ACCOUNT MAINTENANCE SESSION SUMMARY"
           DISPLAY "  ACCOUNTS ADDED      : " WS-TOTAL-ADDED
           DISPLAY "  ACCOUNTS CHANGED    : " WS-TOTAL-CHANGED
           DISPLAY "  CANCELLED           : " WS-TOTAL-CANCELLED
           DISPLAY "  EXCEPTIONS RELEASED : " WS-TOTAL-RELEASED
           GOBACK.

       0100-LOAD-AUTHORITY-TABLE.
           PERFORM 0110-INIT-AUTHORITY-ENTRY
               VARYING WS-AU-IDX FROM 1 BY 1
               UNTIL WS-AU-IDX > 100
           OPEN INPUT OPERATOR-AUTHORITY-FILE
           PERFORM UNTIL WS-AUTHORITY-EOF
               READ OPERATOR-AUTHORITY-FILE
                   AT END
                       SET WS-AUTHORITY-EOF TO TRUE
                   NOT AT END
                       PERFORM 0120-STORE-AUTHORITY-ENTRY
               END-READ
           END-PERFORM
           CLOSE OPERATOR-AUTHORITY-FILE.

       0110-INIT-AUTHORITY-ENTRY.
           MOVE HIGH-VALUES TO WS-AU-OPERATOR(WS-AU-IDX).

       0120-STORE-AUTHORITY-ENTRY.
           IF WS-AUTHORITY-COUNT < 100
               ADD 1 TO WS-AUTHORITY-COUNT
               SET WS-AU-IDX TO WS-AUTHORITY-COUNT
               MOVE OPR-OPERATOR-ID TO WS-AU-OPERATOR(WS-AU-IDX)
               MOVE OPR-AMOUNT-LIMIT TO WS-AU-LIMIT(WS-AU-IDX)
               MOVE OPR-APPROVER-FLAG TO WS-AU-APPROVER(WS-AU-IDX)
           ELSE
               DISPLAY "AMTACCT: AUTHORITY TABLE FULL, IGNORING "
                   OPR-OPERATOR-ID
           END-IF.

      *    ACCTMST is created empty on first use, the same idiom the
      *    batch programs use for their KSDSs; EXCFILE must exist.
      *    Both logs are appended to.
       0200-OPEN-FILES.
           OPEN I-O ACCOUNT-MASTER-FILE
           IF WS-ACCOUNT-FILE-STATUS = "35"
               OPEN OUTPUT ACCOUNT-MASTER-FILE
               CLOSE ACCOUNT-MASTER-FILE
               OPEN I-O ACCOUNT-MASTER-FILE
           END-IF
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "AMTACCT: UNABLE TO OPEN ACCTMST, STATUS "
                   WS-ACCOUNT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN I-O EXCEPTION-FILE
               IF WS-EXCEPTION-FILE-STATUS NOT = "00"
                   DISPLAY "AMTACCT: UNABLE TO OPEN EXCFILE, STATUS "
                       WS-EXCEPTION-FILE-STATUS
                   CLOSE ACCOUNT-MASTER-FILE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE = 0
               OPEN EXTEND ACCOUNT-LOG-FILE
               IF WS-ACCOUNT-LOG-STATUS = "35"
                   OPEN OUTPUT ACCOUNT-LOG-FILE
               END-IF
               OPEN EXTEND CORRECTION-LOG-FILE
               IF WS-CORRECTION-LOG-STATUS = "35"
                   OPEN OUTPUT CORRECTION-LOG-FILE
               END-IF
           END-IF.

       1000-PROMPT-FOR-ACCOUNT.
           MOVE SPACES TO WS-INPUT-ACCOUNT
           DISPLAY PROMPT-ACCOUNT-SCREEN
           ACCEPT PROMPT-ACCOUNT-SCREEN
           IF WS-INPUT-ACCOUNT = SPACES
               MOVE "N" TO WS-CONTINUE-SWITCH
           END-IF.

       2000-MAINTAIN-ONE-ACCOUNT.
           PERFORM 2100-FIND-ACCOUNT
      *    The entry fields start from what is on file, so a change
      *    only needs the field being changed keyed over.  A new
      *    account starts open, effective today, open-ended.
           IF WS-ENTRY-FOUND
               MOVE WS-OLD-STATUS         TO WS-INPUT-STATUS
               MOVE WS-OLD-EFFECTIVE-DATE TO WS-INPUT-EFFECTIVE-DATE
               MOVE WS-OLD-EXPIRY-DATE    TO WS-INPUT-EXPIRY-DATE
           ELSE
               MOVE "O"         TO WS-INPUT-STATUS
               MOVE WS-RUN-DATE TO WS-INPUT-EFFECTIVE-DATE
               MOVE 0           TO WS-INPUT-EXPIRY-DATE
           END-IF
           MOVE SPACES TO WS-INPUT-OPERATOR-ID
           MOVE SPACE TO WS-INPUT-CONFIRM
           DISPLAY ACCOUNT-ENTRY-SCREEN
           ACCEPT ACCOUNT-ENTRY-SCREEN
           IF WS-INPUT-CONFIRM = "Y" OR WS-INPUT-CONFIRM = "y"
               PERFORM 3000-VALIDATE-ENTRY
               IF WS-ENTRY-VALID
                   PERFORM 3500-CHECK-CLOSE
               END-IF
               IF WS-ENTRY-VALID
                   PERFORM 4000-APPLY-CHANGE
               ELSE
                   ADD 1 TO WS-TOTAL-CANCELLED
               END-IF
           ELSE
               ADD 1 TO WS-TOTAL-CANCELLED
               DISPLAY "ACCOUNT MAINTENANCE CANCELLED FOR "
                   WS-INPUT-ACCOUNT
           END-IF.

       2100-FIND-ACCOUNT.
           MOVE "N" TO WS-ENTRY-FOUND-SW
           MOVE SPACE TO WS-OLD-STATUS
           MOVE 0 TO WS-OLD-EFFECTIVE-DATE
           MOVE 0 TO WS-OLD-EXPIRY-DATE
           MOVE "(NEW ACCOUNT)" TO WS-ON-FILE-TEXT
           MOVE WS-INPUT-ACCOUNT TO ACCT-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE "(ON FILE)"         TO WS-ON-FILE-TEXT
                   MOVE ACCT-STATUS         TO WS-OLD-STATUS
                   MOVE ACCT-EFFECTIVE-DATE TO WS-OLD-EFFECTIVE-DATE
                   MOVE ACCT-EXPIRY-DATE    TO WS-OLD-EXPIRY-DATE
           END-READ.

       3000-VALIDATE-ENTRY.
      *    The operator must be on OPERAUTH; the status must be one
      *    the conversion suite knows; the effective date must be a
      *    real date and the expiry either zero (open-ended) or a
      *    real date no earlier than it.  Keying back exactly what
      *    is on file is not a change and logs nothing.
           MOVE "Y" TO WS-ENTRY-VALID-SW
           PERFORM 3100-CHECK-OPERATOR
           EVALUATE TRUE
               WHEN NOT WS-OPERATOR-KNOWN
                   DISPLAY "CHANGE REFUSED FOR " WS-INPUT-ACCOUNT
                       " - OPERATOR " WS-INPUT-OPERATOR-ID
                       " NOT ON OPERAUTH"
                   MOVE "N" TO WS-ENTRY-VALID-SW
               WHEN NOT WS-INPUT-STATUS-VALID
                   DISPLAY "CHANGE REFUSED FOR " WS-INPUT-ACCOUNT
                       " - STATUS MUST BE O, C OR F"
                   MOVE "N" TO WS-ENTRY-VALID-SW
               WHEN FUNCTION TEST-DATE-YYYYMMDD
                       (WS-INPUT-EFFECTIVE-DATE) NOT = 0
                   DISPLAY "CHANGE REFUSED FOR " WS-INPUT-ACCOUNT
                       " - EFFECTIVE DATE IS NOT A VALID DATE"
                   MOVE "N" TO WS-ENTRY-VALID-SW
               WHEN WS-INPUT-EXPIRY-DATE NOT = 0
                       AND FUNCTION TEST-DATE-YYYYMMDD
                           (WS-INPUT-EXPIRY-DATE) NOT = 0
                   DISPLAY "CHANGE REFUSED FOR " WS-INPUT-ACCOUNT
                       " - EXPIRY DATE IS NOT A VALID DATE"
                   MOVE "N" TO WS-ENTRY-VALID-SW
               WHEN WS-INPUT-EXPIRY-DATE NOT = 0
                       AND WS-INPUT-EXPIRY-DATE <
                           WS-INPUT-EFFECTIVE-DATE
                   DISPLAY "CHANGE REFUSED FOR " WS-INPUT-ACCOUNT
                       " - EXPIRY IS BEFORE THE EFFECTIVE DATE"
                   MOVE "N" TO WS-ENTRY-VALID-SW
               WHEN WS-ENTRY-FOUND
                       AND WS-INPUT-STATUS = WS-OLD-STATUS
                       AND WS-INPUT-EFFECTIVE-DATE =
                           WS-OLD-EFFECTIVE-DATE
                       AND WS-INPUT-EXPIRY-DATE = WS-OLD-EXPIRY-DATE
                   DISPLAY "NO CHANGE KEYED FOR " WS-INPUT-ACCOUNT
                   MOVE "N" TO WS-ENTRY-VALID-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3100-CHECK-OPERATOR.
           MOVE "N" TO WS-OPERATOR-KNOWN-SW
           MOVE 0 TO WS-OPERATOR-LIMIT
           SET WS-AU-IDX TO 1
           SEARCH WS-AUTHORITY-ENTRY
               AT END
                   CONTINUE
               WHEN WS-AU-OPERATOR(WS-AU-IDX) = WS-INPUT-OPERATOR-ID
                   SET WS-OPERATOR-KNOWN TO TRUE
                   MOVE WS-AU-LIMIT(WS-AU-IDX) TO WS-OPERATOR-LIMIT
           END-SEARCH.

       3500-CHECK-CLOSE.
      *    Closing an account (from any other status) with items
      *    still waiting in the correction queue for it: those items
      *    could never post to a closed account, so the operator is
      *    warned with the count and must override explicitly.
           MOVE "N" TO WS-CLOSE-OVERRIDE-SW
           MOVE 0 TO WS-OPEN-EXCEPTIONS
           IF WS-INPUT-STATUS = "C" AND WS-OLD-STATUS NOT = "C"
               PERFORM 3600-COUNT-OPEN-EXCEPTIONS
               IF WS-OPEN-EXCEPTIONS > 0
                   MOVE SPACE TO WS-INPUT-OVERRIDE
                   DISPLAY CLOSE-WARNING-SCREEN
                   ACCEPT CLOSE-WARNING-SCREEN
                   IF WS-INPUT-OVERRIDE = "Y"
                           OR WS-INPUT-OVERRIDE = "y"
                       SET WS-CLOSE-OVERRIDDEN TO TRUE
                   ELSE
                       DISPLAY "ACCOUNT MAINTENANCE CANCELLED FOR "
                           WS-INPUT-ACCOUNT
                           " - CLOSE NOT CONFIRMED"
                       MOVE "N" TO WS-ENTRY-VALID-SW
                   END-IF
               END-IF
           END-IF.

       3600-COUNT-OPEN-EXCEPTIONS.
      *    EXCFILE is keyed by transaction id, so the account's items
      *    are found by a pass over the whole queue.
           MOVE "N" TO WS-EXC-EOF-SW
           MOVE LOW-VALUES TO EXC-TRANSACTION-ID
           START EXCEPTION-FILE KEY >= EXC-TRANSACTION-ID
               INVALID KEY
                   SET WS-EXC-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EXC-EOF
               READ EXCEPTION-FILE NEXT RECORD
                   AT END
                       SET WS-EXC-EOF TO TRUE
                   NOT AT END
                       IF EXC-ACCOUNT-NUMBER = WS-INPUT-ACCOUNT
                               AND NOT EXC-IS-CORRECTED
                           ADD 1 TO WS-OPEN-EXCEPTIONS
                       END-IF
               END-READ
           END-PERFORM.

       4000-APPLY-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-INPUT-ACCOUNT        TO ACCT-ACCOUNT-NUMBER
           MOVE WS-INPUT-STATUS         TO ACCT-STATUS
           MOVE WS-INPUT-EFFECTIVE-DATE TO ACCT-EFFECTIVE-DATE
           MOVE WS-INPUT-EXPIRY-DATE    TO ACCT-EXPIRY-DATE
           IF WS-ENTRY-FOUND
               REWRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED FOR " WS-INPUT-ACCOUNT
                       MOVE "N" TO WS-ENTRY-VALID-SW
               END-REWRITE
           ELSE
               WRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "WRITE FAILED FOR " WS-INPUT-ACCOUNT
                       MOVE "N" TO WS-ENTRY-VALID-SW
               END-WRITE
           END-IF
      *    A failed update leaves the master as it was; nothing is
      *    released or logged for a change that never landed.
           IF WS-ENTRY-VALID
               IF WS-ENTRY-FOUND
                   ADD 1 TO WS-TOTAL-CHANGED
               ELSE
                   ADD 1 TO WS-TOTAL-ADDED
               END-IF
               MOVE 0 TO WS-EXCEPTIONS-RELEASED
               MOVE 0 TO WS-EXCEPTIONS-PARKED
               IF WS-INPUT-STATUS = "O" AND WS-OLD-STATUS NOT = "O"
                   PERFORM 5000-RELEASE-EXCEPTIONS
               END-IF
               PERFORM 4900-LOG-ACCOUNT-CHANGE
           ELSE
               ADD 1 TO WS-TOTAL-CANCELLED
           END-IF.

       4900-LOG-ACCOUNT-CHANGE.
           IF WS-ENTRY-FOUND
               SET ACLG-IS-CHANGE TO TRUE
           ELSE
               SET ACLG-IS-ADD TO TRUE
           END-IF
           MOVE WS-INPUT-ACCOUNT        TO ACLG-ACCOUNT-NUMBER
           MOVE WS-OLD-STATUS           TO ACLG-OLD-STATUS
           MOVE WS-OLD-EFFECTIVE-DATE   TO ACLG-OLD-EFFECTIVE-DATE
           MOVE WS-OLD-EXPIRY-DATE      TO ACLG-OLD-EXPIRY-DATE
           MOVE WS-INPUT-STATUS         TO ACLG-NEW-STATUS
           MOVE WS-INPUT-EFFECTIVE-DATE TO ACLG-NEW-EFFECTIVE-DATE
           MOVE WS-INPUT-EXPIRY-DATE    TO ACLG-NEW-EXPIRY-DATE
           MOVE WS-CLOSE-OVERRIDE-SW    TO ACLG-CLOSE-OVERRIDE
           MOVE WS-OPEN-EXCEPTIONS      TO ACLG-OPEN-EXCEPTIONS
           MOVE WS-EXCEPTIONS-RELEASED  TO ACLG-EXCEPTIONS-RELEASED
           MOVE WS-INPUT-OPERATOR-ID    TO ACLG-OPERATOR-ID
           MOVE WS-CURRENT-TIMESTAMP    TO ACLG-TIMESTAMP
           WRITE ACCOUNT-CHANGE-LOG-RECORD
           DISPLAY "ACCOUNT CHANGE LOGGED FOR " WS-INPUT-ACCOUNT.

       5000-RELEASE-EXCEPTIONS.
      *    The account has just been opened.  Its exceptions can only
      *    post once the run date is inside its effective window, so
      *    an account opened ahead of its effective date releases
      *    nothing yet (reopen it, or use AMTCORR, on the day).
           IF WS-RUN-DATE < WS-INPUT-EFFECTIVE-DATE
                   OR (WS-INPUT-EXPIRY-DATE NOT = 0
                       AND WS-RUN-DATE > WS-INPUT-EXPIRY-DATE)
               DISPLAY "NOTE: " WS-INPUT-ACCOUNT " IS NOT POSTABLE "
                   "TODAY - NO EXCEPTIONS RELEASED"
           ELSE
               MOVE "N" TO WS-EXC-EOF-SW
               MOVE LOW-VALUES TO EXC-TRANSACTION-ID
               START EXCEPTION-FILE KEY >= EXC-TRANSACTION-ID
                   INVALID KEY
                       SET WS-EXC-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-EXC-EOF
                   READ EXCEPTION-FILE NEXT RECORD
                       AT END
                           SET WS-EXC-EOF TO TRUE
                       NOT AT END
                           PERFORM 5100-CONSIDER-EXCEPTION
                   END-READ
               END-PERFORM
               IF WS-EXCEPTIONS-RELEASED > 0
                   ADD WS-EXCEPTIONS-RELEASED TO WS-TOTAL-RELEASED
                   DISPLAY WS-EXCEPTIONS-RELEASED
                       " EXCEPTION(S) RELEASED TO AMTREPST FOR "
                       WS-INPUT-ACCOUNT
               END-IF
               IF WS-EXCEPTIONS-PARKED > 0
                   DISPLAY WS-EXCEPTIONS-PARKED
                       " OF THEM EXCEED YOUR LIMIT - PARKED PENDING "
                       "APPROVAL (AMTAPPR)"
               END-IF
           END-IF.

       5100-CONSIDER-EXCEPTION.
      *    Only the account's own uncorrected items that failed on
      *    the account's existence or status; a date-window failure
      *    or a currency failure is not cured by opening it.
           IF EXC-ACCOUNT-NUMBER = WS-INPUT-ACCOUNT
                   AND NOT EXC-IS-CORRECTED
                   AND NOT EXC-IS-POSTED
                   AND (EXC-REASON = "ACCOUNT NOT ON MASTER"
                        OR EXC-REASON = "ACCOUNT CLOSED"
                        OR EXC-REASON = "ACCOUNT FROZEN"
                        OR EXC-REASON = "ACCOUNT STATUS NOT OPEN")
               PERFORM 5200-RELEASE-ONE-EXCEPTION
           END-IF.

       5200-RELEASE-ONE-EXCEPTION.
      *    The conversion was clean - only the account failed - so
      *    the amount to post is the converted one already on the
      *    record.  Over the operator's limit it is parked for a
      *    second operator, as AMTCORR would park it.
           MOVE EXC-TRUNCATED-VALUE TO EXC-CORRECTED-VALUE
           SET EXC-IS-CORRECTED TO TRUE
           MOVE WS-INPUT-OPERATOR-ID TO EXC-CORRECTED-BY
           MOVE SPACES TO EXC-APPROVED-BY
           MOVE EXC-TRUNCATED-VALUE TO WS-ABS-RELEASED-AMOUNT
           IF WS-ABS-RELEASED-AMOUNT > WS-OPERATOR-LIMIT
               MOVE "P" TO EXC-APPROVAL-FLAG
           ELSE
               MOVE SPACE TO EXC-APPROVAL-FLAG
           END-IF
           REWRITE EXCEPTION-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR " EXC-TRANSACTION-ID
               NOT INVALID KEY
                   ADD 1 TO WS-EXCEPTIONS-RELEASED
                   IF EXC-APPROVAL-PENDING
                       ADD 1 TO WS-EXCEPTIONS-PARKED
                   END-IF
                   PERFORM 5900-LOG-RELEASE
           END-REWRITE.

       5900-LOG-RELEASE.
           MOVE EXC-TRANSACTION-ID   TO CORR-TRANSACTION-ID
           MOVE EXC-TRUNCATED-VALUE  TO CORR-TRUNCATED-VALUE
           MOVE EXC-CORRECTED-VALUE  TO CORR-CORRECTED-VALUE
           MOVE WS-INPUT-OPERATOR-ID TO CORR-OPERATOR-ID
           MOVE WS-CURRENT-TIMESTAMP TO CORR-TIMESTAMP
           SET CORR-IS-CORRECTION TO TRUE
           WRITE CORRECTION-LOG-RECORD.
