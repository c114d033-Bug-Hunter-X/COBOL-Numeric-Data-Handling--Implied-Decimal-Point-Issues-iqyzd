      *****************************************************************
      *  PROGRAM-ID: AMTOPAUD
      *
      *  Operator activity and segregation-of-duties report for
      *  internal audit.  Everything an operator did, as recorded on
      *  the four operator logs, is merged into one listing in time
      *  order, with amounts:
      *    - CORRLOG  amount corrections keyed (AMTCORR, AMTBCORR,
      *               AMTACCT releases) and their approvals and
      *               rejections (AMTAPPR);
      *    - SIGNLOG  sign-review decisions (AMTSREV) and flip
      *               approvals and rejections (AMTAPPR);
      *    - RATELOG  exchange-rate changes (AMTRATE);
      *    - ACCTLOG  account master adds and changes (AMTACCT).
      *  The other half of each two-signature trail comes from the
      *  items themselves: a correction shows who approved it
      *  (EXC-APPROVED-BY) and an approval shows who keyed the
      *  correction (EXC-CORRECTED-BY); the same for sign decisions
      *  from SGN-REVIEW-OPERATOR and SGN-APPROVED-BY on SIGNRPT.
      *
      *  The exceptions section lists, for audit:
      *    - actions by an operator id not (or no longer) on
      *      OPERAUTH;
      *    - corrections and sign flips that came in just under the
      *      operator's OPR-AMOUNT-LIMIT (within WS-NEAR-LIMIT-
      *      PERCENT of it), the pattern of a large item split to
      *      avoid the second signature;
      *    - rate changes the operator confirmed over the
      *      day-over-day tolerance (RTLG-OVER-TOLERANCE);
      *    - activity outside normal shift hours or at a weekend;
      *    - pairs of operators who have each approved the other's
      *      items at least WS-RECIPROCAL-MINIMUM times.
      *  The run ends with RETURN-CODE 4 when there are exceptions.
      *
      *  PARM='CCYYMMDD-CCYYMMDD' selects the period (inclusive) for
      *  every operator; PARM='CCYYMMDD-CCYYMMDD,OPERATOR' selects
      *  one operator, whose activity is listed and whose reciprocal
      *  approvals with anyone are reported.  With no PARM the
      *  period is quarter-to-date for every operator.
      *
      *  The entries are first collected on the AUDTWORK scratch
      *  KSDS, keyed by log timestamp and a running sequence number:
      *  the key does the merge into time order, and entries with
      *  the same timestamp keep the order they were read in.  See
      *  jcl/AMTOPAUD.jcl.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTOPAUD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The four logs are OPTIONAL: each only exists once its
      *    first entry has been written.
           SELECT OPTIONAL CORRECTION-LOG-FILE ASSIGN TO "CORRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORRECTION-LOG-STATUS.

           SELECT OPTIONAL SIGN-REVIEW-LOG-FILE ASSIGN TO "SIGNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVIEW-LOG-STATUS.

           SELECT OPTIONAL RATE-CHANGE-LOG-FILE ASSIGN TO "RATELOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-LOG-STATUS.

           SELECT OPTIONAL ACCOUNT-CHANGE-LOG-FILE ASSIGN TO "ACCTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-LOG-STATUS.

      *    Read by key for the other operator on each correction and
      *    sign decision; an item since archived shows without one.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXC-TRANSACTION-ID
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

           SELECT SIGN-DEFAULT-FILE ASSIGN TO "SIGNRPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SGN-TRANSACTION-ID
               FILE STATUS IS WS-SIGN-FILE-STATUS.

           SELECT OPERATOR-AUTHORITY-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUTHORITY-FILE-STATUS.

      *    Scratch file keyed by log timestamp and sequence, rebuilt
      *    empty every run (the same idiom as AMTDISP's DISPWORK).
           SELECT AUDIT-WORK-FILE ASSIGN TO "AUDTWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AWK-KEY
               FILE STATUS IS WS-AUDTWORK-FILE-STATUS.

           SELECT OPERATOR-AUDIT-REPORT ASSIGN TO "OPAUDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CORRECTION-LOG-FILE
           RECORDING MODE IS F.
       COPY CORLREC.

       FD  SIGN-REVIEW-LOG-FILE
           RECORDING MODE IS F.
       COPY SGNLREC.

       FD  RATE-CHANGE-LOG-FILE
           RECORDING MODE IS F.
       COPY RTLGREC.

       FD  ACCOUNT-CHANGE-LOG-FILE
           RECORDING MODE IS F.
       COPY ACLGREC.

       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
       COPY EXCREC.

       FD  SIGN-DEFAULT-FILE
           RECORDING MODE IS F.
       COPY SGNREC.

       FD  OPERATOR-AUTHORITY-FILE
           RECORDING MODE IS F.
       COPY OPAUTREC.

       FD  AUDIT-WORK-FILE
           RECORDING MODE IS F.
       01  AUDIT-WORK-RECORD.
           05  AWK-KEY.
               10  AWK-TIMESTAMP           PIC X(26).
               10  AWK-SEQUENCE            PIC 9(7).
           05  AWK-OPERATOR-ID             PIC X(8).
           05  AWK-SOURCE-LOG              PIC X(8).
           05  AWK-ACTION                  PIC X(20).
           05  AWK-REFERENCE               PIC X(10).
           05  AWK-AMOUNT-SW               PIC X(1).
               88  AWK-HAS-AMOUNT                     VALUE "Y".
           05  AWK-AMOUNT                  PIC S9(7)V999.
           05  AWK-DETAIL                  PIC X(30).
           05  AWK-LIMIT                   PIC 9(7)V999.
           05  AWK-NOT-AUTHORISED-FLAG     PIC X(1).
               88  AWK-NOT-AUTHORISED                 VALUE "Y".
           05  AWK-NEAR-LIMIT-FLAG         PIC X(1).
               88  AWK-NEAR-LIMIT                     VALUE "Y".
           05  AWK-OVER-TOLERANCE-FLAG     PIC X(1).
               88  AWK-OVER-TOLERANCE                 VALUE "Y".
           05  AWK-OFF-SHIFT-FLAG          PIC X(1).
               88  AWK-OUTSIDE-HOURS                  VALUE "H".
               88  AWK-AT-WEEKEND                     VALUE "W".

       FD  OPERATOR-AUDIT-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CORRECTION-LOG-STATUS        PIC X(2).
       01  WS-REVIEW-LOG-STATUS            PIC X(2).
       01  WS-RATE-LOG-STATUS              PIC X(2).
       01  WS-ACCOUNT-LOG-STATUS           PIC X(2).
       01  WS-EXCEPTION-FILE-STATUS        PIC X(2).
       01  WS-SIGN-FILE-STATUS             PIC X(2).
       01  WS-AUTHORITY-FILE-STATUS        PIC X(2).
       01  WS-AUDTWORK-FILE-STATUS         PIC X(2).
       01  WS-REPORT-FILE-STATUS           PIC X(2).

       01  WS-EOF-SWITCH                   PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                        VALUE "Y".
       01  WS-EXC-AVAILABLE-SW             PIC X(1) VALUE "N".
           88  WS-EXC-AVAILABLE                      VALUE "Y".
       01  WS-SGN-AVAILABLE-SW             PIC X(1) VALUE "N".
           88  WS-SGN-AVAILABLE                      VALUE "Y".
       01  WS-ITEM-FOUND-SW                PIC X(1) VALUE "N".
           88  WS-ITEM-FOUND                         VALUE "Y".

       01  WS-CURRENT-TIMESTAMP            PIC X(26).
       01  WS-RUN-DATE                     PIC 9(8).

      *    Selection from the PARM.  A blank operator selects every
      *    operator.
       01  WS-PERIOD-FROM-DATE             PIC 9(8).
       01  WS-PERIOD-TO-DATE               PIC 9(8).
       01  WS-SELECT-OPERATOR              PIC X(8) VALUE SPACES.
       01  WS-QUARTER-MONTH                PIC 9(2).
       01  WS-QUARTERS-PAST                PIC 9(1).

      *    Audit thresholds.  Normal shift is 07:00 to 19:00,
      *    Monday to Friday; "just under the limit" is at or above
      *    90 percent of it; a reciprocal pair is two operators who
      *    have each approved the other at least twice.
       01  WS-SHIFT-START-TIME             PIC 9(4) VALUE 0700.
       01  WS-SHIFT-END-TIME               PIC 9(4) VALUE 1900.
       01  WS-NEAR-LIMIT-PERCENT           PIC 9(3) VALUE 90.
       01  WS-RECIPROCAL-MINIMUM           PIC 9(3) VALUE 2.

      *    In-storage copy of the OPERAUTH authority file, seeded
      *    with HIGH-VALUES like the other lookup tables.
       01  WS-AUTHORITY-EOF-SW             PIC X(1) VALUE "N".
           88  WS-AUTHORITY-EOF                      VALUE "Y".
       01  WS-AUTHORITY-COUNT              PIC 9(3) VALUE 0.
       01  WS-AUTHORITY-TABLE.
           05  WS-AUTHORITY-ENTRY OCCURS 100 TIMES
                              INDEXED BY WS-AU-IDX.
               10  WS-AU-OPERATOR          PIC X(8).
               10  WS-AU-LIMIT             PIC 9(7)V999.
               10  WS-AU-APPROVER          PIC X(1).

      *    Who approved whom within the period, for every operator:
      *    one slot per approver and keying operator, claimed on
      *    first sight.
       01  WS-PAIR-SLOT-OK-SW              PIC X(1) VALUE "Y".
           88  WS-PAIR-SLOT-OK                       VALUE "Y".
       01  WS-PAIR-COUNT                   PIC 9(3) VALUE 0.
       01  WS-PAIR-SUB                     PIC 9(3) VALUE 0.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-PR-IDX.
               10  WS-PR-APPROVER          PIC X(8).
               10  WS-PR-KEYER             PIC X(8).
               10  WS-PR-APPROVALS         PIC 9(5).
       01  WS-PAIR-APPROVER                PIC X(8).
       01  WS-PAIR-KEYER                   PIC X(8).
       01  WS-PAIR-FORWARD                 PIC 9(5).

      *    Log entry in hand, set by each collect paragraph before
      *    2000-NOTE-ACTIVITY.
       01  WS-NOTE-TIMESTAMP               PIC X(26).
       01  WS-NOTE-OPERATOR-ID             PIC X(8).
       01  WS-NOTE-LIMIT-CHECK-SW          PIC X(1).
           88  WS-NOTE-LIMIT-CHECK                   VALUE "Y".
       01  WS-WORK-SEQUENCE                PIC 9(7) VALUE 0.
       01  WS-ABSOLUTE-AMOUNT              PIC 9(7)V999.
       01  WS-NEAR-LIMIT-FLOOR             PIC 9(7)V999.
       01  WS-ACTIVITY-TIME                PIC 9(4).
       01  WS-DAY-OF-WEEK                  PIC 9(1).
       01  WS-EDIT-RATE-1                  PIC ZZ9.9(6).
       01  WS-EDIT-RATE-2                  PIC ZZ9.9(6).
       01  WS-EDIT-LIMIT                   PIC Z(6)9.999.

       01  WS-TOTAL-LOG-ENTRIES            PIC 9(9) VALUE 0.
       01  WS-TOTAL-LISTED                 PIC 9(9) VALUE 0.
       01  WS-TOTAL-EXCEPTIONS             PIC 9(9) VALUE 0.
       01  WS-TOTAL-PAIRS                  PIC 9(9) VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                      PIC X(44) VALUE
               "AMTOPAUD  OPERATOR ACTIVITY AUDIT  RUN DATE ".
           05  WS-HD1-DATE                 PIC X(8).
           05  FILLER                      PIC X(11) VALUE
               "  OPERATOR ".
           05  WS-HD1-OPERATOR             PIC X(8).
           05  FILLER                      PIC X(9)  VALUE
               "  PERIOD ".
           05  WS-HD1-FROM-DATE            PIC X(8).
           05  FILLER                      PIC X(4)  VALUE " TO ".
           05  WS-HD1-TO-DATE              PIC X(8).
           05  FILLER                      PIC X(32) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                      PIC X(12) VALUE
               "  DATE".
           05  FILLER                      PIC X(8)  VALUE "TIME".
           05  FILLER                      PIC X(10) VALUE "OPERATOR".
           05  FILLER                      PIC X(10) VALUE "LOG".
           05  FILLER                      PIC X(22) VALUE "ACTION".
           05  FILLER                      PIC X(12) VALUE
               "REFERENCE".
           05  FILLER                      PIC X(14) VALUE
               "      AMOUNT".
           05  FILLER                      PIC X(44) VALUE "DETAIL".

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DT-DATE                  PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DT-TIME                  PIC X(6).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DT-OPERATOR              PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DT-SOURCE-LOG            PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DT-ACTION                PIC X(20).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DT-REFERENCE             PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DT-AMOUNT                PIC -(7)9.999.
           05  WS-DT-AMOUNT-X REDEFINES WS-DT-AMOUNT
                                           PIC X(12).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DT-DETAIL                PIC X(40).
           05  FILLER                      PIC X(2)  VALUE SPACES.

       01  WS-HEADING-3.
           05  FILLER                      PIC X(12) VALUE
               "  OPERATOR".
           05  FILLER                      PIC X(10) VALUE "OPERATOR".
           05  FILLER                      PIC X(18) VALUE
               "1ST APPROVED 2ND".
           05  FILLER                      PIC X(18) VALUE
               "2ND APPROVED 1ST".
           05  FILLER                      PIC X(74) VALUE SPACES.

       01  WS-PAIR-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PL-FIRST-OPERATOR        PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PL-SECOND-OPERATOR       PIC X(8).
           05  FILLER                      PIC X(12) VALUE SPACES.
           05  WS-PL-FORWARD               PIC ZZ,ZZ9.
           05  FILLER                      PIC X(12) VALUE SPACES.
           05  WS-PL-REVERSE               PIC ZZ,ZZ9.
           05  FILLER                      PIC X(76) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-LEN                 PIC S9(4) COMP.
           05  LK-PARM-TEXT                PIC X(26).

       PROCEDURE DIVISION USING LK-PARM.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
           PERFORM 0050-READ-PARM
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM 0100-LOAD-AUTHORITY-TABLE
           IF WS-AUTHORITY-COUNT = 0
               DISPLAY "AMTOPAUD: OPERAUTH EMPTY OR NOT ALLOCATED - "
                   "NO OPERATOR CAN BE CHECKED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0200-OPEN-FILES
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM 0150-INIT-PAIR-ENTRY
               VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > 500
           PERFORM 1000-COLLECT-CORRECTIONS
           PERFORM 1100-COLLECT-SIGN-DECISIONS
           PERFORM 1200-COLLECT-RATE-CHANGES
           PERFORM 1300-COLLECT-ACCOUNT-CHANGES
           PERFORM 3000-WRITE-REPORT-HEADINGS
           PERFORM 3100-WRITE-ACTIVITY
           PERFORM 4000-WRITE-EXCEPTIONS
           PERFORM 5000-WRITE-RECIPROCAL-PAIRS
           IF WS-EXC-AVAILABLE
               CLOSE EXCEPTION-FILE
           END-IF
           IF WS-SGN-AVAILABLE
               CLOSE SIGN-DEFAULT-FILE
           END-IF
           CLOSE AUDIT-WORK-FILE
           CLOSE OPERATOR-AUDIT-REPORT
           DISPLAY "AMTOPAUD OPERATOR ACTIVITY AUDIT SUMMARY"
           DISPLAY "  PERIOD               : " WS-PERIOD-FROM-DATE
               " TO " WS-PERIOD-TO-DATE
           IF WS-SELECT-OPERATOR = SPACES
               DISPLAY "  OPERATOR             : ALL"
           ELSE
               DISPLAY "  OPERATOR             : " WS-SELECT-OPERATOR
           END-IF
           DISPLAY "  LOG ENTRIES IN PERIOD: " WS-TOTAL-LOG-ENTRIES
           DISPLAY "  ACTIONS LISTED       : " WS-TOTAL-LISTED
           DISPLAY "  ACTIONS WITH EXCEPTIONS: " WS-TOTAL-EXCEPTIONS
           DISPLAY "  RECIPROCAL PAIRS     : " WS-TOTAL-PAIRS
           IF WS-TOTAL-EXCEPTIONS > 0 OR WS-TOTAL-PAIRS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       0050-READ-PARM.
      *    CCYYMMDD-CCYYMMDD, optionally followed by a comma and the
      *    operator id; no PARM is quarter-to-date, every operator.
           IF LK-PARM-LEN > 0
               IF (LK-PARM-LEN = 17
                       OR (LK-PARM-LEN > 18 AND LK-PARM-LEN < 27
                           AND LK-PARM-TEXT(18:1) = ","))
                       AND LK-PARM-TEXT(1:8) IS NUMERIC
                       AND LK-PARM-TEXT(9:1) = "-"
                       AND LK-PARM-TEXT(10:8) IS NUMERIC
                   MOVE LK-PARM-TEXT(1:8)  TO WS-PERIOD-FROM-DATE
                   MOVE LK-PARM-TEXT(10:8) TO WS-PERIOD-TO-DATE
                   IF LK-PARM-LEN > 18
                       MOVE LK-PARM-TEXT(19:LK-PARM-LEN - 18) TO
                           WS-SELECT-OPERATOR
                   END-IF
               ELSE
                   DISPLAY "AMTOPAUD: PARM MUST BE CCYYMMDD-CCYYMMDD"
                       " OR CCYYMMDD-CCYYMMDD,OPERATOR"
                   MOVE 16 TO RETURN-CODE
               END-IF
           ELSE
      *        First month of the quarter: the whole quarters
      *        before this month, times three, plus one.
               MOVE WS-RUN-DATE(5:2) TO WS-QUARTER-MONTH
               COMPUTE WS-QUARTERS-PAST = (WS-QUARTER-MONTH - 1) / 3
               COMPUTE WS-QUARTER-MONTH = WS-QUARTERS-PAST * 3 + 1
               MOVE WS-RUN-DATE TO WS-PERIOD-FROM-DATE
               MOVE WS-QUARTER-MONTH TO WS-PERIOD-FROM-DATE(5:2)
               MOVE "01" TO WS-PERIOD-FROM-DATE(7:2)
               MOVE WS-RUN-DATE TO WS-PERIOD-TO-DATE
           END-IF
           IF RETURN-CODE = 0
                   AND WS-PERIOD-FROM-DATE > WS-PERIOD-TO-DATE
               DISPLAY "AMTOPAUD: PERIOD START " WS-PERIOD-FROM-DATE
                   " IS AFTER PERIOD END " WS-PERIOD-TO-DATE
               MOVE 16 TO RETURN-CODE
           END-IF.

       0100-LOAD-AUTHORITY-TABLE.
           PERFORM 0110-INIT-AUTHORITY-ENTRY
               VARYING WS-AU-IDX FROM 1 BY 1
               UNTIL WS-AU-IDX > 100
           OPEN INPUT OPERATOR-AUTHORITY-FILE
           IF WS-AUTHORITY-FILE-STATUS = "00"
               PERFORM UNTIL WS-AUTHORITY-EOF
                   READ OPERATOR-AUTHORITY-FILE
                       AT END
                           SET WS-AUTHORITY-EOF TO TRUE
                       NOT AT END
                           PERFORM 0120-STORE-AUTHORITY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-AUTHORITY-FILE
           END-IF.

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
               DISPLAY "AMTOPAUD: AUTHORITY TABLE FULL, IGNORING "
                   OPR-OPERATOR-ID
           END-IF.

       0150-INIT-PAIR-ENTRY.
           MOVE HIGH-VALUES TO WS-PR-APPROVER(WS-PR-IDX).

      *    EXCFILE and SIGNRPT only supply the other operator on an
      *    item, so either may be missing.  AUDTWORK is emptied (OPEN
      *    OUTPUT) then reopened I-O.
       0200-OPEN-FILES.
           OPEN OUTPUT AUDIT-WORK-FILE
           IF WS-AUDTWORK-FILE-STATUS = "00"
               CLOSE AUDIT-WORK-FILE
               OPEN I-O AUDIT-WORK-FILE
           END-IF
           IF WS-AUDTWORK-FILE-STATUS NOT = "00"
               DISPLAY "AMTOPAUD: UNABLE TO OPEN AUDTWORK, STATUS = "
                   WS-AUDTWORK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT EXCEPTION-FILE
               IF WS-EXCEPTION-FILE-STATUS = "00"
                   SET WS-EXC-AVAILABLE TO TRUE
               END-IF
               OPEN INPUT SIGN-DEFAULT-FILE
               IF WS-SIGN-FILE-STATUS = "00"
                   SET WS-SGN-AVAILABLE TO TRUE
               END-IF
               OPEN OUTPUT OPERATOR-AUDIT-REPORT
           END-IF.

       1000-COLLECT-CORRECTIONS.
           OPEN INPUT CORRECTION-LOG-FILE
           IF WS-CORRECTION-LOG-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ CORRECTION-LOG-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF CORR-TIMESTAMP(1:8) >=
                                   WS-PERIOD-FROM-DATE
                                   AND CORR-TIMESTAMP(1:8) <=
                                   WS-PERIOD-TO-DATE
                               PERFORM 1050-CONSIDER-CORRECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORRECTION-LOG-FILE
           END-IF.

       1050-CONSIDER-CORRECTION.
           ADD 1 TO WS-TOTAL-LOG-ENTRIES
           MOVE "N" TO WS-ITEM-FOUND-SW
           IF WS-EXC-AVAILABLE
               MOVE CORR-TRANSACTION-ID TO EXC-TRANSACTION-ID
               READ EXCEPTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ITEM-FOUND TO TRUE
               END-READ
           END-IF
      *    Every approval counts toward the pairs, whoever is
      *    selected: a reciprocal pair involves someone else.
           IF CORR-IS-APPROVAL AND WS-ITEM-FOUND
                   AND EXC-CORRECTED-BY NOT = SPACES
               MOVE CORR-OPERATOR-ID TO WS-PAIR-APPROVER
               MOVE EXC-CORRECTED-BY TO WS-PAIR-KEYER
               PERFORM 2500-COUNT-APPROVAL
           END-IF
           IF WS-SELECT-OPERATOR = SPACES
                   OR CORR-OPERATOR-ID = WS-SELECT-OPERATOR
               MOVE SPACES TO AUDIT-WORK-RECORD
               MOVE "CORRLOG" TO AWK-SOURCE-LOG
               MOVE CORR-TRANSACTION-ID TO AWK-REFERENCE
               SET AWK-HAS-AMOUNT TO TRUE
               MOVE CORR-CORRECTED-VALUE TO AWK-AMOUNT
               MOVE "N" TO WS-NOTE-LIMIT-CHECK-SW
               EVALUATE TRUE
                   WHEN CORR-IS-APPROVAL
                       MOVE "CORRECTION APPROVED" TO AWK-ACTION
                   WHEN CORR-IS-REJECTION
                       MOVE "CORRECTION REJECTED" TO AWK-ACTION
                   WHEN OTHER
                       MOVE "CORRECTION KEYED" TO AWK-ACTION
                       SET WS-NOTE-LIMIT-CHECK TO TRUE
               END-EVALUATE
               IF WS-ITEM-FOUND
                   IF CORR-IS-CORRECTION
                       IF EXC-CORRECTED-BY = CORR-OPERATOR-ID
                               AND EXC-APPROVAL-GRANTED
                           STRING "APPROVED BY " EXC-APPROVED-BY
                               DELIMITED BY SIZE INTO AWK-DETAIL
                       END-IF
                       IF EXC-CORRECTED-BY = CORR-OPERATOR-ID
                               AND EXC-APPROVAL-PENDING
                           MOVE "AWAITING APPROVAL" TO AWK-DETAIL
                       END-IF
                   ELSE
                       STRING "KEYED BY " EXC-CORRECTED-BY
                           DELIMITED BY SIZE INTO AWK-DETAIL
                   END-IF
               END-IF
               MOVE CORR-TIMESTAMP   TO WS-NOTE-TIMESTAMP
               MOVE CORR-OPERATOR-ID TO WS-NOTE-OPERATOR-ID
               PERFORM 2000-NOTE-ACTIVITY
           END-IF.

       1100-COLLECT-SIGN-DECISIONS.
           OPEN INPUT SIGN-REVIEW-LOG-FILE
           IF WS-REVIEW-LOG-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ SIGN-REVIEW-LOG-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF SREV-TIMESTAMP(1:8) >=
                                   WS-PERIOD-FROM-DATE
                                   AND SREV-TIMESTAMP(1:8) <=
                                   WS-PERIOD-TO-DATE
                               PERFORM 1150-CONSIDER-SIGN-DECISION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIGN-REVIEW-LOG-FILE
           END-IF.

       1150-CONSIDER-SIGN-DECISION.
           ADD 1 TO WS-TOTAL-LOG-ENTRIES
           MOVE "N" TO WS-ITEM-FOUND-SW
           IF WS-SGN-AVAILABLE
               MOVE SREV-TRANSACTION-ID TO SGN-TRANSACTION-ID
               READ SIGN-DEFAULT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ITEM-FOUND TO TRUE
               END-READ
           END-IF
           IF SREV-APPROVED AND WS-ITEM-FOUND
                   AND SGN-REVIEW-OPERATOR NOT = SPACES
               MOVE SREV-OPERATOR-ID    TO WS-PAIR-APPROVER
               MOVE SGN-REVIEW-OPERATOR TO WS-PAIR-KEYER
               PERFORM 2500-COUNT-APPROVAL
           END-IF
           IF WS-SELECT-OPERATOR = SPACES
                   OR SREV-OPERATOR-ID = WS-SELECT-OPERATOR
               MOVE SPACES TO AUDIT-WORK-RECORD
               MOVE "SIGNLOG" TO AWK-SOURCE-LOG
               MOVE SREV-TRANSACTION-ID TO AWK-REFERENCE
               SET AWK-HAS-AMOUNT TO TRUE
               MOVE SREV-DEFAULTED-VALUE TO AWK-AMOUNT
               MOVE "N" TO WS-NOTE-LIMIT-CHECK-SW
               EVALUATE TRUE
                   WHEN SREV-CONFIRMED
                       MOVE "SIGN CONFIRMED +" TO AWK-ACTION
                   WHEN SREV-FLIPPED
                       MOVE "SIGN FLIPPED TO -" TO AWK-ACTION
                       SET WS-NOTE-LIMIT-CHECK TO TRUE
                   WHEN SREV-PARKED
                       MOVE "SIGN FLIP PARKED" TO AWK-ACTION
                   WHEN SREV-APPROVED
                       MOVE "SIGN FLIP APPROVED" TO AWK-ACTION
                   WHEN OTHER
                       MOVE "SIGN FLIP REJECTED" TO AWK-ACTION
               END-EVALUATE
               IF WS-ITEM-FOUND
                   IF SREV-APPROVED OR SREV-REJECTED
                       STRING "DECIDED BY " SGN-REVIEW-OPERATOR
                           DELIMITED BY SIZE INTO AWK-DETAIL
                   ELSE
                       IF SGN-REVIEW-OPERATOR = SREV-OPERATOR-ID
                               AND SGN-APPROVAL-GRANTED
                           STRING "APPROVED BY " SGN-APPROVED-BY
                               DELIMITED BY SIZE INTO AWK-DETAIL
                       END-IF
                       IF SGN-REVIEW-OPERATOR = SREV-OPERATOR-ID
                               AND SGN-APPROVAL-PENDING
                           MOVE "AWAITING APPROVAL" TO AWK-DETAIL
                       END-IF
                   END-IF
               END-IF
               MOVE SREV-TIMESTAMP   TO WS-NOTE-TIMESTAMP
               MOVE SREV-OPERATOR-ID TO WS-NOTE-OPERATOR-ID
               PERFORM 2000-NOTE-ACTIVITY
           END-IF.

       1200-COLLECT-RATE-CHANGES.
           OPEN INPUT RATE-CHANGE-LOG-FILE
           IF WS-RATE-LOG-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ RATE-CHANGE-LOG-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF RTLG-TIMESTAMP(1:8) >=
                                   WS-PERIOD-FROM-DATE
                                   AND RTLG-TIMESTAMP(1:8) <=
                                   WS-PERIOD-TO-DATE
                               PERFORM 1250-CONSIDER-RATE-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-CHANGE-LOG-FILE
           END-IF.

       1250-CONSIDER-RATE-CHANGE.
           ADD 1 TO WS-TOTAL-LOG-ENTRIES
           IF WS-SELECT-OPERATOR = SPACES
                   OR RTLG-OPERATOR-ID = WS-SELECT-OPERATOR
               MOVE SPACES TO AUDIT-WORK-RECORD
               MOVE "RATELOG" TO AWK-SOURCE-LOG
               MOVE "RATE CHANGED" TO AWK-ACTION
               MOVE RTLG-CURRENCY-CODE TO AWK-REFERENCE
               MOVE RTLG-OLD-RATE TO WS-EDIT-RATE-1
               MOVE RTLG-NEW-RATE TO WS-EDIT-RATE-2
               STRING WS-EDIT-RATE-1 " TO " WS-EDIT-RATE-2
                   DELIMITED BY SIZE INTO AWK-DETAIL
               IF RTLG-OVER-TOLERANCE
                   SET AWK-OVER-TOLERANCE TO TRUE
               END-IF
               MOVE "N" TO WS-NOTE-LIMIT-CHECK-SW
               MOVE RTLG-TIMESTAMP   TO WS-NOTE-TIMESTAMP
               MOVE RTLG-OPERATOR-ID TO WS-NOTE-OPERATOR-ID
               PERFORM 2000-NOTE-ACTIVITY
           END-IF.

       1300-COLLECT-ACCOUNT-CHANGES.
           OPEN INPUT ACCOUNT-CHANGE-LOG-FILE
           IF WS-ACCOUNT-LOG-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ ACCOUNT-CHANGE-LOG-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF ACLG-TIMESTAMP(1:8) >=
                                   WS-PERIOD-FROM-DATE
                                   AND ACLG-TIMESTAMP(1:8) <=
                                   WS-PERIOD-TO-DATE
                               PERFORM 1350-CONSIDER-ACCOUNT-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-CHANGE-LOG-FILE
           END-IF.

       1350-CONSIDER-ACCOUNT-CHANGE.
           ADD 1 TO WS-TOTAL-LOG-ENTRIES
           IF WS-SELECT-OPERATOR = SPACES
                   OR ACLG-OPERATOR-ID = WS-SELECT-OPERATOR
               MOVE SPACES TO AUDIT-WORK-RECORD
               MOVE "ACCTLOG" TO AWK-SOURCE-LOG
               MOVE ACLG-ACCOUNT-NUMBER TO AWK-REFERENCE
               IF ACLG-IS-ADD
                   MOVE "ACCOUNT ADDED" TO AWK-ACTION
                   STRING "STATUS " ACLG-NEW-STATUS
                       " EFFECTIVE " ACLG-NEW-EFFECTIVE-DATE
                       DELIMITED BY SIZE INTO AWK-DETAIL
               ELSE
                   MOVE "ACCOUNT CHANGED" TO AWK-ACTION
                   IF ACLG-CLOSED-OVER-EXCEPTIONS
                       STRING "STATUS " ACLG-OLD-STATUS " TO "
                           ACLG-NEW-STATUS " OVER EXCEPTIONS"
                           DELIMITED BY SIZE INTO AWK-DETAIL
                   ELSE
                       STRING "STATUS " ACLG-OLD-STATUS " TO "
                           ACLG-NEW-STATUS
                           DELIMITED BY SIZE INTO AWK-DETAIL
                   END-IF
               END-IF
               MOVE "N" TO WS-NOTE-LIMIT-CHECK-SW
               MOVE ACLG-TIMESTAMP   TO WS-NOTE-TIMESTAMP
               MOVE ACLG-OPERATOR-ID TO WS-NOTE-OPERATOR-ID
               PERFORM 2000-NOTE-ACTIVITY
           END-IF.

      *    Completes the work record built by the caller with the
      *    key and the operator checks, and writes it to AUDTWORK.
      *    An operator not on OPERAUTH has no limit to be under.
       2000-NOTE-ACTIVITY.
           ADD 1 TO WS-WORK-SEQUENCE
           MOVE WS-NOTE-TIMESTAMP   TO AWK-TIMESTAMP
           MOVE WS-WORK-SEQUENCE    TO AWK-SEQUENCE
           MOVE WS-NOTE-OPERATOR-ID TO AWK-OPERATOR-ID
           MOVE 0 TO AWK-LIMIT
           IF NOT AWK-HAS-AMOUNT
               MOVE 0 TO AWK-AMOUNT
           END-IF
           SET WS-AU-IDX TO 1
           SEARCH WS-AUTHORITY-ENTRY
               AT END
                   SET AWK-NOT-AUTHORISED TO TRUE
               WHEN WS-AU-OPERATOR(WS-AU-IDX) = WS-NOTE-OPERATOR-ID
                   MOVE WS-AU-LIMIT(WS-AU-IDX) TO AWK-LIMIT
                   IF WS-NOTE-LIMIT-CHECK
                       PERFORM 2100-CHECK-NEAR-LIMIT
                   END-IF
           END-SEARCH
           PERFORM 2200-CHECK-SHIFT-HOURS
           IF AWK-NOT-AUTHORISED OR AWK-NEAR-LIMIT
                   OR AWK-OVER-TOLERANCE OR AWK-OUTSIDE-HOURS
                   OR AWK-AT-WEEKEND
               ADD 1 TO WS-TOTAL-EXCEPTIONS
           END-IF
           WRITE AUDIT-WORK-RECORD
               INVALID KEY
                   DISPLAY "AMTOPAUD: AUDTWORK WRITE FAILED, STATUS = "
                       WS-AUDTWORK-FILE-STATUS " FOR "
                       AWK-SOURCE-LOG " " AWK-REFERENCE
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-LISTED
           END-WRITE.

       2100-CHECK-NEAR-LIMIT.
      *    Within the limit (so no second signature was needed) but
      *    close enough to it to suggest the item was split.
           IF AWK-AMOUNT < 0
               COMPUTE WS-ABSOLUTE-AMOUNT = 0 - AWK-AMOUNT
           ELSE
               MOVE AWK-AMOUNT TO WS-ABSOLUTE-AMOUNT
           END-IF
           COMPUTE WS-NEAR-LIMIT-FLOOR ROUNDED =
               AWK-LIMIT * WS-NEAR-LIMIT-PERCENT / 100
           IF AWK-LIMIT > 0
                   AND WS-ABSOLUTE-AMOUNT <= AWK-LIMIT
                   AND WS-ABSOLUTE-AMOUNT >= WS-NEAR-LIMIT-FLOOR
               SET AWK-NEAR-LIMIT TO TRUE
           END-IF.

       2200-CHECK-SHIFT-HOURS.
      *    Day of week from the integer date: day 1 (1 January 1601)
      *    was a Monday, so remainder 6 is Saturday and 0 Sunday.
           IF WS-NOTE-TIMESTAMP(1:12) IS NUMERIC
               MOVE WS-NOTE-TIMESTAMP(9:4) TO WS-ACTIVITY-TIME
               COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-NOTE-TIMESTAMP(1:8))), 7)
               IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
                   SET AWK-AT-WEEKEND TO TRUE
               ELSE
                   IF WS-ACTIVITY-TIME < WS-SHIFT-START-TIME
                           OR WS-ACTIVITY-TIME >= WS-SHIFT-END-TIME
                       SET AWK-OUTSIDE-HOURS TO TRUE
                   END-IF
               END-IF
           END-IF.

       2500-COUNT-APPROVAL.
      *    Serial search on the approver/keyer pair, claiming a slot
      *    on first sight, same shape as AMTPPRPT's file totals.
           SET WS-PAIR-SLOT-OK TO TRUE
           SET WS-PR-IDX TO 1
           SEARCH WS-PAIR-ENTRY
               AT END
                   IF WS-PAIR-COUNT < 500
                       ADD 1 TO WS-PAIR-COUNT
                       SET WS-PR-IDX TO WS-PAIR-COUNT
                       MOVE WS-PAIR-APPROVER TO
                           WS-PR-APPROVER(WS-PR-IDX)
                       MOVE WS-PAIR-KEYER TO WS-PR-KEYER(WS-PR-IDX)
                       MOVE 0 TO WS-PR-APPROVALS(WS-PR-IDX)
                   ELSE
                       DISPLAY "AMTOPAUD: APPROVER PAIR TABLE FULL, "
                           "CANNOT COUNT " WS-PAIR-APPROVER
                           " APPROVING " WS-PAIR-KEYER
                       MOVE "N" TO WS-PAIR-SLOT-OK-SW
                   END-IF
               WHEN WS-PR-APPROVER(WS-PR-IDX) = WS-PAIR-APPROVER
                       AND WS-PR-KEYER(WS-PR-IDX) = WS-PAIR-KEYER
                   CONTINUE
           END-SEARCH
           IF WS-PAIR-SLOT-OK
               ADD 1 TO WS-PR-APPROVALS(WS-PR-IDX)
           END-IF.

       3000-WRITE-REPORT-HEADINGS.
           MOVE WS-RUN-DATE TO WS-HD1-DATE
           IF WS-SELECT-OPERATOR = SPACES
               MOVE "ALL" TO WS-HD1-OPERATOR
           ELSE
               MOVE WS-SELECT-OPERATOR TO WS-HD1-OPERATOR
           END-IF
           MOVE WS-PERIOD-FROM-DATE TO WS-HD1-FROM-DATE
           MOVE WS-PERIOD-TO-DATE   TO WS-HD1-TO-DATE
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "OPERATOR ACTIVITY IN TIME ORDER" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE.

       3100-WRITE-ACTIVITY.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO AWK-KEY
           START AUDIT-WORK-FILE KEY >= AWK-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ AUDIT-WORK-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 3200-FORMAT-DETAIL-LINE
                       MOVE AWK-DETAIL TO WS-DT-DETAIL
                       MOVE WS-DETAIL-LINE TO REPORT-LINE
                       WRITE REPORT-LINE
               END-READ
           END-PERFORM
           IF WS-TOTAL-LISTED = 0
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3200-FORMAT-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE AWK-TIMESTAMP(1:8)  TO WS-DT-DATE
           MOVE AWK-TIMESTAMP(9:6)  TO WS-DT-TIME
           MOVE AWK-OPERATOR-ID     TO WS-DT-OPERATOR
           MOVE AWK-SOURCE-LOG      TO WS-DT-SOURCE-LOG
           MOVE AWK-ACTION          TO WS-DT-ACTION
           MOVE AWK-REFERENCE       TO WS-DT-REFERENCE
           IF AWK-HAS-AMOUNT
               MOVE AWK-AMOUNT TO WS-DT-AMOUNT
           ELSE
               MOVE SPACES TO WS-DT-AMOUNT-X
           END-IF.

       4000-WRITE-EXCEPTIONS.
      *    Second pass over AUDTWORK, one line per exception found on
      *    an action, in the same time order as the listing.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "EXCEPTIONS FOR AUDIT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING-2 TO REPORT-LINE
           MOVE "EXCEPTION" TO REPORT-LINE(89:9)
           WRITE REPORT-LINE
           MOVE "N" TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO AWK-KEY
           START AUDIT-WORK-FILE KEY >= AWK-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ AUDIT-WORK-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 4100-WRITE-ACTION-EXCEPTIONS
               END-READ
           END-PERFORM
           IF WS-TOTAL-EXCEPTIONS = 0
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       4100-WRITE-ACTION-EXCEPTIONS.
           IF AWK-NOT-AUTHORISED
               PERFORM 3200-FORMAT-DETAIL-LINE
               MOVE "OPERATOR ID NOT ON OPERAUTH" TO WS-DT-DETAIL
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF AWK-NEAR-LIMIT
               PERFORM 3200-FORMAT-DETAIL-LINE
               MOVE AWK-LIMIT TO WS-EDIT-LIMIT
               STRING "JUST UNDER LIMIT OF " WS-EDIT-LIMIT
                   DELIMITED BY SIZE INTO WS-DT-DETAIL
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF AWK-OVER-TOLERANCE
               PERFORM 3200-FORMAT-DETAIL-LINE
               MOVE "RATE MOVE OVER TOLERANCE CONFIRMED" TO
                   WS-DT-DETAIL
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF AWK-OUTSIDE-HOURS
               PERFORM 3200-FORMAT-DETAIL-LINE
               MOVE "OUTSIDE SHIFT HOURS" TO WS-DT-DETAIL
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF AWK-AT-WEEKEND
               PERFORM 3200-FORMAT-DETAIL-LINE
               MOVE "AT A WEEKEND" TO WS-DT-DETAIL
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       5000-WRITE-RECIPROCAL-PAIRS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "OPERATORS APPROVING EACH OTHER" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING-3 TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 5100-CONSIDER-PAIR
               VARYING WS-PAIR-SUB FROM 1 BY 1
               UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
           IF WS-TOTAL-PAIRS = 0
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       5100-CONSIDER-PAIR.
      *    Each pair is looked at once, from the slot whose approver
      *    sorts first, and reported when the reverse slot exists and
      *    both directions reach the minimum.
           MOVE WS-PR-APPROVER(WS-PAIR-SUB)  TO WS-PAIR-APPROVER
           MOVE WS-PR-KEYER(WS-PAIR-SUB)     TO WS-PAIR-KEYER
           MOVE WS-PR-APPROVALS(WS-PAIR-SUB) TO WS-PAIR-FORWARD
           IF WS-PAIR-APPROVER < WS-PAIR-KEYER
                   AND WS-PAIR-FORWARD >= WS-RECIPROCAL-MINIMUM
                   AND (WS-SELECT-OPERATOR = SPACES
                       OR WS-PAIR-APPROVER = WS-SELECT-OPERATOR
                       OR WS-PAIR-KEYER = WS-SELECT-OPERATOR)
               SET WS-PR-IDX TO 1
               SEARCH WS-PAIR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PR-APPROVER(WS-PR-IDX) = WS-PAIR-KEYER
                           AND WS-PR-KEYER(WS-PR-IDX) =
                               WS-PAIR-APPROVER
                       IF WS-PR-APPROVALS(WS-PR-IDX) >=
                               WS-RECIPROCAL-MINIMUM
                           PERFORM 5200-WRITE-PAIR-LINE
                       END-IF
               END-SEARCH
           END-IF.

       5200-WRITE-PAIR-LINE.
           ADD 1 TO WS-TOTAL-PAIRS
           MOVE SPACES TO WS-PAIR-LINE
           MOVE WS-PAIR-APPROVER           TO WS-PL-FIRST-OPERATOR
           MOVE WS-PAIR-KEYER              TO WS-PL-SECOND-OPERATOR
           MOVE WS-PAIR-FORWARD            TO WS-PL-FORWARD
           MOVE WS-PR-APPROVALS(WS-PR-IDX) TO WS-PL-REVERSE
           MOVE WS-PAIR-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
