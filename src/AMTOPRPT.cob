      *  night together from two DISPLAY lines, TRUNCCTL, SIGNRPT and
      *  the exception file by hand.
      *
      *  Reads the day's AUDITJRN entries (JRN-TIMESTAMP since the
      *  business date was opened on RUNCTL) and prints a paged,
      *  headed report: converted / rounded / truncated / unchanged
      *  counts from JRN-FLAG, posted amount totals by currency, the
      *  day's sign defaults listed individually, the TRUNCCTL
      *  truncation counter against the operator-set tolerance, and
      *  the uncorrected exception backlog.  Tolerances come from
      *  THRSHCTL (see copybooks/THRCTL.cpy), maintained like
      *  ROUNDCTL; when the truncation or sign-default count exceeds
      *  its tolerance the step ends with RETURN-CODE 4 so the
      *  scheduler can page someone instead of the 8am surprise.
      *
      *  The same journal and exception counts are also broken down
      *  by source system (JRN-SOURCE-SYSTEM / EXC-SOURCE-SYSTEM), so
      *  with several senders' feeds on one night the report shows
      *  which feed the truncations, sign defaults and backlog came
      *  from.  STATHIST stays one record per currency.
      *
      *  The run date on the report and on STATHIST is the business
      *  date from run control (AMTRCTL); the report may run once
      *  AMTPOST has started for the date, so it is still produced
      *  on a night when the posting step ended RC 8.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTOPRPT.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATHIST-FILE-STATUS.

      *    Run-control record, read only for the time the business
      *    date was opened: the day's entries are the ones written
      *    since then, whatever calendar day the cycle runs on.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT OPERATIONS-REPORT ASSIGN TO "OPSRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           RECORDING MODE IS F.
       COPY STATREC.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       COPY RUNCTL.

       FD  OPERATIONS-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(132).
       01  WS-REWORK-FILE-STATUS           PIC X(2).
       01  WS-STATHIST-FILE-STATUS         PIC X(2).
       01  WS-REPORT-FILE-STATUS           PIC X(2).
       01  WS-RUNCTL-FILE-STATUS           PIC X(2).

       01  WS-EOF-SWITCH                   PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                        VALUE "Y".

       01  WS-CURRENT-TIMESTAMP            PIC X(26).
       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-CYCLE-OPENED-TIMESTAMP       PIC X(26).
       01  WS-CYCLE-WINDOW-SW              PIC X(1) VALUE "N".
           88  WS-CYCLE-WINDOW-KNOWN                 VALUE "Y".

      *    Tolerances default to zero: any truncation or sign default
      *    warns unless operations raises the bar on THRSHCTL.
               10  WS-CT-CORRECTED         PIC 9(9).
               10  WS-CT-SIGN-DEFAULTS     PIC 9(9).

      *    Per-source-system tallies for the activity-by-source
      *    section: the journal counts above keyed on the sending
      *    system instead of the currency, plus the uncorrected
      *    exception backlog.  Entries written before the source was
      *    carried have a blank source and total under UNKNOWN.
       01  WS-SOURCE-TOTAL-COUNT           PIC 9(2) VALUE 0.
       01  WS-SOURCE-KEY                   PIC X(8).
       01  WS-SOURCE-TOTALS.
           05  WS-SOURCE-TOTAL OCCURS 20 TIMES
                                  INDEXED BY WS-SR-IDX.
               10  WS-SR-SOURCE-SYSTEM     PIC X(8).
               10  WS-SR-CONVERTED         PIC 9(9).
               10  WS-SR-POSTED            PIC 9(9).
               10  WS-SR-TRUNCATED         PIC 9(9).
               10  WS-SR-ROUNDED           PIC 9(9).
               10  WS-SR-CORRECTED         PIC 9(9).
               10  WS-SR-SIGN-DEFAULTS     PIC 9(9).
               10  WS-SR-BACKLOG           PIC 9(9).
       01  WS-SR-SLOT-OK-SW                PIC X(1) VALUE "N".
           88  WS-SR-SLOT-OK                        VALUE "Y".

      *    Set by 1200-FIND-CURRENCY-SLOT: off when the table was
      *    full and no slot could be claimed, so the per-currency
      *    ADDs are skipped instead of subscripting past the table.
           05  WS-SL-REASON                PIC X(30).
           05  FILLER                      PIC X(71) VALUE SPACES.

       01  WS-SOURCE-HEADING.
           05  FILLER                      PIC X(12) VALUE
               "  SOURCE".
           05  FILLER                      PIC X(13) VALUE
               "    CONVERTED".
           05  FILLER                      PIC X(13) VALUE
               "       POSTED".
           05  FILLER                      PIC X(13) VALUE
               "    TRUNCATED".
           05  FILLER                      PIC X(13) VALUE
               "      ROUNDED".
           05  FILLER                      PIC X(13) VALUE
               "    CORRECTED".
           05  FILLER                      PIC X(13) VALUE
               "  SIGN-DFLTED".
           05  FILLER                      PIC X(13) VALUE
               "  EXC-BACKLOG".
           05  FILLER                      PIC X(29) VALUE SPACES.

       01  WS-SOURCE-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-SR-LINE-SOURCE           PIC X(8).
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  WS-SR-LINE-CONVERTED        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-SR-LINE-POSTED           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-SR-LINE-TRUNCATED        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-SR-LINE-ROUNDED          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-SR-LINE-CORRECTED        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-SR-LINE-SIGN-DEFAULTS    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-SR-LINE-BACKLOG          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(29) VALUE SPACES.

       01  WS-TOLERANCE-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-TL-LABEL                 PIC X(28).
      *    record area.
       01  WS-PRINT-SAVE                   PIC X(132).

      *    Parameters for the run-control subprogram AMTRCTL, which
      *    supplies the business date and holds the step to the
      *    daily-cycle sequence.
       01  WS-PROGRAM-NAME                 PIC X(8) VALUE "AMTOPRPT".
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
               DISPLAY "AMTOPRPT: RUN REFUSED BY RUN CONTROL"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-DATE
           PERFORM 0050-READ-CYCLE-WINDOW
           IF NOT WS-CYCLE-WINDOW-KNOWN
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0100-READ-THRESHOLDS
           PERFORM 0150-INIT-CURRENCY-TABLE
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > 20
           PERFORM 0160-INIT-SOURCE-TABLE
               VARYING WS-SR-IDX FROM 1 BY 1
               UNTIL WS-SR-IDX > 20
           OPEN OUTPUT OPERATIONS-REPORT
           PERFORM 1000-TALLY-AUDIT-JOURNAL
           PERFORM 1500-READ-TRUNC-COUNTER
           PERFORM 2000-COUNT-EXCEPTION-BACKLOG
           PERFORM 3000-WRITE-CONVERSION-SECTION
           PERFORM 4000-WRITE-SIGN-SECTION
           PERFORM 4300-WRITE-SOURCE-SECTION
           PERFORM 4500-WRITE-REWORK-SECTION
           PERFORM 5000-WRITE-TOLERANCE-SECTION
           PERFORM 6000-APPEND-STATISTICS
               DISPLAY "  TOLERANCE EXCEEDED - WARNING CONDITION SET"
               MOVE 4 TO RETURN-CODE
           END-IF
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
               DISPLAY "AMTOPRPT: RUNCTL NOT READABLE, STATUS = "
                   WS-RUNCTL-FILE-STATUS
           END-IF.

       0100-READ-THRESHOLDS.
           OPEN INPUT THRESHOLD-CONTROL-FILE
           IF WS-THRSHCTL-FILE-STATUS = "00"
      *    1200-TOTAL-BY-CURRENCY can never match an unclaimed slot.
           MOVE HIGH-VALUES TO WS-CT-CURRENCY(WS-CT-IDX).

       0160-INIT-SOURCE-TABLE.
           MOVE HIGH-VALUES TO WS-SR-SOURCE-SYSTEM(WS-SR-IDX).

       1000-TALLY-AUDIT-JOURNAL.
           OPEN INPUT AUDIT-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF JRN-TIMESTAMP(1:16) >
                                   WS-CYCLE-OPENED-TIMESTAMP(1:16)
                               PERFORM 1100-TALLY-ONE-ENTRY
                           END-IF
                   END-READ
           IF WS-CT-SLOT-OK
               ADD 1 TO WS-CT-CONVERTED(WS-CT-IDX)
           END-IF
           MOVE JRN-SOURCE-SYSTEM TO WS-SOURCE-KEY
           PERFORM 1300-FIND-SOURCE-SLOT
           IF WS-SR-SLOT-OK
               ADD 1 TO WS-SR-CONVERTED(WS-SR-IDX)
           END-IF
           EVALUATE TRUE
               WHEN JRN-TRUNCATED
                   ADD 1 TO WS-JRN-TRUNCATED
                   IF WS-CT-SLOT-OK
                       ADD 1 TO WS-CT-TRUNCATED(WS-CT-IDX)
                   END-IF
                   IF WS-SR-SLOT-OK
                       ADD 1 TO WS-SR-TRUNCATED(WS-SR-IDX)
                   END-IF
               WHEN JRN-VALIDATION-EXCEPTED
                   ADD 1 TO WS-JRN-VALIDATION
               WHEN JRN-ROUNDED
                   IF WS-CT-SLOT-OK
                       ADD 1 TO WS-CT-ROUNDED(WS-CT-IDX)
                   END-IF
                   IF WS-SR-SLOT-OK
                       ADD 1 TO WS-SR-ROUNDED(WS-SR-IDX)
                   END-IF
               WHEN JRN-CORRECTED
                   ADD 1 TO WS-JRN-CORRECTED
                   IF WS-CT-SLOT-OK
                       ADD 1 TO WS-CT-CORRECTED(WS-CT-IDX)
                   END-IF
                   IF WS-SR-SLOT-OK
                       ADD 1 TO WS-SR-CORRECTED(WS-SR-IDX)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-JRN-UNCHANGED
           END-EVALUATE
           IF NOT JRN-TRUNCATED AND NOT JRN-VALIDATION-EXCEPTED
                   AND WS-SR-SLOT-OK
               ADD 1 TO WS-SR-POSTED(WS-SR-IDX)
           END-IF
           IF NOT JRN-TRUNCATED AND NOT JRN-VALIDATION-EXCEPTED
                   AND WS-CT-SLOT-OK
               ADD 1 TO WS-CT-POSTED(WS-CT-IDX)
           ADD 1 TO WS-CT-COUNT(WS-CT-IDX)
           ADD JRN-AFTER-VALUE TO WS-CT-AMOUNT(WS-CT-IDX).

       1300-FIND-SOURCE-SLOT.
      *    Same claim-on-first-sight search as 1200, keyed on
      *    WS-SOURCE-KEY (set by the caller from the journal or the
      *    exception record).  A blank source totals under UNKNOWN.
           IF WS-SOURCE-KEY = SPACES
               MOVE "UNKNOWN" TO WS-SOURCE-KEY
           END-IF
           SET WS-SR-SLOT-OK TO TRUE
           SET WS-SR-IDX TO 1
           SEARCH WS-SOURCE-TOTAL
               AT END
                   IF WS-SOURCE-TOTAL-COUNT < 20
                       ADD 1 TO WS-SOURCE-TOTAL-COUNT
                       SET WS-SR-IDX TO WS-SOURCE-TOTAL-COUNT
                       MOVE WS-SOURCE-KEY TO
                           WS-SR-SOURCE-SYSTEM(WS-SR-IDX)
                       MOVE 0 TO WS-SR-CONVERTED(WS-SR-IDX)
                       MOVE 0 TO WS-SR-POSTED(WS-SR-IDX)
                       MOVE 0 TO WS-SR-TRUNCATED(WS-SR-IDX)
                       MOVE 0 TO WS-SR-ROUNDED(WS-SR-IDX)
                       MOVE 0 TO WS-SR-CORRECTED(WS-SR-IDX)
                       MOVE 0 TO WS-SR-SIGN-DEFAULTS(WS-SR-IDX)
                       MOVE 0 TO WS-SR-BACKLOG(WS-SR-IDX)
                   ELSE
                       DISPLAY "AMTOPRPT: SOURCE TABLE FULL, "
                           "CANNOT TOTAL " WS-SOURCE-KEY
                       MOVE "N" TO WS-SR-SLOT-OK-SW
                   END-IF
               WHEN WS-SR-SOURCE-SYSTEM(WS-SR-IDX) = WS-SOURCE-KEY
                   CONTINUE
           END-SEARCH.

       1500-READ-TRUNC-COUNTER.
           OPEN INPUT TRUNC-COUNTER-FILE
           IF WS-COUNTER-FILE-STATUS = "00"
                       NOT AT END
                           IF NOT EXC-IS-CORRECTED
                               ADD 1 TO WS-UNCORRECTED-COUNT
                               MOVE EXC-SOURCE-SYSTEM TO WS-SOURCE-KEY
                               PERFORM 1300-FIND-SOURCE-SLOT
                               IF WS-SR-SLOT-OK
                                   ADD 1 TO WS-SR-BACKLOG(WS-SR-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF SGN-TIMESTAMP(1:16) >
                                   WS-CYCLE-OPENED-TIMESTAMP(1:16)
                               ADD 1 TO WS-SIGN-DEFAULT-COUNT
                               PERFORM 4100-WRITE-ONE-SIGN-DEFAULT
                               PERFORM 4200-NOTE-SIGN-CURRENCY
                           ADD 1 TO
                               WS-CT-SIGN-DEFAULTS(WS-CT-IDX)
                       END-IF
                       MOVE JRN-SOURCE-SYSTEM TO WS-SOURCE-KEY
                       PERFORM 1300-FIND-SOURCE-SLOT
                       IF WS-SR-SLOT-OK
                           ADD 1 TO
                               WS-SR-SIGN-DEFAULTS(WS-SR-IDX)
                       END-IF
               END-READ
           END-IF.

           MOVE WS-SIGN-LINE TO REPORT-LINE
           PERFORM 8200-WRITE-REPORT-LINE.

       4300-WRITE-SOURCE-SECTION.
      *    Today's journal activity, sign defaults and the open
      *    exception backlog per sending system.
           MOVE SPACES TO REPORT-LINE
           PERFORM 8200-WRITE-REPORT-LINE
           MOVE "ACTIVITY BY SOURCE SYSTEM" TO REPORT-LINE
           PERFORM 8200-WRITE-REPORT-LINE
           IF WS-SOURCE-TOTAL-COUNT > 0
               MOVE WS-SOURCE-HEADING TO REPORT-LINE
               PERFORM 8200-WRITE-REPORT-LINE
               PERFORM 4310-WRITE-ONE-SOURCE
                   VARYING WS-SR-IDX FROM 1 BY 1
                   UNTIL WS-SR-IDX > WS-SOURCE-TOTAL-COUNT
           ELSE
               MOVE "  (NO JOURNAL ACTIVITY OR BACKLOG)"
                   TO REPORT-LINE
               PERFORM 8200-WRITE-REPORT-LINE
           END-IF.

       4310-WRITE-ONE-SOURCE.
           MOVE WS-SR-SOURCE-SYSTEM(WS-SR-IDX) TO WS-SR-LINE-SOURCE
           MOVE WS-SR-CONVERTED(WS-SR-IDX) TO WS-SR-LINE-CONVERTED
           MOVE WS-SR-POSTED(WS-SR-IDX)    TO WS-SR-LINE-POSTED
           MOVE WS-SR-TRUNCATED(WS-SR-IDX) TO WS-SR-LINE-TRUNCATED
           MOVE WS-SR-ROUNDED(WS-SR-IDX)   TO WS-SR-LINE-ROUNDED
           MOVE WS-SR-CORRECTED(WS-SR-IDX) TO WS-SR-LINE-CORRECTED
           MOVE WS-SR-SIGN-DEFAULTS(WS-SR-IDX) TO
               WS-SR-LINE-SIGN-DEFAULTS
           MOVE WS-SR-BACKLOG(WS-SR-IDX)   TO WS-SR-LINE-BACKLOG
           MOVE WS-SOURCE-LINE TO REPORT-LINE
           PERFORM 8200-WRITE-REPORT-LINE.

       4500-WRITE-REWORK-SECTION.
      *    The GL rework queue (AMTGLAK) on the same daily picture:
      *    total backlog plus what was queued today.  The file is
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REWORK-TOTAL-COUNT
                           IF RWK-QUEUED-TIMESTAMP(1:16) >
                                   WS-CYCLE-OPENED-TIMESTAMP(1:16)
                               ADD 1 TO WS-REWORK-TODAY-COUNT
                           END-IF
                   END-READ
           END-IF
           WRITE REPORT-LINE
           ADD 1 TO WS-LINES-ON-PAGE.

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
