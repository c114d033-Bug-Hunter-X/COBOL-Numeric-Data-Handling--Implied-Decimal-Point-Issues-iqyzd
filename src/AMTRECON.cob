      *  ends with RETURN-CODE 8 so the scheduler can hold the
      *  downstream GL transmission job - the same RECNRPT report and
      *  condition-code contract as before the redesign.
      *
      *  TRNFILE carries one feed per source system; the sort step
      *  stamps each detail with the source from its feed's header,
      *  and the report closes with a count-level breakdown by source
      *  system so a sender whose items fell through is named.  A
      *  feed AMTPOST rejected on its controls (its CHKPTFILE record
      *  is marked rejected) was never posted: its transactions are
      *  kept out of the balance and its source is shown as FEED
      *  REJECTED instead of every item being reported missing.
      *
      *  Run control (AMTRCTL) marks the step complete only when it
      *  ends in balance; AMTGLSUM will not start for the date until
      *  it has, so an out-of-balance night holds the GL summary.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTRECON.
      *    The day's TRNFILE details, sorted by transaction id by the
      *    preceding JCL sort step (HDR/TRL control records dropped
      *    there too).  The ascending order is what lets the lookup
      *    files be read as forward-only cursors.  Each record carries
      *    its feed's source system after the TRNREC layout (see
      *    SORTED-TRANSACTION-RECORD).
           SELECT TRANSACTION-FILE ASSIGN TO "TRNSORT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-FILE-STATUS.
               RECORD KEY IS SGN-TRANSACTION-ID
               FILE STATUS IS WS-SIGN-FILE-STATUS.

      *    AMTPOST's per-feed checkpoint, read for the feeds it
      *    rejected; OPTIONAL so a missing file just means none were.
           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO "CHKPTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.

           SELECT RECONCILIATION-REPORT ASSIGN TO "RECNRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           RECORDING MODE IS F.
       COPY TRNREC.
       COPY TRNCTL.
       01  SORTED-TRANSACTION-RECORD.
           05  FILLER                      PIC X(34).
           05  SRT-SOURCE-SYSTEM           PIC X(8).

       FD  AUDIT-JOURNAL-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       COPY SGNREC.

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
       COPY CHKPTREC.

       FD  RECONCILIATION-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(132).
       01  WS-GL-EXTRACT-FILE-STATUS       PIC X(2).
       01  WS-EXCEPTION-FILE-STATUS        PIC X(2).
       01  WS-SIGN-FILE-STATUS             PIC X(2).
       01  WS-CHECKPOINT-FILE-STATUS       PIC X(2).
       01  WS-REPORT-FILE-STATUS           PIC X(2).

       01  WS-EOF-SWITCH                   PIC X(1) VALUE "N".
       01  WS-OUT-OF-BALANCE-SW            PIC X(1) VALUE "N".
           88  WS-OUT-OF-BALANCE                    VALUE "Y".

      *    Sources whose feed AMTPOST rejected, from CHKPTFILE.  A
      *    fresh AMTPOST run drops the records of every sender on its
      *    TRNFILE, so a rejected record for a source on this file is
      *    the day's own.
       01  WS-CHECKPOINT-EOF-SW            PIC X(1) VALUE "N".
           88  WS-CHECKPOINT-EOF                    VALUE "Y".
       01  WS-REJECTED-FEED-COUNT          PIC 9(2) VALUE 0.
       01  WS-REJECTED-FEEDS.
           05  WS-REJECTED-FEED OCCURS 50 TIMES
                                  INDEXED BY WS-RJ-IDX.
               10  WS-RJ-SOURCE-SYSTEM     PIC X(8).

      *    Signed copy of the raw feed amount, sign applied from
      *    TRN-SIGN the same way AMTCONV's 2005-DETERMINE-SIGN does
      *    (missing sign defaults to "+").
               10  WS-CT-EXC-AMOUNT        PIC S9(11)V999.
               10  WS-CT-SIGN-COUNT        PIC 9(9).

      *    Per-source-system counts, built alongside the currency
      *    totals.  Amounts are not totalled here - a sender's feed
      *    mixes currencies - so a source balances on record counts:
      *    input = GL + exceptions.
       01  WS-SOURCE-TOTAL-COUNT           PIC 9(2) VALUE 0.
       01  WS-SOURCE-TOTALS.
           05  WS-SOURCE-TOTAL OCCURS 20 TIMES
                                  INDEXED BY WS-ST-IDX.
               10  WS-ST-SOURCE-SYSTEM     PIC X(8).
               10  WS-ST-IN-COUNT          PIC 9(9).
               10  WS-ST-GL-COUNT          PIC 9(9).
               10  WS-ST-EXC-COUNT         PIC 9(9).
               10  WS-ST-SIGN-COUNT        PIC 9(9).
               10  WS-ST-MISSING-COUNT     PIC 9(9).
               10  WS-ST-REJECTED-SW       PIC X(1).
                   88  WS-ST-FEED-REJECTED          VALUE "Y".

       01  WS-TOTAL-READ                   PIC 9(9) VALUE 0.
       01  WS-TOTAL-MISSING                PIC 9(9) VALUE 0.
       01  WS-TOTAL-FEED-REJECTED          PIC 9(9) VALUE 0.

       01  WS-CURRENT-TIMESTAMP            PIC X(26).

           05  WS-ML-AMOUNT                PIC -(11)9.999.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-ML-TEXT                  PIC X(40).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-ML-SOURCE-SYSTEM         PIC X(8).
           05  FILLER                      PIC X(45) VALUE SPACES.

       01  WS-SOURCE-HEADING.
           05  FILLER                      PIC X(12) VALUE "SOURCE".
           05  FILLER                      PIC X(12) VALUE "IN-COUNT".
           05  FILLER                      PIC X(12) VALUE "GL-COUNT".
           05  FILLER                      PIC X(12) VALUE "EXC-COUNT".
           05  FILLER                      PIC X(12) VALUE "SIGN-DFLT".
           05  FILLER                      PIC X(12) VALUE "MISSING".
           05  FILLER                      PIC X(60) VALUE "STATUS".

       01  WS-SOURCE-LINE.
           05  WS-SL-SOURCE-SYSTEM         PIC X(8).
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-SL-IN-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-SL-GL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-SL-EXC-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-SL-SIGN-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-SL-MISSING-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  WS-SL-STATUS                PIC X(14).
           05  FILLER                      PIC X(46) VALUE SPACES.

      *    Parameters for the run-control subprogram AMTRCTL, which
      *    supplies the business date and holds the step to the
      *    daily-cycle sequence.
       01  WS-PROGRAM-NAME                 PIC X(8) VALUE "AMTRECON".
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
               DISPLAY "AMTRECON: RUN REFUSED BY RUN CONTROL"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-FILE-STATUS NOT = "00"
               DISPLAY "AMTRECON: UNABLE TO OPEN TRNSORT, STATUS = "
               GOBACK
           END-IF
           PERFORM 0100-OPEN-LOOKUP-FILES
           PERFORM 0170-LOAD-REJECTED-FEEDS
           PERFORM 0150-INIT-CURRENCY-TABLE
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > 20
           PERFORM 0160-INIT-SOURCE-TABLE
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > 20
           OPEN OUTPUT RECONCILIATION-REPORT
           PERFORM 0200-WRITE-REPORT-HEADINGS
           PERFORM UNTIL WS-END-OF-FILE
               END-READ
           END-PERFORM
           PERFORM 3000-WRITE-CURRENCY-TOTALS
           PERFORM 3200-WRITE-SOURCE-TOTALS
           PERFORM 8000-CLOSE-FILES
           IF WS-SEQUENCE-ERROR
               DISPLAY "AMTRECON: TRNSORT NOT IN TRANSACTION-ID "
           DISPLAY "AMTRECON RECONCILIATION SUMMARY"
           DISPLAY "  TRANSACTIONS READ : " WS-TOTAL-READ
           DISPLAY "  MISSING ON OUTPUT : " WS-TOTAL-MISSING
           DISPLAY "  FEED REJECTED     : " WS-TOTAL-FEED-REJECTED
           IF WS-OUT-OF-BALANCE
               DISPLAY "  RESULT            : OUT OF BALANCE"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "  RESULT            : IN BALANCE"
           END-IF
           PERFORM 9900-COMPLETE-RUN-STEP
           GOBACK.

       0100-OPEN-LOOKUP-FILES.
      *    feed currency code is ever HIGH-VALUES).
           MOVE HIGH-VALUES TO WS-CT-CURRENCY(WS-CT-IDX).

       0160-INIT-SOURCE-TABLE.
           MOVE HIGH-VALUES TO WS-ST-SOURCE-SYSTEM(WS-ST-IDX).

       0170-LOAD-REJECTED-FEEDS.
           PERFORM 0180-INIT-REJECTED-ENTRY
               VARYING WS-RJ-IDX FROM 1 BY 1
               UNTIL WS-RJ-IDX > 50
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-FILE-STATUS = "00"
               PERFORM UNTIL WS-CHECKPOINT-EOF
                   READ CHECKPOINT-FILE
                       AT END
                           SET WS-CHECKPOINT-EOF TO TRUE
                       NOT AT END
                           IF CHK-FEED-REJECTED
                                   AND WS-REJECTED-FEED-COUNT < 50
                               ADD 1 TO WS-REJECTED-FEED-COUNT
                               SET WS-RJ-IDX TO WS-REJECTED-FEED-COUNT
                               MOVE CHK-SOURCE-SYSTEM TO
                                   WS-RJ-SOURCE-SYSTEM(WS-RJ-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
           END-IF.

       0180-INIT-REJECTED-ENTRY.
           MOVE HIGH-VALUES TO WS-RJ-SOURCE-SYSTEM(WS-RJ-IDX).

       0200-WRITE-REPORT-HEADINGS.
           MOVE WS-RUN-BUSINESS-DATE TO WS-HD1-DATE
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE

       2060-RECONCILE-SORTED-RECORD.
           ADD 1 TO WS-TOTAL-READ
           PERFORM 2160-FIND-SOURCE-TOTAL
           ADD 1 TO WS-ST-IN-COUNT(WS-ST-IDX)
      *    A rejected feed's transactions were never posted and are
      *    not part of the balance; the source line accounts for
      *    them.
           IF WS-ST-FEED-REJECTED(WS-ST-IDX)
               ADD 1 TO WS-TOTAL-FEED-REJECTED
           ELSE
               IF TRN-SIGN = "-"
                   COMPUTE WS-SIGNED-INPUT-AMOUNT =
                       TRN-RAW-AMOUNT * -1
               ELSE
                   MOVE TRN-RAW-AMOUNT TO WS-SIGNED-INPUT-AMOUNT
               END-IF
               PERFORM 2100-FIND-CURRENCY-TOTAL
               ADD 1 TO WS-CT-IN-COUNT(WS-CT-IDX)
               ADD WS-SIGNED-INPUT-AMOUNT TO
                   WS-CT-IN-AMOUNT(WS-CT-IDX)
               PERFORM 2200-LOOK-UP-OUTPUT-SIDE
               IF NOT WS-FOUND-GL AND NOT WS-FOUND-EXC
                   ADD 1 TO WS-TOTAL-MISSING
                   ADD 1 TO WS-ST-MISSING-COUNT(WS-ST-IDX)
                   SET WS-OUT-OF-BALANCE TO TRUE
                   PERFORM 2500-WRITE-MISSING-LINE
               END-IF
           END-IF.

       2100-FIND-CURRENCY-TOTAL.
               SET WS-CT-IDX TO 1
           END-IF.

       2160-FIND-SOURCE-TOTAL.
      *    Same serial search as 2100-FIND-CURRENCY-TOTAL, keyed on
      *    the source system the sort step carried from the header.
           SET WS-ST-IDX TO 1
           SEARCH WS-SOURCE-TOTAL
               AT END
                   PERFORM 2170-ADD-SOURCE-TOTAL
               WHEN WS-ST-SOURCE-SYSTEM(WS-ST-IDX) = SRT-SOURCE-SYSTEM
                   CONTINUE
           END-SEARCH.

       2170-ADD-SOURCE-TOTAL.
           IF WS-SOURCE-TOTAL-COUNT < 20
               ADD 1 TO WS-SOURCE-TOTAL-COUNT
               SET WS-ST-IDX TO WS-SOURCE-TOTAL-COUNT
               MOVE SRT-SOURCE-SYSTEM TO WS-ST-SOURCE-SYSTEM(WS-ST-IDX)
               MOVE 0 TO WS-ST-IN-COUNT(WS-ST-IDX)
               MOVE 0 TO WS-ST-GL-COUNT(WS-ST-IDX)
               MOVE 0 TO WS-ST-EXC-COUNT(WS-ST-IDX)
               MOVE 0 TO WS-ST-SIGN-COUNT(WS-ST-IDX)
               MOVE 0 TO WS-ST-MISSING-COUNT(WS-ST-IDX)
               MOVE "N" TO WS-ST-REJECTED-SW(WS-ST-IDX)
               SET WS-RJ-IDX TO 1
               SEARCH WS-REJECTED-FEED
                   AT END
                       CONTINUE
                   WHEN WS-RJ-SOURCE-SYSTEM(WS-RJ-IDX) =
                           SRT-SOURCE-SYSTEM
                       SET WS-ST-FEED-REJECTED(WS-ST-IDX) TO TRUE
               END-SEARCH
           ELSE
               DISPLAY "AMTRECON: SOURCE TABLE FULL, CANNOT ADD "
                   SRT-SOURCE-SYSTEM
               SET WS-ST-IDX TO 1
           END-IF.

       2200-LOOK-UP-OUTPUT-SIDE.
      *    Forward-only cursor match against the sorted driver: each
      *    cursor is advanced past the keys below the driver id and
                   AND GL-SOURCE-TRANSACTION-ID = TRN-TRANSACTION-ID
               SET WS-FOUND-GL TO TRUE
               ADD 1 TO WS-CT-GL-COUNT(WS-CT-IDX)
               ADD 1 TO WS-ST-GL-COUNT(WS-ST-IDX)
               PERFORM 2250-ADD-GL-AMOUNT
           END-IF
      *    A corrected exception AMTREPST has re-posted exists on
                   AND NOT EXC-IS-POSTED
               SET WS-FOUND-EXC TO TRUE
               ADD 1 TO WS-CT-EXC-COUNT(WS-CT-IDX)
               ADD 1 TO WS-ST-EXC-COUNT(WS-ST-IDX)
               ADD EXC-ORIGINAL-VALUE TO
                   WS-CT-EXC-AMOUNT(WS-CT-IDX)
           END-IF
           IF NOT WS-SGN-DONE
                   AND SGN-TRANSACTION-ID = TRN-TRANSACTION-ID
               ADD 1 TO WS-CT-SIGN-COUNT(WS-CT-IDX)
               ADD 1 TO WS-ST-SIGN-COUNT(WS-ST-IDX)
           END-IF.

       2210-ADVANCE-GL-CURSOR.
           MOVE TRN-CURRENCY-CODE     TO WS-ML-CURRENCY
           MOVE WS-SIGNED-INPUT-AMOUNT TO WS-ML-AMOUNT
           MOVE "NOT ON GLEXTRCT OR EXCFILE" TO WS-ML-TEXT
           MOVE SRT-SOURCE-SYSTEM     TO WS-ML-SOURCE-SYSTEM
           MOVE WS-MISSING-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       3200-WRITE-SOURCE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TOTALS BY SOURCE SYSTEM" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SOURCE-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-SOURCE-TOTAL-COUNT > 0
               PERFORM 3300-WRITE-ONE-SOURCE
                   VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-SOURCE-TOTAL-COUNT
           END-IF.

       3300-WRITE-ONE-SOURCE.
           MOVE WS-ST-SOURCE-SYSTEM(WS-ST-IDX) TO WS-SL-SOURCE-SYSTEM
           MOVE WS-ST-IN-COUNT(WS-ST-IDX)      TO WS-SL-IN-COUNT
           MOVE WS-ST-GL-COUNT(WS-ST-IDX)      TO WS-SL-GL-COUNT
           MOVE WS-ST-EXC-COUNT(WS-ST-IDX)     TO WS-SL-EXC-COUNT
           MOVE WS-ST-SIGN-COUNT(WS-ST-IDX)    TO WS-SL-SIGN-COUNT
           MOVE WS-ST-MISSING-COUNT(WS-ST-IDX) TO WS-SL-MISSING-COUNT
           EVALUATE TRUE
               WHEN WS-ST-FEED-REJECTED(WS-ST-IDX)
                   MOVE "FEED REJECTED" TO WS-SL-STATUS
               WHEN WS-ST-IN-COUNT(WS-ST-IDX) =
                       WS-ST-GL-COUNT(WS-ST-IDX) +
                       WS-ST-EXC-COUNT(WS-ST-IDX)
                   MOVE "IN BALANCE" TO WS-SL-STATUS
               WHEN OTHER
                   MOVE "OUT OF BALANCE" TO WS-SL-STATUS
           END-EVALUATE
           MOVE WS-SOURCE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       8000-CLOSE-FILES.
           CLOSE TRANSACTION-FILE
           CLOSE RECONCILIATION-REPORT
           IF WS-JRN-AVAILABLE
               CLOSE AUDIT-JOURNAL-FILE
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
