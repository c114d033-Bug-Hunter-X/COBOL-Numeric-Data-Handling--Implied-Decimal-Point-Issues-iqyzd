      *****************************************************************
      *  PROGRAM-ID: AMTPERD
      *
      *  Shared subprogram that assigns the accounting period to a
      *  GL-bound entry (GLEXTREC layout) just before the caller
      *  writes it.  The caller passes the period the entry belongs
      *  to - the posting date for a fresh conversion, the period
      *  the exception was logged in for a re-posted correction, the
      *  booked period of the original entry for an adjustment or a
      *  backout - and AMTPERD checks it against the operations-
      *  maintained PERIODCL calendar (see copybooks/PERDREC.cpy):
      *    - open (or not on the calendar): the entry books into its
      *      own period, GL-PRIOR-PERIOD-FLAG "N";
      *    - closed: the entry is moved into the next period that is
      *      not closed, keeps its own period in GL-ORIGINAL-PERIOD,
      *      is flagged as a prior-period adjustment, and is logged
      *      to PPALOG (see copybooks/PPALREC.cpy) for the controllers'
      *      month-end report, AMTPPRPT.
      *  LK-PERIOD-RESULT tells the caller which happened, for its run
      *  summary.
      *
      *  CALLed by AMTCONV (GLEXTRCT, GLSUSP), AMTREPST (GLEXTRCT,
      *  GLSUSP), AMTSREV and AMTAPPR (GLADJ) and AMTBKOUT (GLBKOUT),
      *  with LK-PERIOD-FUNCTION saying what is wanted:
      *    "A" - assign the period to the entry, before the WRITE;
      *    "L" - log a moved entry to PPALOG, once the caller's WRITE
      *          has succeeded (so a restart replay that skips the
      *          duplicate-key WRITE does not log the entry twice);
      *    "E" - end of run: close PPALOG if this run opened it, and
      *          GOBACK without touching the other parameters, the
      *          same convention as AMTCONV's LK-END-OF-RUN.
      *  The calendar is loaded once, on the first assign call;
      *  PPALOG is opened on the first entry actually logged.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTPERD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    OPTIONAL: with no calendar on file every period is open and
      *    entries book exactly as they did before the calendar
      *    existed.
           SELECT OPTIONAL PERIOD-CALENDAR-FILE ASSIGN TO "PERIODCL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.

           SELECT PRIOR-PERIOD-LOG-FILE ASSIGN TO "PPALOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIOR-PERIOD-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CALENDAR-FILE
           RECORDING MODE IS F.
       COPY PERDREC.

       FD  PRIOR-PERIOD-LOG-FILE
           RECORDING MODE IS F.
       COPY PPALREC.

       WORKING-STORAGE SECTION.
       01  WS-CALENDAR-FILE-STATUS         PIC X(2).
       01  WS-PRIOR-PERIOD-LOG-STATUS      PIC X(2).

       01  WS-LOG-FILE-OPEN-SW             PIC X(1) VALUE "N".
           88  WS-LOG-FILE-IS-OPEN                   VALUE "Y".

      *    In-storage copy of PERIODCL, loaded on the first call.
      *    Unused slots carry HIGH-VALUES in the key so the SEARCH
      *    cannot match them.  1200 periods is a century of monthly
      *    calendar, more than PERIODCL will ever retain; should it
      *    ever hold more, the run is stopped (1020) rather than
      *    treat the periods left out as open.
       01  WS-CALENDAR-LOADED-SW           PIC X(1) VALUE "N".
           88  WS-CALENDAR-LOADED                    VALUE "Y".
       01  WS-CALENDAR-EOF-SW              PIC X(1) VALUE "N".
           88  WS-CALENDAR-EOF                       VALUE "Y".
       01  WS-PERIOD-COUNT                 PIC 9(4) VALUE 0.
       01  WS-PERIOD-TABLE.
           05  WS-PERIOD-ENTRY OCCURS 1200 TIMES
                              INDEXED BY WS-PRD-IDX.
               10  WS-PRD-PERIOD           PIC X(6).
               10  WS-PRD-STATUS           PIC X(1).

      *    Period being tested against the calendar, stepped one
      *    month at a time by 2110-ADVANCE-ONE-PERIOD.
       01  WS-CHECK-PERIOD                 PIC 9(6).
       01  WS-CHECK-PERIOD-PARTS REDEFINES WS-CHECK-PERIOD.
           05  WS-CHECK-YEAR               PIC 9(4).
           05  WS-CHECK-MONTH              PIC 9(2).
       01  WS-CHECK-PERIOD-KEY REDEFINES WS-CHECK-PERIOD
                                           PIC X(6).

       01  WS-PERIOD-CLOSED-SW             PIC X(1) VALUE "N".
           88  WS-PERIOD-IS-CLOSED                   VALUE "Y".

       LINKAGE SECTION.
      *    Program and GL file the entry is for, carried onto the
      *    PPALOG entry when the entry is moved.
       01  LK-CALLING-PROGRAM               PIC X(8).
       01  LK-OUTPUT-FILE                   PIC X(8).
      *    Period (CCYYMM) the entry belongs to.
       01  LK-ENTRY-PERIOD                  PIC 9(6).
      *    The entry itself, in the GLEXTREC layout shared by
      *    GLEXTRCT, GLSUSP, GLADJ and GLBKOUT; the period fields are
      *    filled in here.
       COPY GLEXTREC.
       01  LK-PERIOD-RESULT                 PIC X(1).
           88  LK-PERIOD-WAS-OPEN                     VALUE "O".
           88  LK-PERIOD-WAS-MOVED                    VALUE "M".
       01  LK-PERIOD-FUNCTION               PIC X(1).
           88  LK-ASSIGN-PERIOD                       VALUE "A".
           88  LK-LOG-MOVED-ENTRY                     VALUE "L".
           88  LK-FINALIZE-RUN                        VALUE "E".

       PROCEDURE DIVISION USING LK-CALLING-PROGRAM LK-OUTPUT-FILE
               LK-ENTRY-PERIOD GL-EXTRACT-RECORD LK-PERIOD-RESULT
               LK-PERIOD-FUNCTION.
       0000-MAIN.
           IF LK-FINALIZE-RUN
               PERFORM 9000-CLOSE-OPEN-FILES
               GOBACK
           END-IF
           IF LK-LOG-MOVED-ENTRY
               PERFORM 3000-LOG-PRIOR-PERIOD-ENTRY
               GOBACK
           END-IF
           IF NOT WS-CALENDAR-LOADED
               PERFORM 1000-LOAD-CALENDAR
           END-IF
           MOVE LK-ENTRY-PERIOD TO GL-POSTING-PERIOD
           MOVE LK-ENTRY-PERIOD TO GL-ORIGINAL-PERIOD
           SET GL-CURRENT-PERIOD-ENTRY TO TRUE
           SET LK-PERIOD-WAS-OPEN TO TRUE
           MOVE LK-ENTRY-PERIOD TO WS-CHECK-PERIOD
           PERFORM 2120-CHECK-PERIOD-CLOSED
           IF WS-PERIOD-IS-CLOSED
               PERFORM 2100-MOVE-TO-OPEN-PERIOD
           END-IF
           GOBACK.

       1000-LOAD-CALENDAR.
      *    One pass over PERIODCL into WS-PERIOD-TABLE, the same
      *    shape as AMTCONV 2082-LOAD-RATE-TABLE.
           PERFORM 1010-INIT-PERIOD-ENTRY
               VARYING WS-PRD-IDX FROM 1 BY 1
               UNTIL WS-PRD-IDX > 1200
           MOVE 0 TO WS-PERIOD-COUNT
           MOVE "N" TO WS-CALENDAR-EOF-SW
           OPEN INPUT PERIOD-CALENDAR-FILE
           PERFORM UNTIL WS-CALENDAR-EOF
               READ PERIOD-CALENDAR-FILE
                   AT END
                       SET WS-CALENDAR-EOF TO TRUE
                   NOT AT END
                       PERFORM 1020-STORE-PERIOD-ENTRY
               END-READ
           END-PERFORM
           CLOSE PERIOD-CALENDAR-FILE
           SET WS-CALENDAR-LOADED TO TRUE.

       1010-INIT-PERIOD-ENTRY.
           MOVE HIGH-VALUES TO WS-PRD-PERIOD(WS-PRD-IDX).

       1020-STORE-PERIOD-ENTRY.
      *    A period dropped here would read as open and entries would
      *    book into it even if it is closed, so a full table ends
      *    the calling run instead of being skipped past.
           IF WS-PERIOD-COUNT < 1200
               ADD 1 TO WS-PERIOD-COUNT
               SET WS-PRD-IDX TO WS-PERIOD-COUNT
               MOVE PRD-PERIOD TO WS-PRD-PERIOD(WS-PRD-IDX)
               MOVE PRD-STATUS TO WS-PRD-STATUS(WS-PRD-IDX)
           ELSE
               DISPLAY "AMTPERD: PERIOD TABLE FULL AT " PRD-PERIOD
                   " - PERIODCL HOLDS MORE THAN 1200 PERIODS"
               DISPLAY "AMTPERD: RUN STOPPED FOR " LK-CALLING-PROGRAM
                   " - PURGE OLD PERIODS FROM PERIODCL AND RERUN"
               CLOSE PERIOD-CALENDAR-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2100-MOVE-TO-OPEN-PERIOD.
      *    Step forward a month at a time until a period that is not
      *    closed turns up.  A period missing from the calendar counts
      *    as open, so the walk always ends at most one month past the
      *    last closed period on file.
           PERFORM UNTIL NOT WS-PERIOD-IS-CLOSED
               PERFORM 2110-ADVANCE-ONE-PERIOD
               PERFORM 2120-CHECK-PERIOD-CLOSED
           END-PERFORM
           MOVE WS-CHECK-PERIOD TO GL-POSTING-PERIOD
           SET GL-PRIOR-PERIOD-ADJUSTMENT TO TRUE
           SET LK-PERIOD-WAS-MOVED TO TRUE.

       2110-ADVANCE-ONE-PERIOD.
           IF WS-CHECK-MONTH >= 12
               ADD 1 TO WS-CHECK-YEAR
               MOVE 1 TO WS-CHECK-MONTH
           ELSE
               ADD 1 TO WS-CHECK-MONTH
           END-IF.

       2120-CHECK-PERIOD-CLOSED.
           MOVE "N" TO WS-PERIOD-CLOSED-SW
           SET WS-PRD-IDX TO 1
           SEARCH WS-PERIOD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PRD-PERIOD(WS-PRD-IDX) = WS-CHECK-PERIOD-KEY
                   IF WS-PRD-STATUS(WS-PRD-IDX) = "C"
                       SET WS-PERIOD-IS-CLOSED TO TRUE
                   END-IF
           END-SEARCH.

       3000-LOG-PRIOR-PERIOD-ENTRY.
      *    PPALOG accumulates until the month-end AMTPPRPT run, so it
      *    is appended to - same EXTEND/status-35 idiom as AMTCORR's
      *    CORRLOG.
           IF NOT WS-LOG-FILE-IS-OPEN
               OPEN EXTEND PRIOR-PERIOD-LOG-FILE
               IF WS-PRIOR-PERIOD-LOG-STATUS = "35"
                   OPEN OUTPUT PRIOR-PERIOD-LOG-FILE
               END-IF
               SET WS-LOG-FILE-IS-OPEN TO TRUE
           END-IF
           MOVE FUNCTION CURRENT-DATE  TO PPA-LOG-TIMESTAMP
           MOVE LK-CALLING-PROGRAM     TO PPA-PROGRAM-ID
           MOVE LK-OUTPUT-FILE         TO PPA-OUTPUT-FILE
           MOVE GL-SOURCE-TRANSACTION-ID TO PPA-SOURCE-TRANSACTION-ID
           MOVE GL-ACCOUNT-NUMBER      TO PPA-ACCOUNT-NUMBER
           MOVE GL-CURRENCY-CODE       TO PPA-CURRENCY-CODE
           MOVE GL-AMOUNT              TO PPA-AMOUNT
           MOVE GL-BASE-AMOUNT         TO PPA-BASE-AMOUNT
           MOVE GL-ORIGINAL-PERIOD     TO PPA-ORIGINAL-PERIOD
           MOVE GL-POSTING-PERIOD      TO PPA-POSTING-PERIOD
           WRITE PRIOR-PERIOD-LOG-RECORD.

       9000-CLOSE-OPEN-FILES.
           IF WS-LOG-FILE-IS-OPEN
               CLOSE PRIOR-PERIOD-LOG-FILE
               MOVE "N" TO WS-LOG-FILE-OPEN-SW
           END-IF.
