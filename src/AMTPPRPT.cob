      *****************************************************************
      *  PROGRAM-ID: AMTPPRPT
      *
      *  Month-end prior-period adjustment report for the
      *  controllers.  Every GL-bound entry that belonged to a period
      *  the ledger had already closed - a late correction out of
      *  AMTREPST, a GLADJ sign adjustment out of AMTSREV/AMTAPPR, a
      *  GLBKOUT offset out of AMTBKOUT, or a fresh conversion or
      *  suspense entry out of AMTCONV - was moved into the next open
      *  period by AMTPERD and logged to PPALOG.  This program lists
      *  those entries with the period each belonged to and the
      *  period it was booked into, and totals them by GL file.
      *
      *  PARM='CCYYMM' limits the report to entries booked into that
      *  period (the month being closed); with no PARM every entry on
      *  PPALOG is listed.  See jcl/AMTPPRPT.jcl.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTPPRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    OPTIONAL so the report still runs (and says so) in a month
      *    where nothing was moved and the log was never created.
           SELECT OPTIONAL PRIOR-PERIOD-LOG-FILE ASSIGN TO "PPALOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIOR-PERIOD-LOG-STATUS.

           SELECT PRIOR-PERIOD-REPORT ASSIGN TO "PPARPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIOR-PERIOD-LOG-FILE
           RECORDING MODE IS F.
       COPY PPALREC.

       FD  PRIOR-PERIOD-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRIOR-PERIOD-LOG-STATUS      PIC X(2).
       01  WS-REPORT-FILE-STATUS           PIC X(2).

       01  WS-EOF-SWITCH                   PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                        VALUE "Y".

       01  WS-CURRENT-TIMESTAMP            PIC X(26).

      *    Posting period selected by the PARM; zero selects all.
       01  WS-SELECT-PERIOD                PIC 9(6) VALUE 0.

      *    Totals by GL file the moved entries went to.
       01  WS-FT-SLOT-OK-SW                PIC X(1) VALUE "Y".
           88  WS-FT-SLOT-OK                         VALUE "Y".
       01  WS-FILE-TOTAL-COUNT             PIC 9(2) VALUE 0.
       01  WS-FILE-TOTALS.
           05  WS-FILE-TOTAL OCCURS 10 TIMES
                              INDEXED BY WS-FT-IDX.
               10  WS-FT-OUTPUT-FILE       PIC X(8).
               10  WS-FT-COUNT             PIC 9(9).
               10  WS-FT-BASE-AMOUNT       PIC S9(11)V99.

       01  WS-TOTAL-READ                   PIC 9(9) VALUE 0.
       01  WS-TOTAL-SELECTED               PIC 9(9) VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                      PIC X(45) VALUE
               "AMTPPRPT  PRIOR-PERIOD ADJUSTMENTS  RUN DATE ".
           05  WS-HD1-DATE                 PIC X(8).
           05  FILLER                      PIC X(18) VALUE
               "  POSTING PERIOD ".
           05  WS-HD1-PERIOD               PIC X(6).
           05  FILLER                      PIC X(55) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                      PIC X(10) VALUE
               "  BELONGS".
           05  FILLER                      PIC X(8)  VALUE "BOOKED".
           05  FILLER                      PIC X(10) VALUE "PROGRAM".
           05  FILLER                      PIC X(10) VALUE "GL FILE".
           05  FILLER                      PIC X(12) VALUE
               "TRANSACTION".
           05  FILLER                      PIC X(12) VALUE "ACCOUNT".
           05  FILLER                      PIC X(5)  VALUE "CUR".
           05  FILLER                      PIC X(14) VALUE
               "      AMOUNT".
           05  FILLER                      PIC X(15) VALUE
               "  BASE AMOUNT".
           05  FILLER                      PIC X(8)  VALUE "LOGGED".
           05  FILLER                      PIC X(28) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DT-ORIGINAL-PERIOD       PIC X(6).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DT-POSTING-PERIOD        PIC X(6).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DT-PROGRAM-ID            PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DT-OUTPUT-FILE           PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DT-TRANSACTION-ID        PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DT-ACCOUNT               PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DT-CURRENCY              PIC X(3).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DT-AMOUNT                PIC -(7)9.999.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DT-BASE-AMOUNT           PIC -(9)9.99.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DT-LOGGED                PIC X(8).
           05  FILLER                      PIC X(26) VALUE SPACES.

       01  WS-HEADING-3.
           05  FILLER                      PIC X(12) VALUE
               "  GL FILE".
           05  FILLER                      PIC X(13) VALUE
               "    ENTRIES".
           05  FILLER                      PIC X(17) VALUE
               "    BASE AMOUNT".
           05  FILLER                      PIC X(90) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-SL-OUTPUT-FILE           PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-SL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-SL-BASE-AMOUNT           PIC -(11)9.99.
           05  FILLER                      PIC X(92) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-LEN                 PIC S9(4) COMP.
           05  LK-PARM-TEXT                PIC X(6).

       PROCEDURE DIVISION USING LK-PARM.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           IF LK-PARM-LEN = 6 AND LK-PARM-TEXT(1:6) IS NUMERIC
               MOVE LK-PARM-TEXT(1:6) TO WS-SELECT-PERIOD
               DISPLAY "AMTPPRPT: REPORTING POSTING PERIOD "
                   WS-SELECT-PERIOD
           ELSE
               DISPLAY "AMTPPRPT: REPORTING EVERY LOGGED ENTRY"
           END-IF
           PERFORM 0050-INIT-FILE-TOTAL
               VARYING WS-FT-IDX FROM 1 BY 1
               UNTIL WS-FT-IDX > 10
           OPEN INPUT PRIOR-PERIOD-LOG-FILE
           OPEN OUTPUT PRIOR-PERIOD-REPORT
           PERFORM 0200-WRITE-REPORT-HEADINGS
           PERFORM UNTIL WS-END-OF-FILE
               READ PRIOR-PERIOD-LOG-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 2000-CONSIDER-LOG-ENTRY
               END-READ
           END-PERFORM
           IF WS-TOTAL-SELECTED = 0
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM 3000-WRITE-FILE-TOTALS
           CLOSE PRIOR-PERIOD-LOG-FILE
           CLOSE PRIOR-PERIOD-REPORT
           DISPLAY "AMTPPRPT PRIOR-PERIOD ADJUSTMENT SUMMARY"
           DISPLAY "  LOG ENTRIES READ     : " WS-TOTAL-READ
           DISPLAY "  ENTRIES REPORTED     : " WS-TOTAL-SELECTED
           GOBACK.

       0050-INIT-FILE-TOTAL.
           MOVE HIGH-VALUES TO WS-FT-OUTPUT-FILE(WS-FT-IDX).

       0200-WRITE-REPORT-HEADINGS.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-HD1-DATE
           IF WS-SELECT-PERIOD = 0
               MOVE "ALL" TO WS-HD1-PERIOD
           ELSE
               MOVE WS-SELECT-PERIOD TO WS-HD1-PERIOD
           END-IF
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ENTRIES MOVED OUT OF A CLOSED PERIOD" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE.

       2000-CONSIDER-LOG-ENTRY.
           ADD 1 TO WS-TOTAL-READ
           IF WS-SELECT-PERIOD = 0
                   OR PPA-POSTING-PERIOD = WS-SELECT-PERIOD
               ADD 1 TO WS-TOTAL-SELECTED
               PERFORM 2100-WRITE-DETAIL-LINE
               PERFORM 2200-ADD-TO-FILE-TOTAL
           END-IF.

       2100-WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE PPA-ORIGINAL-PERIOD       TO WS-DT-ORIGINAL-PERIOD
           MOVE PPA-POSTING-PERIOD        TO WS-DT-POSTING-PERIOD
           MOVE PPA-PROGRAM-ID            TO WS-DT-PROGRAM-ID
           MOVE PPA-OUTPUT-FILE           TO WS-DT-OUTPUT-FILE
           MOVE PPA-SOURCE-TRANSACTION-ID TO WS-DT-TRANSACTION-ID
           MOVE PPA-ACCOUNT-NUMBER        TO WS-DT-ACCOUNT
           MOVE PPA-CURRENCY-CODE         TO WS-DT-CURRENCY
           MOVE PPA-AMOUNT                TO WS-DT-AMOUNT
           MOVE PPA-BASE-AMOUNT           TO WS-DT-BASE-AMOUNT
           MOVE PPA-LOG-TIMESTAMP(1:8)    TO WS-DT-LOGGED
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       2200-ADD-TO-FILE-TOTAL.
      *    Serial search on the GL file name, claiming a zeroed slot
      *    on first sight, same shape as AMTOPRPT's currency slots.
           SET WS-FT-SLOT-OK TO TRUE
           SET WS-FT-IDX TO 1
           SEARCH WS-FILE-TOTAL
               AT END
                   IF WS-FILE-TOTAL-COUNT < 10
                       ADD 1 TO WS-FILE-TOTAL-COUNT
                       SET WS-FT-IDX TO WS-FILE-TOTAL-COUNT
                       MOVE PPA-OUTPUT-FILE TO
                           WS-FT-OUTPUT-FILE(WS-FT-IDX)
                       MOVE 0 TO WS-FT-COUNT(WS-FT-IDX)
                       MOVE 0 TO WS-FT-BASE-AMOUNT(WS-FT-IDX)
                   ELSE
                       DISPLAY "AMTPPRPT: FILE TOTAL TABLE FULL, "
                           "CANNOT TOTAL " PPA-OUTPUT-FILE
                       MOVE "N" TO WS-FT-SLOT-OK-SW
                   END-IF
               WHEN WS-FT-OUTPUT-FILE(WS-FT-IDX) = PPA-OUTPUT-FILE
                   CONTINUE
           END-SEARCH
           IF WS-FT-SLOT-OK
               ADD 1 TO WS-FT-COUNT(WS-FT-IDX)
               ADD PPA-BASE-AMOUNT TO WS-FT-BASE-AMOUNT(WS-FT-IDX)
           END-IF.

       3000-WRITE-FILE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TOTALS BY GL FILE" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING-3 TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-FILE-TOTAL-COUNT > 0
               PERFORM 3100-WRITE-ONE-FILE-TOTAL
                   VARYING WS-FT-IDX FROM 1 BY 1
                   UNTIL WS-FT-IDX > WS-FILE-TOTAL-COUNT
           ELSE
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3100-WRITE-ONE-FILE-TOTAL.
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE WS-FT-OUTPUT-FILE(WS-FT-IDX) TO WS-SL-OUTPUT-FILE
           MOVE WS-FT-COUNT(WS-FT-IDX)       TO WS-SL-COUNT
           MOVE WS-FT-BASE-AMOUNT(WS-FT-IDX) TO WS-SL-BASE-AMOUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
