      *  exists, an offsetting copy (amount and base amount with the
      *  sign flipped) is written to the sequential backout extract
      *  GLBKOUT, which rides the GL feed like the daily extract.
      *  The offset books into the period the original entry was
      *  booked into, or - when the ledger has closed that period -
      *  into the next open one as a prior-period adjustment (see
      *  AMTPERD).  The journal entry is then marked reversed, so
      *  the same entry cannot be backed out twice - and so the
      *  restart-replay duplicate-key logic in AMTCONV treats a
      *  subsequent repost of the corrected feed as an overwrite, not
      *  a skip (see AMTCONV 2075-HANDLE-EXISTING-ENTRY).  Entries
      *  with no extract record (overflowed amounts routed to the
      *  exception queue) have nothing at the GL to offset and are
      *  left alone.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTBKOUT.

       FD  BACKOUT-EXTRACT-FILE
           RECORDING MODE IS F.
       01  BACKOUT-EXTRACT-RECORD          PIC X(122).

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-FILE-STATUS          PIC X(2).

       01  WS-CURRENT-TIMESTAMP            PIC X(26).

      *    Parameters for the accounting-period subprogram AMTPERD.
       01  WS-PROGRAM-NAME                 PIC X(8) VALUE "AMTBKOUT".
       01  WS-PERIOD-OUTPUT-FILE           PIC X(8) VALUE "GLBKOUT".
       01  WS-ENTRY-PERIOD                 PIC 9(6).
       01  WS-PERIOD-RESULT                PIC X(1).
           88  WS-PERIOD-WAS-MOVED                   VALUE "M".
       01  WS-PERIOD-FUNCTION              PIC X(1).

       01  WS-TOTAL-SELECTED               PIC 9(9) VALUE 0.
       01  WS-TOTAL-REVERSED               PIC 9(9) VALUE 0.
       01  WS-TOTAL-ALREADY-REVERSED       PIC 9(9) VALUE 0.
       01  WS-TOTAL-NO-EXTRACT             PIC 9(9) VALUE 0.
       01  WS-TOTAL-PRIOR-PERIOD           PIC 9(9) VALUE 0.

       LINKAGE SECTION.
       01  LK-PARM.
           CLOSE AUDIT-JOURNAL-FILE
           CLOSE GL-EXTRACT-FILE
           CLOSE BACKOUT-EXTRACT-FILE
           MOVE "E" TO WS-PERIOD-FUNCTION
           CALL "AMTPERD" USING WS-PROGRAM-NAME
                                 WS-PERIOD-OUTPUT-FILE
                                 WS-ENTRY-PERIOD
                                 GL-EXTRACT-RECORD
                                 WS-PERIOD-RESULT
                                 WS-PERIOD-FUNCTION
           DISPLAY "AMTBKOUT BACKOUT SUMMARY"
           DISPLAY "  ENTRIES SELECTED     : " WS-TOTAL-SELECTED
           DISPLAY "  REVERSALS GENERATED  : " WS-TOTAL-REVERSED
           DISPLAY "  ALREADY REVERSED     : "
               WS-TOTAL-ALREADY-REVERSED
           DISPLAY "  NO GL EXTRACT        : " WS-TOTAL-NO-EXTRACT
           DISPLAY "  PRIOR-PERIOD MOVED   : " WS-TOTAL-PRIOR-PERIOD
           GOBACK.

       0100-PARSE-SELECTION.
      *    transaction-currency and base-currency amounts negated and
      *    this run's timestamp; account, currency and rate fields
      *    ride along unchanged.  GLEXTRCT is open INPUT, so flipping
      *    the record area only feeds the WRITE ... FROM.  The
      *    offset belongs to the period the original entry booked
      *    into; AMTPERD moves it on if that period is now closed.
           COMPUTE GL-AMOUNT = GL-AMOUNT * -1
           COMPUTE GL-BASE-AMOUNT = GL-BASE-AMOUNT * -1
           MOVE WS-CURRENT-TIMESTAMP TO GL-CONVERSION-TIMESTAMP
           MOVE GL-POSTING-PERIOD TO WS-ENTRY-PERIOD
           MOVE "A" TO WS-PERIOD-FUNCTION
           CALL "AMTPERD" USING WS-PROGRAM-NAME
                                 WS-PERIOD-OUTPUT-FILE
                                 WS-ENTRY-PERIOD
                                 GL-EXTRACT-RECORD
                                 WS-PERIOD-RESULT
                                 WS-PERIOD-FUNCTION
           WRITE BACKOUT-EXTRACT-RECORD FROM GL-EXTRACT-RECORD
           IF WS-PERIOD-WAS-MOVED
               MOVE "L" TO WS-PERIOD-FUNCTION
               CALL "AMTPERD" USING WS-PROGRAM-NAME
                                     WS-PERIOD-OUTPUT-FILE
                                     WS-ENTRY-PERIOD
                                     GL-EXTRACT-RECORD
                                     WS-PERIOD-RESULT
                                     WS-PERIOD-FUNCTION
               ADD 1 TO WS-TOTAL-PRIOR-PERIOD
           END-IF.

       2300-MARK-ENTRY-REVERSED.
           SET JRN-IS-REVERSED TO TRUE
