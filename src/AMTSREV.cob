
       FD  ADJUSTMENT-EXTRACT-FILE
           RECORDING MODE IS F.
       01  ADJUSTMENT-EXTRACT-RECORD       PIC X(122).

       FD  SIGN-REVIEW-LOG-FILE
           RECORDING MODE IS F.

       01  WS-CURRENT-TIMESTAMP            PIC X(26).

      *    Parameters for the accounting-period subprogram AMTPERD,
      *    which books the GLADJ adjusting entries into an open
      *    period.
       01  WS-PROGRAM-NAME                 PIC X(8) VALUE "AMTSREV".
       01  WS-PERIOD-OUTPUT-FILE           PIC X(8) VALUE "GLADJ".
       01  WS-ENTRY-PERIOD                 PIC 9(6).
       01  WS-PERIOD-RESULT                PIC X(1).
           88  WS-PERIOD-WAS-MOVED                   VALUE "M".
       01  WS-PERIOD-FUNCTION              PIC X(1).
       01  WS-TOTAL-PRIOR-PERIOD           PIC 9(9) VALUE 0.

       01  WS-TOTAL-CONFIRMED              PIC 9(9) VALUE 0.
       01  WS-TOTAL-FLIPPED                PIC 9(9) VALUE 0.
       01  WS-TOTAL-PARKED                 PIC 9(9) VALUE 0.
           CLOSE GL-EXTRACT-FILE
           CLOSE ADJUSTMENT-EXTRACT-FILE
           CLOSE SIGN-REVIEW-LOG-FILE
           MOVE "E" TO WS-PERIOD-FUNCTION
           CALL "AMTPERD" USING WS-PROGRAM-NAME
                                 WS-PERIOD-OUTPUT-FILE
                                 WS-ENTRY-PERIOD
                                 GL-EXTRACT-RECORD
                                 WS-PERIOD-RESULT
                                 WS-PERIOD-FUNCTION
           DISPLAY "AMTSREV REVIEW SESSION SUMMARY"
           DISPLAY "  CONFIRMED : " WS-TOTAL-CONFIRMED
           DISPLAY "  FLIPPED   : " WS-TOTAL-FLIPPED
           DISPLAY "  PARKED    : " WS-TOTAL-PARKED
           DISPLAY "  SKIPPED   : " WS-TOTAL-SKIPPED
           DISPLAY "  PRIOR PER : " WS-TOTAL-PRIOR-PERIOD
           GOBACK.

       0100-LOAD-AUTHORITY-TABLE.
                       GL-CONVERSION-TIMESTAMP
                   COMPUTE GL-AMOUNT = GL-AMOUNT * -1
                   COMPUTE GL-BASE-AMOUNT = GL-BASE-AMOUNT * -1
                   PERFORM 4110-ASSIGN-ADJUSTMENT-PERIOD
                   WRITE ADJUSTMENT-EXTRACT-RECORD FROM
                       GL-EXTRACT-RECORD
                   WRITE ADJUSTMENT-EXTRACT-RECORD FROM
                       GL-EXTRACT-RECORD
                   IF WS-PERIOD-WAS-MOVED
                       PERFORM 4120-LOG-MOVED-ADJUSTMENT 2 TIMES
                   END-IF
           END-READ.

       4110-ASSIGN-ADJUSTMENT-PERIOD.
      *    Both adjusting entries book with the entry they correct,
      *    in the period it was booked into; if the ledger has closed
      *    that period since, AMTPERD moves them into the next open
      *    one as prior-period adjustments.
           MOVE GL-POSTING-PERIOD TO WS-ENTRY-PERIOD
           MOVE "A" TO WS-PERIOD-FUNCTION
           CALL "AMTPERD" USING WS-PROGRAM-NAME
                                 WS-PERIOD-OUTPUT-FILE
                                 WS-ENTRY-PERIOD
                                 GL-EXTRACT-RECORD
                                 WS-PERIOD-RESULT
                                 WS-PERIOD-FUNCTION.

       4120-LOG-MOVED-ADJUSTMENT.
           MOVE "L" TO WS-PERIOD-FUNCTION
           CALL "AMTPERD" USING WS-PROGRAM-NAME
                                 WS-PERIOD-OUTPUT-FILE
                                 WS-ENTRY-PERIOD
                                 GL-EXTRACT-RECORD
                                 WS-PERIOD-RESULT
                                 WS-PERIOD-FUNCTION
           ADD 1 TO WS-TOTAL-PRIOR-PERIOD.

       5000-LOG-DECISION.
           MOVE SGN-TRANSACTION-ID   TO SREV-TRANSACTION-ID
           MOVE SGN-DEFAULTED-VALUE  TO SREV-DEFAULTED-VALUE
