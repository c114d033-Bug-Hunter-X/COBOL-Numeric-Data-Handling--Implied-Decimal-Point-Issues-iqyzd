
       FD  ADJUSTMENT-EXTRACT-FILE
           RECORDING MODE IS F.
       01  ADJUSTMENT-EXTRACT-RECORD       PIC X(122).

       FD  CORRECTION-LOG-FILE
           RECORDING MODE IS F.

       01  WS-CURRENT-TIMESTAMP            PIC X(26).

      *    Parameters for the accounting-period subprogram AMTPERD,
      *    which books the GLADJ adjusting entries into an open
      *    period.
       01  WS-PROGRAM-NAME                 PIC X(8) VALUE "AMTAPPR".
       01  WS-PERIOD-OUTPUT-FILE           PIC X(8) VALUE "GLADJ".
       01  WS-ENTRY-PERIOD                 PIC 9(6).
       01  WS-PERIOD-RESULT                PIC X(1).
           88  WS-PERIOD-WAS-MOVED                   VALUE "M".
       01  WS-PERIOD-FUNCTION              PIC X(1).
       01  WS-TOTAL-PRIOR-PERIOD           PIC 9(9) VALUE 0.

       01  WS-INPUT-DECISION               PIC X(1).
       01  WS-INPUT-OPERATOR-ID            PIC X(8).

       01  WS-TOTAL-SKIPPED                PIC 9(9) VALUE 0.

      *    Display-edited copies for the panels.
       01  WS-DISPLAY-ORIGINAL-VALUE       PIC -(7)9.999.
       01  WS-DISPLAY-CORRECTED-VALUE      PIC -(7)9.999.
       01  WS-DISPLAY-DEFAULTED-VALUE      PIC -(8)9.999.

       SCREEN SECTION.
           05  LINE 3  COLUMN 1  VALUE "TRANSACTION ID . . . :".
           05  LINE 3  COLUMN 25 PIC X(10) FROM EXC-TRANSACTION-ID.
           05  LINE 5  COLUMN 1  VALUE "ORIGINAL VALUE . . . :".
           05  LINE 5  COLUMN 25 PIC -(7)9.999
                                  FROM WS-DISPLAY-ORIGINAL-VALUE.
           05  LINE 6  COLUMN 1  VALUE "CORRECTED VALUE. . . :".
           05  LINE 6  COLUMN 25 PIC -(7)9.999
                                  FROM WS-DISPLAY-CORRECTED-VALUE.
           05  LINE 7  COLUMN 1  VALUE "REASON . . . . . . . :".
           05  LINE 7  COLUMN 25 PIC X(30) FROM EXC-REASON.
           END-IF
           CLOSE CORRECTION-LOG-FILE
           CLOSE SIGN-REVIEW-LOG-FILE
           MOVE "E" TO WS-PERIOD-FUNCTION
           CALL "AMTPERD" USING WS-PROGRAM-NAME
                                 WS-PERIOD-OUTPUT-FILE
                                 WS-ENTRY-PERIOD
                                 GL-EXTRACT-RECORD
                                 WS-PERIOD-RESULT
                                 WS-PERIOD-FUNCTION
           DISPLAY "AMTAPPR APPROVAL SESSION SUMMARY"
           DISPLAY "  CORRECTIONS APPROVED : " WS-TOTAL-CORR-APPROVED
           DISPLAY "  CORRECTIONS REJECTED : " WS-TOTAL-CORR-REJECTED
           DISPLAY "  SIGN FLIPS APPROVED  : " WS-TOTAL-SIGN-APPROVED
           DISPLAY "  SIGN FLIPS REJECTED  : " WS-TOTAL-SIGN-REJECTED
           DISPLAY "  SKIPPED              : " WS-TOTAL-SKIPPED
           DISPLAY "  PRIOR-PERIOD MOVED   : " WS-TOTAL-PRIOR-PERIOD
           GOBACK.

       0100-LOAD-AUTHORITY-TABLE.
                       GL-CONVERSION-TIMESTAMP
                   COMPUTE GL-AMOUNT = GL-AMOUNT * -1
                   COMPUTE GL-BASE-AMOUNT = GL-BASE-AMOUNT * -1
                   PERFORM 5160-ASSIGN-ADJUSTMENT-PERIOD
                   WRITE ADJUSTMENT-EXTRACT-RECORD FROM
                       GL-EXTRACT-RECORD
                   WRITE ADJUSTMENT-EXTRACT-RECORD FROM
                       GL-EXTRACT-RECORD
                   IF WS-PERIOD-WAS-MOVED
                       PERFORM 5170-LOG-MOVED-ADJUSTMENT 2 TIMES
                   END-IF
           END-READ.

       5160-ASSIGN-ADJUSTMENT-PERIOD.
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

       5170-LOG-MOVED-ADJUSTMENT.
           MOVE "L" TO WS-PERIOD-FUNCTION
           CALL "AMTPERD" USING WS-PROGRAM-NAME
                                 WS-PERIOD-OUTPUT-FILE
                                 WS-ENTRY-PERIOD
                                 GL-EXTRACT-RECORD
                                 WS-PERIOD-RESULT
                                 WS-PERIOD-FUNCTION
           ADD 1 TO WS-TOTAL-PRIOR-PERIOD.

       5200-REJECT-FLIP.
      *    Rejection clears the parked decision entirely: the record
      *    reappears on the AMTSREV queue as an unreviewed default,
