           88  WS-RECORD-FOUND                      VALUE "Y".

       01  WS-INPUT-TRN-ID                 PIC X(10).
       01  WS-INPUT-CORRECTED-AMOUNT       PIC S9(7)V999.
       01  WS-INPUT-OPERATOR-ID            PIC X(8).
       01  WS-INPUT-CONFIRM                PIC X(1).

      *    Display-edited copies of the amounts for the correction
      *    screen (signed numeric-edited fields read better on a 3270
      *    style panel than raw S9(7)V999).
       01  WS-DISPLAY-ORIGINAL-VALUE       PIC -(7)9.999.
       01  WS-DISPLAY-TRUNCATED-VALUE      PIC -(7)9.999.

      *    In-storage copy of the OPERAUTH authority file, seeded
      *    with HIGH-VALUES like the batch lookup tables.  An empty
           88  WS-OPERATOR-KNOWN                     VALUE "Y".
       01  WS-OVER-LIMIT-SW                PIC X(1) VALUE "N".
           88  WS-OVER-LIMIT                         VALUE "Y".
       01  WS-ABS-CORRECTED-AMOUNT         PIC 9(7)V999.

       SCREEN SECTION.
       01  CORRECTION-SCREEN.
           05  LINE 3  COLUMN 1  VALUE "TRANSACTION ID . . . :".
           05  LINE 3  COLUMN 25 PIC X(10) FROM EXC-TRANSACTION-ID.
           05  LINE 5  COLUMN 1  VALUE "ORIGINAL VALUE . . . :".
           05  LINE 5  COLUMN 25 PIC -(7)9.999
                                  FROM WS-DISPLAY-ORIGINAL-VALUE.
           05  LINE 6  COLUMN 1  VALUE "TRUNCATED VALUE. . . :".
           05  LINE 6  COLUMN 25 PIC -(7)9.999
                                  FROM WS-DISPLAY-TRUNCATED-VALUE.
           05  LINE 7  COLUMN 1  VALUE "REASON . . . . . . . :".
           05  LINE 7  COLUMN 25 PIC X(30) FROM EXC-REASON.

       01  PROMPT-CORRECTION-SCREEN.
           05  LINE 11 COLUMN 1  VALUE "CORRECTED AMOUNT . . :".
           05  LINE 11 COLUMN 25 PIC S9(7)V999
                                  TO WS-INPUT-CORRECTED-AMOUNT.
           05  LINE 12 COLUMN 1  VALUE "OPERATOR ID. . . . . :".
           05  LINE 12 COLUMN 25 PIC X(8) TO WS-INPUT-OPERATOR-ID.
