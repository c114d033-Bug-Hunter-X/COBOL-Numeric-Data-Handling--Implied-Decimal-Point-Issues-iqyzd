      *    Signed copy of the upload amount, sign applied from
      *    BCR-SIGN the way AMTCONV treats the feed (missing sign
      *    means positive).
       01  WS-SIGNED-CORRECTION            PIC S9(7)V999.

       01  WS-TOTAL-READ                   PIC 9(9) VALUE 0.
       01  WS-TOTAL-APPLIED                PIC 9(9) VALUE 0.
       01  WS-SOURCE-KNOWN-SW              PIC X(1) VALUE "N".
           88  WS-SOURCE-KNOWN                       VALUE "Y".
       01  WS-SOURCE-LIMIT                 PIC 9(7)V999 VALUE 0.
       01  WS-ABS-CORRECTED-AMOUNT         PIC 9(7)V999.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(30) VALUE
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DT-TRANSACTION-ID        PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DT-AMOUNT                PIC -(7)9.999.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DT-DISPOSITION           PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DT-TEXT                  PIC X(40).
           05  FILLER                      PIC X(52) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PARM.
