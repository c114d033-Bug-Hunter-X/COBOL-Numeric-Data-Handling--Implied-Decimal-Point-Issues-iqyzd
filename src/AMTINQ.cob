      *    paragraphs serves both.
       01  WS-JJ-TIMESTAMP                 PIC X(26).
       01  WS-JJ-BEFORE-VALUE              PIC S9(7)V999.
       01  WS-JJ-AFTER-VALUE               PIC S9(7)V999.
       01  WS-JJ-CURRENCY-CODE             PIC X(3).
       01  WS-JJ-FLAG                      PIC X(1).
       01  WS-JJ-REVERSED-FLAG             PIC X(1).

      *    Exception fields staged the same way.
       01  WS-XX-ORIGINAL-VALUE            PIC S9(7)V999.
       01  WS-XX-TRUNCATED-VALUE           PIC S9(7)V999.
       01  WS-XX-TIMESTAMP                 PIC X(26).
       01  WS-XX-REASON                    PIC X(30).
       01  WS-XX-CURRENCY-CODE             PIC X(3).
       01  WS-XX-ACCOUNT-NUMBER            PIC X(10).
       01  WS-XX-CORRECTED-FLAG            PIC X(1).
       01  WS-XX-CORRECTED-VALUE           PIC S9(7)V999.
       01  WS-XX-POSTED-FLAG               PIC X(1).
       01  WS-XX-APPROVAL-FLAG             PIC X(1).

