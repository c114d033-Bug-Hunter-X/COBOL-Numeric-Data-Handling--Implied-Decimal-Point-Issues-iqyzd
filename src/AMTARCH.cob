
       FD  ARCHIVE-JOURNAL-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-JOURNAL-RECORD          PIC X(77).

       FD  ARCHIVE-SIGN-FILE
           RECORDING MODE IS F.

       FD  ARCHIVE-EXCEPTION-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-EXCEPTION-RECORD        PIC X(147).

       FD  ARCHIVE-CONTROL-FILE
           RECORDING MODE IS F.
