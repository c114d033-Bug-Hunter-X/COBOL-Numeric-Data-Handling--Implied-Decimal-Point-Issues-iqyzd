      *****************************************************************
       01  CORRECTION-LOG-RECORD.
           05  CORR-TRANSACTION-ID         PIC X(10).
           05  CORR-TRUNCATED-VALUE        PIC S9(7)V999.
           05  CORR-CORRECTED-VALUE        PIC S9(7)V999.
           05  CORR-OPERATOR-ID            PIC X(8).
           05  CORR-TIMESTAMP              PIC X(26).
      *    What the entry records: the keyed correction itself, or
