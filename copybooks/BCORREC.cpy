      *****************************************************************
       01  BULK-CORRECTION-RECORD.
           05  BCR-TRANSACTION-ID          PIC X(10).
           05  BCR-CORRECTED-AMOUNT        PIC 9(7)V999.
           05  BCR-SIGN                    PIC X(1).
