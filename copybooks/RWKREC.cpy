           05  RWK-TRANSACTION-ID          PIC X(10).
           05  RWK-ACCOUNT-NUMBER          PIC X(10).
           05  RWK-CURRENCY-CODE           PIC X(3).
           05  RWK-AMOUNT                  PIC S9(7)V999.
           05  RWK-REASON-CODE             PIC X(5).
           05  RWK-REASON-TEXT             PIC X(30).
           05  RWK-QUEUED-TIMESTAMP        PIC X(26).
