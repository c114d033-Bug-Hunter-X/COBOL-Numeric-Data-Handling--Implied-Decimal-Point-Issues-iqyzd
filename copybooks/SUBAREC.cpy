      *****************************************************************
      *  SUBAREC.CPY
      *  Subledger activity history entry, appended by AMTSUBL for
      *  every posting it applies to a SUBLEDGR balance (see
      *  SUBLREC.cpy): which account and currency moved, on which
      *  cycle's business date, the GL entry's source transaction id
      *  and type, the amount, and the running balance it left.
      *  SUBA-SEQUENCE numbers the entries within a cycle in the
      *  order they were applied, so a sort on account, currency,
      *  business date and sequence replays each account's postings
      *  in balance order for the AMTSTMT activity statements.
      *****************************************************************
       01  SUBLEDGER-ACTIVITY-RECORD.
           05  SUBA-KEY.
               10  SUBA-ACCOUNT-NUMBER     PIC X(10).
               10  SUBA-CURRENCY-CODE      PIC X(3).
           05  SUBA-BUSINESS-DATE          PIC 9(8).
           05  SUBA-SEQUENCE               PIC 9(7).
           05  SUBA-POSTING-TYPE           PIC X(1).
      *        Accepted GLEXTRCT posting, GLADJ sign-flip adjustment,
      *        GLBKOUT backout.
               88  SUBA-GL-POSTING                    VALUE "P".
               88  SUBA-SIGN-ADJUSTMENT               VALUE "A".
               88  SUBA-BACKOUT                       VALUE "B".
           05  SUBA-SOURCE-TRANSACTION-ID  PIC X(10).
           05  SUBA-AMOUNT                 PIC S9(7)V999.
           05  SUBA-BASE-AMOUNT            PIC S9(9)V99.
           05  SUBA-BALANCE-AFTER          PIC S9(11)V999.
           05  SUBA-POSTING-PERIOD         PIC 9(6).
           05  SUBA-SOURCE-SYSTEM          PIC X(8).
