      *****************************************************************
       01  GL-EXTRACT-RECORD.
           05  GL-ACCOUNT-NUMBER           PIC X(10).
           05  GL-AMOUNT                   PIC S9(7)V999.
           05  GL-CURRENCY-CODE            PIC X(3).
           05  GL-CONVERSION-TIMESTAMP     PIC X(26).
           05  GL-SOURCE-TRANSACTION-ID    PIC X(10).
               88  GL-ACK-STALE                       VALUE "S".
           05  GL-ACK-REASON-CODE          PIC X(5).
           05  GL-ACK-DATE                 PIC 9(8).
      *    Accounting period the entry books into (CCYYMM), assigned
      *    against the PERIODCL calendar by AMTPERD as the record is
      *    written.  An entry that belongs to a period the ledger has
      *    already closed is moved into the next open period: the
      *    period it belongs to stays in GL-ORIGINAL-PERIOD and the
      *    entry is flagged as a prior-period adjustment (and logged
      *    to PPALOG for AMTPPRPT).  GL-CONVERSION-TIMESTAMP is never
      *    changed - it is when the record was produced, and AMTGLAK
      *    ages acknowledgments from it.
           05  GL-POSTING-PERIOD           PIC 9(6).
           05  GL-ORIGINAL-PERIOD          PIC 9(6).
           05  GL-PRIOR-PERIOD-FLAG        PIC X(1).
               88  GL-PRIOR-PERIOD-ADJUSTMENT         VALUE "Y".
               88  GL-CURRENT-PERIOD-ENTRY            VALUE "N".
      *    Upstream system that sent the transaction (TRH-SOURCE-
      *    SYSTEM from its TRNFILE feed header), carried through
      *    from the journal/exception record so a rejected or
      *    backed-out posting can be traced to its sender.  Blank on
      *    entries written before per-source feeds were accepted.
           05  GL-SOURCE-SYSTEM            PIC X(8).
