           05  JRN-TIMESTAMP               PIC X(26).
           05  JRN-TRANSACTION-ID          PIC X(10).
           05  JRN-BEFORE-VALUE            PIC S9(7)V999.
           05  JRN-AFTER-VALUE             PIC S9(7)V999.
      *    Transaction currency, so end-of-run reporting (AMTOPRPT)
      *    can total posted amounts by currency straight from the
      *    journal.
      *    2070-WRITE-AUDIT-JOURNAL).
           05  JRN-REVERSED-FLAG           PIC X(1).
               88  JRN-IS-REVERSED                    VALUE "Y".
      *    Upstream system that sent the transaction (TRH-SOURCE-
      *    SYSTEM from the header of its TRNFILE feed), so the
      *    reporting side (AMTRECON, AMTOPRPT) can break the day's
      *    activity down by sender.  Blank on entries journaled
      *    before per-source feeds were accepted.
           05  JRN-SOURCE-SYSTEM           PIC X(8).
      *    Business date of that feed (TRH-FEED-DATE from the same
      *    header), so anything reported back to the sender names the
      *    feed the transaction came in on.  Zero on entries journaled
      *    before the feed date was carried.
           05  JRN-FEED-DATE               PIC 9(8).
