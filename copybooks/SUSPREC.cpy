      *****************************************************************
      *  SUSPREC.CPY
      *  Suspense account control record, one per currency,
      *  maintained by operations on SUSPCTL the same way the
      *  currency master is maintained on CURRFILE.  Every exception
      *  AMTCONV routes to EXCFILE is posted at its feed value to the
      *  suspense account for its currency on GLSUSP, so the ledger
      *  always balances to the feed's trailer hash total; AMTREPST
      *  clears it out again when the correction posts.  A record
      *  with currency "***" is the catch-all account used for a
      *  currency with no record of its own (including a currency
      *  code the currency master does not recognize).  With neither
      *  on file the exception is not put in suspense and AMTSUSP
      *  reports it as such.
      *****************************************************************
       01  SUSPENSE-CONTROL-RECORD.
           05  SCT-CURRENCY-CODE           PIC X(3).
               88  SCT-DEFAULT-ENTRY                  VALUE "***".
           05  SCT-ACCOUNT-NUMBER          PIC X(10).
