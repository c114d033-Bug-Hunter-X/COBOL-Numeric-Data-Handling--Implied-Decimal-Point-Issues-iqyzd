      *****************************************************************
      *  PPALREC.CPY
      *  Prior-period adjustment log entry, written by AMTPERD for
      *  every GL-bound entry it moves out of a closed period, so the
      *  controllers get the month-end list from AMTPPRPT without
      *  trawling four GL files.  Carries which program produced the
      *  entry and which GL file it went to, the period it belongs
      *  to and the period it was booked into, and enough of the
      *  entry to find it at the GL.
      *****************************************************************
       01  PRIOR-PERIOD-LOG-RECORD.
           05  PPA-LOG-TIMESTAMP           PIC X(26).
           05  PPA-PROGRAM-ID              PIC X(8).
           05  PPA-OUTPUT-FILE             PIC X(8).
           05  PPA-SOURCE-TRANSACTION-ID   PIC X(10).
           05  PPA-ACCOUNT-NUMBER          PIC X(10).
           05  PPA-CURRENCY-CODE           PIC X(3).
           05  PPA-AMOUNT                  PIC S9(7)V999.
           05  PPA-BASE-AMOUNT             PIC S9(9)V99.
           05  PPA-ORIGINAL-PERIOD         PIC 9(6).
           05  PPA-POSTING-PERIOD          PIC 9(6).
