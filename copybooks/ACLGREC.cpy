      *****************************************************************
      *  ACLGREC.CPY
      *  Account-master change log entry written by AMTACCT for every
      *  account added to or changed on ACCTMST - the same audit
      *  trail RATELOG provides for exchange rates.  The values
      *  before and after the change are both carried, so who opened,
      *  froze or closed an account, or moved its effective window,
      *  and when, can be answered from the log alone.  An added
      *  account has a blank old status and zero old dates.
      *
      *  ACLG-CLOSE-OVERRIDE shows the operator confirmed a close
      *  while uncorrected EXCFILE items (ACLG-OPEN-EXCEPTIONS of
      *  them) were still queued against the account.
      *  ACLG-EXCEPTIONS-RELEASED counts the "account not on master/
      *  closed/frozen" exceptions the change made eligible to
      *  re-post when it opened the account (each is also logged to
      *  CORRLOG).
      *****************************************************************
       01  ACCOUNT-CHANGE-LOG-RECORD.
           05  ACLG-ACCOUNT-NUMBER         PIC X(10).
           05  ACLG-ACTION                 PIC X(1).
               88  ACLG-IS-ADD                        VALUE "A".
               88  ACLG-IS-CHANGE                     VALUE "C".
           05  ACLG-OLD-STATUS             PIC X(1).
           05  ACLG-OLD-EFFECTIVE-DATE     PIC 9(8).
           05  ACLG-OLD-EXPIRY-DATE        PIC 9(8).
           05  ACLG-NEW-STATUS             PIC X(1).
           05  ACLG-NEW-EFFECTIVE-DATE     PIC 9(8).
           05  ACLG-NEW-EXPIRY-DATE        PIC 9(8).
           05  ACLG-CLOSE-OVERRIDE         PIC X(1).
               88  ACLG-CLOSED-OVER-EXCEPTIONS        VALUE "Y".
           05  ACLG-OPEN-EXCEPTIONS        PIC 9(5).
           05  ACLG-EXCEPTIONS-RELEASED    PIC 9(5).
           05  ACLG-OPERATOR-ID            PIC X(8).
           05  ACLG-TIMESTAMP              PIC X(26).
