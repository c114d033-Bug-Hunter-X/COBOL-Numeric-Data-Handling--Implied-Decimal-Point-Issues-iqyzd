      *****************************************************************
      *  CHKPTREC.CPY
      *  Checkpoint record for the AMTPOST commit run.  One record
      *  per source feed (TRH-SOURCE-SYSTEM + TRH-FEED-DATE from the
      *  feed header) on CHKPTFILE; the entry for the feed being
      *  posted is rewritten every WS-CHECKPOINT-INTERVAL
      *  transactions, and marked complete when the feed's trailer is
      *  reached, so a restart can skip straight past the already-
      *  processed records of its own feed - and past every feed
      *  already finished - instead of rerunning the whole file or
      *  replaying another sender's transactions.  A feed AMTPOST
      *  rejected on its header or trailer controls is recorded as
      *  rejected, so AMTRECON can leave its transactions out of the
      *  day's balance.
      *****************************************************************
       01  CHECKPOINT-RECORD.
           05  CHK-LAST-TRANSACTION-ID     PIC X(10).
           05  CHK-RECORDS-PROCESSED       PIC 9(9).
           05  CHK-TIMESTAMP                PIC X(26).
           05  CHK-SOURCE-SYSTEM           PIC X(8).
           05  CHK-FEED-DATE               PIC 9(8).
           05  CHK-FEED-STATUS             PIC X(1).
               88  CHK-FEED-IN-PROGRESS               VALUE "P".
               88  CHK-FEED-COMPLETE                  VALUE "C".
               88  CHK-FEED-REJECTED                  VALUE "R".
