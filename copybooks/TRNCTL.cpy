      *  before any amount is converted, so a mid-file transmission
      *  truncation or a re-run of yesterday's file stops the run
      *  instead of posting a partial or duplicate day.
      *
      *  TRNFILE may carry more than one sender's feed for the day
      *  (one dataset per source system, concatenated under the
      *  TRNFILE DD): each feed is its own header/detail/trailer
      *  group and is verified, counted and checkpointed on its own,
      *  so one sender's bad transmission does not hold another's.
      *****************************************************************
       01  TRANSACTION-HEADER-RECORD.
           05  TRH-RECORD-TYPE             PIC X(3).
