      *****************************************************************
      *  DSPCTL.CPY
      *  Header and trailer control records on the disposition return
      *  file, in the same form as TRNCTL on the inbound feed.  Both
      *  redefine the 149-byte DSPREC layout (additional 01 levels
      *  under the same FD): the first three bytes of the
      *  transaction-id field carry "HDR"/"TRL".
      *
      *  The file holds one header/detail/trailer group per source
      *  system, so each sender takes its own group.  The header
      *  carries the business date the return was cut for and the
      *  source system; the trailer carries the detail record count
      *  and a hash total of DSP-FEED-AMOUNT (truncated to 13 integer
      *  digits, wrapping on overflow), accumulated exactly as the
      *  sender's own TRNCTL trailer is.
      *****************************************************************
       01  DISPOSITION-HEADER-RECORD.
           05  DSH-RECORD-TYPE             PIC X(3).
               88  DSH-IS-HEADER                      VALUE "HDR".
           05  DSH-BUSINESS-DATE           PIC 9(8).
           05  DSH-SOURCE-SYSTEM           PIC X(8).
           05  FILLER                      PIC X(130).

       01  DISPOSITION-TRAILER-RECORD.
           05  DST-RECORD-TYPE             PIC X(3).
               88  DST-IS-TRAILER                     VALUE "TRL".
           05  DST-RECORD-COUNT            PIC 9(9).
           05  DST-HASH-TOTAL              PIC 9(13)V999.
           05  FILLER                      PIC X(121).
