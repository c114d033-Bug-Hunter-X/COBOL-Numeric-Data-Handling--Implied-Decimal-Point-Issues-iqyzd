      *****************************************************************
      *  GLTHREC.CPY
      *  GL transmission history, one record per transmission
      *  sequence number on the TXHIST KSDS (keyed by the sequence).
      *  AMTGLTX writes it when it builds a business date's
      *  transmission and refuses to build a second one for the same
      *  date.  A resend (AMTGLTXR) re-issues the sequence's retained
      *  GLTRANS generation and REWRITEs the record with the send
      *  count and last-sent time updated.  The window is the GL
      *  entries the transmission carries: everything stamped after
      *  TXH-WINDOW-START, up to and including TXH-WINDOW-END.  The
      *  next transmission starts where this one ended, so an entry
      *  written late in a day is sent with the next day's
      *  transmission rather than lost.
      *  The file totals are the trailer's (GLTXCTL.cpy), in the same
      *  file-type order.
      *
      *  AMTGLAK marks a transmission acknowledged when a GLACK batch
      *  header (GLAKCTL.cpy) names its sequence and business date,
      *  and lists every transmission still unacknowledged.
      *****************************************************************
       01  GL-TRANSMISSION-HISTORY-RECORD.
           05  TXH-SEQUENCE                PIC 9(6).
           05  TXH-BUSINESS-DATE           PIC 9(8).
           05  TXH-WINDOW-START            PIC X(26).
           05  TXH-WINDOW-END              PIC X(26).
           05  TXH-LAST-SENT-TIMESTAMP     PIC X(26).
           05  TXH-SEND-COUNT              PIC 9(3).
           05  TXH-FILE-TOTAL OCCURS 5 TIMES.
               10  TXH-RECORD-COUNT        PIC 9(7).
               10  TXH-HASH-TOTAL          PIC 9(13)V999.
           05  TXH-ACK-FLAG                PIC X(1).
               88  TXH-ACK-PENDING                    VALUE "N".
               88  TXH-ACKNOWLEDGED                   VALUE "A".
           05  TXH-ACK-DATE                PIC 9(8).
