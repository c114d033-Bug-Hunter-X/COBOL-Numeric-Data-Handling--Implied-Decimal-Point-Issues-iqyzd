      *****************************************************************
      *  GLAKCTL.CPY
      *  Batch header on the GL acknowledgment file (GLACK).  The GL
      *  system starts each batch of responses with one of these,
      *  naming the transmission (GLTRANS sequence number and
      *  business date, from its GLTXCTL header) the responses are
      *  for; the file may hold several batches.  It redefines the
      *  24-byte GLAKREC layout (an additional 01 level under the
      *  same FD): the first three bytes of the transaction-id field
      *  carry "HDR", a value a real transaction id never starts
      *  with.  AMTGLAK applies a batch's responses only when
      *  TXHIST shows that transmission was sent.
      *****************************************************************
       01  GL-ACKNOWLEDGMENT-HEADER-RECORD.
           05  GAH-RECORD-TYPE             PIC X(3).
               88  GAH-IS-HEADER                      VALUE "HDR".
           05  GAH-TRANSMISSION-SEQUENCE   PIC 9(6).
           05  GAH-BUSINESS-DATE           PIC 9(8).
           05  FILLER                      PIC X(7).
