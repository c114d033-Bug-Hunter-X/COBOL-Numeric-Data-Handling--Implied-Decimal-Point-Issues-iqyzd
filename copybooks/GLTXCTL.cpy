      *****************************************************************
      *  GLTXCTL.CPY
      *  Header and trailer control records on the GL transmission
      *  (GLTRANS), in the same spirit as TRNCTL on the inbound
      *  feed.  Both are additional 01 levels under the GLTXREC FD,
      *  told apart by the record type "HDR"/"TRL" ("DTL" on a
      *  detail).
      *
      *  Header and trailer both carry the transmission sequence
      *  number and the business date.  The header also carries when
      *  the transmission was built and how many times it has been
      *  sent: 1 on the first send, raised by each resend run from
      *  jcl/AMTGLTXR (PARM='RESEND,nnnnnn'), so the ledger can tell
      *  a deliberate resend from a duplicate.  The trailer carries,
      *  per file type, the detail record count and a hash total of
      *  the absolute amounts (GL-AMOUNT, or GLS-NET-AMOUNT for
      *  GLSUMM), truncated to 13 integer digits and wrapping on
      *  overflow, so the ledger can prove it received everything.
      *  The file types are always in the order GLEXTRCT, GLSUMM,
      *  GLADJ, GLBKOUT, GLSUSP, with zero count and hash for a file
      *  that had nothing to send.
      *****************************************************************
       01  GL-TRANSMISSION-HEADER-RECORD.
           05  GTH-RECORD-TYPE             PIC X(3).
               88  GTH-IS-HEADER                      VALUE "HDR".
           05  GTH-SEQUENCE                PIC 9(6).
           05  GTH-BUSINESS-DATE           PIC 9(8).
           05  GTH-BUILD-TIMESTAMP         PIC X(26).
           05  GTH-SEND-COUNT              PIC 9(3).
           05  FILLER                      PIC X(87).

       01  GL-TRANSMISSION-TRAILER-RECORD.
           05  GTT-RECORD-TYPE             PIC X(3).
               88  GTT-IS-TRAILER                     VALUE "TRL".
           05  GTT-SEQUENCE                PIC 9(6).
           05  GTT-BUSINESS-DATE           PIC 9(8).
           05  GTT-FILE-TOTALS.
               10  GTT-EXTRACT-COUNT       PIC 9(7).
               10  GTT-EXTRACT-HASH        PIC 9(13)V999.
               10  GTT-SUMMARY-COUNT       PIC 9(7).
               10  GTT-SUMMARY-HASH        PIC 9(13)V999.
               10  GTT-ADJUSTMENT-COUNT    PIC 9(7).
               10  GTT-ADJUSTMENT-HASH     PIC 9(13)V999.
               10  GTT-BACKOUT-COUNT       PIC 9(7).
               10  GTT-BACKOUT-HASH        PIC 9(13)V999.
               10  GTT-SUSPENSE-COUNT      PIC 9(7).
               10  GTT-SUSPENSE-HASH       PIC 9(13)V999.
           05  GTT-FILE-TOTAL-TABLE REDEFINES GTT-FILE-TOTALS.
               10  GTT-FILE-TOTAL OCCURS 5 TIMES.
                   15  GTT-RECORD-COUNT    PIC 9(7).
                   15  GTT-HASH-TOTAL      PIC 9(13)V999.
           05  FILLER                      PIC X(1).
