      *****************************************************************
      *  DSPREC.CPY
      *  Disposition return record, one per transaction that did not
      *  post cleanly, sent back to the system that originated it
      *  (AMTDISP) so the sender can load what happened to its data
      *  and fix it at the source.  Keyed by the sender's own
      *  transaction id and stamped with the source system and feed
      *  date of the TRNFILE feed it arrived on (from AUDITJRN; zero
      *  date and/or blank source for transactions journaled before
      *  those were carried).
      *
      *  Each group of fields is blank (spaces / zero) when it does
      *  not apply, so one record can carry an exception, a sign
      *  default and a GL rejection for the same transaction.
      *****************************************************************
       01  DISPOSITION-RECORD.
           05  DSP-TRANSACTION-ID          PIC X(10).
           05  DSP-SOURCE-SYSTEM           PIC X(8).
           05  DSP-FEED-DATE               PIC 9(8).
      *    Amount as it appeared on the feed (TRN-RAW-AMOUNT), so the
      *    sender can tie the record back without a lookup; the
      *    trailer hash totals this field.
           05  DSP-FEED-AMOUNT             PIC 9(7)V999.
           05  DSP-CURRENCY-CODE           PIC X(3).
      *    Exception (rejected or truncated): EXC-REASON from EXCFILE.
           05  DSP-EXCEPTION-REASON        PIC X(30).
      *    Sign default from SIGNRPT and where its review stands.
           05  DSP-SIGN-DEFAULTED-TO       PIC X(1).
           05  DSP-SIGN-REVIEW-STATUS      PIC X(1).
               88  DSP-SIGN-NOT-DEFAULTED             VALUE SPACE.
               88  DSP-SIGN-AWAITING-REVIEW           VALUE "U".
               88  DSP-SIGN-FLIP-PARKED               VALUE "P".
               88  DSP-SIGN-CONFIRMED                 VALUE "C".
               88  DSP-SIGN-FLIPPED                   VALUE "F".
           05  DSP-SIGN-REVIEWED-BY        PIC X(8).
           05  DSP-SIGN-APPROVED-BY        PIC X(8).
      *    Operator correction of an excepted amount.  The approver is
      *    the second operator where dual approval was required, and
      *    otherwise the operator who keyed it.
           05  DSP-CORRECTION-STATUS       PIC X(1).
               88  DSP-NOT-CORRECTED                  VALUE SPACE.
               88  DSP-CORRECTION-PARKED              VALUE "K".
               88  DSP-CORRECTION-APPROVED            VALUE "A".
               88  DSP-CORRECTION-POSTED              VALUE "P".
           05  DSP-CORRECTED-VALUE         PIC S9(7)V999.
           05  DSP-CORRECTED-BY            PIC X(8).
           05  DSP-APPROVED-BY             PIC X(8).
      *    GL rejection from REWORKQ: the GL's own reason code/text.
           05  DSP-GL-REASON-CODE          PIC X(5).
           05  DSP-GL-REASON-TEXT          PIC X(30).
