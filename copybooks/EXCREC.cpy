      *****************************************************************
      *  EXCREC.CPY
      *  Exception record written whenever an amount conversion
      *  cannot be represented in AMT-VALUE - a malformed feed amount
      *  (see AMTCONV 2000-CONVERT-AMOUNT) - or fails the currency or
      *  account validation.  Every amount field carries the full
      *  feed magnitude, S9(7)V999.
      *****************************************************************
       01  EXCEPTION-RECORD.
           05  EXC-TRANSACTION-ID          PIC X(10).
           05  EXC-ORIGINAL-VALUE          PIC S9(7)V999.
           05  EXC-TRUNCATED-VALUE         PIC S9(7)V999.
           05  EXC-TIMESTAMP               PIC X(26).
           05  EXC-REASON                  PIC X(30).
      *    Currency and posting account carried over from the source
      *    matching correction log entry).
           05  EXC-CORRECTED-FLAG          PIC X(1) VALUE "N".
               88  EXC-IS-CORRECTED                   VALUE "Y".
           05  EXC-CORRECTED-VALUE         PIC S9(7)V999.
      *    Set by AMTREPST once the corrected amount has been posted
      *    through to GLEXTRCT/AUDITJRN, so the same correction is
      *    never fed to the GL twice.
               88  EXC-APPROVAL-GRANTED               VALUE "A".
           05  EXC-CORRECTED-BY            PIC X(8).
           05  EXC-APPROVED-BY             PIC X(8).
      *    Suspense state.  AMTCONV posts the feed value of every new
      *    exception to the currency's suspense account on GLSUSP
      *    (SUSPCTL) so the GL still ties to the feed; AMTREPST writes
      *    the matching clearing entry, against the same account,
      *    when the correction posts.  Blank means never put in
      *    suspense (logged before suspense posting existed, or no
      *    suspense account configured for the currency).
           05  EXC-SUSPENSE-FLAG           PIC X(1) VALUE SPACE.
               88  EXC-IN-SUSPENSE                    VALUE "S".
               88  EXC-SUSPENSE-CLEARED               VALUE "C".
           05  EXC-SUSPENSE-ACCOUNT        PIC X(10).
      *    Upstream system that sent the transaction (TRH-SOURCE-
      *    SYSTEM from the header of its TRNFILE feed), so bad data
      *    can be taken back to the sender that produced it.  Blank
      *    on exceptions logged before per-source feeds were
      *    accepted.
           05  EXC-SOURCE-SYSTEM           PIC X(8).
