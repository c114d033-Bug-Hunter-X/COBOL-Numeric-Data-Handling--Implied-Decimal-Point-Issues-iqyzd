      *****************************************************************
      *  RUNCTL.CPY
      *  Daily-cycle run-control record, the single record on
      *  RUNCTL.  It holds the business date the daily cycle is
      *  working on and, for each step of the cycle, whether that
      *  step has started or completed for the date.  Only AMTRCTL
      *  rewrites it: the cycle programs CALL AMTRCTL for
      *  their business date when they start and again when they
      *  finish cleanly, and AMTRCTL refuses a step that is out of
      *  sequence or already done.  The end-of-day roll (AMTEOD)
      *  closes the date once every required step is complete and
      *  opens the next one with every step reset.
      *
      *  RUN-PRIOR-BUSINESS-DATE is the last date rolled, i.e. the
      *  most recent closed date; every date up to it is closed.
      *  RUN-LAST-ROLL-TIMESTAMP is when the current date was opened;
      *  AMTOPRPT, AMTGLSUM, AMTDISP and AMTGLTX read it (input only)
      *  to select the entries written since then as the business
      *  date's own.
      *****************************************************************
       01  RUN-CONTROL-RECORD.
           05  RUN-BUSINESS-DATE           PIC 9(8).
           05  RUN-PRIOR-BUSINESS-DATE     PIC 9(8).
           05  RUN-LAST-ROLL-TIMESTAMP     PIC X(26).
           05  RUN-STEP-COUNT              PIC 9(2).
           05  RUN-STEP-ENTRY OCCURS 15 TIMES
                              INDEXED BY RUN-STEP-IDX.
               10  RUN-STEP-PROGRAM        PIC X(8).
               10  RUN-STEP-STATUS         PIC X(1).
                   88  RUN-STEP-NOT-STARTED           VALUE " ".
                   88  RUN-STEP-STARTED               VALUE "S".
                   88  RUN-STEP-COMPLETE              VALUE "C".
               10  RUN-STEP-TIMESTAMP      PIC X(26).
               10  RUN-STEP-RUN-COUNT      PIC 9(3).
