      *****************************************************************
      *  PERDREC.CPY
      *  Accounting period calendar record, one per period (CCYYMM),
      *  maintained by operations on PERIODCL the same way the
      *  currency master is maintained on CURRFILE.  A period is
      *  marked "C" once the ledger has closed it; AMTPERD then moves
      *  any GL-bound entry that still belongs to it (GLEXTRCT,
      *  GLSUSP, GLADJ, GLBKOUT) into the next period marked open.
      *  A period with no record is treated as open, so only closed
      *  periods and the open periods after them need to be on file.
      *****************************************************************
       01  PERIOD-CALENDAR-RECORD.
           05  PRD-PERIOD                  PIC 9(6).
           05  PRD-STATUS                  PIC X(1).
               88  PRD-PERIOD-OPEN                    VALUE "O".
               88  PRD-PERIOD-CLOSED                  VALUE "C".
