      *  GL-CURRENCY-CODE per business date, and until now they
      *  re-keyed that summary from our detail extract by hand.
      *
      *  One pass over GLEXTRCT selecting the records converted
      *  since the business date was opened on RUNCTL:
      *    - nets GL-AMOUNT and GL-BASE-AMOUNT by account and
      *      currency into the GLSUMM summary extract (one record
      *      per account/currency with the detail count - see
      *  Both outputs are rebuilt from scratch every run (OPEN
      *  OUTPUT), since they are the day's transmission.  A full
      *  summary table ends the run with RETURN-CODE 8: a partial
      *  net feed is worse than a late one.  Run control (AMTRCTL)
      *  supplies the business date and refuses the step until both
      *  AMTREPST and AMTRECON have completed for it, and once it has
      *  completed.  See jcl/AMTGLSUM.jcl.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTGLSUM.
               RECORD KEY IS GL-SOURCE-TRANSACTION-ID
               FILE STATUS IS WS-GL-EXTRACT-FILE-STATUS.

      *    Run-control record, read only for the time the business
      *    date was opened: the day's entries are the ones written
      *    since then, whatever calendar day the cycle runs on.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT GL-SUMMARY-FILE ASSIGN TO "GLSUMM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-FILE-STATUS.
           RECORDING MODE IS F.
       COPY GLEXTREC.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       COPY RUNCTL.

       FD  GL-SUMMARY-FILE
           RECORDING MODE IS F.
       COPY GLSMREC.
       01  WS-GL-EXTRACT-FILE-STATUS       PIC X(2).
       01  WS-SUMMARY-FILE-STATUS          PIC X(2).
       01  WS-XREF-FILE-STATUS             PIC X(2).
       01  WS-RUNCTL-FILE-STATUS           PIC X(2).

       01  WS-EOF-SWITCH                   PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                        VALUE "Y".

       01  WS-CURRENT-TIMESTAMP            PIC X(26).
       01  WS-BUSINESS-DATE                PIC 9(8).
       01  WS-CYCLE-OPENED-TIMESTAMP       PIC X(26).
       01  WS-CYCLE-WINDOW-SW              PIC X(1) VALUE "N".
           88  WS-CYCLE-WINDOW-KNOWN                 VALUE "Y".

      *    Net movement table, one slot per account/currency pair
      *    seen on the business date.  Unused slots carry HIGH-VALUES
       01  WS-TOTAL-READ                   PIC 9(9) VALUE 0.
       01  WS-TOTAL-SELECTED               PIC 9(9) VALUE 0.

      *    Parameters for the run-control subprogram AMTRCTL, which
      *    supplies the business date and holds the step to the
      *    daily-cycle sequence.
       01  WS-PROGRAM-NAME                 PIC X(8) VALUE "AMTGLSUM".
       01  WS-RUN-FUNCTION                 PIC X(1).
       01  WS-RUN-BUSINESS-DATE            PIC 9(8) VALUE 0.
       01  WS-RUN-STEP-STATUS              PIC X(1).
           88  WS-RUN-STEP-WAS-STARTED               VALUE "S".
       01  WS-RUN-RESULT                   PIC X(1).
           88  WS-RUN-ALLOWED                        VALUE "Y".
       01  WS-RUN-SAVED-RETURN-CODE        PIC S9(4) COMP.

       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-LEN                 PIC S9(4) COMP.
       PROCEDURE DIVISION USING LK-PARM.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
      *    The business date is the daily cycle's open date from
      *    run control; an 8-byte numeric PARM is still accepted but
      *    must name that same date - a closed day's summary has
      *    already gone to the ledger.
           IF LK-PARM-LEN = 8 AND LK-PARM-TEXT(1:8) IS NUMERIC
               MOVE LK-PARM-TEXT(1:8) TO WS-RUN-BUSINESS-DATE
           END-IF
           MOVE "B" TO WS-RUN-FUNCTION
           CALL "AMTRCTL" USING WS-PROGRAM-NAME
                                WS-RUN-FUNCTION
                                WS-RUN-BUSINESS-DATE
                                WS-RUN-STEP-STATUS
                                WS-RUN-RESULT
           IF NOT WS-RUN-ALLOWED
               DISPLAY "AMTGLSUM: RUN REFUSED BY RUN CONTROL"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-RUN-BUSINESS-DATE TO WS-BUSINESS-DATE
           PERFORM 0040-READ-CYCLE-WINDOW
           IF NOT WS-CYCLE-WINDOW-KNOWN
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "AMTGLSUM: SUMMARIZING BUSINESS DATE "
               WS-BUSINESS-DATE
                   "DO NOT TRANSMIT"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9900-COMPLETE-RUN-STEP
           GOBACK.

       0040-READ-CYCLE-WINDOW.
           MOVE "N" TO WS-CYCLE-WINDOW-SW
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = "00"
               READ RUN-CONTROL-FILE
                   NOT AT END
                       MOVE RUN-LAST-ROLL-TIMESTAMP TO
                           WS-CYCLE-OPENED-TIMESTAMP
                       SET WS-CYCLE-WINDOW-KNOWN TO TRUE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF NOT WS-CYCLE-WINDOW-KNOWN
               DISPLAY "AMTGLSUM: RUNCTL NOT READABLE, STATUS = "
                   WS-RUNCTL-FILE-STATUS
           END-IF.

       0050-INIT-SUMMARY-ENTRY.
           MOVE HIGH-VALUES TO WS-SM-ACCOUNT(WS-SM-IDX).


       2000-CONSIDER-EXTRACT-RECORD.
           ADD 1 TO WS-TOTAL-READ
      *    Selected: converted since the business date was opened,
      *    so a cycle that runs past midnight loses nothing.
           IF GL-CONVERSION-TIMESTAMP(1:16) >
                   WS-CYCLE-OPENED-TIMESTAMP(1:16)
               ADD 1 TO WS-TOTAL-SELECTED
               PERFORM 2100-NET-INTO-SUMMARY
               PERFORM 2200-WRITE-XREF-RECORD
           MOVE WS-SM-NET-BASE(WS-SM-IDX)  TO GLS-NET-BASE-AMOUNT
           MOVE WS-SM-DETAIL-COUNT(WS-SM-IDX) TO GLS-DETAIL-COUNT
           WRITE GL-SUMMARY-RECORD.

       9900-COMPLETE-RUN-STEP.
      *    A clean finish (RETURN-CODE under 8) completes the step
      *    for the business date, releasing the steps that need it;
      *    the return code is kept across the CALL.
           IF RETURN-CODE < 8
               MOVE RETURN-CODE TO WS-RUN-SAVED-RETURN-CODE
               MOVE "C" TO WS-RUN-FUNCTION
               CALL "AMTRCTL" USING WS-PROGRAM-NAME
                                    WS-RUN-FUNCTION
                                    WS-RUN-BUSINESS-DATE
                                    WS-RUN-STEP-STATUS
                                    WS-RUN-RESULT
               MOVE WS-RUN-SAVED-RETURN-CODE TO RETURN-CODE
           END-IF.
