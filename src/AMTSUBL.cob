      *****************************************************************
      *  PROGRAM-ID: AMTSUBL
      *
      *  Daily account subledger update.  We produce the GLEXTRCT,
      *  GLADJ and GLBKOUT detail but never kept a balance for any
      *  account, so "what is my position in EUR after today" was
      *  answered by adding up AMTINQ pages.  This run keeps one
      *  balance per GL account and currency on the SUBLEDGR KSDS
      *  (see copybooks/SUBLREC.cpy) and moves it by the business
      *  date's:
      *    - GLEXTRCT postings the GL accepted (GL-ACK-ACCEPTED, with
      *      the GL-ACK-DATE AMTGLAK stamped when it processed the
      *      response) - a posting counts once the ledger has it;
      *    - GLADJ sign-flip adjustments (AMTSREV/AMTAPPR) and
      *    - GLBKOUT backouts (AMTBKOUT) written since the previous
      *      cycle's update (after its SUBLCTL run timestamp), so an
      *      entry keyed later in the day than this step ran is
      *      taken by the next cycle rather than missed.
      *  Every movement is appended to the SUBLACT activity history
      *  (SUBAREC.cpy) with its source transaction id, type and the
      *  balance it left; AMTSTMT prints the periodic statements
      *  from it.
      *
      *  The business date is the daily cycle's, from the run-control
      *  record through AMTRCTL (see copybooks/RUNCTL.cpy); a
      *  CCYYMMDD PARM must name that same open date.  SUBLCTL also
      *  records the last business date applied, and a date at or
      *  before it is refused with RETURN-CODE 16 - a cycle applied
      *  twice would double every balance it touched, so days are
      *  applied once each, in date order.  SUBLCTL is stamped only
      *  when the run finishes cleanly (RETURN-CODE under 8), so a
      *  failed or abended run leaves the date open for its rerun.
      *  A rerun of a started step must not apply the same entries
      *  twice: 0200-LOAD-APPLIED-ENTRIES reads back what SUBLACT
      *  already holds for the date, and each entry found there is
      *  skipped instead of moving its balance again.  An entry
      *  whose balance update failed gets no activity record, so the
      *  rerun applies it.  See jcl/AMTSUBL.jcl.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTSUBL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-SOURCE-TRANSACTION-ID
               FILE STATUS IS WS-GL-EXTRACT-FILE-STATUS.

      *    OPTIONAL: neither file exists until the first sign flip
      *    or backout is ever written.
           SELECT OPTIONAL ADJUSTMENT-EXTRACT-FILE ASSIGN TO "GLADJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJUSTMENT-FILE-STATUS.

           SELECT OPTIONAL BACKOUT-EXTRACT-FILE ASSIGN TO "GLBKOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKOUT-FILE-STATUS.

           SELECT SUBLEDGER-FILE ASSIGN TO "SUBLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUB-KEY
               FILE STATUS IS WS-SUBLEDGER-FILE-STATUS.

      *    Activity history accumulates across cycles - same
      *    EXTEND/status-35 idiom as AMTCORR's CORRLOG.
           SELECT SUBLEDGER-ACTIVITY-FILE ASSIGN TO "SUBLACT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-FILE-STATUS.

      *    Last business date applied; OPTIONAL so the first cycle
      *    after installation finds nothing and proceeds.
           SELECT OPTIONAL SUBLEDGER-CONTROL-FILE ASSIGN TO "SUBLCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-EXTRACT-FILE
           RECORDING MODE IS F.
       COPY GLEXTREC.

       FD  ADJUSTMENT-EXTRACT-FILE
           RECORDING MODE IS F.
       01  ADJUSTMENT-EXTRACT-RECORD       PIC X(122).

       FD  BACKOUT-EXTRACT-FILE
           RECORDING MODE IS F.
       01  BACKOUT-EXTRACT-RECORD          PIC X(122).

       FD  SUBLEDGER-FILE
           RECORDING MODE IS F.
       COPY SUBLREC.

       FD  SUBLEDGER-ACTIVITY-FILE
           RECORDING MODE IS F.
       COPY SUBAREC.

       FD  SUBLEDGER-CONTROL-FILE
           RECORDING MODE IS F.
       01  SUBLEDGER-CONTROL-RECORD.
           05  SLC-LAST-BUSINESS-DATE      PIC 9(8).
           05  SLC-LAST-RUN-TIMESTAMP      PIC X(26).

       WORKING-STORAGE SECTION.
       01  WS-GL-EXTRACT-FILE-STATUS       PIC X(2).
       01  WS-ADJUSTMENT-FILE-STATUS       PIC X(2).
       01  WS-BACKOUT-FILE-STATUS          PIC X(2).
       01  WS-SUBLEDGER-FILE-STATUS        PIC X(2).
       01  WS-ACTIVITY-FILE-STATUS         PIC X(2).
       01  WS-CONTROL-FILE-STATUS          PIC X(2).

       01  WS-EOF-SWITCH                   PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                        VALUE "Y".

       01  WS-NEW-BALANCE-SW               PIC X(1) VALUE "N".
           88  WS-NEW-BALANCE                        VALUE "Y".

       01  WS-CURRENT-TIMESTAMP            PIC X(26).
       01  WS-BUSINESS-DATE                PIC 9(8).
       01  WS-LAST-BUSINESS-DATE           PIC 9(8) VALUE 0.
       01  WS-LAST-RUN-TIMESTAMP           PIC X(26) VALUE SPACES.

      *    Set by 2900-CHECK-ENTRY-WINDOW for a GLADJ/GLBKOUT entry.
       01  WS-IN-WINDOW-SW                 PIC X(1) VALUE "N".
           88  WS-ENTRY-IN-WINDOW                    VALUE "Y".

      *    The GL entry being applied, whichever file it came from:
      *    GLADJ and GLBKOUT carry the extract layout, so all three
      *    sources are moved here and applied by one paragraph.
       COPY GLEXTREC REPLACING ==GL-EXTRACT-RECORD== BY
           ==WS-POSTING-RECORD== LEADING ==GL== BY ==WS-PST==.
       01  WS-POSTING-TYPE                 PIC X(1).

       01  WS-ACTIVITY-SEQUENCE            PIC 9(7) VALUE 0.
       01  WS-TOTAL-EXTRACT-READ           PIC 9(9) VALUE 0.
       01  WS-TOTAL-POSTINGS               PIC 9(9) VALUE 0.
       01  WS-TOTAL-ADJUSTMENTS            PIC 9(9) VALUE 0.
       01  WS-TOTAL-BACKOUTS               PIC 9(9) VALUE 0.
       01  WS-TOTAL-NEW-BALANCES           PIC 9(9) VALUE 0.
       01  WS-TOTAL-UPDATE-ERRORS          PIC 9(9) VALUE 0.
       01  WS-TOTAL-ALREADY-APPLIED        PIC 9(9) VALUE 0.

       01  WS-UPDATE-FAILED-SW             PIC X(1) VALUE "N".
           88  WS-UPDATE-FAILED                      VALUE "Y".

      *    Rerun of a started step: the entries SUBLACT already holds
      *    for the business date, each with how many times it was
      *    applied (a sign flip writes two identical GLADJ entries).
      *    Loaded by 0200-LOAD-APPLIED-ENTRIES; unused slots carry
      *    HIGH-VALUES in the transaction id so the SEARCH cannot
      *    match them.
       01  WS-APPLIED-COUNT                PIC 9(5) VALUE 0.
       01  WS-APPLIED-TABLE-FULL-SW        PIC X(1) VALUE "N".
           88  WS-APPLIED-TABLE-FULL                 VALUE "Y".
       01  WS-ALREADY-APPLIED-SW           PIC X(1) VALUE "N".
           88  WS-ENTRY-ALREADY-APPLIED              VALUE "Y".
       01  WS-APPLIED-TABLE.
           05  WS-APPLIED-ENTRY OCCURS 20000 TIMES
                              INDEXED BY WS-AP-IDX.
               10  WS-AP-POSTING-TYPE      PIC X(1).
               10  WS-AP-TRANSACTION-ID    PIC X(10).
               10  WS-AP-AMOUNT            PIC S9(7)V999.
               10  WS-AP-REMAINING         PIC 9(5).

      *    Parameters for the run-control subprogram AMTRCTL, which
      *    supplies the business date and holds the step to the
      *    daily-cycle sequence.
       01  WS-PROGRAM-NAME                 PIC X(8) VALUE "AMTSUBL".
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
           05  LK-PARM-TEXT                PIC X(8).

       PROCEDURE DIVISION USING LK-PARM.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
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
               DISPLAY "AMTSUBL: RUN REFUSED BY RUN CONTROL"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-RUN-BUSINESS-DATE TO WS-BUSINESS-DATE
           DISPLAY "AMTSUBL: APPLYING BUSINESS DATE " WS-BUSINESS-DATE
           PERFORM 0100-READ-CYCLE-CONTROL
           IF WS-BUSINESS-DATE NOT > WS-LAST-BUSINESS-DATE
               DISPLAY "AMTSUBL: BUSINESS DATE " WS-BUSINESS-DATE
                   " NOT AFTER LAST DATE APPLIED "
                   WS-LAST-BUSINESS-DATE " - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT GL-EXTRACT-FILE
           IF WS-GL-EXTRACT-FILE-STATUS NOT = "00"
               DISPLAY "AMTSUBL: UNABLE TO OPEN GLEXTRCT, STATUS = "
                   WS-GL-EXTRACT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O SUBLEDGER-FILE
           IF WS-SUBLEDGER-FILE-STATUS = "35"
               OPEN OUTPUT SUBLEDGER-FILE
               CLOSE SUBLEDGER-FILE
               OPEN I-O SUBLEDGER-FILE
           END-IF
           IF WS-SUBLEDGER-FILE-STATUS NOT = "00"
               DISPLAY "AMTSUBL: UNABLE TO OPEN SUBLEDGR, STATUS = "
                   WS-SUBLEDGER-FILE-STATUS
               CLOSE GL-EXTRACT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-RUN-STEP-WAS-STARTED
               PERFORM 0200-LOAD-APPLIED-ENTRIES
               IF WS-APPLIED-TABLE-FULL
                   CLOSE GL-EXTRACT-FILE
                   CLOSE SUBLEDGER-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN EXTEND SUBLEDGER-ACTIVITY-FILE
           IF WS-ACTIVITY-FILE-STATUS = "35"
               OPEN OUTPUT SUBLEDGER-ACTIVITY-FILE
           END-IF
           IF WS-ACTIVITY-FILE-STATUS NOT = "00"
               DISPLAY "AMTSUBL: UNABLE TO OPEN SUBLACT, STATUS = "
                   WS-ACTIVITY-FILE-STATUS
               CLOSE GL-EXTRACT-FILE
               CLOSE SUBLEDGER-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-APPLY-GL-POSTINGS
           PERFORM 2000-APPLY-ADJUSTMENTS
           PERFORM 2500-APPLY-BACKOUTS
           CLOSE SUBLEDGER-ACTIVITY-FILE
           CLOSE SUBLEDGER-FILE
           DISPLAY "AMTSUBL SUBLEDGER UPDATE COMPLETE"
           DISPLAY "  EXTRACT RECORDS READ  : " WS-TOTAL-EXTRACT-READ
           DISPLAY "  ACCEPTED POSTINGS     : " WS-TOTAL-POSTINGS
           DISPLAY "  SIGN-FLIP ADJUSTMENTS : " WS-TOTAL-ADJUSTMENTS
           DISPLAY "  BACKOUTS              : " WS-TOTAL-BACKOUTS
           DISPLAY "  NEW BALANCES OPENED   : " WS-TOTAL-NEW-BALANCES
           IF WS-RUN-STEP-WAS-STARTED
               DISPLAY "  ALREADY APPLIED       : "
                   WS-TOTAL-ALREADY-APPLIED
           END-IF
           IF WS-TOTAL-UPDATE-ERRORS > 0
               DISPLAY "  BALANCE UPDATE ERRORS : "
                   WS-TOTAL-UPDATE-ERRORS
               MOVE 8 TO RETURN-CODE
           END-IF
      *    Only a clean run records the date as applied; after RC 8
      *    the date stays open for the rerun that finishes it.
           IF RETURN-CODE < 8
               PERFORM 0900-WRITE-CYCLE-CONTROL
           END-IF
           PERFORM 9900-COMPLETE-RUN-STEP
           GOBACK.

       0100-READ-CYCLE-CONTROL.
           OPEN INPUT SUBLEDGER-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = "00"
               READ SUBLEDGER-CONTROL-FILE
                   NOT AT END
                       IF SLC-LAST-BUSINESS-DATE IS NUMERIC
                           MOVE SLC-LAST-BUSINESS-DATE TO
                               WS-LAST-BUSINESS-DATE
                           MOVE SLC-LAST-RUN-TIMESTAMP TO
                               WS-LAST-RUN-TIMESTAMP
                       END-IF
               END-READ
               CLOSE SUBLEDGER-CONTROL-FILE
           END-IF.

       0200-LOAD-APPLIED-ENTRIES.
      *    An earlier run for this date started and did not finish.
      *    Whatever it recorded on SUBLACT for the date has already
      *    moved its balance; SUBA-SEQUENCE carries on from the
      *    highest it used.
           PERFORM 0210-INIT-APPLIED-ENTRY
               VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > 20000
           OPEN INPUT SUBLEDGER-ACTIVITY-FILE
           IF WS-ACTIVITY-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                       OR WS-APPLIED-TABLE-FULL
                   READ SUBLEDGER-ACTIVITY-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF SUBA-BUSINESS-DATE = WS-BUSINESS-DATE
                               PERFORM 0220-STORE-APPLIED-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBLEDGER-ACTIVITY-FILE
           END-IF
           DISPLAY "AMTSUBL: RERUN - " WS-APPLIED-COUNT
               " DISTINCT ENTRIES ALREADY APPLIED FOR "
               WS-BUSINESS-DATE " WILL BE SKIPPED".

       0210-INIT-APPLIED-ENTRY.
           MOVE HIGH-VALUES TO WS-AP-TRANSACTION-ID(WS-AP-IDX)
           MOVE 0 TO WS-AP-REMAINING(WS-AP-IDX).

       0220-STORE-APPLIED-ENTRY.
           IF SUBA-SEQUENCE > WS-ACTIVITY-SEQUENCE
               MOVE SUBA-SEQUENCE TO WS-ACTIVITY-SEQUENCE
           END-IF
           SET WS-AP-IDX TO 1
           SEARCH WS-APPLIED-ENTRY
               AT END
                   IF WS-APPLIED-COUNT < 20000
                       ADD 1 TO WS-APPLIED-COUNT
                       SET WS-AP-IDX TO WS-APPLIED-COUNT
                       MOVE SUBA-POSTING-TYPE TO
                           WS-AP-POSTING-TYPE(WS-AP-IDX)
                       MOVE SUBA-SOURCE-TRANSACTION-ID TO
                           WS-AP-TRANSACTION-ID(WS-AP-IDX)
                       MOVE SUBA-AMOUNT TO WS-AP-AMOUNT(WS-AP-IDX)
                       MOVE 1 TO WS-AP-REMAINING(WS-AP-IDX)
                   ELSE
      *                Skipping past a full table would apply the
      *                rest of the day a second time.
                       DISPLAY "AMTSUBL: APPLIED-ENTRY TABLE FULL AT "
                           SUBA-SOURCE-TRANSACTION-ID
                           " - RERUN STOPPED"
                       SET WS-APPLIED-TABLE-FULL TO TRUE
                   END-IF
               WHEN WS-AP-TRANSACTION-ID(WS-AP-IDX) =
                       SUBA-SOURCE-TRANSACTION-ID
                   AND WS-AP-POSTING-TYPE(WS-AP-IDX) =
                       SUBA-POSTING-TYPE
                   AND WS-AP-AMOUNT(WS-AP-IDX) = SUBA-AMOUNT
                   ADD 1 TO WS-AP-REMAINING(WS-AP-IDX)
           END-SEARCH.

       0900-WRITE-CYCLE-CONTROL.
           OPEN OUTPUT SUBLEDGER-CONTROL-FILE
           MOVE WS-BUSINESS-DATE TO SLC-LAST-BUSINESS-DATE
           MOVE WS-CURRENT-TIMESTAMP TO SLC-LAST-RUN-TIMESTAMP
           WRITE SUBLEDGER-CONTROL-RECORD
           CLOSE SUBLEDGER-CONTROL-FILE.

       1000-APPLY-GL-POSTINGS.
      *    Full pass over GLEXTRCT in key order; only a posting the
      *    GL accepted on the business date moves a balance.  A
      *    pending, rejected or stale record waits for the cycle on
      *    which its acceptance is processed.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO GL-SOURCE-TRANSACTION-ID
           START GL-EXTRACT-FILE KEY >= GL-SOURCE-TRANSACTION-ID
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ GL-EXTRACT-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-EXTRACT-READ
                       IF GL-ACK-ACCEPTED
                               AND GL-ACK-DATE = WS-BUSINESS-DATE
                           MOVE GL-EXTRACT-RECORD TO WS-POSTING-RECORD
                           MOVE "P" TO WS-POSTING-TYPE
                           PERFORM 2950-APPLY-UNLESS-APPLIED
                           IF NOT WS-ENTRY-ALREADY-APPLIED
                               ADD 1 TO WS-TOTAL-POSTINGS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-EXTRACT-FILE.

       2000-APPLY-ADJUSTMENTS.
      *    GLADJ accumulates across days; the entries written since
      *    the previous update are the new sign-flip adjustments
      *    (the backout of the wrong-signed amount and the corrected
      *    posting, one movement each).
           OPEN INPUT ADJUSTMENT-EXTRACT-FILE
           IF WS-ADJUSTMENT-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ ADJUSTMENT-EXTRACT-FILE
                           INTO WS-POSTING-RECORD
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 2900-CHECK-ENTRY-WINDOW
                           IF WS-ENTRY-IN-WINDOW
                               MOVE "A" TO WS-POSTING-TYPE
                               PERFORM 2950-APPLY-UNLESS-APPLIED
                               IF NOT WS-ENTRY-ALREADY-APPLIED
                                   ADD 1 TO WS-TOTAL-ADJUSTMENTS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJUSTMENT-EXTRACT-FILE
           END-IF.

       2500-APPLY-BACKOUTS.
      *    Same selection over GLBKOUT: the offsetting entries
      *    AMTBKOUT wrote since the previous update.
           OPEN INPUT BACKOUT-EXTRACT-FILE
           IF WS-BACKOUT-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ BACKOUT-EXTRACT-FILE
                           INTO WS-POSTING-RECORD
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 2900-CHECK-ENTRY-WINDOW
                           IF WS-ENTRY-IN-WINDOW
                               MOVE "B" TO WS-POSTING-TYPE
                               PERFORM 2950-APPLY-UNLESS-APPLIED
                               IF NOT WS-ENTRY-ALREADY-APPLIED
                                   ADD 1 TO WS-TOTAL-BACKOUTS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKOUT-EXTRACT-FILE
           END-IF.

       2900-CHECK-ENTRY-WINDOW.
      *    Written after the previous update's start and no later
      *    than this one's.  The first update after installation has
      *    no previous run and takes the business date's entries.
           MOVE "N" TO WS-IN-WINDOW-SW
           IF WS-LAST-RUN-TIMESTAMP = SPACES
               IF WS-PST-CONVERSION-TIMESTAMP(1:8) = WS-BUSINESS-DATE
                   SET WS-ENTRY-IN-WINDOW TO TRUE
               END-IF
           ELSE
               IF WS-PST-CONVERSION-TIMESTAMP(1:16) >
                       WS-LAST-RUN-TIMESTAMP(1:16)
                   AND WS-PST-CONVERSION-TIMESTAMP(1:16) NOT >
                       WS-CURRENT-TIMESTAMP(1:16)
                   SET WS-ENTRY-IN-WINDOW TO TRUE
               END-IF
           END-IF.

       2950-APPLY-UNLESS-APPLIED.
      *    On a rerun an entry the earlier run already applied (same
      *    type, transaction id and amount, still unmatched in the
      *    table) is used up from the table instead of being applied.
           MOVE "N" TO WS-ALREADY-APPLIED-SW
           IF WS-APPLIED-COUNT > 0
               SET WS-AP-IDX TO 1
               SEARCH WS-APPLIED-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-AP-TRANSACTION-ID(WS-AP-IDX) =
                           WS-PST-SOURCE-TRANSACTION-ID
                       AND WS-AP-POSTING-TYPE(WS-AP-IDX) =
                           WS-POSTING-TYPE
                       AND WS-AP-AMOUNT(WS-AP-IDX) = WS-PST-AMOUNT
                       AND WS-AP-REMAINING(WS-AP-IDX) > 0
                       SUBTRACT 1 FROM WS-AP-REMAINING(WS-AP-IDX)
                       SET WS-ENTRY-ALREADY-APPLIED TO TRUE
               END-SEARCH
           END-IF
           IF WS-ENTRY-ALREADY-APPLIED
               ADD 1 TO WS-TOTAL-ALREADY-APPLIED
           ELSE
               PERFORM 3000-APPLY-POSTING
           END-IF.

       3000-APPLY-POSTING.
      *    Moves the account/currency balance by the entry and
      *    records the movement, with the balance it left, on the
      *    activity history.  The first movement for a pair opens
      *    its balance record at zero.  A movement whose balance
      *    update failed is not recorded, so a rerun applies it.
           MOVE "N" TO WS-NEW-BALANCE-SW
           MOVE "N" TO WS-UPDATE-FAILED-SW
           MOVE WS-PST-ACCOUNT-NUMBER TO SUB-ACCOUNT-NUMBER
           MOVE WS-PST-CURRENCY-CODE  TO SUB-CURRENCY-CODE
           READ SUBLEDGER-FILE
               INVALID KEY
                   PERFORM 3100-OPEN-NEW-BALANCE
           END-READ
           ADD WS-PST-AMOUNT      TO SUB-BALANCE
           ADD WS-PST-BASE-AMOUNT TO SUB-BASE-BALANCE
           MOVE WS-BUSINESS-DATE  TO SUB-LAST-ACTIVITY-DATE
           ADD 1 TO SUB-ACTIVITY-COUNT
           IF WS-NEW-BALANCE
               WRITE SUBLEDGER-BALANCE-RECORD
                   INVALID KEY
                       PERFORM 3900-REPORT-UPDATE-ERROR
               END-WRITE
           ELSE
               REWRITE SUBLEDGER-BALANCE-RECORD
                   INVALID KEY
                       PERFORM 3900-REPORT-UPDATE-ERROR
               END-REWRITE
           END-IF
           IF NOT WS-UPDATE-FAILED
               PERFORM 3200-WRITE-ACTIVITY
           END-IF.

       3100-OPEN-NEW-BALANCE.
           SET WS-NEW-BALANCE TO TRUE
           ADD 1 TO WS-TOTAL-NEW-BALANCES
           MOVE WS-PST-ACCOUNT-NUMBER TO SUB-ACCOUNT-NUMBER
           MOVE WS-PST-CURRENCY-CODE  TO SUB-CURRENCY-CODE
           MOVE 0 TO SUB-BALANCE
           MOVE 0 TO SUB-BASE-BALANCE
           MOVE WS-BUSINESS-DATE TO SUB-OPENED-DATE
           MOVE 0 TO SUB-ACTIVITY-COUNT.

       3200-WRITE-ACTIVITY.
           ADD 1 TO WS-ACTIVITY-SEQUENCE
           MOVE SUB-ACCOUNT-NUMBER       TO SUBA-ACCOUNT-NUMBER
           MOVE SUB-CURRENCY-CODE        TO SUBA-CURRENCY-CODE
           MOVE WS-BUSINESS-DATE         TO SUBA-BUSINESS-DATE
           MOVE WS-ACTIVITY-SEQUENCE     TO SUBA-SEQUENCE
           MOVE WS-POSTING-TYPE          TO SUBA-POSTING-TYPE
           MOVE WS-PST-SOURCE-TRANSACTION-ID TO
               SUBA-SOURCE-TRANSACTION-ID
           MOVE WS-PST-AMOUNT            TO SUBA-AMOUNT
           MOVE WS-PST-BASE-AMOUNT       TO SUBA-BASE-AMOUNT
           MOVE SUB-BALANCE              TO SUBA-BALANCE-AFTER
           MOVE WS-PST-POSTING-PERIOD    TO SUBA-POSTING-PERIOD
           MOVE WS-PST-SOURCE-SYSTEM     TO SUBA-SOURCE-SYSTEM
           WRITE SUBLEDGER-ACTIVITY-RECORD.

       3900-REPORT-UPDATE-ERROR.
           DISPLAY "AMTSUBL: UNABLE TO UPDATE BALANCE "
               SUB-ACCOUNT-NUMBER " " SUB-CURRENCY-CODE
               " FOR " WS-PST-SOURCE-TRANSACTION-ID
               ", STATUS = " WS-SUBLEDGER-FILE-STATUS
           SET WS-UPDATE-FAILED TO TRUE
           ADD 1 TO WS-TOTAL-UPDATE-ERRORS.

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
