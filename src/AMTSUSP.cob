      *****************************************************************
      *  PROGRAM-ID: AMTSUSP
      *
      *  Daily suspense balance report.  Every exception the
      *  committing conversion logs has its feed value posted to the
      *  currency's suspense account on GLSUSP (AMTCONV
      *  2130-WRITE-SUSPENSE-ENTRY), and AMTREPST writes the matching
      *  clearing entry when the correction posts, so what is left in
      *  suspense should be exactly the open EXCFILE backlog.
      *
      *  GLSUSP is read front to back and netted by currency and
      *  suspense account.  EXCFILE is then walked in key order: each
      *  item still in suspense (EXC-IN-SUSPENSE) is listed and its
      *  feed value totalled against the same currency and account.
      *  The summary page shows the GLSUSP balance beside the open
      *  item total for every currency/account, and anything that
      *  does not tie is flagged and ends the step with RETURN-CODE 4
      *  so finance can chase it before the ledger close.  Open
      *  exceptions that were never put in suspense (logged before
      *  suspense posting existed, or no SUSPCTL account for the
      *  currency) are counted separately: they are the part of the
      *  backlog the GL is still short by.  Run control (AMTRCTL)
      *  holds the step until AMTREPST has completed for the business
      *  date.  See jcl/AMTSUSP.jcl.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTSUSP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXC-TRANSACTION-ID
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

      *    Cumulative suspense postings and clearings.  OPTIONAL so
      *    the report still runs (everything open shows as outside
      *    suspense) before the first exception is ever posted.
           SELECT OPTIONAL SUSPENSE-POSTING-FILE ASSIGN TO "GLSUSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-POSTING-STATUS.

           SELECT SUSPENSE-REPORT ASSIGN TO "SUSPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
       COPY EXCREC.

       FD  SUSPENSE-POSTING-FILE
           RECORDING MODE IS F.
       COPY GLEXTREC REPLACING
           ==GL-EXTRACT-RECORD== BY ==SUSPENSE-POSTING-RECORD==
           LEADING ==GL== BY ==SUS==.

       FD  SUSPENSE-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-FILE-STATUS        PIC X(2).
       01  WS-SUSPENSE-POSTING-STATUS      PIC X(2).
       01  WS-REPORT-FILE-STATUS           PIC X(2).

       01  WS-EOF-SWITCH                   PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                        VALUE "Y".
       01  WS-SUSPENSE-EOF-SW              PIC X(1) VALUE "N".
           88  WS-SUSPENSE-EOF                       VALUE "Y".
       01  WS-OUT-OF-BALANCE-SW            PIC X(1) VALUE "N".
           88  WS-OUT-OF-BALANCE                    VALUE "Y".

       01  WS-CURRENT-TIMESTAMP            PIC X(26).

      *    Currency/account being totalled, set by the caller of
      *    1200-FIND-SUSPENSE-SLOT.
       01  WS-KEY-CURRENCY                 PIC X(3).
       01  WS-KEY-ACCOUNT                  PIC X(10).

      *    Suspense totals by currency and suspense account: the
      *    GLSUSP side (net of postings and clearings) beside the
      *    open EXCFILE side.
       01  WS-SS-SLOT-OK-SW                PIC X(1) VALUE "Y".
           88  WS-SS-SLOT-OK                         VALUE "Y".
       01  WS-SUSPENSE-TOTAL-COUNT         PIC 9(2) VALUE 0.
       01  WS-SUSPENSE-TOTALS.
           05  WS-SUSPENSE-TOTAL OCCURS 50 TIMES
                                  INDEXED BY WS-SS-IDX.
               10  WS-SS-CURRENCY          PIC X(3).
               10  WS-SS-ACCOUNT           PIC X(10).
               10  WS-SS-GL-COUNT          PIC 9(9).
               10  WS-SS-GL-BALANCE        PIC S9(11)V999.
               10  WS-SS-OPEN-COUNT        PIC 9(9).
               10  WS-SS-OPEN-VALUE        PIC S9(11)V999.

       01  WS-SS-DIFFERENCE                PIC S9(11)V999.

       01  WS-TOTAL-POSTINGS-READ          PIC 9(9) VALUE 0.
       01  WS-TOTAL-EXCEPTIONS-READ        PIC 9(9) VALUE 0.
       01  WS-TOTAL-OPEN-IN-SUSPENSE       PIC 9(9) VALUE 0.
       01  WS-TOTAL-CLEARED                PIC 9(9) VALUE 0.
       01  WS-TOTAL-OUTSIDE-COUNT          PIC 9(9) VALUE 0.
       01  WS-TOTAL-OUTSIDE-VALUE          PIC S9(11)V999 VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                      PIC X(44) VALUE
               "AMTSUSP   SUSPENSE BALANCE REPORT  RUN DATE ".
           05  WS-HD1-DATE                 PIC X(8).
           05  FILLER                      PIC X(80) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                      PIC X(14) VALUE
               "  TRANSACTION".
           05  FILLER                      PIC X(5)  VALUE "CUR".
           05  FILLER                      PIC X(12) VALUE "SUSP ACCT".
           05  FILLER                      PIC X(16) VALUE "LOGGED".
           05  FILLER                      PIC X(8)  VALUE "AMOUNT".
           05  FILLER                      PIC X(30) VALUE "REASON".
           05  FILLER                      PIC X(47) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DT-TRANSACTION-ID        PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DT-CURRENCY              PIC X(3).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DT-ACCOUNT               PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DT-DATE                  PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DT-VALUE                 PIC -(7)9.999.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DT-REASON                PIC X(30).
           05  FILLER                      PIC X(47) VALUE SPACES.

       01  WS-HEADING-3.
           05  FILLER                      PIC X(5)  VALUE "CUR".
           05  FILLER                      PIC X(12) VALUE "SUSP ACCT".
           05  FILLER                      PIC X(12) VALUE
               " GL-ENTRIES".
           05  FILLER                      PIC X(17) VALUE
               "  GLSUSP BALANCE".
           05  FILLER                      PIC X(12) VALUE
               " OPEN-ITEMS".
           05  FILLER                      PIC X(17) VALUE
               " OPEN ITEM VALUE".
           05  FILLER                      PIC X(18) VALUE
               "      DIFFERENCE".
           05  FILLER                      PIC X(14) VALUE "STATUS".
           05  FILLER                      PIC X(25) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-CURRENCY              PIC X(3).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-SL-ACCOUNT               PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-SL-GL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-SL-GL-BALANCE            PIC -(11)9.999.
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-SL-OPEN-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-SL-OPEN-VALUE            PIC -(11)9.999.
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-SL-DIFFERENCE            PIC -(11)9.999.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-SL-STATUS                PIC X(14).
           05  FILLER                      PIC X(25) VALUE SPACES.

       01  WS-OUTSIDE-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(36) VALUE
               "OPEN EXCEPTIONS NOT IN SUSPENSE".
           05  WS-OL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-OL-VALUE                 PIC -(11)9.999.
           05  FILLER                      PIC X(65) VALUE SPACES.

      *    Parameters for the run-control subprogram AMTRCTL, which
      *    supplies the business date and holds the step to the
      *    daily-cycle sequence.
       01  WS-PROGRAM-NAME                 PIC X(8) VALUE "AMTSUSP".
       01  WS-RUN-FUNCTION                 PIC X(1).
       01  WS-RUN-BUSINESS-DATE            PIC 9(8) VALUE 0.
       01  WS-RUN-STEP-STATUS              PIC X(1).
           88  WS-RUN-STEP-WAS-STARTED               VALUE "S".
       01  WS-RUN-RESULT                   PIC X(1).
           88  WS-RUN-ALLOWED                        VALUE "Y".
       01  WS-RUN-SAVED-RETURN-CODE        PIC S9(4) COMP.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE "B" TO WS-RUN-FUNCTION
           CALL "AMTRCTL" USING WS-PROGRAM-NAME
                                WS-RUN-FUNCTION
                                WS-RUN-BUSINESS-DATE
                                WS-RUN-STEP-STATUS
                                WS-RUN-RESULT
           IF NOT WS-RUN-ALLOWED
               DISPLAY "AMTSUSP: RUN REFUSED BY RUN CONTROL"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EXCEPTION-FILE
           IF WS-EXCEPTION-FILE-STATUS NOT = "00"
               DISPLAY "AMTSUSP: UNABLE TO OPEN EXCFILE, STATUS = "
                   WS-EXCEPTION-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0050-INIT-SUSPENSE-SLOT
               VARYING WS-SS-IDX FROM 1 BY 1
               UNTIL WS-SS-IDX > 50
           PERFORM 0100-LOAD-SUSPENSE-POSTINGS
           OPEN OUTPUT SUSPENSE-REPORT
           PERFORM 0200-WRITE-REPORT-HEADINGS
           PERFORM 1000-POSITION-TO-FIRST
           PERFORM UNTIL WS-END-OF-FILE
               READ EXCEPTION-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 2000-CHECK-EXCEPTION
               END-READ
           END-PERFORM
           IF WS-TOTAL-OPEN-IN-SUSPENSE = 0
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM 3000-WRITE-SUSPENSE-TOTALS
           CLOSE EXCEPTION-FILE
           CLOSE SUSPENSE-REPORT
           DISPLAY "AMTSUSP SUSPENSE BALANCE SUMMARY"
           DISPLAY "  GLSUSP ENTRIES READ  : " WS-TOTAL-POSTINGS-READ
           DISPLAY "  EXCEPTIONS READ      : "
               WS-TOTAL-EXCEPTIONS-READ
           DISPLAY "  OPEN IN SUSPENSE     : "
               WS-TOTAL-OPEN-IN-SUSPENSE
           DISPLAY "  CLEARED              : " WS-TOTAL-CLEARED
           DISPLAY "  OPEN NOT IN SUSPENSE : " WS-TOTAL-OUTSIDE-COUNT
           IF WS-OUT-OF-BALANCE
               DISPLAY "  RESULT               : SUSPENSE DOES NOT "
                   "TIE TO OPEN EXCEPTIONS"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "  RESULT               : IN BALANCE"
           END-IF
           PERFORM 9900-COMPLETE-RUN-STEP
           GOBACK.

       0050-INIT-SUSPENSE-SLOT.
           MOVE HIGH-VALUES TO WS-SS-CURRENCY(WS-SS-IDX)
           MOVE HIGH-VALUES TO WS-SS-ACCOUNT(WS-SS-IDX).

       0100-LOAD-SUSPENSE-POSTINGS.
      *    Net every posting and clearing on GLSUSP into its
      *    currency/account slot.  The file is OPTIONAL: with no DD
      *    the first READ ends immediately and every balance is zero.
           OPEN INPUT SUSPENSE-POSTING-FILE
           PERFORM UNTIL WS-SUSPENSE-EOF
               READ SUSPENSE-POSTING-FILE
                   AT END
                       SET WS-SUSPENSE-EOF TO TRUE
                   NOT AT END
                       PERFORM 0150-ADD-SUSPENSE-POSTING
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-POSTING-FILE.

       0150-ADD-SUSPENSE-POSTING.
           ADD 1 TO WS-TOTAL-POSTINGS-READ
           MOVE SUS-CURRENCY-CODE  TO WS-KEY-CURRENCY
           MOVE SUS-ACCOUNT-NUMBER TO WS-KEY-ACCOUNT
           PERFORM 1200-FIND-SUSPENSE-SLOT
           IF WS-SS-SLOT-OK
               ADD 1 TO WS-SS-GL-COUNT(WS-SS-IDX)
               ADD SUS-AMOUNT TO WS-SS-GL-BALANCE(WS-SS-IDX)
           END-IF.

       0200-WRITE-REPORT-HEADINGS.
           MOVE WS-RUN-BUSINESS-DATE TO WS-HD1-DATE
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "OPEN EXCEPTIONS HELD IN SUSPENSE" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE.

       1000-POSITION-TO-FIRST.
           MOVE LOW-VALUES TO EXC-TRANSACTION-ID
           START EXCEPTION-FILE KEY >= EXC-TRANSACTION-ID
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START.

       1200-FIND-SUSPENSE-SLOT.
      *    Serial search of the totals table on currency and account,
      *    claiming a zeroed slot on first sight of a pair.
      *    WS-SS-IDX is left on the slot for the caller's ADDs.
           SET WS-SS-SLOT-OK TO TRUE
           SET WS-SS-IDX TO 1
           SEARCH WS-SUSPENSE-TOTAL
               AT END
                   IF WS-SUSPENSE-TOTAL-COUNT < 50
                       ADD 1 TO WS-SUSPENSE-TOTAL-COUNT
                       SET WS-SS-IDX TO WS-SUSPENSE-TOTAL-COUNT
                       MOVE WS-KEY-CURRENCY TO
                           WS-SS-CURRENCY(WS-SS-IDX)
                       MOVE WS-KEY-ACCOUNT TO
                           WS-SS-ACCOUNT(WS-SS-IDX)
                       MOVE 0 TO WS-SS-GL-COUNT(WS-SS-IDX)
                       MOVE 0 TO WS-SS-GL-BALANCE(WS-SS-IDX)
                       MOVE 0 TO WS-SS-OPEN-COUNT(WS-SS-IDX)
                       MOVE 0 TO WS-SS-OPEN-VALUE(WS-SS-IDX)
                   ELSE
                       DISPLAY "AMTSUSP: SUSPENSE TABLE FULL, "
                           "CANNOT TOTAL " WS-KEY-CURRENCY " "
                           WS-KEY-ACCOUNT
                       MOVE "N" TO WS-SS-SLOT-OK-SW
                       SET WS-OUT-OF-BALANCE TO TRUE
                   END-IF
               WHEN WS-SS-CURRENCY(WS-SS-IDX) = WS-KEY-CURRENCY
                   AND WS-SS-ACCOUNT(WS-SS-IDX) = WS-KEY-ACCOUNT
                   CONTINUE
           END-SEARCH.

       2000-CHECK-EXCEPTION.
           ADD 1 TO WS-TOTAL-EXCEPTIONS-READ
           EVALUATE TRUE
               WHEN EXC-IN-SUSPENSE
                   PERFORM 2100-ADD-OPEN-ITEM
               WHEN EXC-SUSPENSE-CLEARED
                   ADD 1 TO WS-TOTAL-CLEARED
      *        Never put in suspense and not yet posted: the GL is
      *        still short by this amount.
               WHEN NOT EXC-IS-POSTED
                   ADD 1 TO WS-TOTAL-OUTSIDE-COUNT
                   ADD EXC-ORIGINAL-VALUE TO WS-TOTAL-OUTSIDE-VALUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2100-ADD-OPEN-ITEM.
           ADD 1 TO WS-TOTAL-OPEN-IN-SUSPENSE
           MOVE EXC-CURRENCY-CODE    TO WS-KEY-CURRENCY
           MOVE EXC-SUSPENSE-ACCOUNT TO WS-KEY-ACCOUNT
           PERFORM 1200-FIND-SUSPENSE-SLOT
           IF WS-SS-SLOT-OK
               ADD 1 TO WS-SS-OPEN-COUNT(WS-SS-IDX)
               ADD EXC-ORIGINAL-VALUE TO WS-SS-OPEN-VALUE(WS-SS-IDX)
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE EXC-TRANSACTION-ID   TO WS-DT-TRANSACTION-ID
           MOVE EXC-CURRENCY-CODE    TO WS-DT-CURRENCY
           MOVE EXC-SUSPENSE-ACCOUNT TO WS-DT-ACCOUNT
           MOVE EXC-TIMESTAMP(1:8)   TO WS-DT-DATE
           MOVE EXC-ORIGINAL-VALUE   TO WS-DT-VALUE
           MOVE EXC-REASON           TO WS-DT-REASON
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       3000-WRITE-SUSPENSE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SUSPENSE BALANCE BY CURRENCY AND ACCOUNT"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING-3 TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-SUSPENSE-TOTAL-COUNT > 0
               PERFORM 3100-WRITE-ONE-SUSPENSE-TOTAL
                   VARYING WS-SS-IDX FROM 1 BY 1
                   UNTIL WS-SS-IDX > WS-SUSPENSE-TOTAL-COUNT
           ELSE
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-OUTSIDE-COUNT TO WS-OL-COUNT
           MOVE WS-TOTAL-OUTSIDE-VALUE TO WS-OL-VALUE
           MOVE WS-OUTSIDE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       3100-WRITE-ONE-SUSPENSE-TOTAL.
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE WS-SS-CURRENCY(WS-SS-IDX)   TO WS-SL-CURRENCY
           MOVE WS-SS-ACCOUNT(WS-SS-IDX)    TO WS-SL-ACCOUNT
           MOVE WS-SS-GL-COUNT(WS-SS-IDX)   TO WS-SL-GL-COUNT
           MOVE WS-SS-GL-BALANCE(WS-SS-IDX) TO WS-SL-GL-BALANCE
           MOVE WS-SS-OPEN-COUNT(WS-SS-IDX) TO WS-SL-OPEN-COUNT
           MOVE WS-SS-OPEN-VALUE(WS-SS-IDX) TO WS-SL-OPEN-VALUE
           COMPUTE WS-SS-DIFFERENCE =
               WS-SS-GL-BALANCE(WS-SS-IDX) -
               WS-SS-OPEN-VALUE(WS-SS-IDX)
           MOVE WS-SS-DIFFERENCE TO WS-SL-DIFFERENCE
           IF WS-SS-DIFFERENCE = 0
               MOVE "IN BALANCE" TO WS-SL-STATUS
           ELSE
               MOVE "DOES NOT TIE" TO WS-SL-STATUS
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

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
