      *****************************************************************
      *  PROGRAM-ID: AMTSTMT
      *
      *  Periodic account activity statements from the subledger
      *  AMTSUBL keeps.  One statement per GL account and currency:
      *  the opening balance at the start of the statement period,
      *  every movement in the period with its source transaction
      *  id and type (GL posting, sign-flip adjustment, backout),
      *  and the closing balance.
      *
      *  The statement period comes from the PARM as
      *  'CCYYMMDD-CCYYMMDD'; with no PARM it is the first of the
      *  current month through the run date.  The opening balance is
      *  the balance before the first movement dated on or after the
      *  period start (each SUBLACT entry carries the balance it
      *  left, so this is exact however far back the history goes);
      *  an account with no movement since then opens and closes at
      *  its current SUBLEDGR balance.  Accounts with no movement in
      *  the period and a zero balance are not printed.
      *
      *  Each balance is also checked against ACCTMST: an account
      *  that is closed or frozen - or no longer on the master at
      *  all - but still carries a non-zero balance is flagged on its
      *  statement and listed again in a closing section, and the
      *  step ends with RETURN-CODE 4 so the scheduler can route the
      *  report to the account owners.
      *
      *  The activity history and the account master arrive sorted
      *  by the job (see jcl/AMTSTMT.jcl) and are matched against
      *  SUBLEDGR in one forward pass each, so the run has no table
      *  limit on the number of accounts.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTSTMT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBLEDGER-FILE ASSIGN TO "SUBLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUB-KEY
               FILE STATUS IS WS-SUBLEDGER-FILE-STATUS.

      *    SUBLACT sorted by account, currency, business date and
      *    sequence (JCL STEP010).
           SELECT SORTED-ACTIVITY-FILE ASSIGN TO "SUBLSORT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-FILE-STATUS.

      *    ACCTMST sorted by account number (JCL STEP020).
           SELECT SORTED-ACCOUNT-FILE ASSIGN TO "ACCTSORT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

           SELECT STATEMENT-REPORT ASSIGN TO "STMTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBLEDGER-FILE
           RECORDING MODE IS F.
       COPY SUBLREC.

       FD  SORTED-ACTIVITY-FILE
           RECORDING MODE IS F.
       COPY SUBAREC.

       FD  SORTED-ACCOUNT-FILE
           RECORDING MODE IS F.
       COPY ACCTREC.

       FD  STATEMENT-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SUBLEDGER-FILE-STATUS        PIC X(2).
       01  WS-ACTIVITY-FILE-STATUS         PIC X(2).
       01  WS-ACCOUNT-FILE-STATUS          PIC X(2).
       01  WS-REPORT-FILE-STATUS           PIC X(2).

       01  WS-EOF-SWITCH                   PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                        VALUE "Y".

      *    Forward cursors: at end of file the key is set to
      *    HIGH-VALUES so it compares above every SUBLEDGR key.
       01  WS-ACTIVITY-EOF-SW              PIC X(1) VALUE "N".
           88  WS-ACTIVITY-AT-END                    VALUE "Y".
       01  WS-ACCOUNT-EOF-SW               PIC X(1) VALUE "N".
           88  WS-ACCOUNT-AT-END                     VALUE "Y".

       01  WS-CURRENT-TIMESTAMP            PIC X(26).
       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-PERIOD-FROM-DATE             PIC 9(8).
       01  WS-PERIOD-TO-DATE               PIC 9(8).

      *    Per-statement state, reset for each SUBLEDGR record.
       01  WS-STATEMENT-STARTED-SW         PIC X(1) VALUE "N".
           88  WS-STATEMENT-STARTED                  VALUE "Y".
       01  WS-OPENING-FOUND-SW             PIC X(1) VALUE "N".
           88  WS-OPENING-FOUND                      VALUE "Y".
       01  WS-ACCOUNT-FLAGGED-SW           PIC X(1) VALUE "N".
           88  WS-ACCOUNT-FLAGGED                    VALUE "Y".
       01  WS-ACCOUNT-STATUS-TEXT          PIC X(15).
       01  WS-OPENING-BALANCE              PIC S9(11)V999.
       01  WS-CLOSING-BALANCE              PIC S9(11)V999.
       01  WS-PERIOD-ENTRIES               PIC 9(7).

      *    Flagged accounts for the closing section; beyond the
      *    table only the count is kept (each is still flagged on
      *    its own statement).
       01  WS-FLAGGED-COUNT                PIC 9(5) VALUE 0.
       01  WS-FLAGGED-TABLE.
           05  WS-FLAGGED-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-FL-IDX.
               10  WS-FL-ACCOUNT-NUMBER    PIC X(10).
               10  WS-FL-CURRENCY-CODE     PIC X(3).
               10  WS-FL-STATUS-TEXT       PIC X(15).
               10  WS-FL-BALANCE           PIC S9(11)V999.

       01  WS-TOTAL-BALANCES-READ          PIC 9(9) VALUE 0.
       01  WS-TOTAL-STATEMENTS             PIC 9(9) VALUE 0.
       01  WS-TOTAL-ENTRIES-PRINTED        PIC 9(9) VALUE 0.

      *    Paged report state: 60 body lines per page, heading
      *    rewritten by 8100-START-NEW-PAGE.
       01  WS-PAGE-NUMBER                  PIC 9(4) VALUE 0.
       01  WS-LINES-ON-PAGE                PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE               PIC 9(2) VALUE 60.

       01  WS-PAGE-HEADING.
           05  FILLER                      PIC X(26) VALUE
               "AMTSTMT  ACCOUNT ACTIVITY ".
           05  FILLER                      PIC X(19) VALUE
               "STATEMENTS  PERIOD ".
           05  WS-PH-FROM-DATE             PIC X(8).
           05  FILLER                      PIC X(4)  VALUE " TO ".
           05  WS-PH-TO-DATE               PIC X(8).
           05  FILLER                      PIC X(11) VALUE
               "  RUN DATE ".
           05  WS-PH-DATE                  PIC X(8).
           05  FILLER                      PIC X(35) VALUE SPACES.
           05  FILLER                      PIC X(5)  VALUE "PAGE ".
           05  WS-PH-PAGE                  PIC ZZZ9.
           05  FILLER                      PIC X(4)  VALUE SPACES.

       01  WS-ACCOUNT-LINE.
           05  FILLER                      PIC X(10) VALUE
               "ACCOUNT   ".
           05  WS-AL-ACCOUNT-NUMBER        PIC X(10).
           05  FILLER                      PIC X(12) VALUE
               "  CURRENCY  ".
           05  WS-AL-CURRENCY-CODE         PIC X(3).
           05  FILLER                      PIC X(10) VALUE
               "  STATUS  ".
           05  WS-AL-STATUS-TEXT           PIC X(15).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-AL-FLAG                  PIC X(38).
           05  FILLER                      PIC X(32) VALUE SPACES.

       01  WS-BALANCE-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-BL-LABEL                 PIC X(17).
           05  WS-BL-BALANCE               PIC -(11)9.999.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-BL-NOTE                  PIC X(30).
           05  FILLER                      PIC X(65) VALUE SPACES.

       01  WS-ENTRY-HEADING.
           05  FILLER                      PIC X(12) VALUE
               "  DATE".
           05  FILLER                      PIC X(12) VALUE
               "TRANSACTION".
           05  FILLER                      PIC X(17) VALUE
               "TYPE".
           05  FILLER                      PIC X(10) VALUE
               "SOURCE".
           05  FILLER                      PIC X(8)  VALUE
               "PERIOD".
           05  FILLER                      PIC X(14) VALUE
               "        AMOUNT".
           05  FILLER                      PIC X(18) VALUE
               "     BALANCE AFTER".
           05  FILLER                      PIC X(41) VALUE SPACES.

       01  WS-ENTRY-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-EL-DATE                  PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-EL-TRANSACTION-ID        PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-EL-TYPE                  PIC X(15).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-EL-SOURCE-SYSTEM         PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-EL-PERIOD                PIC X(6).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-EL-AMOUNT                PIC -(7)9.999.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-EL-BALANCE               PIC -(11)9.999.
           05  FILLER                      PIC X(43) VALUE SPACES.

       01  WS-FLAGGED-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-FG-ACCOUNT-NUMBER        PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-FG-CURRENCY-CODE         PIC X(3).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-FG-STATUS-TEXT           PIC X(15).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-FG-BALANCE               PIC -(11)9.999.
           05  FILLER                      PIC X(80) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-CL-LABEL                 PIC X(29).
           05  WS-CL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(90) VALUE SPACES.

      *    Holds the caller's body line across a page break, since
      *    8100-START-NEW-PAGE writes the heading through the same
      *    record area.
       01  WS-PRINT-SAVE                   PIC X(132).

       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-LEN                 PIC S9(4) COMP.
           05  LK-PARM-TEXT                PIC X(17).

       PROCEDURE DIVISION USING LK-PARM.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
           IF LK-PARM-LEN = 17
                   AND LK-PARM-TEXT(1:8) IS NUMERIC
                   AND LK-PARM-TEXT(9:1) = "-"
                   AND LK-PARM-TEXT(10:8) IS NUMERIC
               MOVE LK-PARM-TEXT(1:8)  TO WS-PERIOD-FROM-DATE
               MOVE LK-PARM-TEXT(10:8) TO WS-PERIOD-TO-DATE
           ELSE
               IF LK-PARM-LEN > 0
                   DISPLAY "AMTSTMT: PARM MUST BE CCYYMMDD-CCYYMMDD"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-RUN-DATE TO WS-PERIOD-FROM-DATE
               MOVE "01" TO WS-PERIOD-FROM-DATE(7:2)
               MOVE WS-RUN-DATE TO WS-PERIOD-TO-DATE
           END-IF
           IF WS-PERIOD-FROM-DATE > WS-PERIOD-TO-DATE
               DISPLAY "AMTSTMT: PERIOD START " WS-PERIOD-FROM-DATE
                   " IS AFTER PERIOD END " WS-PERIOD-TO-DATE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT SUBLEDGER-FILE
           IF WS-SUBLEDGER-FILE-STATUS NOT = "00"
               DISPLAY "AMTSTMT: UNABLE TO OPEN SUBLEDGR, STATUS = "
                   WS-SUBLEDGER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT SORTED-ACTIVITY-FILE
           OPEN INPUT SORTED-ACCOUNT-FILE
           OPEN OUTPUT STATEMENT-REPORT
           PERFORM 1100-READ-NEXT-ACTIVITY
           PERFORM 1200-READ-NEXT-ACCOUNT
           MOVE LOW-VALUES TO SUB-KEY
           START SUBLEDGER-FILE KEY >= SUB-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ SUBLEDGER-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-BALANCES-READ
                       PERFORM 2000-PRODUCE-STATEMENT
               END-READ
           END-PERFORM
           PERFORM 5000-WRITE-FLAGGED-SECTION
           CLOSE SUBLEDGER-FILE
           CLOSE SORTED-ACTIVITY-FILE
           CLOSE SORTED-ACCOUNT-FILE
           CLOSE STATEMENT-REPORT
           DISPLAY "AMTSTMT STATEMENT RUN COMPLETE"
           DISPLAY "  PERIOD                : " WS-PERIOD-FROM-DATE
               " TO " WS-PERIOD-TO-DATE
           DISPLAY "  BALANCES READ         : " WS-TOTAL-BALANCES-READ
           DISPLAY "  STATEMENTS PRINTED    : " WS-TOTAL-STATEMENTS
           DISPLAY "  ENTRIES PRINTED       : "
               WS-TOTAL-ENTRIES-PRINTED
           IF WS-FLAGGED-COUNT > 0
               DISPLAY "  CLOSED/FROZEN ACCOUNTS WITH BALANCE : "
                   WS-FLAGGED-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       1100-READ-NEXT-ACTIVITY.
           IF NOT WS-ACTIVITY-AT-END
               READ SORTED-ACTIVITY-FILE
                   AT END
                       SET WS-ACTIVITY-AT-END TO TRUE
                       MOVE HIGH-VALUES TO SUBA-KEY
               END-READ
           END-IF.

       1200-READ-NEXT-ACCOUNT.
           IF NOT WS-ACCOUNT-AT-END
               READ SORTED-ACCOUNT-FILE
                   AT END
                       SET WS-ACCOUNT-AT-END TO TRUE
                       MOVE HIGH-VALUES TO ACCT-ACCOUNT-NUMBER
               END-READ
           END-IF.

       2000-PRODUCE-STATEMENT.
           MOVE "N" TO WS-STATEMENT-STARTED-SW
           MOVE "N" TO WS-OPENING-FOUND-SW
           MOVE 0 TO WS-PERIOD-ENTRIES
           PERFORM 2100-CHECK-ACCOUNT-STATUS
      *    Activity for keys with no balance record cannot occur
      *    (AMTSUBL writes both together) but is stepped over so
      *    the cursor never stalls.
           PERFORM 1100-READ-NEXT-ACTIVITY
               UNTIL SUBA-KEY NOT < SUB-KEY
           PERFORM 2200-PROCESS-ACTIVITY
               UNTIL SUBA-KEY NOT = SUB-KEY
           IF NOT WS-OPENING-FOUND
               MOVE SUB-BALANCE TO WS-OPENING-BALANCE
               MOVE SUB-BALANCE TO WS-CLOSING-BALANCE
           END-IF
           IF NOT WS-STATEMENT-STARTED
               IF WS-OPENING-BALANCE NOT = 0 OR WS-ACCOUNT-FLAGGED
                   PERFORM 3000-START-STATEMENT
               END-IF
           END-IF
           IF WS-STATEMENT-STARTED
               PERFORM 3200-END-STATEMENT
           END-IF.

       2100-CHECK-ACCOUNT-STATUS.
      *    An account off the master altogether is treated like a
      *    closed one: nothing should still be booked to it.
           MOVE "N" TO WS-ACCOUNT-FLAGGED-SW
           PERFORM 1200-READ-NEXT-ACCOUNT
               UNTIL ACCT-ACCOUNT-NUMBER NOT < SUB-ACCOUNT-NUMBER
           IF ACCT-ACCOUNT-NUMBER = SUB-ACCOUNT-NUMBER
               EVALUATE TRUE
                   WHEN ACCT-OPEN
                       MOVE "OPEN" TO WS-ACCOUNT-STATUS-TEXT
                   WHEN ACCT-CLOSED
                       MOVE "CLOSED" TO WS-ACCOUNT-STATUS-TEXT
                   WHEN ACCT-FROZEN
                       MOVE "FROZEN" TO WS-ACCOUNT-STATUS-TEXT
                   WHEN OTHER
                       MOVE "UNKNOWN STATUS" TO WS-ACCOUNT-STATUS-TEXT
               END-EVALUATE
           ELSE
               MOVE "NOT ON ACCTMST" TO WS-ACCOUNT-STATUS-TEXT
           END-IF
           IF SUB-BALANCE NOT = 0
               IF ACCT-ACCOUNT-NUMBER NOT = SUB-ACCOUNT-NUMBER
                       OR ACCT-CLOSED OR ACCT-FROZEN
                   SET WS-ACCOUNT-FLAGGED TO TRUE
                   PERFORM 2150-RECORD-FLAGGED-ACCOUNT
               END-IF
           END-IF.

       2150-RECORD-FLAGGED-ACCOUNT.
           ADD 1 TO WS-FLAGGED-COUNT
           IF WS-FLAGGED-COUNT NOT > 500
               SET WS-FL-IDX TO WS-FLAGGED-COUNT
               MOVE SUB-ACCOUNT-NUMBER TO
                   WS-FL-ACCOUNT-NUMBER(WS-FL-IDX)
               MOVE SUB-CURRENCY-CODE TO
                   WS-FL-CURRENCY-CODE(WS-FL-IDX)
               MOVE WS-ACCOUNT-STATUS-TEXT TO
                   WS-FL-STATUS-TEXT(WS-FL-IDX)
               MOVE SUB-BALANCE TO WS-FL-BALANCE(WS-FL-IDX)
           END-IF.

       2200-PROCESS-ACTIVITY.
      *    The first movement on or after the period start fixes
      *    the opening balance (the balance it found); movements in
      *    the period are printed; later ones only mean the closing
      *    balance stops at the last movement in the period.
           IF SUBA-BUSINESS-DATE NOT < WS-PERIOD-FROM-DATE
               IF NOT WS-OPENING-FOUND
                   SET WS-OPENING-FOUND TO TRUE
                   COMPUTE WS-OPENING-BALANCE =
                       SUBA-BALANCE-AFTER - SUBA-AMOUNT
                   MOVE WS-OPENING-BALANCE TO WS-CLOSING-BALANCE
               END-IF
               IF SUBA-BUSINESS-DATE NOT > WS-PERIOD-TO-DATE
                   IF NOT WS-STATEMENT-STARTED
                       PERFORM 3000-START-STATEMENT
                   END-IF
                   PERFORM 3100-WRITE-ENTRY
                   MOVE SUBA-BALANCE-AFTER TO WS-CLOSING-BALANCE
               END-IF
           END-IF
           PERFORM 1100-READ-NEXT-ACTIVITY.

       3000-START-STATEMENT.
           SET WS-STATEMENT-STARTED TO TRUE
           ADD 1 TO WS-TOTAL-STATEMENTS
           MOVE SPACES TO REPORT-LINE
           PERFORM 8200-WRITE-REPORT-LINE
           MOVE SUB-ACCOUNT-NUMBER TO WS-AL-ACCOUNT-NUMBER
           MOVE SUB-CURRENCY-CODE TO WS-AL-CURRENCY-CODE
           MOVE WS-ACCOUNT-STATUS-TEXT TO WS-AL-STATUS-TEXT
           IF WS-ACCOUNT-FLAGGED
               MOVE "*** CLOSED/FROZEN WITH BALANCE ***"
                   TO WS-AL-FLAG
           ELSE
               MOVE SPACES TO WS-AL-FLAG
           END-IF
           MOVE WS-ACCOUNT-LINE TO REPORT-LINE
           PERFORM 8200-WRITE-REPORT-LINE
           MOVE "OPENING BALANCE" TO WS-BL-LABEL
           MOVE WS-OPENING-BALANCE TO WS-BL-BALANCE
           MOVE SPACES TO WS-BL-NOTE
           MOVE WS-BALANCE-LINE TO REPORT-LINE
           PERFORM 8200-WRITE-REPORT-LINE
           MOVE WS-ENTRY-HEADING TO REPORT-LINE
           PERFORM 8200-WRITE-REPORT-LINE.

       3100-WRITE-ENTRY.
           ADD 1 TO WS-PERIOD-ENTRIES
           ADD 1 TO WS-TOTAL-ENTRIES-PRINTED
           MOVE SUBA-BUSINESS-DATE TO WS-EL-DATE
           MOVE SUBA-SOURCE-TRANSACTION-ID TO WS-EL-TRANSACTION-ID
           EVALUATE TRUE
               WHEN SUBA-GL-POSTING
                   MOVE "GL POSTING" TO WS-EL-TYPE
               WHEN SUBA-SIGN-ADJUSTMENT
                   MOVE "SIGN ADJUSTMENT" TO WS-EL-TYPE
               WHEN SUBA-BACKOUT
                   MOVE "BACKOUT" TO WS-EL-TYPE
               WHEN OTHER
                   MOVE SUBA-POSTING-TYPE TO WS-EL-TYPE
           END-EVALUATE
           MOVE SUBA-SOURCE-SYSTEM TO WS-EL-SOURCE-SYSTEM
           MOVE SUBA-POSTING-PERIOD TO WS-EL-PERIOD
           MOVE SUBA-AMOUNT TO WS-EL-AMOUNT
           MOVE SUBA-BALANCE-AFTER TO WS-EL-BALANCE
           MOVE WS-ENTRY-LINE TO REPORT-LINE
           PERFORM 8200-WRITE-REPORT-LINE.

       3200-END-STATEMENT.
           MOVE "CLOSING BALANCE" TO WS-BL-LABEL
           MOVE WS-CLOSING-BALANCE TO WS-BL-BALANCE
           IF WS-PERIOD-ENTRIES = 0
               MOVE "NO ACTIVITY IN PERIOD" TO WS-BL-NOTE
           ELSE
               MOVE SPACES TO WS-BL-NOTE
           END-IF
           MOVE WS-BALANCE-LINE TO REPORT-LINE
           PERFORM 8200-WRITE-REPORT-LINE.

       5000-WRITE-FLAGGED-SECTION.
           PERFORM 8000-WRITE-SECTION-HEADING
           MOVE "CLOSED OR FROZEN ACCOUNTS CARRYING A BALANCE"
               TO REPORT-LINE
           PERFORM 8200-WRITE-REPORT-LINE
           IF WS-FLAGGED-COUNT = 0
               MOVE "  NONE" TO REPORT-LINE
               PERFORM 8200-WRITE-REPORT-LINE
           ELSE
               PERFORM 5100-WRITE-FLAGGED-LINE
                   VARYING WS-FL-IDX FROM 1 BY 1
                   UNTIL WS-FL-IDX > WS-FLAGGED-COUNT
                      OR WS-FL-IDX > 500
               MOVE "ACCOUNTS FLAGGED" TO WS-CL-LABEL
               MOVE WS-FLAGGED-COUNT TO WS-CL-COUNT
               MOVE WS-COUNT-LINE TO REPORT-LINE
               PERFORM 8200-WRITE-REPORT-LINE
               IF WS-FLAGGED-COUNT > 500
                   MOVE "  (FIRST 500 LISTED - SEE STATEMENTS)"
                       TO REPORT-LINE
                   PERFORM 8200-WRITE-REPORT-LINE
               END-IF
           END-IF.

       5100-WRITE-FLAGGED-LINE.
           MOVE WS-FL-ACCOUNT-NUMBER(WS-FL-IDX) TO
               WS-FG-ACCOUNT-NUMBER
           MOVE WS-FL-CURRENCY-CODE(WS-FL-IDX) TO WS-FG-CURRENCY-CODE
           MOVE WS-FL-STATUS-TEXT(WS-FL-IDX) TO WS-FG-STATUS-TEXT
           MOVE WS-FL-BALANCE(WS-FL-IDX) TO WS-FG-BALANCE
           MOVE WS-FLAGGED-LINE TO REPORT-LINE
           PERFORM 8200-WRITE-REPORT-LINE.

       8000-WRITE-SECTION-HEADING.
           MOVE SPACES TO REPORT-LINE
           PERFORM 8200-WRITE-REPORT-LINE.

      *    Plain FB-132 writes, like the other report files in this
      *    suite - no carriage control, the page break is just a
      *    fresh heading.
       8100-START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PERIOD-FROM-DATE TO WS-PH-FROM-DATE
           MOVE WS-PERIOD-TO-DATE TO WS-PH-TO-DATE
           MOVE WS-RUN-DATE TO WS-PH-DATE
           MOVE WS-PAGE-NUMBER TO WS-PH-PAGE
           MOVE WS-PAGE-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 2 TO WS-LINES-ON-PAGE.

       8200-WRITE-REPORT-LINE.
      *    All body lines come through here so the page heading and
      *    the 60-line page break are applied uniformly.
           MOVE REPORT-LINE TO WS-PRINT-SAVE
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
               PERFORM 8100-START-NEW-PAGE
               MOVE WS-PRINT-SAVE TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           ADD 1 TO WS-LINES-ON-PAGE.
