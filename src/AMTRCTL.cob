      *****************************************************************
      *  PROGRAM-ID: AMTRCTL
      *
      *  Shared subprogram that owns the daily-cycle run-control
      *  record on RUNCTL (see copybooks/RUNCTL.cpy): the business
      *  date the cycle is working on and the status of each step
      *  for that date.  Every program in the daily cycle takes its
      *  business date from here instead of the system clock, and
      *  cannot run out of sequence, twice when once is all that is
      *  safe, or against a date that is already closed.
      *
      *  The cycle, in schedule order, with what each step needs
      *  before it may start ("complete" or merely "started", the
      *  latter for reports that must still be produced on a night
      *  the step they report on ended badly):
      *    AMTGLAK   yesterday's GL response         -
      *    AMTSUBL   subledger update                AMTGLAK complete
      *    AMTBATCH  pre-validation/duplicate screen -
      *    AMTPOST   committing conversion run       AMTBATCH complete
      *    AMTOPRPT  operations report               AMTPOST started
      *    AMTRECON  three-way balancing             AMTPOST started
      *    AMTAGING  exception aging (optional)      AMTPOST started
      *    AMTREPST  correction re-posting           AMTPOST complete
      *    AMTSUSP   suspense report (optional)      AMTREPST complete
      *    AMTDISP   disposition return feed         AMTREPST and
      *                                              AMTGLAK complete
      *    AMTGLSUM  GL summary feed                 AMTREPST and
      *                                              AMTRECON complete
      *    AMTGLTX   GL transmission build           AMTGLSUM complete
      *  A step marked single-run (AMTGLAK, AMTSUBL, AMTPOST,
      *  AMTGLSUM) is refused once complete for the date, and once it
      *  has started no step it depends on may run again - so
      *  AMTREPST cannot re-post after AMTGLSUM has built the feed,
      *  and AMTBATCH cannot re-screen a file AMTPOST has posted.
      *
      *  CALLed with LK-RUN-FUNCTION saying what is wanted:
      *    "B" - begin a step: checks the sequence, marks the step
      *          started, and returns the business date.  A caller
      *          that was given a date (a catch-up PARM) passes it in
      *          LK-BUSINESS-DATE and is refused unless it is the open
      *          date; otherwise it passes zero.  LK-STEP-STATUS
      *          returns the step's status before this run ("S" means
      *          an earlier run started and did not complete);
      *    "C" - the step finished cleanly (RETURN-CODE under 8):
      *          marks it complete.  A step that ends with 8 or more
      *          stays started, which holds every step needing it
      *          complete until it is rerun successfully;
      *    "R" - end-of-day roll (AMTEOD): refused unless every
      *          required step is complete; closes the date and opens
      *          LK-BUSINESS-DATE, or the next calendar day when that
      *          is zero, with every step reset;
      *    "I" - start the cycle on a new RUNCTL at LK-BUSINESS-DATE.
      *  LK-RUN-RESULT is "Y" when the function was carried out and
      *  "N" when it was refused; the reason is DISPLAYed here, so
      *  the caller only has to stop with RETURN-CODE 16.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTRCTL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    OPTIONAL so the start-of-cycle call ("I") can find it
      *    empty; every other function is refused until it has been.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL-FILE-STATUS      PIC X(2).

       01  WS-RUN-CONTROL-FOUND-SW         PIC X(1) VALUE "N".
           88  WS-RUN-CONTROL-FOUND                  VALUE "Y".

       01  WS-STEP-REFUSED-SW              PIC X(1) VALUE "N".
           88  WS-STEP-REFUSED                       VALUE "Y".

       01  WS-ENTRY-FOUND-SW               PIC X(1) VALUE "N".
           88  WS-ENTRY-FOUND                        VALUE "Y".

       01  WS-CURRENT-TIMESTAMP            PIC X(26).
       01  WS-NEW-BUSINESS-DATE            PIC 9(8).
       01  WS-CLOSED-BUSINESS-DATE         PIC 9(8).
       01  WS-DATE-INTEGER                 PIC 9(8).
       01  WS-INCOMPLETE-STEPS             PIC 9(2).

      *    Program whose run-control entry 1300-FIND-STEP-ENTRY is
      *    to locate (adding it if the record predates the step).
       01  WS-LOOKUP-PROGRAM               PIC X(8).

      *    The daily cycle.  One entry per step, in schedule order:
      *    program, required for the end-of-day roll (Y/N), may run
      *    more than once a day (Y/N), and up to two prerequisite
      *    steps, each with the status it must have reached ("C"
      *    complete, "S" at least started).
       01  WS-CYCLE-DEFINITION.
      *        STEP       REQ/RERUN  PREREQUISITE 1   PREREQUISITE 2
           05  FILLER                      PIC X(8)  VALUE "AMTGLAK".
           05  FILLER                      PIC X(2)  VALUE "YN".
           05  FILLER                      PIC X(9)  VALUE SPACES.
           05  FILLER                      PIC X(9)  VALUE SPACES.
           05  FILLER                      PIC X(8)  VALUE "AMTSUBL".
           05  FILLER                      PIC X(2)  VALUE "YN".
           05  FILLER                      PIC X(9)  VALUE "AMTGLAK C".
           05  FILLER                      PIC X(9)  VALUE SPACES.
           05  FILLER                      PIC X(8)  VALUE "AMTBATCH".
           05  FILLER                      PIC X(2)  VALUE "YY".
           05  FILLER                      PIC X(9)  VALUE SPACES.
           05  FILLER                      PIC X(9)  VALUE SPACES.
           05  FILLER                      PIC X(8)  VALUE "AMTPOST".
           05  FILLER                      PIC X(2)  VALUE "YN".
           05  FILLER                      PIC X(9)  VALUE "AMTBATCHC".
           05  FILLER                      PIC X(9)  VALUE SPACES.
           05  FILLER                      PIC X(8)  VALUE "AMTOPRPT".
           05  FILLER                      PIC X(2)  VALUE "YY".
           05  FILLER                      PIC X(9)  VALUE "AMTPOST S".
           05  FILLER                      PIC X(9)  VALUE SPACES.
           05  FILLER                      PIC X(8)  VALUE "AMTRECON".
           05  FILLER                      PIC X(2)  VALUE "YY".
           05  FILLER                      PIC X(9)  VALUE "AMTPOST S".
           05  FILLER                      PIC X(9)  VALUE SPACES.
           05  FILLER                      PIC X(8)  VALUE "AMTAGING".
           05  FILLER                      PIC X(2)  VALUE "NY".
           05  FILLER                      PIC X(9)  VALUE "AMTPOST S".
           05  FILLER                      PIC X(9)  VALUE SPACES.
           05  FILLER                      PIC X(8)  VALUE "AMTREPST".
           05  FILLER                      PIC X(2)  VALUE "YY".
           05  FILLER                      PIC X(9)  VALUE "AMTPOST C".
           05  FILLER                      PIC X(9)  VALUE SPACES.
           05  FILLER                      PIC X(8)  VALUE "AMTSUSP".
           05  FILLER                      PIC X(2)  VALUE "NY".
           05  FILLER                      PIC X(9)  VALUE "AMTREPSTC".
           05  FILLER                      PIC X(9)  VALUE SPACES.
           05  FILLER                      PIC X(8)  VALUE "AMTDISP".
           05  FILLER                      PIC X(2)  VALUE "YY".
           05  FILLER                      PIC X(9)  VALUE "AMTREPSTC".
           05  FILLER                      PIC X(9)  VALUE "AMTGLAK C".
           05  FILLER                      PIC X(8)  VALUE "AMTGLSUM".
           05  FILLER                      PIC X(2)  VALUE "YN".
           05  FILLER                      PIC X(9)  VALUE "AMTREPSTC".
           05  FILLER                      PIC X(9)  VALUE "AMTRECONC".
           05  FILLER                      PIC X(8)  VALUE "AMTGLTX".
           05  FILLER                      PIC X(2)  VALUE "YY".
           05  FILLER                      PIC X(9)  VALUE "AMTGLSUMC".
           05  FILLER                      PIC X(9)  VALUE SPACES.
       01  WS-CYCLE-TABLE REDEFINES WS-CYCLE-DEFINITION.
           05  WS-CYCLE-STEP OCCURS 12 TIMES
                              INDEXED BY WS-CYC-IDX WS-DEP-IDX.
               10  WS-CYC-PROGRAM          PIC X(8).
               10  WS-CYC-REQUIRED         PIC X(1).
                   88  WS-CYC-IS-REQUIRED             VALUE "Y".
               10  WS-CYC-RERUN            PIC X(1).
                   88  WS-CYC-MAY-RERUN               VALUE "Y".
               10  WS-CYC-PREREQUISITE OCCURS 2 TIMES
                              INDEXED BY WS-PRE-IDX.
                   15  WS-CYC-PRE-PROGRAM  PIC X(8).
                   15  WS-CYC-PRE-NEEDS    PIC X(1).
                       88  WS-CYC-PRE-NEEDS-COMPLETE  VALUE "C".
       01  WS-CYCLE-STEP-COUNT             PIC 9(2) VALUE 12.

       LINKAGE SECTION.
       01  LK-CALLING-PROGRAM              PIC X(8).
       01  LK-RUN-FUNCTION                 PIC X(1).
           88  LK-BEGIN-STEP                         VALUE "B".
           88  LK-COMPLETE-STEP                      VALUE "C".
           88  LK-ROLL-BUSINESS-DATE                 VALUE "R".
           88  LK-INITIALISE-CYCLE                   VALUE "I".
       01  LK-BUSINESS-DATE                PIC 9(8).
       01  LK-STEP-STATUS                  PIC X(1).
       01  LK-RUN-RESULT                   PIC X(1).
           88  LK-RUN-ALLOWED                        VALUE "Y".
           88  LK-RUN-REFUSED                        VALUE "N".

       PROCEDURE DIVISION USING LK-CALLING-PROGRAM LK-RUN-FUNCTION
               LK-BUSINESS-DATE LK-STEP-STATUS LK-RUN-RESULT.
       0000-MAIN.
           SET LK-RUN-REFUSED TO TRUE
           MOVE SPACE TO LK-STEP-STATUS
           MOVE "N" TO WS-STEP-REFUSED-SW
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           PERFORM 1000-READ-RUN-CONTROL
           EVALUATE TRUE
               WHEN LK-INITIALISE-CYCLE
                   PERFORM 5000-INITIALISE-CYCLE
               WHEN NOT WS-RUN-CONTROL-FOUND
                   DISPLAY "AMTRCTL: " LK-CALLING-PROGRAM
                       " REFUSED - RUNCTL HOLDS NO BUSINESS DATE"
                       " (START THE CYCLE WITH AMTEOD)"
               WHEN LK-BEGIN-STEP
                   PERFORM 2000-BEGIN-STEP
               WHEN LK-COMPLETE-STEP
                   PERFORM 3000-COMPLETE-STEP
               WHEN LK-ROLL-BUSINESS-DATE
                   PERFORM 4000-ROLL-BUSINESS-DATE
               WHEN OTHER
                   DISPLAY "AMTRCTL: UNKNOWN FUNCTION '"
                       LK-RUN-FUNCTION "' FROM " LK-CALLING-PROGRAM
           END-EVALUATE
           GOBACK.

       1000-READ-RUN-CONTROL.
      *    Re-read on every call: the record is shared by every job
      *    in the cycle, so nothing is trusted from an earlier call.
           MOVE "N" TO WS-RUN-CONTROL-FOUND-SW
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-FILE-STATUS = "00"
               READ RUN-CONTROL-FILE
                   NOT AT END
                       IF RUN-BUSINESS-DATE IS NUMERIC
                               AND RUN-BUSINESS-DATE > 0
                           SET WS-RUN-CONTROL-FOUND TO TRUE
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       1100-FIND-CYCLE-STEP.
           SET WS-CYC-IDX TO 1
           SEARCH WS-CYCLE-STEP
               AT END
                   DISPLAY "AMTRCTL: " LK-CALLING-PROGRAM
                       " REFUSED - NOT A STEP OF THE DAILY CYCLE"
                   SET WS-STEP-REFUSED TO TRUE
               WHEN WS-CYC-PROGRAM(WS-CYC-IDX) = LK-CALLING-PROGRAM
                   CONTINUE
           END-SEARCH.

       1300-FIND-STEP-ENTRY.
      *    Locates WS-LOOKUP-PROGRAM's entry on the record, adding a
      *    fresh one when the step was added to the cycle after the
      *    current date was opened.
           MOVE "N" TO WS-ENTRY-FOUND-SW
           SET RUN-STEP-IDX TO 1
           SEARCH RUN-STEP-ENTRY
               AT END
                   CONTINUE
               WHEN RUN-STEP-PROGRAM(RUN-STEP-IDX) = WS-LOOKUP-PROGRAM
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-ENTRY-FOUND AND RUN-STEP-COUNT < 15
               ADD 1 TO RUN-STEP-COUNT
               SET RUN-STEP-IDX TO RUN-STEP-COUNT
               MOVE WS-LOOKUP-PROGRAM TO RUN-STEP-PROGRAM(RUN-STEP-IDX)
               MOVE SPACE TO RUN-STEP-STATUS(RUN-STEP-IDX)
               MOVE SPACES TO RUN-STEP-TIMESTAMP(RUN-STEP-IDX)
               MOVE 0 TO RUN-STEP-RUN-COUNT(RUN-STEP-IDX)
               SET WS-ENTRY-FOUND TO TRUE
           END-IF
           IF NOT WS-ENTRY-FOUND
               DISPLAY "AMTRCTL: NO ROOM ON RUNCTL FOR STEP "
                   WS-LOOKUP-PROGRAM
               SET RUN-STEP-IDX TO 1
               SET WS-STEP-REFUSED TO TRUE
           END-IF.

       1900-WRITE-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL-FILE
           WRITE RUN-CONTROL-RECORD
           IF WS-RUN-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "AMTRCTL: UNABLE TO WRITE RUNCTL, STATUS = "
                   WS-RUN-CONTROL-FILE-STATUS
               SET WS-STEP-REFUSED TO TRUE
           END-IF
           CLOSE RUN-CONTROL-FILE.

       2000-BEGIN-STEP.
           PERFORM 1100-FIND-CYCLE-STEP
           IF NOT WS-STEP-REFUSED
               PERFORM 2100-CHECK-BUSINESS-DATE
           END-IF
           IF NOT WS-STEP-REFUSED
               MOVE LK-CALLING-PROGRAM TO WS-LOOKUP-PROGRAM
               PERFORM 1300-FIND-STEP-ENTRY
               MOVE RUN-STEP-STATUS(RUN-STEP-IDX) TO LK-STEP-STATUS
               IF RUN-STEP-COMPLETE(RUN-STEP-IDX)
                       AND NOT WS-CYC-MAY-RERUN(WS-CYC-IDX)
                   DISPLAY "AMTRCTL: " LK-CALLING-PROGRAM
                       " REFUSED - ALREADY COMPLETE FOR BUSINESS DATE "
                       RUN-BUSINESS-DATE
                   SET WS-STEP-REFUSED TO TRUE
               END-IF
           END-IF
           IF NOT WS-STEP-REFUSED
               PERFORM 2200-CHECK-PREREQUISITE
                   VARYING WS-PRE-IDX FROM 1 BY 1
                   UNTIL WS-PRE-IDX > 2
               PERFORM 2300-CHECK-DEPENDENT-STEP
                   VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-CYCLE-STEP-COUNT
           END-IF
           IF NOT WS-STEP-REFUSED
               MOVE LK-CALLING-PROGRAM TO WS-LOOKUP-PROGRAM
               PERFORM 1300-FIND-STEP-ENTRY
               SET RUN-STEP-STARTED(RUN-STEP-IDX) TO TRUE
               MOVE WS-CURRENT-TIMESTAMP TO
                   RUN-STEP-TIMESTAMP(RUN-STEP-IDX)
               ADD 1 TO RUN-STEP-RUN-COUNT(RUN-STEP-IDX)
               PERFORM 1900-WRITE-RUN-CONTROL
           END-IF
           IF NOT WS-STEP-REFUSED
               MOVE RUN-BUSINESS-DATE TO LK-BUSINESS-DATE
               SET LK-RUN-ALLOWED TO TRUE
           END-IF.

       2100-CHECK-BUSINESS-DATE.
      *    A date given by the caller must be the open date: an
      *    earlier one has been rolled (closed), a later one is not
      *    open yet.
           IF LK-BUSINESS-DATE NOT = 0
                   AND LK-BUSINESS-DATE NOT = RUN-BUSINESS-DATE
               IF LK-BUSINESS-DATE NOT > RUN-PRIOR-BUSINESS-DATE
                   DISPLAY "AMTRCTL: " LK-CALLING-PROGRAM
                       " REFUSED - BUSINESS DATE " LK-BUSINESS-DATE
                       " IS CLOSED"
               ELSE
                   DISPLAY "AMTRCTL: " LK-CALLING-PROGRAM
                       " REFUSED - BUSINESS DATE " LK-BUSINESS-DATE
                       " IS NOT OPEN (OPEN DATE IS "
                       RUN-BUSINESS-DATE ")"
               END-IF
               SET WS-STEP-REFUSED TO TRUE
           END-IF.

       2200-CHECK-PREREQUISITE.
           IF WS-CYC-PRE-PROGRAM(WS-CYC-IDX WS-PRE-IDX) NOT = SPACES
               MOVE WS-CYC-PRE-PROGRAM(WS-CYC-IDX WS-PRE-IDX) TO
                   WS-LOOKUP-PROGRAM
               PERFORM 1300-FIND-STEP-ENTRY
               EVALUATE TRUE
                   WHEN RUN-STEP-COMPLETE(RUN-STEP-IDX)
                       CONTINUE
                   WHEN RUN-STEP-STARTED(RUN-STEP-IDX)
                           AND NOT WS-CYC-PRE-NEEDS-COMPLETE
                               (WS-CYC-IDX WS-PRE-IDX)
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "AMTRCTL: " LK-CALLING-PROGRAM
                           " REFUSED - " WS-LOOKUP-PROGRAM
                           " NOT YET COMPLETE FOR BUSINESS DATE "
                           RUN-BUSINESS-DATE
                       SET WS-STEP-REFUSED TO TRUE
               END-EVALUATE
           END-IF.

       2300-CHECK-DEPENDENT-STEP.
      *    A single-run step that depends on this one and has already
      *    started has consumed this step's output for the day.
           IF (WS-CYC-PRE-PROGRAM(WS-DEP-IDX 1) = LK-CALLING-PROGRAM
                   OR WS-CYC-PRE-PROGRAM(WS-DEP-IDX 2) =
                       LK-CALLING-PROGRAM)
                   AND NOT WS-CYC-MAY-RERUN(WS-DEP-IDX)
               MOVE WS-CYC-PROGRAM(WS-DEP-IDX) TO WS-LOOKUP-PROGRAM
               PERFORM 1300-FIND-STEP-ENTRY
               IF NOT RUN-STEP-NOT-STARTED(RUN-STEP-IDX)
                   DISPLAY "AMTRCTL: " LK-CALLING-PROGRAM
                       " REFUSED - " WS-LOOKUP-PROGRAM
                       " HAS ALREADY RUN FOR BUSINESS DATE "
                       RUN-BUSINESS-DATE
                   SET WS-STEP-REFUSED TO TRUE
               END-IF
           END-IF.

       3000-COMPLETE-STEP.
           MOVE LK-CALLING-PROGRAM TO WS-LOOKUP-PROGRAM
           PERFORM 1300-FIND-STEP-ENTRY
           IF WS-ENTRY-FOUND
               SET RUN-STEP-COMPLETE(RUN-STEP-IDX) TO TRUE
               MOVE WS-CURRENT-TIMESTAMP TO
                   RUN-STEP-TIMESTAMP(RUN-STEP-IDX)
               PERFORM 1900-WRITE-RUN-CONTROL
               IF NOT WS-STEP-REFUSED
                   MOVE RUN-BUSINESS-DATE TO LK-BUSINESS-DATE
                   SET LK-RUN-ALLOWED TO TRUE
               END-IF
           END-IF.

       4000-ROLL-BUSINESS-DATE.
           MOVE 0 TO WS-INCOMPLETE-STEPS
           PERFORM 4100-CHECK-REQUIRED-STEP
               VARYING WS-CYC-IDX FROM 1 BY 1
               UNTIL WS-CYC-IDX > WS-CYCLE-STEP-COUNT
           IF WS-INCOMPLETE-STEPS > 0
               DISPLAY "AMTRCTL: END OF DAY REFUSED - "
                   WS-INCOMPLETE-STEPS " REQUIRED STEP(S) NOT COMPLETE"
                   " FOR BUSINESS DATE " RUN-BUSINESS-DATE
               SET WS-STEP-REFUSED TO TRUE
           END-IF
           IF NOT WS-STEP-REFUSED
               IF LK-BUSINESS-DATE = 0
                   COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(RUN-BUSINESS-DATE) + 1
                   COMPUTE WS-NEW-BUSINESS-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               ELSE
                   MOVE LK-BUSINESS-DATE TO WS-NEW-BUSINESS-DATE
               END-IF
               IF WS-NEW-BUSINESS-DATE NOT > RUN-BUSINESS-DATE
                   DISPLAY "AMTRCTL: END OF DAY REFUSED - NEW DATE "
                       WS-NEW-BUSINESS-DATE " NOT AFTER "
                       RUN-BUSINESS-DATE
                   SET WS-STEP-REFUSED TO TRUE
               END-IF
           END-IF
           IF NOT WS-STEP-REFUSED
               MOVE RUN-BUSINESS-DATE TO WS-CLOSED-BUSINESS-DATE
               PERFORM 6000-RESET-CYCLE
               MOVE WS-NEW-BUSINESS-DATE TO RUN-BUSINESS-DATE
               MOVE WS-CLOSED-BUSINESS-DATE TO RUN-PRIOR-BUSINESS-DATE
               PERFORM 1900-WRITE-RUN-CONTROL
           END-IF
           IF NOT WS-STEP-REFUSED
               DISPLAY "AMTRCTL: BUSINESS DATE " WS-CLOSED-BUSINESS-DATE
                   " CLOSED, " RUN-BUSINESS-DATE " OPEN"
               MOVE RUN-BUSINESS-DATE TO LK-BUSINESS-DATE
               SET LK-RUN-ALLOWED TO TRUE
           END-IF.

       4100-CHECK-REQUIRED-STEP.
           IF WS-CYC-IS-REQUIRED(WS-CYC-IDX)
               MOVE WS-CYC-PROGRAM(WS-CYC-IDX) TO WS-LOOKUP-PROGRAM
               PERFORM 1300-FIND-STEP-ENTRY
               IF NOT RUN-STEP-COMPLETE(RUN-STEP-IDX)
                   DISPLAY "AMTRCTL: " WS-LOOKUP-PROGRAM
                       " NOT COMPLETE FOR BUSINESS DATE "
                       RUN-BUSINESS-DATE
                   ADD 1 TO WS-INCOMPLETE-STEPS
               END-IF
           END-IF.

       5000-INITIALISE-CYCLE.
           IF WS-RUN-CONTROL-FOUND
               DISPLAY "AMTRCTL: RUNCTL ALREADY HOLDS BUSINESS DATE "
                   RUN-BUSINESS-DATE " - START REFUSED"
           ELSE
               PERFORM 6000-RESET-CYCLE
               MOVE LK-BUSINESS-DATE TO RUN-BUSINESS-DATE
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(LK-BUSINESS-DATE) - 1
               COMPUTE RUN-PRIOR-BUSINESS-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               PERFORM 1900-WRITE-RUN-CONTROL
               IF NOT WS-STEP-REFUSED
                   DISPLAY "AMTRCTL: DAILY CYCLE STARTED AT BUSINESS "
                       "DATE " RUN-BUSINESS-DATE
                   SET LK-RUN-ALLOWED TO TRUE
               END-IF
           END-IF.

       6000-RESET-CYCLE.
      *    Fresh record: one not-started entry per cycle step.
           INITIALIZE RUN-CONTROL-RECORD
           MOVE WS-CURRENT-TIMESTAMP TO RUN-LAST-ROLL-TIMESTAMP
           MOVE WS-CYCLE-STEP-COUNT TO RUN-STEP-COUNT
           PERFORM 6100-RESET-STEP-ENTRY
               VARYING WS-CYC-IDX FROM 1 BY 1
               UNTIL WS-CYC-IDX > WS-CYCLE-STEP-COUNT.

       6100-RESET-STEP-ENTRY.
           SET RUN-STEP-IDX TO WS-CYC-IDX
           MOVE WS-CYC-PROGRAM(WS-CYC-IDX) TO
               RUN-STEP-PROGRAM(RUN-STEP-IDX).
