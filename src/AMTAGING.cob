      *  page for the supervisor.  Corrected items are shown
      *  separately with the operator id pulled from CORRLOG, so the
      *  throughput of the correction desk is visible on the same
      *  report.  Ages are measured to the business date from
      *  run control (AMTRCTL), so a late-running cycle does not age
      *  the backlog by an extra day.  See jcl/AMTAGING.jcl.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTAGING.
           05  WS-DT-TEXT                  PIC X(30).
           05  FILLER                      PIC X(57) VALUE SPACES.

      *    Parameters for the run-control subprogram AMTRCTL, which
      *    supplies the business date and holds the step to the
      *    daily-cycle sequence.
       01  WS-PROGRAM-NAME                 PIC X(8) VALUE "AMTAGING".
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
               DISPLAY "AMTAGING: RUN REFUSED BY RUN CONTROL"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           OPEN INPUT EXCEPTION-FILE
           DISPLAY "  EXCEPTIONS READ    : " WS-TOTAL-READ
           DISPLAY "  OVER 5 DAYS OLD    : " WS-BUCKET-OVER-5-COUNT
           DISPLAY "  CORRECTED          : " WS-TOTAL-CORRECTED
           PERFORM 9900-COMPLETE-RUN-STEP
           GOBACK.

       0050-INIT-CORRECTION-TABLE.
       3200-WRITE-CORRECTED-LINE.
           MOVE WS-CORRECTED-LINE(WS-CR-IDX) TO REPORT-LINE
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
