      *****************************************************************
      *  PROGRAM-ID: AMTEOD
      *
      *  End-of-day roll for the daily cycle, the last job of the
      *  business day.  Asks AMTRCTL to close the current business
      *  date on RUNCTL and open the next one; AMTRCTL refuses while
      *  any required step of the cycle is not complete for the date
      *  (each one is listed), and the step then ends with
      *  RETURN-CODE 16 so the scheduler holds the next day's jobs
      *  instead of letting them run against a half-finished day.
      *
      *  With no PARM the next business date is the next calendar
      *  day; PARM='CCYYMMDD' rolls to that date instead (over a
      *  weekend or holiday).  PARM='START=CCYYMMDD' is used once, at
      *  installation, to open the first business date on an empty
      *  RUNCTL.  See jcl/AMTEOD.jcl.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTEOD.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    Parameters for the run-control subprogram AMTRCTL.
       01  WS-PROGRAM-NAME                 PIC X(8) VALUE "AMTEOD".
       01  WS-RUN-FUNCTION                 PIC X(1).
       01  WS-BUSINESS-DATE                PIC 9(8) VALUE 0.
       01  WS-STEP-STATUS                  PIC X(1).
       01  WS-RUN-RESULT                   PIC X(1).
           88  WS-RUN-ALLOWED                        VALUE "Y".

       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-LEN                 PIC S9(4) COMP.
           05  LK-PARM-TEXT                PIC X(14).

       PROCEDURE DIVISION USING LK-PARM.
       0000-MAIN.
           EVALUATE TRUE
               WHEN LK-PARM-LEN = 0
                   MOVE "R" TO WS-RUN-FUNCTION
               WHEN LK-PARM-LEN = 8
                       AND LK-PARM-TEXT(1:8) IS NUMERIC
                   MOVE "R" TO WS-RUN-FUNCTION
                   MOVE LK-PARM-TEXT(1:8) TO WS-BUSINESS-DATE
               WHEN LK-PARM-LEN = 14
                       AND LK-PARM-TEXT(1:6) = "START="
                       AND LK-PARM-TEXT(7:8) IS NUMERIC
                   MOVE "I" TO WS-RUN-FUNCTION
                   MOVE LK-PARM-TEXT(7:8) TO WS-BUSINESS-DATE
               WHEN OTHER
                   DISPLAY "AMTEOD: PARM MUST BE CCYYMMDD OR "
                       "START=CCYYMMDD"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           CALL "AMTRCTL" USING WS-PROGRAM-NAME
                                WS-RUN-FUNCTION
                                WS-BUSINESS-DATE
                                WS-STEP-STATUS
                                WS-RUN-RESULT
           IF WS-RUN-ALLOWED
               DISPLAY "AMTEOD COMPLETE - BUSINESS DATE NOW "
                   WS-BUSINESS-DATE
           ELSE
               DISPLAY "AMTEOD: BUSINESS DATE NOT ROLLED"
               MOVE 16 TO RETURN-CODE
           END-IF
           GOBACK.
