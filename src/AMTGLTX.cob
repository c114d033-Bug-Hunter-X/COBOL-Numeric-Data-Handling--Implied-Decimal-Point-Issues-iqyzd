      *****************************************************************
      *  PROGRAM-ID: AMTGLTX
      *
      *  GL transmission build, the last step of the daily cycle
      *  before the end-of-day roll.  GLEXTRCT, GLSUMM, GLADJ,
      *  GLBKOUT and GLSUSP used to go to the ledger as bare files:
      *  the GL could not tell whether it had received everything we
      *  sent, and nothing stopped the same day's extract going twice
      *  after a rerun.  This step packages the business date's
      *  outbound GL entries into one numbered transmission, GLTRANS
      *  (copybooks/GLTXREC.cpy and GLTXCTL.cpy):
      *    - a header with the sequence number and business date;
      *    - the GLSUMM summary feed (AMTGLSUM rebuilds it for the
      *      business date, so all of it goes);
      *    - the GLEXTRCT, GLADJ, GLBKOUT and GLSUSP entries stamped
      *      inside the transmission's window - after the previous
      *      transmission was built (or, for the first one, after
      *      the business date was opened on RUNCTL) and up to now;
      *    - a trailer with the record count and amount hash total
      *      of each file type.
      *  Only GLTRANS is sent to the ledger.
      *
      *  Every transmission is recorded on the TXHIST history KSDS
      *  (copybooks/GLTHREC.cpy) and kept as it was built: each
      *  build is a new generation of the GLTRANS GDG.  A business
      *  date already on TXHIST has been sent, and running the step
      *  again for that date is refused with RETURN-CODE 16 before
      *  run control is touched, so the step stays complete.
      *
      *  PARM='RESEND,nnnnnn' (jcl/AMTGLTXR.jcl) re-issues
      *  transmission nnnnnn - any sequence on TXHIST, before or
      *  after its business date has been rolled - from its retained
      *  generation, read through GLTXARCH (the GDG base, every
      *  generation).  It is copied unchanged apart from the send
      *  count in the header, which is raised; the details must
      *  agree with the retained trailer and the trailer with the
      *  totals TXHIST recorded, otherwise the run ends with
      *  RETURN-CODE 8 (do not transmit) and the history is left as
      *  it was.  On a clean resend TXHIST is rewritten with the new
      *  send count.  A resend never calls run control: it builds
      *  nothing new, and the step for the business date it belongs
      *  to (completed, or long since rolled) is left as it is.
      *  AMTGLAK checks the GL's acknowledgments against TXHIST.
      *
      *  Run control (AMTRCTL) supplies the build's business date and
      *  holds the step until AMTGLSUM has completed for it.  See
      *  jcl/AMTGLTX.jcl.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTGLTX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Run-control record, read for the business date (before
      *    the history check) and the time the date was opened.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT TRANSMISSION-HISTORY-FILE ASSIGN TO "TXHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXH-SEQUENCE
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-SOURCE-TRANSACTION-ID
               FILE STATUS IS WS-GL-EXTRACT-FILE-STATUS.

           SELECT GL-SUMMARY-FILE ASSIGN TO "GLSUMM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-FILE-STATUS.

      *    OPTIONAL: none of the three exists until its first entry
      *    is ever written.
           SELECT OPTIONAL ADJUSTMENT-EXTRACT-FILE ASSIGN TO "GLADJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJUSTMENT-FILE-STATUS.

           SELECT OPTIONAL BACKOUT-EXTRACT-FILE ASSIGN TO "GLBKOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKOUT-FILE-STATUS.

           SELECT OPTIONAL SUSPENSE-POSTING-FILE ASSIGN TO "GLSUSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT GL-TRANSMISSION-FILE ASSIGN TO "GLTRANS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANSMISSION-FILE-STATUS.

      *    Resend only: every retained GLTRANS generation.
           SELECT RETAINED-TRANSMISSION-FILE ASSIGN TO "GLTXARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETAINED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       COPY RUNCTL.

       FD  TRANSMISSION-HISTORY-FILE
           RECORDING MODE IS F.
       COPY GLTHREC.

       FD  GL-EXTRACT-FILE
           RECORDING MODE IS F.
       COPY GLEXTREC.

       FD  GL-SUMMARY-FILE
           RECORDING MODE IS F.
       COPY GLSMREC.

       FD  ADJUSTMENT-EXTRACT-FILE
           RECORDING MODE IS F.
       COPY GLEXTREC REPLACING
           ==GL-EXTRACT-RECORD== BY ==ADJUSTMENT-EXTRACT-RECORD==
           LEADING ==GL== BY ==ADJ==.

       FD  BACKOUT-EXTRACT-FILE
           RECORDING MODE IS F.
       COPY GLEXTREC REPLACING
           ==GL-EXTRACT-RECORD== BY ==BACKOUT-EXTRACT-RECORD==
           LEADING ==GL== BY ==BKO==.

       FD  SUSPENSE-POSTING-FILE
           RECORDING MODE IS F.
       COPY GLEXTREC REPLACING
           ==GL-EXTRACT-RECORD== BY ==SUSPENSE-POSTING-RECORD==
           LEADING ==GL== BY ==SUS==.

       FD  GL-TRANSMISSION-FILE
           RECORDING MODE IS F.
       COPY GLTXREC.
       COPY GLTXCTL.

      *    Read into the GLTRANS record area above, where the header,
      *    detail and trailer views apply.
       FD  RETAINED-TRANSMISSION-FILE
           RECORDING MODE IS F.
       01  RETAINED-TRANSMISSION-RECORD    PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-FILE-STATUS           PIC X(2).
       01  WS-HISTORY-FILE-STATUS          PIC X(2).
       01  WS-GL-EXTRACT-FILE-STATUS       PIC X(2).
       01  WS-SUMMARY-FILE-STATUS          PIC X(2).
       01  WS-ADJUSTMENT-FILE-STATUS       PIC X(2).
       01  WS-BACKOUT-FILE-STATUS          PIC X(2).
       01  WS-SUSPENSE-FILE-STATUS         PIC X(2).
       01  WS-TRANSMISSION-FILE-STATUS     PIC X(2).
       01  WS-RETAINED-FILE-STATUS         PIC X(2).

       01  WS-EOF-SWITCH                   PIC X(1) VALUE "N".
           88  WS-END-OF-FILE                        VALUE "Y".

       01  WS-CURRENT-TIMESTAMP            PIC X(26).
       01  WS-BUSINESS-DATE                PIC 9(8).
       01  WS-CYCLE-OPENED-TIMESTAMP       PIC X(26).
       01  WS-CYCLE-WINDOW-SW              PIC X(1) VALUE "N".
           88  WS-CYCLE-WINDOW-KNOWN                 VALUE "Y".

      *    Resend override from the PARM.
       01  WS-RESEND-SW                    PIC X(1) VALUE "N".
           88  WS-RESEND-REQUESTED                   VALUE "Y".
       01  WS-RESEND-SEQUENCE              PIC 9(6) VALUE 0.
       01  WS-RETAINED-FOUND-SW            PIC X(1) VALUE "N".
           88  WS-RETAINED-FOUND                     VALUE "Y".
       01  WS-RETAINED-COMPLETE-SW         PIC X(1) VALUE "N".
           88  WS-RETAINED-COMPLETE                  VALUE "Y".

      *    What TXHIST already holds: the last transmission built,
      *    and the business date's own if it has been sent.
       01  WS-LAST-SEQUENCE                PIC 9(6) VALUE 0.
       01  WS-LAST-WINDOW-END              PIC X(26) VALUE SPACES.
       01  WS-DATE-SENT-SW                 PIC X(1) VALUE "N".
           88  WS-DATE-ALREADY-SENT                  VALUE "Y".
       01  WS-SENT-SEQUENCE                PIC 9(6) VALUE 0.
       01  WS-SENT-TIMESTAMP               PIC X(26).

      *    The transmission being built.
       01  WS-SEQUENCE                     PIC 9(6).
       01  WS-SEND-COUNT                   PIC 9(3).
       01  WS-WINDOW-START                 PIC X(26).
       01  WS-WINDOW-END                   PIC X(26).
       01  WS-IN-WINDOW-SW                 PIC X(1) VALUE "N".
           88  WS-ENTRY-IN-WINDOW                    VALUE "Y".
       01  WS-ENTRY-TIMESTAMP              PIC X(26).

      *    Count and hash per file type, in the trailer's order.
       01  WS-FILE-TYPE-NAMES.
           05  FILLER                      PIC X(8) VALUE "GLEXTRCT".
           05  FILLER                      PIC X(8) VALUE "GLSUMM".
           05  FILLER                      PIC X(8) VALUE "GLADJ".
           05  FILLER                      PIC X(8) VALUE "GLBKOUT".
           05  FILLER                      PIC X(8) VALUE "GLSUSP".
       01  WS-FILE-TYPE-TABLE REDEFINES WS-FILE-TYPE-NAMES.
           05  WS-FILE-TYPE-NAME OCCURS 5 TIMES PIC X(8).
       01  WS-FILE-TOTALS.
           05  WS-FILE-TOTAL OCCURS 5 TIMES.
               10  WS-FT-RECORD-COUNT      PIC 9(7).
               10  WS-FT-HASH-TOTAL        PIC 9(13)V999.
       01  WS-FILE-SUB                     PIC 9(1).
       01  WS-HASH-AMOUNT                  PIC S9(11)V999.
      *    A retained detail's file record seen through its own
      *    layout, so a resend re-adds the amounts to the hash totals
      *    the same way the build did.
       COPY GLEXTREC REPLACING
           ==GL-EXTRACT-RECORD== BY ==WS-RETAINED-EXTRACT==
           LEADING ==GL== BY ==WS-RTX==.
       COPY GLSMREC REPLACING
           ==GL-SUMMARY-RECORD== BY ==WS-RETAINED-SUMMARY==
           LEADING ==GLS== BY ==WS-RTS==.
       01  WS-TOTALS-DIFFER-SW             PIC X(1) VALUE "N".
           88  WS-TOTALS-DIFFER                      VALUE "Y".
       01  WS-TOTAL-DETAILS                PIC 9(9) VALUE 0.

      *    Parameters for the run-control subprogram AMTRCTL, which
      *    supplies the business date and holds the step to the
      *    daily-cycle sequence.
       01  WS-PROGRAM-NAME                 PIC X(8) VALUE "AMTGLTX".
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
           05  LK-PARM-TEXT                PIC X(13).

       PROCEDURE DIVISION USING LK-PARM.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           IF LK-PARM-LEN > 0
               IF LK-PARM-LEN = 13
                       AND LK-PARM-TEXT(1:7) = "RESEND,"
                       AND LK-PARM-TEXT(8:6) IS NUMERIC
                   SET WS-RESEND-REQUESTED TO TRUE
                   MOVE LK-PARM-TEXT(8:6) TO WS-RESEND-SEQUENCE
               ELSE
                   DISPLAY "AMTGLTX: PARM MUST BE RESEND,NNNNNN"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           IF WS-RESEND-REQUESTED
               PERFORM 0100-OPEN-HISTORY
               IF RETURN-CODE = 0
                   PERFORM 6000-RESEND-TRANSMISSION
                   CLOSE TRANSMISSION-HISTORY-FILE
               END-IF
               GOBACK
           END-IF
           PERFORM 0050-READ-RUN-CONTROL
           IF NOT WS-CYCLE-WINDOW-KNOWN
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0100-OPEN-HISTORY
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM 0200-SCAN-HISTORY
           PERFORM 0300-DECIDE-TRANSMISSION
           IF RETURN-CODE NOT = 0
               CLOSE TRANSMISSION-HISTORY-FILE
               GOBACK
           END-IF
      *    The GL files are opened before run control is told the
      *    step has begun, so a file that cannot be opened leaves
      *    both the step and TXHIST as they were.
           PERFORM 0400-OPEN-GL-FILES
           IF RETURN-CODE NOT = 0
               CLOSE TRANSMISSION-HISTORY-FILE
               GOBACK
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-RUN-BUSINESS-DATE
           MOVE "B" TO WS-RUN-FUNCTION
           CALL "AMTRCTL" USING WS-PROGRAM-NAME
                                WS-RUN-FUNCTION
                                WS-RUN-BUSINESS-DATE
                                WS-RUN-STEP-STATUS
                                WS-RUN-RESULT
           IF NOT WS-RUN-ALLOWED
               DISPLAY "AMTGLTX: RUN REFUSED BY RUN CONTROL"
               CLOSE GL-EXTRACT-FILE
               CLOSE GL-SUMMARY-FILE
               CLOSE GL-TRANSMISSION-FILE
               CLOSE TRANSMISSION-HISTORY-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "AMTGLTX: BUILDING TRANSMISSION " WS-SEQUENCE
               " FOR BUSINESS DATE " WS-BUSINESS-DATE
               " SEND " WS-SEND-COUNT
           PERFORM 1000-WRITE-HEADER
           PERFORM 2000-COPY-EXTRACT
           PERFORM 2100-COPY-SUMMARY
           PERFORM 2200-COPY-ADJUSTMENTS
           PERFORM 2300-COPY-BACKOUTS
           PERFORM 2400-COPY-SUSPENSE
           PERFORM 3000-WRITE-TRAILER
           CLOSE GL-EXTRACT-FILE
           CLOSE GL-SUMMARY-FILE
           CLOSE GL-TRANSMISSION-FILE
           PERFORM 4000-RECORD-HISTORY
           CLOSE TRANSMISSION-HISTORY-FILE
           DISPLAY "AMTGLTX GL TRANSMISSION BUILT"
           DISPLAY "  SEQUENCE             : " WS-SEQUENCE
           DISPLAY "  BUSINESS DATE        : " WS-BUSINESS-DATE
           DISPLAY "  SEND                 : " WS-SEND-COUNT
           DISPLAY "  WINDOW               : " WS-WINDOW-START(1:14)
               " TO " WS-WINDOW-END(1:14)
           PERFORM 5000-DISPLAY-FILE-TOTAL
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 5
           DISPLAY "  DETAIL RECORDS       : " WS-TOTAL-DETAILS
           PERFORM 9900-COMPLETE-RUN-STEP
           GOBACK.

       0050-READ-RUN-CONTROL.
           MOVE "N" TO WS-CYCLE-WINDOW-SW
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = "00"
               READ RUN-CONTROL-FILE
                   NOT AT END
                       MOVE RUN-BUSINESS-DATE TO WS-BUSINESS-DATE
                       MOVE RUN-LAST-ROLL-TIMESTAMP TO
                           WS-CYCLE-OPENED-TIMESTAMP
                       SET WS-CYCLE-WINDOW-KNOWN TO TRUE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF NOT WS-CYCLE-WINDOW-KNOWN
               DISPLAY "AMTGLTX: RUNCTL NOT READABLE, STATUS = "
                   WS-RUNCTL-FILE-STATUS
           END-IF.

      *    Created empty on first use: OPEN OUTPUT, CLOSE, reopen I-O.
       0100-OPEN-HISTORY.
           OPEN I-O TRANSMISSION-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT TRANSMISSION-HISTORY-FILE
               CLOSE TRANSMISSION-HISTORY-FILE
               OPEN I-O TRANSMISSION-HISTORY-FILE
           END-IF
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "AMTGLTX: UNABLE TO OPEN TXHIST, STATUS = "
                   WS-HISTORY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       0200-SCAN-HISTORY.
      *    Keyed in sequence order, so the last record read is the
      *    last transmission built.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO TXH-SEQUENCE
           START TRANSMISSION-HISTORY-FILE KEY >= TXH-SEQUENCE
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ TRANSMISSION-HISTORY-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE TXH-SEQUENCE   TO WS-LAST-SEQUENCE
                       MOVE TXH-WINDOW-END TO WS-LAST-WINDOW-END
                       IF TXH-BUSINESS-DATE = WS-BUSINESS-DATE
                           SET WS-DATE-ALREADY-SENT TO TRUE
                           MOVE TXH-SEQUENCE TO WS-SENT-SEQUENCE
                           MOVE TXH-LAST-SENT-TIMESTAMP TO
                               WS-SENT-TIMESTAMP
                       END-IF
               END-READ
           END-PERFORM.

       0300-DECIDE-TRANSMISSION.
      *    A date already sent is not built again (a resend re-issues
      *    the retained copy instead); a new date takes the next
      *    sequence number and starts its window where the last
      *    transmission ended.
           IF WS-DATE-ALREADY-SENT
               DISPLAY "AMTGLTX: TRANSMISSION " WS-SENT-SEQUENCE
                   " ALREADY SENT FOR BUSINESS DATE "
                   WS-BUSINESS-DATE " AT "
                   WS-SENT-TIMESTAMP(1:14)
               DISPLAY "AMTGLTX: TO SEND IT AGAIN SUBMIT AMTGLTXR "
                   "WITH PARM='RESEND," WS-SENT-SEQUENCE "'"
               MOVE 16 TO RETURN-CODE
           ELSE
               COMPUTE WS-SEQUENCE = WS-LAST-SEQUENCE + 1
               MOVE 1 TO WS-SEND-COUNT
               IF WS-LAST-WINDOW-END = SPACES
                   MOVE WS-CYCLE-OPENED-TIMESTAMP TO WS-WINDOW-START
               ELSE
                   MOVE WS-LAST-WINDOW-END TO WS-WINDOW-START
               END-IF
               MOVE WS-CURRENT-TIMESTAMP TO WS-WINDOW-END
           END-IF.

       0400-OPEN-GL-FILES.
           OPEN INPUT GL-EXTRACT-FILE
           IF WS-GL-EXTRACT-FILE-STATUS NOT = "00"
               DISPLAY "AMTGLTX: UNABLE TO OPEN GLEXTRCT, STATUS = "
                   WS-GL-EXTRACT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT GL-SUMMARY-FILE
               IF WS-SUMMARY-FILE-STATUS NOT = "00"
                   DISPLAY "AMTGLTX: UNABLE TO OPEN GLSUMM, STATUS = "
                       WS-SUMMARY-FILE-STATUS
                   CLOSE GL-EXTRACT-FILE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT GL-TRANSMISSION-FILE
                   IF WS-TRANSMISSION-FILE-STATUS NOT = "00"
                       DISPLAY "AMTGLTX: UNABLE TO OPEN GLTRANS, "
                           "STATUS = " WS-TRANSMISSION-FILE-STATUS
                       CLOSE GL-EXTRACT-FILE
                       CLOSE GL-SUMMARY-FILE
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       1000-WRITE-HEADER.
           MOVE SPACES TO GL-TRANSMISSION-HEADER-RECORD
           MOVE "HDR"                TO GTH-RECORD-TYPE
           MOVE WS-SEQUENCE          TO GTH-SEQUENCE
           MOVE WS-BUSINESS-DATE     TO GTH-BUSINESS-DATE
           MOVE WS-CURRENT-TIMESTAMP TO GTH-BUILD-TIMESTAMP
           MOVE WS-SEND-COUNT        TO GTH-SEND-COUNT
           WRITE GL-TRANSMISSION-HEADER-RECORD
           PERFORM 1100-ZERO-FILE-TOTAL
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 5.

       1100-ZERO-FILE-TOTAL.
           MOVE 0 TO WS-FT-RECORD-COUNT(WS-FILE-SUB)
           MOVE 0 TO WS-FT-HASH-TOTAL(WS-FILE-SUB).

       2000-COPY-EXTRACT.
           MOVE 1 TO WS-FILE-SUB
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
                       MOVE GL-CONVERSION-TIMESTAMP TO
                           WS-ENTRY-TIMESTAMP
                       PERFORM 2900-CHECK-ENTRY-WINDOW
                       IF WS-ENTRY-IN-WINDOW
                           MOVE GL-EXTRACT-RECORD TO GTD-FILE-RECORD
                           MOVE GL-AMOUNT TO WS-HASH-AMOUNT
                           PERFORM 2950-WRITE-DETAIL
                       END-IF
               END-READ
           END-PERFORM.

       2100-COPY-SUMMARY.
      *    The whole of GLSUMM: AMTGLSUM rebuilt it for this date.
           MOVE 2 TO WS-FILE-SUB
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ GL-SUMMARY-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE GL-SUMMARY-RECORD TO GTD-FILE-RECORD
                       MOVE GLS-NET-AMOUNT TO WS-HASH-AMOUNT
                       PERFORM 2950-WRITE-DETAIL
               END-READ
           END-PERFORM.

       2200-COPY-ADJUSTMENTS.
           MOVE 3 TO WS-FILE-SUB
           OPEN INPUT ADJUSTMENT-EXTRACT-FILE
           IF WS-ADJUSTMENT-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ ADJUSTMENT-EXTRACT-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE ADJ-CONVERSION-TIMESTAMP TO
                               WS-ENTRY-TIMESTAMP
                           PERFORM 2900-CHECK-ENTRY-WINDOW
                           IF WS-ENTRY-IN-WINDOW
                               MOVE ADJUSTMENT-EXTRACT-RECORD TO
                                   GTD-FILE-RECORD
                               MOVE ADJ-AMOUNT TO WS-HASH-AMOUNT
                               PERFORM 2950-WRITE-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJUSTMENT-EXTRACT-FILE
           END-IF.

       2300-COPY-BACKOUTS.
           MOVE 4 TO WS-FILE-SUB
           OPEN INPUT BACKOUT-EXTRACT-FILE
           IF WS-BACKOUT-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ BACKOUT-EXTRACT-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE BKO-CONVERSION-TIMESTAMP TO
                               WS-ENTRY-TIMESTAMP
                           PERFORM 2900-CHECK-ENTRY-WINDOW
                           IF WS-ENTRY-IN-WINDOW
                               MOVE BACKOUT-EXTRACT-RECORD TO
                                   GTD-FILE-RECORD
                               MOVE BKO-AMOUNT TO WS-HASH-AMOUNT
                               PERFORM 2950-WRITE-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKOUT-EXTRACT-FILE
           END-IF.

       2400-COPY-SUSPENSE.
           MOVE 5 TO WS-FILE-SUB
           OPEN INPUT SUSPENSE-POSTING-FILE
           IF WS-SUSPENSE-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ SUSPENSE-POSTING-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE SUS-CONVERSION-TIMESTAMP TO
                               WS-ENTRY-TIMESTAMP
                           PERFORM 2900-CHECK-ENTRY-WINDOW
                           IF WS-ENTRY-IN-WINDOW
                               MOVE SUSPENSE-POSTING-RECORD TO
                                   GTD-FILE-RECORD
                               MOVE SUS-AMOUNT TO WS-HASH-AMOUNT
                               PERFORM 2950-WRITE-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-POSTING-FILE
           END-IF.

       2900-CHECK-ENTRY-WINDOW.
      *    After the window start, up to and including its end, to
      *    the hundredth of a second as AMTGLSUM compares.
           MOVE "N" TO WS-IN-WINDOW-SW
           IF WS-ENTRY-TIMESTAMP(1:16) > WS-WINDOW-START(1:16)
                   AND WS-ENTRY-TIMESTAMP(1:16) NOT >
                       WS-WINDOW-END(1:16)
               SET WS-ENTRY-IN-WINDOW TO TRUE
           END-IF.

       2950-WRITE-DETAIL.
      *    GTD-FILE-RECORD and WS-HASH-AMOUNT are set by the caller;
      *    the hash is of the absolute amount.
           MOVE "DTL" TO GTD-RECORD-TYPE
           MOVE WS-FILE-TYPE-NAME(WS-FILE-SUB) TO GTD-FILE-TYPE
           WRITE GL-TRANSMISSION-DETAIL-RECORD
           ADD 1 TO WS-TOTAL-DETAILS
           ADD 1 TO WS-FT-RECORD-COUNT(WS-FILE-SUB)
           IF WS-HASH-AMOUNT < 0
               SUBTRACT WS-HASH-AMOUNT FROM
                   WS-FT-HASH-TOTAL(WS-FILE-SUB)
           ELSE
               ADD WS-HASH-AMOUNT TO WS-FT-HASH-TOTAL(WS-FILE-SUB)
           END-IF.

       3000-WRITE-TRAILER.
           MOVE SPACES TO GL-TRANSMISSION-TRAILER-RECORD
           MOVE "TRL"            TO GTT-RECORD-TYPE
           MOVE WS-SEQUENCE      TO GTT-SEQUENCE
           MOVE WS-BUSINESS-DATE TO GTT-BUSINESS-DATE
           PERFORM 3100-MOVE-FILE-TOTAL
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 5
           WRITE GL-TRANSMISSION-TRAILER-RECORD.

       3100-MOVE-FILE-TOTAL.
           MOVE WS-FT-RECORD-COUNT(WS-FILE-SUB) TO
               GTT-RECORD-COUNT(WS-FILE-SUB)
           MOVE WS-FT-HASH-TOTAL(WS-FILE-SUB) TO
               GTT-HASH-TOTAL(WS-FILE-SUB).

       4000-RECORD-HISTORY.
           MOVE SPACES TO GL-TRANSMISSION-HISTORY-RECORD
           MOVE WS-SEQUENCE          TO TXH-SEQUENCE
           MOVE WS-BUSINESS-DATE     TO TXH-BUSINESS-DATE
           MOVE WS-WINDOW-START      TO TXH-WINDOW-START
           MOVE WS-WINDOW-END        TO TXH-WINDOW-END
           MOVE WS-CURRENT-TIMESTAMP TO TXH-LAST-SENT-TIMESTAMP
           MOVE WS-SEND-COUNT        TO TXH-SEND-COUNT
           PERFORM 4200-MOVE-HISTORY-TOTAL
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 5
           SET TXH-ACK-PENDING TO TRUE
           MOVE 0 TO TXH-ACK-DATE
           WRITE GL-TRANSMISSION-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "AMTGLTX: UNABLE TO ADD TXHIST "
                       "SEQUENCE " WS-SEQUENCE ", STATUS = "
                       WS-HISTORY-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
           END-WRITE.

       4100-COMPARE-FILE-TOTAL.
      *    Resend: the retained trailer against what TXHIST recorded.
           IF WS-FT-RECORD-COUNT(WS-FILE-SUB) NOT =
                   TXH-RECORD-COUNT(WS-FILE-SUB)
                   OR WS-FT-HASH-TOTAL(WS-FILE-SUB) NOT =
                   TXH-HASH-TOTAL(WS-FILE-SUB)
               SET WS-TOTALS-DIFFER TO TRUE
               DISPLAY "AMTGLTX: " WS-FILE-TYPE-NAME(WS-FILE-SUB)
                   " FIRST SENT " TXH-RECORD-COUNT(WS-FILE-SUB)
                   " RECORDS HASH " TXH-HASH-TOTAL(WS-FILE-SUB)
                   ", NOW " WS-FT-RECORD-COUNT(WS-FILE-SUB)
                   " HASH " WS-FT-HASH-TOTAL(WS-FILE-SUB)
           END-IF.

       4200-MOVE-HISTORY-TOTAL.
           MOVE WS-FT-RECORD-COUNT(WS-FILE-SUB) TO
               TXH-RECORD-COUNT(WS-FILE-SUB)
           MOVE WS-FT-HASH-TOTAL(WS-FILE-SUB) TO
               TXH-HASH-TOTAL(WS-FILE-SUB).

       5000-DISPLAY-FILE-TOTAL.
           DISPLAY "  " WS-FILE-TYPE-NAME(WS-FILE-SUB)
               "             : " WS-FT-RECORD-COUNT(WS-FILE-SUB)
               " RECORDS, HASH " WS-FT-HASH-TOTAL(WS-FILE-SUB).

       6000-RESEND-TRANSMISSION.
      *    TXHIST is open; its record for the sequence stays in the
      *    record area for the rewrite in 6300.
           MOVE WS-RESEND-SEQUENCE TO TXH-SEQUENCE
           READ TRANSMISSION-HISTORY-FILE
               INVALID KEY
                   DISPLAY "AMTGLTX: TRANSMISSION " WS-RESEND-SEQUENCE
                       " IS NOT ON TXHIST - NOTHING TO RESEND"
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE TXH-SEQUENCE      TO WS-SEQUENCE
                   MOVE TXH-BUSINESS-DATE TO WS-BUSINESS-DATE
                   MOVE TXH-WINDOW-START  TO WS-WINDOW-START
                   MOVE TXH-WINDOW-END    TO WS-WINDOW-END
                   COMPUTE WS-SEND-COUNT = TXH-SEND-COUNT + 1
           END-READ
           IF RETURN-CODE = 0
               PERFORM 6100-OPEN-RESEND-FILES
           END-IF
           IF RETURN-CODE = 0
               DISPLAY "AMTGLTX: RESENDING TRANSMISSION " WS-SEQUENCE
                   " FOR BUSINESS DATE " WS-BUSINESS-DATE
                   " SEND " WS-SEND-COUNT
               PERFORM 1100-ZERO-FILE-TOTAL
                   VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 5
               PERFORM 6200-COPY-RETAINED-TRANSMISSION
               CLOSE RETAINED-TRANSMISSION-FILE
               CLOSE GL-TRANSMISSION-FILE
               PERFORM 6300-RECORD-RESEND
           END-IF.

       6100-OPEN-RESEND-FILES.
           OPEN INPUT RETAINED-TRANSMISSION-FILE
           IF WS-RETAINED-FILE-STATUS NOT = "00"
               DISPLAY "AMTGLTX: UNABLE TO OPEN GLTXARCH, STATUS = "
                   WS-RETAINED-FILE-STATUS
               DISPLAY "AMTGLTX: A RESEND RUNS FROM JCL AMTGLTXR"
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT GL-TRANSMISSION-FILE
               IF WS-TRANSMISSION-FILE-STATUS NOT = "00"
                   DISPLAY "AMTGLTX: UNABLE TO OPEN GLTRANS, "
                       "STATUS = " WS-TRANSMISSION-FILE-STATUS
                   CLOSE RETAINED-TRANSMISSION-FILE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       6200-COPY-RETAINED-TRANSMISSION.
      *    From the sequence's header up to and including its
      *    trailer; a header for any other transmission before the
      *    trailer means the retained copy is incomplete.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ RETAINED-TRANSMISSION-FILE
                       INTO GL-TRANSMISSION-DETAIL-RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 6210-COPY-RETAINED-RECORD
               END-READ
           END-PERFORM.

       6210-COPY-RETAINED-RECORD.
           EVALUATE TRUE
               WHEN GTH-IS-HEADER AND GTH-SEQUENCE = WS-SEQUENCE
                       AND NOT WS-RETAINED-FOUND
                   SET WS-RETAINED-FOUND TO TRUE
                   MOVE WS-SEND-COUNT TO GTH-SEND-COUNT
                   WRITE GL-TRANSMISSION-HEADER-RECORD
               WHEN NOT WS-RETAINED-FOUND
                   CONTINUE
               WHEN GTD-IS-DETAIL
                   PERFORM 6220-COUNT-RETAINED-DETAIL
                   WRITE GL-TRANSMISSION-DETAIL-RECORD
               WHEN GTT-IS-TRAILER AND GTT-SEQUENCE = WS-SEQUENCE
                   PERFORM 6230-CHECK-TRAILER-TOTAL
                       VARYING WS-FILE-SUB FROM 1 BY 1
                       UNTIL WS-FILE-SUB > 5
                   WRITE GL-TRANSMISSION-TRAILER-RECORD
                   SET WS-RETAINED-COMPLETE TO TRUE
                   SET WS-END-OF-FILE TO TRUE
               WHEN OTHER
                   SET WS-END-OF-FILE TO TRUE
           END-EVALUATE.

       6220-COUNT-RETAINED-DETAIL.
           EVALUATE TRUE
               WHEN GTD-FROM-GLEXTRCT
                   MOVE 1 TO WS-FILE-SUB
               WHEN GTD-FROM-GLSUMM
                   MOVE 2 TO WS-FILE-SUB
               WHEN GTD-FROM-GLADJ
                   MOVE 3 TO WS-FILE-SUB
               WHEN GTD-FROM-GLBKOUT
                   MOVE 4 TO WS-FILE-SUB
               WHEN OTHER
                   MOVE 5 TO WS-FILE-SUB
           END-EVALUATE
           ADD 1 TO WS-TOTAL-DETAILS
           ADD 1 TO WS-FT-RECORD-COUNT(WS-FILE-SUB)
      *    Hash of the absolute amount, as 2950 builds it.
           IF GTD-FROM-GLSUMM
               MOVE GTD-FILE-RECORD TO WS-RETAINED-SUMMARY
               MOVE WS-RTS-NET-AMOUNT TO WS-HASH-AMOUNT
           ELSE
               MOVE GTD-FILE-RECORD TO WS-RETAINED-EXTRACT
               MOVE WS-RTX-AMOUNT TO WS-HASH-AMOUNT
           END-IF
           IF WS-HASH-AMOUNT < 0
               SUBTRACT WS-HASH-AMOUNT FROM
                   WS-FT-HASH-TOTAL(WS-FILE-SUB)
           ELSE
               ADD WS-HASH-AMOUNT TO WS-FT-HASH-TOTAL(WS-FILE-SUB)
           END-IF.

       6230-CHECK-TRAILER-TOTAL.
      *    The details copied must be the ones the trailer counts
      *    and hashes; the totals rebuilt from them then go to the
      *    comparison with TXHIST.
           IF WS-FT-RECORD-COUNT(WS-FILE-SUB) NOT =
                   GTT-RECORD-COUNT(WS-FILE-SUB)
               SET WS-TOTALS-DIFFER TO TRUE
               DISPLAY "AMTGLTX: " WS-FILE-TYPE-NAME(WS-FILE-SUB)
                   " TRAILER COUNTS " GTT-RECORD-COUNT(WS-FILE-SUB)
                   " RECORDS, RETAINED COPY HOLDS "
                   WS-FT-RECORD-COUNT(WS-FILE-SUB)
           END-IF
           IF WS-FT-HASH-TOTAL(WS-FILE-SUB) NOT =
                   GTT-HASH-TOTAL(WS-FILE-SUB)
               SET WS-TOTALS-DIFFER TO TRUE
               DISPLAY "AMTGLTX: " WS-FILE-TYPE-NAME(WS-FILE-SUB)
                   " TRAILER HASH " GTT-HASH-TOTAL(WS-FILE-SUB)
                   ", RETAINED COPY HASHES TO "
                   WS-FT-HASH-TOTAL(WS-FILE-SUB)
           END-IF.

       6300-RECORD-RESEND.
           EVALUATE TRUE
               WHEN NOT WS-RETAINED-FOUND
                   DISPLAY "AMTGLTX: TRANSMISSION " WS-SEQUENCE
                       " IS NOT ON THE RETAINED GLTRANS GENERATIONS"
                   MOVE 16 TO RETURN-CODE
               WHEN NOT WS-RETAINED-COMPLETE
                   DISPLAY "AMTGLTX: RETAINED TRANSMISSION "
                       WS-SEQUENCE " HAS NO TRAILER - DO NOT TRANSMIT"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 4100-COMPARE-FILE-TOTAL
                       VARYING WS-FILE-SUB FROM 1 BY 1
                       UNTIL WS-FILE-SUB > 5
                   IF WS-TOTALS-DIFFER
                       DISPLAY "AMTGLTX: RESEND TOTALS DIFFER FROM "
                           "THE FIRST SEND - DO NOT TRANSMIT"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE WS-SEND-COUNT        TO TXH-SEND-COUNT
                       MOVE WS-CURRENT-TIMESTAMP TO
                           TXH-LAST-SENT-TIMESTAMP
                       REWRITE GL-TRANSMISSION-HISTORY-RECORD
                           INVALID KEY
                               DISPLAY "AMTGLTX: UNABLE TO REWRITE "
                                   "TXHIST SEQUENCE " WS-SEQUENCE
                               MOVE 16 TO RETURN-CODE
                       END-REWRITE
                   END-IF
           END-EVALUATE
           IF RETURN-CODE = 0
               DISPLAY "AMTGLTX GL TRANSMISSION RESENT"
               DISPLAY "  SEQUENCE             : " WS-SEQUENCE
               DISPLAY "  BUSINESS DATE        : " WS-BUSINESS-DATE
               DISPLAY "  SEND                 : " WS-SEND-COUNT
               PERFORM 5000-DISPLAY-FILE-TOTAL
                   VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 5
               DISPLAY "  DETAIL RECORDS       : " WS-TOTAL-DETAILS
           END-IF.

       9900-COMPLETE-RUN-STEP.
      *    A clean finish (RETURN-CODE under 8) completes the step
      *    for the business date, releasing the end-of-day roll; the
      *    return code is kept across the CALL.
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
