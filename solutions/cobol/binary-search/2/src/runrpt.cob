       PROGRAM-ID. RUNRPT.

      *> Chain-status report over the shared run-log every step of
      *> the nightly chain writes to. The night is the current
      *> business date on the run calendar, or an earlier night
      *> named on a DATE=YYYYMMDD control card (END or a blank card
      *> takes the current one). The report prints that night's
      *> chain in the order the steps started by the clock - a step
      *> rerun after midnight logs under its night's business date
      *> and prints after the ones that ran before it - with start
      *> and end times, elapsed seconds, records in and out, rejects
      *> and final return code per step, and flags the nights
      *> operations cares about: a step with a start record but no
      *> end record died mid-flight, and a step whose runtime or
      *> input volume ran well past its own recent average (more
      *> than double, judged against at least three completed prior
      *> runs) is the early warning before the batch window gets
      *> tight. One place to look instead of pulling every step's
      *> output from spool.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHNRPT ASSIGN TO CHNRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHNRPT-STATUS.
           SELECT RUNCAL ASSIGN TO RUNCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHNRPT.
       01 CHNRPT-RECORD             PIC X(132).

       FD RUNCAL.
           COPY "runcal.cpy".

       WORKING-STORAGE SECTION.
           COPY "calw.cpy".
       01 WS-RUNLOG-STATUS          PIC X(2) VALUE SPACES.
       01 WS-CHNRPT-STATUS          PIC X(2) VALUE SPACES.
       01 WS-RUNLOG-EOF-SWITCH      PIC X(1) VALUE "N".
               10 WS-RUN-DATE       PIC 9(8).
               10 WS-RUN-HAS-S      PIC X(1).
               10 WS-RUN-HAS-E      PIC X(1).
               10 WS-RUN-S-DATE     PIC 9(8).
               10 WS-RUN-S-TIME     PIC 9(8).
               10 WS-RUN-E-TIME     PIC 9(8).
               10 WS-RUN-IN         PIC 9(9).
       01 WS-RUN-HIT                PIC 9(4).
       01 WS-PICK-IDX               PIC 9(4).
       01 WS-BEST-IDX               PIC 9(4).
      *> Clock date and time of a start run together
      *> (YYYYMMDDHHMMSSss) so one compare orders two steps.
       01 WS-STAMP                  PIC 9(16).
       01 WS-BEST-STAMP             PIC 9(16).

      *> Elapsed times in hundredths of a second, from the HHMMSSss
      *> wall-clock stamps; a run crossing midnight gets a day

       PROCEDURE DIVISION.
       RUNRPT.
           PERFORM READ-PARM-CARD THRU READ-PARM-CARD-EXIT.
           PERFORM OPEN-REPORT-FILES.
           PERFORM LOAD-RUN-HISTORY.
           PERFORM WRITE-CHAIN-REPORT.

       READ-PARM-CARD.
           ACCEPT WS-PARM-CARD.
           IF WS-PARM-CARD = SPACES OR WS-PARM-CARD(1:3) = "END"
               MOVE "RUNRPT" TO WS-CAL-PROGRAM
               PERFORM READ-BUSINESS-DATE
               MOVE WS-CAL-BUS-DATE TO WS-RPT-DATE
               MOVE WS-RPT-DATE TO WS-RPT-DATE-X
               GO TO READ-PARM-CARD-EXIT
           END-IF
           IF WS-PARM-CARD(1:5) NOT = "DATE="
               DISPLAY "RUNRPT: EXPECTED DATE=YYYYMMDD OR END "
                       "CONTROL CARD, GOT " WS-PARM-CARD(1:20)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF
           MOVE WS-RPT-DATE-X TO WS-RPT-DATE.

       READ-PARM-CARD-EXIT.
           EXIT.

       OPEN-REPORT-FILES.
           OPEN INPUT RUNLOG.
           IF WS-RUNLOG-STATUS NOT = "00"
      *> First start and last end per program per date: a restart
      *> within the night reads as one logical run spanning both
      *> attempts, which is what the window watcher cares about.
      *> The date is the business date; the start's clock date goes
      *> beside it for ordering - records logged before the log
      *> carried one have only the run date, which was the clock's.
       NOTE-LOG-RECORD.
           PERFORM FIND-RUN-SLOT
           SET RUNX TO WS-RUN-HIT
               IF WS-RUN-HAS-S(RUNX) = "N"
                   MOVE "Y" TO WS-RUN-HAS-S(RUNX)
                   MOVE RLOG-RUN-TIME TO WS-RUN-S-TIME(RUNX)
                   IF RLOG-CLOCK-DATE-X NUMERIC
                           AND RLOG-CLOCK-DATE > 0
                       MOVE RLOG-CLOCK-DATE TO WS-RUN-S-DATE(RUNX)
                   ELSE
                       MOVE RLOG-RUN-DATE TO WS-RUN-S-DATE(RUNX)
                   END-IF
               END-IF
           ELSE
               MOVE "Y" TO WS-RUN-HAS-E(RUNX)
               MOVE RLOG-RUN-DATE TO WS-RUN-DATE(RUNX)
               MOVE "N" TO WS-RUN-HAS-S(RUNX)
               MOVE "N" TO WS-RUN-HAS-E(RUNX)
               MOVE 0 TO WS-RUN-S-DATE(RUNX)
               MOVE 0 TO WS-RUN-S-TIME(RUNX)
               MOVE 0 TO WS-RUN-E-TIME(RUNX)
               MOVE 0 TO WS-RUN-IN(RUNX)

       PICK-EARLIEST-STEP.
           MOVE 0 TO WS-BEST-IDX
           MOVE 9999999999999999 TO WS-BEST-STAMP
           PERFORM VARYING WS-PICK-IDX FROM 1 BY 1
                   UNTIL WS-PICK-IDX > WS-RUN-COUNT
               SET RUNX TO WS-PICK-IDX
               COMPUTE WS-STAMP =
                   WS-RUN-S-DATE(RUNX) * 100000000
                       + WS-RUN-S-TIME(RUNX)
               IF WS-RUN-DATE(RUNX) = WS-RPT-DATE
                       AND WS-RUN-PRINTED(RUNX) = "N"
                       AND WS-STAMP <= WS-BEST-STAMP
                   MOVE WS-STAMP TO WS-BEST-STAMP
                   MOVE WS-PICK-IDX TO WS-BEST-IDX
               END-IF
           END-PERFORM.
               SUBTRACT WS-START-HUND FROM WS-PRIOR-ELAPSED-TOT
               ADD WS-RUN-IN(RUNX) TO WS-PRIOR-IN-TOT
           END-IF.

           COPY "calp.cpy".
