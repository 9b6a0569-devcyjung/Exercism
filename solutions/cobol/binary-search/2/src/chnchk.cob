       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHNCHK.

      *> Gate in front of the intraday express search job: reads the
      *> shared run-log every step of the nightly chain writes to and
      *> refuses (RC 8) while the chain is in flight, so an express
      *> run never searches tables the chain is rebuilding or lands
      *> its SRCHRPT section and result records in the middle of the
      *> night's. The chain counts as in flight when
      *>   - its opening step (CALROLL, which rolls the business date
      *>     ahead of the scratch of last night's tables) started after
      *>     its closing step (RSLTALRT) last ended - the chain is
      *>     between those two, or stopped short of its end and has not
      *>     been rerun to completion, so tonight's tables cannot be
      *>     trusted yet; or
      *>   - any step's latest log record is a start - it is running
      *>     now, or died and was not rerun.
      *> Each such finding is named on SYSOUT. The log is only read.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNLOG ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLOG-KEY
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUNLOG.
           COPY "runlog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RUNLOG-STATUS          PIC X(2) VALUE SPACES.
       01 WS-RUNLOG-EOF-SWITCH      PIC X(1) VALUE "N".
           88 WS-RUNLOG-AT-END      VALUE "Y".

      *> The log arrives in key order - program, date, time, type -
      *> so each program's records stream together. The date is the
      *> business date, which every attempt at one night shares - a
      *> rerun or restart after midnight keys before the attempt it
      *> follows - so a program's latest record is picked by its
      *> clock stamp, and only that record's stamp and type are kept.
       01 WS-CUR-PROGRAM            PIC X(8) VALUE SPACES.
       01 WS-CUR-LATEST-STAMP       PIC 9(16) VALUE ZERO.
       01 WS-CUR-LATEST-TYPE        PIC X(1) VALUE SPACE.

      *> Clock date and time run together (YYYYMMDDHHMMSSss) so one
      *> compare orders two log records - the business date would
      *> not, since a night's steps after midnight share it. Records
      *> logged before the log carried a clock date have only the
      *> run date, which was the clock's.
       01 WS-STAMP                  PIC 9(16) VALUE ZERO.
       01 WS-CHAIN-OPENED           PIC 9(16) VALUE ZERO.
       01 WS-CHAIN-CLOSED           PIC 9(16) VALUE ZERO.

       01 WS-RECORDS-READ           PIC 9(9) VALUE 0.
       01 WS-OPEN-STEPS             PIC 9(4) VALUE 0.
       01 WS-FLIGHT-SWITCH          PIC X(1) VALUE "N".
           88 WS-CHAIN-IN-FLIGHT    VALUE "Y".

       PROCEDURE DIVISION.
       CHNCHK.
           OPEN INPUT RUNLOG.
      *> No run-log at all means the chain has never run; there is
      *> nothing in flight to collide with.
           IF WS-RUNLOG-STATUS = "35"
               DISPLAY "CHNCHK: NO RUN-LOG YET - NIGHTLY CHAIN HAS "
                       "NEVER RUN"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "CHNCHK: UNABLE TO OPEN RUNLOG, STATUS="
                       WS-RUNLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO RLOG-KEY
           MOVE ZEROES TO RLOG-RUN-DATE RLOG-RUN-TIME
           START RUNLOG KEY NOT LESS THAN RLOG-KEY
               INVALID KEY
                   MOVE "Y" TO WS-RUNLOG-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-RUNLOG-AT-END
               READ RUNLOG NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-RUNLOG-EOF-SWITCH
                   NOT AT END
                       PERFORM NOTE-LOG-RECORD
               END-READ
           END-PERFORM.
           IF WS-CUR-PROGRAM NOT = SPACES
               PERFORM CHECK-PROGRAM-LATEST-RUN
           END-IF.

           CLOSE RUNLOG.

           IF WS-CHAIN-OPENED > WS-CHAIN-CLOSED
               DISPLAY "CHNCHK: CHAIN OPENED (CALROLL START "
                       WS-CHAIN-OPENED(1:8) " " WS-CHAIN-OPENED(9:8)
                       ") AND NOT YET CLOSED (LAST RSLTALRT END "
                       WS-CHAIN-CLOSED(1:8) " " WS-CHAIN-CLOSED(9:8)
                       ")"
               MOVE "Y" TO WS-FLIGHT-SWITCH
           END-IF.
           IF WS-OPEN-STEPS > 0
               MOVE "Y" TO WS-FLIGHT-SWITCH
           END-IF.

           IF WS-CHAIN-IN-FLIGHT
               DISPLAY "CHNCHK: NIGHTLY CHAIN IN FLIGHT - EXPRESS "
                       "RUN REFUSED"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "CHNCHK: NIGHTLY CHAIN AT REST ("
                       WS-RECORDS-READ " RUN-LOG RECORDS READ) - "
                       "EXPRESS RUN MAY PROCEED"
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       NOTE-LOG-RECORD.
           ADD 1 TO WS-RECORDS-READ
           IF RLOG-PROGRAM NOT = WS-CUR-PROGRAM
               IF WS-CUR-PROGRAM NOT = SPACES
                   PERFORM CHECK-PROGRAM-LATEST-RUN
               END-IF
               MOVE RLOG-PROGRAM TO WS-CUR-PROGRAM
               MOVE 0 TO WS-CUR-LATEST-STAMP
               MOVE SPACE TO WS-CUR-LATEST-TYPE
           END-IF

           IF RLOG-CLOCK-DATE-X NUMERIC AND RLOG-CLOCK-DATE > 0
               COMPUTE WS-STAMP =
                   RLOG-CLOCK-DATE * 100000000 + RLOG-RUN-TIME
           ELSE
               COMPUTE WS-STAMP =
                   RLOG-RUN-DATE * 100000000 + RLOG-RUN-TIME
           END-IF
      *> An end stamped in the same hundredth as its start keys ahead
      *> of it ("E" before "S"), so a tie goes to the end.
           IF WS-STAMP > WS-CUR-LATEST-STAMP
                   OR (WS-STAMP = WS-CUR-LATEST-STAMP AND RLOG-END)
               MOVE WS-STAMP TO WS-CUR-LATEST-STAMP
               MOVE RLOG-TYPE TO WS-CUR-LATEST-TYPE
           END-IF
           IF RLOG-PROGRAM = "CALROLL" AND RLOG-START
                   AND WS-STAMP > WS-CHAIN-OPENED
               MOVE WS-STAMP TO WS-CHAIN-OPENED
           END-IF
           IF RLOG-PROGRAM = "RSLTALRT" AND RLOG-END
                   AND WS-STAMP > WS-CHAIN-CLOSED
               MOVE WS-STAMP TO WS-CHAIN-CLOSED
           END-IF.

       CHECK-PROGRAM-LATEST-RUN.
           IF WS-CUR-LATEST-TYPE = "S"
               ADD 1 TO WS-OPEN-STEPS
               DISPLAY "CHNCHK: " WS-CUR-PROGRAM " STARTED "
                       WS-CUR-LATEST-STAMP(1:8) " "
                       WS-CUR-LATEST-STAMP(9:8)
                       " WITH NO END RECORD - RUNNING OR DIED"
           END-IF.
