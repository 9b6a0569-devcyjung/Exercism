       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALROLL.

      *> Opening step of the nightly chain: rolls the run calendar
      *> (runcal.cpy) forward to tonight's business date, the date
      *> every later step - and every other job that dates its work -
      *> takes as the night being processed, so a step rerun after
      *> midnight or a card nobody has to fill any more can no longer
      *> make two steps disagree about which night it is. Tonight is
      *> the date this step runs on; the business date it replaces
      *> becomes the prior business date. The roll is refused - RC 8,
      *> calendar untouched, the rest of the chain held - when
      *>   - tonight is a no-run date on the calendar; or
      *>   - the calendar already stands at tonight or later: the
      *>     chain has been started once for this date, and starting
      *>     it again unannounced would process the night twice.
      *> A rerun is announced with a RERUN=Y control card: the
      *> calendar is not rolled, so the night being rerun keeps its
      *> business date however long after midnight the rerun starts,
      *> and the rerun is counted and stamped on the control record
      *> (RC 4 - the chain proceeds, with the rerun on its record).
      *> RERUN=N, the scheduled card, asks for the normal roll.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCAL ASSIGN TO RUNCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCAL-STATUS.
           SELECT RUNLOG ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLOG-KEY
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUNCAL.
           COPY "runcal.cpy".

       FD RUNLOG.
           COPY "runlog.cpy".

       WORKING-STORAGE SECTION.
           COPY "calw.cpy".
           COPY "runlogw.cpy".

       01 WS-RUNCAL-EOF-SWITCH      PIC X(1) VALUE "N".
           88 WS-RUNCAL-AT-END      VALUE "Y".

       01 WS-PARM-CARD              PIC X(80) VALUE SPACES.
       01 WS-PARM-KEYWORD           PIC X(20).
       01 WS-PARM-VALUE             PIC X(60).
       01 WS-PARM-DONE-SWITCH       PIC X(1) VALUE "N".
           88 WS-PARMS-DONE         VALUE "Y".
       01 WS-PARM-RERUN             PIC X(1) VALUE "N".
           88 WS-RERUN-REQUESTED    VALUE "Y".

      *> The clock date says which night is opening; no later step
      *> takes its processing date from the clock.
       01 WS-CLOCK-DATE             PIC 9(8) VALUE ZERO.
       01 WS-CLOCK-TIME             PIC 9(8) VALUE ZERO.

      *> The control record as found, kept aside while the no-run
      *> records stream through the same record area.
       01 WS-OLD-CUR-DATE           PIC 9(8) VALUE ZERO.
       01 WS-OLD-PRIOR-DATE         PIC 9(8) VALUE ZERO.
       01 WS-OLD-ROLLED-DATE        PIC 9(8) VALUE ZERO.
       01 WS-OLD-ROLLED-TIME        PIC 9(8) VALUE ZERO.

       01 WS-NO-RUN-COUNT           PIC 9(5) VALUE 0.
       01 WS-NO-RUN-SWITCH          PIC X(1) VALUE "N".
           88 WS-TONIGHT-NO-RUN     VALUE "Y".
       01 WS-NO-RUN-DESC            PIC X(30) VALUE SPACES.
       01 WS-RECORDS-READ           PIC 9(9) VALUE 0.

       01 WS-ACTION                 PIC X(1) VALUE SPACE.
           88 WS-ACTION-ROLL        VALUE "R".
           88 WS-ACTION-RERUN       VALUE "X".
           88 WS-ACTION-REFUSE      VALUE "N".
       01 WS-REFUSAL-TEXT           PIC X(70) VALUE SPACES.

       PROCEDURE DIVISION.
       CALROLL.
           MOVE "CALROLL" TO WS-CAL-PROGRAM.
           PERFORM READ-PARM-CARDS.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.

           PERFORM READ-CALENDAR.
           PERFORM DECIDE-ROLL THRU DECIDE-ROLL-EXIT.

           IF WS-ACTION-REFUSE
               DISPLAY "CALROLL: " WS-REFUSAL-TEXT
               DISPLAY "CALROLL: CALENDAR NOT ROLLED - BUSINESS DATE "
                       "STAYS " WS-OLD-CUR-DATE ", CHAIN NOT STARTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM REWRITE-CONTROL-RECORD.

      *> Logged only once the calendar stands at the night being
      *> opened, so this step's records file under that night like
      *> every step after it.
           MOVE "CALROLL" TO WS-RLG-PROGRAM.
           PERFORM WRITE-RUNLOG-START.

           IF WS-ACTION-ROLL
               DISPLAY "CALROLL: BUSINESS DATE ROLLED FROM "
                       WS-OLD-CUR-DATE " TO " WS-CAL-BUS-DATE
                       " (" WS-NO-RUN-COUNT " NO-RUN DATES ON FILE)"
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "CALROLL: RERUN " RCAL-RERUN-COUNT
                       " OF BUSINESS DATE " WS-CAL-BUS-DATE
                       " - CALENDAR NOT ROLLED"
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-RECORDS-READ TO WS-RLG-IN.
           MOVE 1 TO WS-RLG-OUT.
           MOVE 0 TO WS-RLG-REJECTS.
           MOVE RETURN-CODE TO WS-RLG-RC.
           PERFORM WRITE-RUNLOG-END.
           STOP RUN.

      *> Control cards are NAME=VALUE, one per card, closed by an END
      *> card (or a blank), as on the search step. RERUN is the only
      *> name; a missing card means the normal roll.
       READ-PARM-CARDS.
           PERFORM UNTIL WS-PARMS-DONE
               MOVE SPACES TO WS-PARM-CARD
               ACCEPT WS-PARM-CARD
               IF WS-PARM-CARD = SPACES
                       OR WS-PARM-CARD(1:4) = "END "
                   MOVE "Y" TO WS-PARM-DONE-SWITCH
               ELSE
                   PERFORM APPLY-PARM-CARD
               END-IF
           END-PERFORM.

       APPLY-PARM-CARD.
           MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE
           UNSTRING WS-PARM-CARD DELIMITED BY "="
               INTO WS-PARM-KEYWORD WS-PARM-VALUE
           END-UNSTRING
           EVALUATE WS-PARM-KEYWORD
               WHEN "RERUN"
                   IF WS-PARM-VALUE(1:1) = "Y"
                           OR WS-PARM-VALUE(1:1) = "N"
                       MOVE WS-PARM-VALUE(1:1) TO WS-PARM-RERUN
                   ELSE
                       DISPLAY "CALROLL: RERUN MUST BE Y OR N"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN OTHER
                   DISPLAY "CALROLL: UNKNOWN CONTROL CARD "
                           WS-PARM-KEYWORD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *> The whole calendar is read first - the control record, then
      *> every no-run date, watching for tonight's - and closed
      *> again before anything is changed.
       READ-CALENDAR.
           OPEN INPUT RUNCAL.
           IF WS-RUNCAL-STATUS NOT = "00"
               DISPLAY "CALROLL: UNABLE TO OPEN RUNCAL, STATUS="
                       WS-RUNCAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ RUNCAL
               AT END
                   MOVE "Y" TO WS-RUNCAL-EOF-SWITCH
           END-READ.
           IF WS-RUNCAL-AT-END
               DISPLAY "CALROLL: RUNCAL IS EMPTY - SET IT UP WITH "
                       "CALMAINT"
               CLOSE RUNCAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-RECORDS-READ.
           IF NOT RCAL-CONTROL
               DISPLAY "CALROLL: FIRST RUNCAL RECORD IS NOT THE "
                       "CONTROL RECORD"
               CLOSE RUNCAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RCAL-CUR-DATE-X NOT NUMERIC
               DISPLAY "CALROLL: CURRENT BUSINESS DATE NOT NUMERIC: "
                       RCAL-CUR-DATE-X
               CLOSE RUNCAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RCAL-CUR-DATE TO WS-OLD-CUR-DATE.
           MOVE RCAL-PRIOR-DATE TO WS-OLD-PRIOR-DATE.
           MOVE RCAL-ROLLED-DATE TO WS-OLD-ROLLED-DATE.
           MOVE RCAL-ROLLED-TIME TO WS-OLD-ROLLED-TIME.

           PERFORM UNTIL WS-RUNCAL-AT-END
               READ RUNCAL
                   AT END
                       MOVE "Y" TO WS-RUNCAL-EOF-SWITCH
                   NOT AT END
                       PERFORM NOTE-NO-RUN-DATE
               END-READ
           END-PERFORM.

           CLOSE RUNCAL.

       NOTE-NO-RUN-DATE.
           ADD 1 TO WS-RECORDS-READ
           IF RCAL-NO-RUN
               ADD 1 TO WS-NO-RUN-COUNT
               IF RCAL-NO-RUN-DATE = WS-CLOCK-DATE
                   MOVE "Y" TO WS-NO-RUN-SWITCH
                   MOVE RCAL-NO-RUN-DESC TO WS-NO-RUN-DESC
               END-IF
           END-IF.

      *> A rerun keeps the night it reruns whatever the clock says -
      *> that night was a run date when it was opened. Otherwise the
      *> calendar only ever moves forward, onto a date the chain may
      *> run.
       DECIDE-ROLL.
           MOVE "R" TO WS-ACTION

           IF WS-RERUN-REQUESTED
               IF WS-OLD-CUR-DATE = 0
                   MOVE "N" TO WS-ACTION
                   MOVE "RERUN=Y, BUT THE CALENDAR HAS NEVER ROLLED"
                       TO WS-REFUSAL-TEXT
               ELSE
                   MOVE "X" TO WS-ACTION
               END-IF
               GO TO DECIDE-ROLL-EXIT
           END-IF

           IF WS-TONIGHT-NO-RUN
               MOVE "N" TO WS-ACTION
               STRING WS-CLOCK-DATE " IS A NO-RUN DATE ("
                       DELIMITED BY SIZE
                   WS-NO-RUN-DESC DELIMITED BY "  "
                   ")" DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               END-STRING
               GO TO DECIDE-ROLL-EXIT
           END-IF

           IF WS-OLD-CUR-DATE = WS-CLOCK-DATE
               MOVE "N" TO WS-ACTION
               STRING "ALREADY ROLLED TO " WS-CLOCK-DATE " AT "
                       WS-OLD-ROLLED-DATE " " WS-OLD-ROLLED-TIME(1:6)
                       " - USE RERUN=Y"
                       DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               END-STRING
               GO TO DECIDE-ROLL-EXIT
           END-IF

           IF WS-OLD-CUR-DATE > WS-CLOCK-DATE
               MOVE "N" TO WS-ACTION
               STRING "CALENDAR STANDS AT " WS-OLD-CUR-DATE
                       ", LATER THAN TODAY " WS-CLOCK-DATE
                       DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               END-STRING
           END-IF.

       DECIDE-ROLL-EXIT.
           EXIT.

      *> The control record is rewritten in place; the no-run dates
      *> behind it are not touched.
       REWRITE-CONTROL-RECORD.
           OPEN I-O RUNCAL.
           IF WS-RUNCAL-STATUS NOT = "00"
               DISPLAY "CALROLL: UNABLE TO OPEN RUNCAL FOR UPDATE, "
                       "STATUS=" WS-RUNCAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ RUNCAL
               AT END
                   DISPLAY "CALROLL: RUNCAL EMPTIED DURING THE STEP"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.

           IF WS-ACTION-ROLL
               MOVE WS-OLD-CUR-DATE TO RCAL-PRIOR-DATE
               MOVE WS-CLOCK-DATE TO RCAL-CUR-DATE
               MOVE WS-CLOCK-DATE TO RCAL-ROLLED-DATE
               MOVE WS-CLOCK-TIME TO RCAL-ROLLED-TIME
               MOVE 0 TO RCAL-RERUN-COUNT
               MOVE 0 TO RCAL-RERUN-DATE
               MOVE 0 TO RCAL-RERUN-TIME
           ELSE
               IF RCAL-RERUN-COUNT NOT NUMERIC
                   MOVE 0 TO RCAL-RERUN-COUNT
               END-IF
               IF RCAL-RERUN-COUNT < 999
                   ADD 1 TO RCAL-RERUN-COUNT
               END-IF
               MOVE WS-CLOCK-DATE TO RCAL-RERUN-DATE
               MOVE WS-CLOCK-TIME TO RCAL-RERUN-TIME
           END-IF.

           REWRITE RCAL-CONTROL-RECORD.
           IF WS-RUNCAL-STATUS NOT = "00"
               DISPLAY "CALROLL: UNABLE TO REWRITE RUNCAL CONTROL "
                       "RECORD, STATUS=" WS-RUNCAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE RUNCAL.

           COPY "calp.cpy".
           COPY "runlogp.cpy".
