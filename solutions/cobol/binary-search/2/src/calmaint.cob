       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMAINT.

      *> Maintains the run calendar the nightly chain takes its
      *> business date from (runcal.cpy). Each transaction either
      *> adds a no-run date - a holiday or any other date the chain
      *> must not be started for - removes one, or sets the current
      *> and prior business dates outright, which is how the
      *> calendar is first set up and how a wrong date is corrected;
      *> rolling the date night by night is the opening step's job
      *> (CALROLL), never this program's. Every transaction carries
      *> the user making the change - the same attribution discipline
      *> AUTHMNT keeps on the grant file - recorded line by line in
      *> an accumulating audit report. A no-run date may only be
      *> added for a night still to come. The live calendar is never
      *> edited by hand.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALIN ASSIGN TO CALIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALIN-STATUS.
           SELECT CALTRAN ASSIGN TO CALTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALTRAN-STATUS.
           SELECT CALNEW ASSIGN TO CALNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALNEW-STATUS.
           SELECT CALRPT ASSIGN TO CALRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CALIN.
       01 CALIN-RECORD              PIC X(70).

       FD CALTRAN.
       01 CALTRAN-RECORD.
           05 CTRAN-CODE            PIC X(1).
           05 FILLER                PIC X(1).
           05 CTRAN-DATE            PIC 9(8).
           05 CTRAN-DATE-X REDEFINES CTRAN-DATE
                                    PIC X(8).
           05 FILLER                PIC X(1).
      *> Second date is only meaningful on a set ("S"), where
      *> CTRAN-DATE is the new current business date and this the
      *> prior one; add and remove leave it blank.
           05 CTRAN-PRIOR-DATE      PIC 9(8).
           05 CTRAN-PRIOR-X REDEFINES CTRAN-PRIOR-DATE
                                    PIC X(8).
           05 FILLER                PIC X(1).
           05 CTRAN-USER            PIC X(8).
           05 FILLER                PIC X(1).
           05 CTRAN-DESC            PIC X(30).

       FD CALNEW.
       01 CALNEW-RECORD             PIC X(70).

       FD CALRPT.
       01 CALRPT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "runcal.cpy".

       01 WS-CALIN-STATUS           PIC X(2) VALUE SPACES.
       01 WS-CALTRAN-STATUS         PIC X(2) VALUE SPACES.
       01 WS-CALNEW-STATUS          PIC X(2) VALUE SPACES.
       01 WS-CALRPT-STATUS          PIC X(2) VALUE SPACES.

       01 WS-CALIN-EOF-SWITCH       PIC X(1) VALUE "N".
           88 WS-CALIN-AT-END       VALUE "Y".
       01 WS-CALTRAN-EOF-SWITCH     PIC X(1) VALUE "N".
           88 WS-CALTRAN-AT-END     VALUE "Y".

      *> The control record, kept as its 70-byte image; a calendar
      *> being set up for the first time starts from one with no
      *> dates, which CALROLL will not roll until a set gives it one.
       01 WS-CONTROL-IMAGE          PIC X(70).

      *> The no-run dates, kept in date order as their record images
      *> so the new calendar is written back in that order.
       01 WS-NRN-MAX                PIC 9(4) VALUE 1000.
       01 WS-NRN-COUNT              PIC 9(4) VALUE 0.
       01 WS-NRN-TABLE.
           05 WS-NRN-ENTRY OCCURS 1000 INDEXED BY NRX
                                    PIC X(70).
       01 WS-NRN-IDX                PIC 9(4).
       01 WS-HIT-IDX                PIC 9(4).
       01 WS-INSERT-IDX             PIC 9(4).
       01 WS-SHIFT-IDX              PIC 9(4).

       01 WS-APPLY-SWITCH           PIC X(1).
           88 WS-TRAN-APPLIED       VALUE "Y".
       01 WS-REASON-CODE            PIC X(2).
       01 WS-REASON-TEXT            PIC X(30).

       01 WS-TRAN-COUNT             PIC 9(9) VALUE 0.
       01 WS-APPLIED-COUNT          PIC 9(9) VALUE 0.
       01 WS-REJECTED-COUNT         PIC 9(9) VALUE 0.

      *> The business date in force when the run started, which the
      *> audit lines are dated with. Zero while the calendar has
      *> never been set.
       01 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01 WS-RUN-TIME               PIC 9(8) VALUE ZERO.

       01 WS-AUDIT-LINE.
           05 WS-AUD-DATE           PIC 9(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-AUD-TIME           PIC 9(8).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-AUD-USER           PIC X(8).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-AUD-CODE           PIC X(1).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-AUD-DATE-1         PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-AUD-DATE-2         PIC X(8).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-AUD-DISPOSITION    PIC X(8).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-AUD-REASON-CODE    PIC X(2).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-AUD-REASON-TEXT    PIC X(30).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-AUD-DESC           PIC X(30).

       PROCEDURE DIVISION.
       CALMAINT.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM LOAD-CALENDAR.
           PERFORM OPEN-TRAN-FILES.

           PERFORM READ-TRANSACTION.
           PERFORM UNTIL WS-CALTRAN-AT-END
               PERFORM APPLY-TRANSACTION THRU APPLY-TRANSACTION-EXIT
               PERFORM WRITE-AUDIT-LINE
               PERFORM READ-TRANSACTION
           END-PERFORM.

           PERFORM WRITE-NEW-CALENDAR.

           CLOSE CALTRAN.
           CLOSE CALRPT.

           MOVE WS-CONTROL-IMAGE TO RCAL-CONTROL-RECORD.
           DISPLAY "CALMAINT: " WS-TRAN-COUNT " TRANSACTIONS READ, "
                   WS-APPLIED-COUNT " APPLIED, "
                   WS-REJECTED-COUNT " REJECTED".
           DISPLAY "CALMAINT: BUSINESS DATE " RCAL-CUR-DATE
                   ", PRIOR " RCAL-PRIOR-DATE ", "
                   WS-NRN-COUNT " NO-RUN DATES ON FILE".
           IF WS-REJECTED-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> A missing calendar is a first-ever run starting from a
      *> control record with no dates and no no-run dates, not an
      *> error.
       LOAD-CALENDAR.
           MOVE SPACES TO RCAL-CONTROL-RECORD.
           MOVE "C" TO RCAL-TYPE.
           MOVE 0 TO RCAL-CUR-DATE RCAL-PRIOR-DATE
                     RCAL-ROLLED-DATE RCAL-ROLLED-TIME
                     RCAL-RERUN-COUNT RCAL-RERUN-DATE RCAL-RERUN-TIME.
           MOVE RCAL-CONTROL-RECORD TO WS-CONTROL-IMAGE.
           MOVE 0 TO WS-NRN-COUNT.

           OPEN INPUT CALIN.
           IF WS-CALIN-STATUS = "35"
               DISPLAY "CALMAINT: NO RUN CALENDAR YET - STARTING "
                       "FROM NO DATES"
           ELSE
               IF WS-CALIN-STATUS NOT = "00"
                   DISPLAY "CALMAINT: UNABLE TO OPEN CALIN, STATUS="
                           WS-CALIN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-CALIN-AT-END
                   READ CALIN
                       AT END
                           MOVE "Y" TO WS-CALIN-EOF-SWITCH
                       NOT AT END
                           PERFORM ADD-CALENDAR-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CALIN
           END-IF.

           MOVE WS-CONTROL-IMAGE TO RCAL-CONTROL-RECORD.
           IF RCAL-CUR-DATE-X NUMERIC
               MOVE RCAL-CUR-DATE TO WS-RUN-DATE
           END-IF.

       ADD-CALENDAR-ENTRY.
           MOVE CALIN-RECORD TO RCAL-CONTROL-RECORD
           IF RCAL-CONTROL
               MOVE CALIN-RECORD TO WS-CONTROL-IMAGE
           ELSE
               IF WS-NRN-COUNT >= WS-NRN-MAX
                   DISPLAY "CALMAINT: RUN CALENDAR EXCEEDS "
                           WS-NRN-MAX " NO-RUN DATES - CANNOT "
                           "MAINTAIN IT IN PLACE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NRN-COUNT
               SET NRX TO WS-NRN-COUNT
               MOVE CALIN-RECORD TO WS-NRN-ENTRY(NRX)
           END-IF.

       OPEN-TRAN-FILES.
           OPEN INPUT CALTRAN.
           IF WS-CALTRAN-STATUS NOT = "00"
               DISPLAY "CALMAINT: UNABLE TO OPEN CALTRAN, STATUS="
                       WS-CALTRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> The audit report, like AUTHRPT, is a trail that must
      *> accumulate across runs; only a first-ever run creates it.
           OPEN EXTEND CALRPT.
           IF WS-CALRPT-STATUS = "35"
               OPEN OUTPUT CALRPT
           END-IF.
           IF WS-CALRPT-STATUS NOT = "00"
               DISPLAY "CALMAINT: UNABLE TO OPEN CALRPT, STATUS="
                       WS-CALRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-TRANSACTION.
           READ CALTRAN
               AT END
                   MOVE "Y" TO WS-CALTRAN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-TRAN-COUNT
           END-READ.

       APPLY-TRANSACTION.
           MOVE "N" TO WS-APPLY-SWITCH
           MOVE SPACES TO WS-REASON-CODE WS-REASON-TEXT

           IF CTRAN-CODE NOT = "N" AND CTRAN-CODE NOT = "R"
                   AND CTRAN-CODE NOT = "S"
               MOVE "TC" TO WS-REASON-CODE
               MOVE "UNKNOWN TRANSACTION CODE" TO WS-REASON-TEXT
               GO TO APPLY-TRANSACTION-EXIT
           END-IF

      *> Which nights the chain may run is an operational decision
      *> somebody must own - an unattributed change is never applied.
           IF CTRAN-USER = SPACES
               MOVE "US" TO WS-REASON-CODE
               MOVE "USER-ID MISSING" TO WS-REASON-TEXT
               GO TO APPLY-TRANSACTION-EXIT
           END-IF

           IF CTRAN-DATE-X NOT NUMERIC OR CTRAN-DATE = 0
               MOVE "DT" TO WS-REASON-CODE
               MOVE "DATE NOT NUMERIC" TO WS-REASON-TEXT
               GO TO APPLY-TRANSACTION-EXIT
           END-IF

           EVALUATE CTRAN-CODE
               WHEN "N"
                   PERFORM APPLY-NO-RUN-ADD
               WHEN "R"
                   PERFORM APPLY-NO-RUN-REMOVE
               WHEN "S"
                   PERFORM APPLY-SET-DATES
           END-EVALUATE.

       APPLY-TRANSACTION-EXIT.
           EXIT.

      *> A night already processed cannot be made a no-run date after
      *> the fact; the current business date's and every earlier
      *> night's is history - judged against the calendar as it
      *> stands, a set earlier in the same run included.
       APPLY-NO-RUN-ADD.
           PERFORM FIND-NO-RUN-DATE
           MOVE WS-CONTROL-IMAGE TO RCAL-CONTROL-RECORD
           EVALUATE TRUE
               WHEN CTRAN-DATE NOT > RCAL-CUR-DATE
                   MOVE "PD" TO WS-REASON-CODE
                   MOVE "DATE NOT AFTER BUSINESS DATE"
                       TO WS-REASON-TEXT
               WHEN WS-HIT-IDX > 0
                   MOVE "DP" TO WS-REASON-CODE
                   MOVE "ALREADY A NO-RUN DATE" TO WS-REASON-TEXT
               WHEN WS-NRN-COUNT >= WS-NRN-MAX
                   MOVE "CF" TO WS-REASON-CODE
                   MOVE "RUN CALENDAR FULL" TO WS-REASON-TEXT
               WHEN OTHER
                   PERFORM STORE-NO-RUN-DATE
                   MOVE "Y" TO WS-APPLY-SWITCH
           END-EVALUATE.

      *> The new date goes in at its place in date order: everything
      *> after it moves down one slot.
       STORE-NO-RUN-DATE.
           MOVE WS-NRN-COUNT TO WS-INSERT-IDX
           ADD 1 TO WS-INSERT-IDX
           PERFORM VARYING WS-NRN-IDX FROM WS-NRN-COUNT BY -1
                   UNTIL WS-NRN-IDX < 1
               SET NRX TO WS-NRN-IDX
               MOVE WS-NRN-ENTRY(NRX) TO RCAL-NO-RUN-RECORD
               IF RCAL-NO-RUN-DATE > CTRAN-DATE
                   MOVE WS-NRN-IDX TO WS-INSERT-IDX
               END-IF
           END-PERFORM
           ADD 1 TO WS-NRN-COUNT
           PERFORM VARYING WS-SHIFT-IDX FROM WS-NRN-COUNT BY -1
                   UNTIL WS-SHIFT-IDX <= WS-INSERT-IDX
               SET NRX TO WS-SHIFT-IDX
               MOVE WS-NRN-ENTRY(WS-SHIFT-IDX - 1) TO WS-NRN-ENTRY(NRX)
           END-PERFORM
           MOVE SPACES TO RCAL-NO-RUN-RECORD
           MOVE "N" TO RCAL-NO-RUN-TYPE
           MOVE CTRAN-DATE TO RCAL-NO-RUN-DATE
           MOVE CTRAN-DESC TO RCAL-NO-RUN-DESC
           MOVE CTRAN-USER TO RCAL-NO-RUN-USER
           SET NRX TO WS-INSERT-IDX
           MOVE RCAL-NO-RUN-RECORD TO WS-NRN-ENTRY(NRX).

       APPLY-NO-RUN-REMOVE.
           PERFORM FIND-NO-RUN-DATE
           IF WS-HIT-IDX = 0
               MOVE "NF" TO WS-REASON-CODE
               MOVE "NOT A NO-RUN DATE" TO WS-REASON-TEXT
           ELSE
               PERFORM VARYING WS-SHIFT-IDX FROM WS-HIT-IDX BY 1
                       UNTIL WS-SHIFT-IDX >= WS-NRN-COUNT
                   SET NRX TO WS-SHIFT-IDX
                   MOVE WS-NRN-ENTRY(WS-SHIFT-IDX + 1)
                       TO WS-NRN-ENTRY(NRX)
               END-PERFORM
               SUBTRACT 1 FROM WS-NRN-COUNT
               MOVE "Y" TO WS-APPLY-SWITCH
           END-IF.

      *> Setting the dates outright clears the roll and rerun stamps:
      *> the next roll starts from exactly what was set here.
       APPLY-SET-DATES.
           IF CTRAN-PRIOR-X NOT NUMERIC
               MOVE "DT" TO WS-REASON-CODE
               MOVE "PRIOR DATE NOT NUMERIC" TO WS-REASON-TEXT
           ELSE
               IF CTRAN-PRIOR-DATE NOT < CTRAN-DATE
                   MOVE "DO" TO WS-REASON-CODE
                   MOVE "PRIOR DATE NOT BEFORE CURRENT"
                       TO WS-REASON-TEXT
               ELSE
                   MOVE WS-CONTROL-IMAGE TO RCAL-CONTROL-RECORD
                   MOVE CTRAN-DATE TO RCAL-CUR-DATE
                   MOVE CTRAN-PRIOR-DATE TO RCAL-PRIOR-DATE
                   MOVE 0 TO RCAL-ROLLED-DATE RCAL-ROLLED-TIME
                             RCAL-RERUN-COUNT RCAL-RERUN-DATE
                             RCAL-RERUN-TIME
                   MOVE RCAL-CONTROL-RECORD TO WS-CONTROL-IMAGE
                   MOVE "Y" TO WS-APPLY-SWITCH
               END-IF
           END-IF.

       FIND-NO-RUN-DATE.
           MOVE 0 TO WS-HIT-IDX
           PERFORM VARYING WS-NRN-IDX FROM 1 BY 1
                   UNTIL WS-NRN-IDX > WS-NRN-COUNT
                       OR WS-HIT-IDX > 0
               SET NRX TO WS-NRN-IDX
               MOVE WS-NRN-ENTRY(NRX) TO RCAL-NO-RUN-RECORD
               IF RCAL-NO-RUN-DATE = CTRAN-DATE
                   MOVE WS-NRN-IDX TO WS-HIT-IDX
               END-IF
           END-PERFORM.

       WRITE-AUDIT-LINE.
           MOVE SPACES TO WS-AUDIT-LINE
           MOVE WS-RUN-DATE TO WS-AUD-DATE
           MOVE WS-RUN-TIME TO WS-AUD-TIME
           MOVE CTRAN-USER TO WS-AUD-USER
           MOVE CTRAN-CODE TO WS-AUD-CODE
           MOVE CTRAN-DATE-X TO WS-AUD-DATE-1
           IF CTRAN-CODE = "S"
               MOVE CTRAN-PRIOR-X TO WS-AUD-DATE-2
           END-IF
           MOVE CTRAN-DESC TO WS-AUD-DESC
           IF WS-TRAN-APPLIED
               MOVE "APPLIED" TO WS-AUD-DISPOSITION
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               MOVE "REJECTED" TO WS-AUD-DISPOSITION
               MOVE WS-REASON-CODE TO WS-AUD-REASON-CODE
               MOVE WS-REASON-TEXT TO WS-AUD-REASON-TEXT
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           WRITE CALRPT-RECORD FROM WS-AUDIT-LINE.

      *> The control record always goes first - it is the record
      *> every step reads - then the no-run dates in date order.
       WRITE-NEW-CALENDAR.
           OPEN OUTPUT CALNEW.
           IF WS-CALNEW-STATUS NOT = "00"
               DISPLAY "CALMAINT: UNABLE TO OPEN CALNEW, STATUS="
                       WS-CALNEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           WRITE CALNEW-RECORD FROM WS-CONTROL-IMAGE.
           PERFORM VARYING WS-NRN-IDX FROM 1 BY 1
                   UNTIL WS-NRN-IDX > WS-NRN-COUNT
               SET NRX TO WS-NRN-IDX
               WRITE CALNEW-RECORD FROM WS-NRN-ENTRY(NRX)
           END-PERFORM.

           CLOSE CALNEW.
