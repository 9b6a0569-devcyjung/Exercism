      *> Shared business-date reader, copied at the end of the
      *> PROCEDURE DIVISION of every step that needs to know which
      *> night it is processing, so all of them take the same date
      *> from the one place - the run calendar the opening step
      *> rolled - however late or often the step itself runs. The
      *> caller sets WS-CAL-PROGRAM and PERFORMs READ-BUSINESS-DATE;
      *> the current and prior business dates come back in
      *> WS-CAL-BUS-DATE and WS-CAL-PRIOR-DATE. The calendar is read
      *> once per run however often the paragraph is PERFORMed. A
      *> calendar that is missing or has no current date stops the
      *> step RC 16: no step guesses its date.
       READ-BUSINESS-DATE.
           IF NOT WS-CAL-DATE-READ
               OPEN INPUT RUNCAL
               IF WS-RUNCAL-STATUS NOT = "00"
                   DISPLAY WS-CAL-PROGRAM ": UNABLE TO OPEN RUNCAL, "
                           "STATUS=" WS-RUNCAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ RUNCAL
                   AT END
                       MOVE SPACES TO RCAL-CONTROL-RECORD
               END-READ
               CLOSE RUNCAL
               IF NOT RCAL-CONTROL
                       OR RCAL-CUR-DATE-X NOT NUMERIC
                       OR RCAL-CUR-DATE = 0
                   DISPLAY WS-CAL-PROGRAM ": RUNCAL HAS NO CURRENT "
                           "BUSINESS DATE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE RCAL-CUR-DATE TO WS-CAL-BUS-DATE
               MOVE RCAL-PRIOR-DATE TO WS-CAL-PRIOR-DATE
               MOVE "Y" TO WS-CAL-READ-SWITCH
           END-IF.
