      *> record unmatched, which is how the chain-status report
      *> spots a step that died. The file is opened and closed per
      *> write so a later abend cannot lose the start record. Only
      *> a first-ever run creates the file. Both records carry the
      *> business date from the run calendar as their run date, so a
      *> step rerun after midnight still logs under the night it
      *> processed, and the wall-clock date beside it.
       WRITE-RUNLOG-START.
           IF WS-CAL-PROGRAM = SPACES
               MOVE WS-RLG-PROGRAM TO WS-CAL-PROGRAM
           END-IF
           PERFORM READ-BUSINESS-DATE
           MOVE WS-CAL-BUS-DATE TO WS-RLG-DATE
           ACCEPT WS-RLG-CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RLG-TIME FROM TIME
           MOVE SPACES TO RLOG-RECORD
           MOVE WS-RLG-PROGRAM TO RLOG-PROGRAM
           MOVE 0 TO RLOG-RECORDS-OUT
           MOVE 0 TO RLOG-REJECTS
           MOVE 0 TO RLOG-FINAL-RC
           MOVE WS-RLG-CLOCK-DATE TO RLOG-CLOCK-DATE
           PERFORM WRITE-RUNLOG-RECORD.

       WRITE-RUNLOG-END.
           ACCEPT WS-RLG-CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RLG-TIME FROM TIME
           MOVE SPACES TO RLOG-RECORD
           MOVE WS-RLG-PROGRAM TO RLOG-PROGRAM
           MOVE WS-RLG-OUT TO RLOG-RECORDS-OUT
           MOVE WS-RLG-REJECTS TO RLOG-REJECTS
           MOVE WS-RLG-RC TO RLOG-FINAL-RC
           MOVE WS-RLG-CLOCK-DATE TO RLOG-CLOCK-DATE
           PERFORM WRITE-RUNLOG-RECORD.

       WRITE-RUNLOG-RECORD.
