      *> Layout of the run calendar every step of the nightly chain
      *> takes its processing date from, instead of from the clock or
      *> a hand-filled date card. The first record is always the one
      *> control record - the current business date the chain is
      *> processing, the business date before it, when the opening
      *> step (CALROLL) last rolled it forward and how often that
      *> date has been rerun since. Every record after it names a
      *> no-run date: a holiday or other date the chain must not be
      *> started for, in date order. CALROLL alone rolls the control
      *> record; CALMAINT alone maintains the no-run dates and, when
      *> the calendar is set up or has to be corrected, the control
      *> record. Nobody edits the file by hand.
       01 RCAL-CONTROL-RECORD.
           05 RCAL-TYPE             PIC X(1).
               88 RCAL-CONTROL      VALUE "C".
               88 RCAL-NO-RUN       VALUE "N".
           05 FILLER                PIC X(1).
           05 RCAL-CUR-DATE         PIC 9(8).
           05 RCAL-CUR-DATE-X REDEFINES RCAL-CUR-DATE
                                    PIC X(8).
           05 FILLER                PIC X(1).
           05 RCAL-PRIOR-DATE       PIC 9(8).
           05 FILLER                PIC X(1).
      *> Clock date and time of the last roll, and of the last rerun
      *> of the current business date (zero when it has none).
           05 RCAL-ROLLED-DATE      PIC 9(8).
           05 FILLER                PIC X(1).
           05 RCAL-ROLLED-TIME      PIC 9(8).
           05 FILLER                PIC X(1).
           05 RCAL-RERUN-COUNT      PIC 9(3).
           05 FILLER                PIC X(1).
           05 RCAL-RERUN-DATE       PIC 9(8).
           05 FILLER                PIC X(1).
           05 RCAL-RERUN-TIME       PIC 9(8).
           05 FILLER                PIC X(11).
       01 RCAL-NO-RUN-RECORD.
           05 RCAL-NO-RUN-TYPE      PIC X(1).
           05 FILLER                PIC X(1).
           05 RCAL-NO-RUN-DATE      PIC 9(8).
           05 FILLER                PIC X(1).
           05 RCAL-NO-RUN-DESC      PIC X(30).
           05 FILLER                PIC X(1).
           05 RCAL-NO-RUN-USER      PIC X(8).
           05 FILLER                PIC X(20).
