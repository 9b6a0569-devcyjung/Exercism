      *> runlogp.cpy. WS-RLG-PROGRAM is set once at startup; the
      *> counts and return code are set just before the end record
      *> is written. Copied by every program that logs to RUNLOG,
      *> alongside the FD copy of runlog.cpy. The run date is the
      *> business date, so every logging program also copies the
      *> business-date reader (calw.cpy / calp.cpy, RUNCAL).
       01 WS-RUNLOG-STATUS          PIC X(2) VALUE SPACES.
       01 WS-RLG-PROGRAM            PIC X(8) VALUE SPACES.
       01 WS-RLG-DATE               PIC 9(8) VALUE ZERO.
       01 WS-RLG-TIME               PIC 9(8) VALUE ZERO.
       01 WS-RLG-CLOCK-DATE         PIC 9(8) VALUE ZERO.
       01 WS-RLG-IN                 PIC 9(9) VALUE ZERO.
       01 WS-RLG-OUT                PIC 9(9) VALUE ZERO.
       01 WS-RLG-REJECTS            PIC 9(9) VALUE ZERO.
