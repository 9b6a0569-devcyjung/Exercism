      *> Shared layout of the SRCHCALL usage log: one line per in-line
      *> lookup another application made through the SRCHCALL
      *> subprogram, appended across jobs like SRCHRPT, so in-line
      *> use can be charged back to the caller and audited the same
      *> way the nightly requests are. Rejected calls are logged too,
      *> with the RC they got back.
       01 SLOG-RECORD.
           05 SLOG-DATE             PIC 9(8).
           05 FILLER                PIC X(1).
           05 SLOG-TIME             PIC 9(8).
           05 FILLER                PIC X(1).
           05 SLOG-CALLER-ID        PIC X(8).
           05 FILLER                PIC X(1).
           05 SLOG-TABLE-ID         PIC X(8).
           05 FILLER                PIC X(1).
           05 SLOG-MODE             PIC X(1).
           05 FILLER                PIC X(1).
           05 SLOG-ITEM             PIC X(5).
           05 FILLER                PIC X(1).
           05 SLOG-ITEM-HIGH        PIC X(5).
           05 FILLER                PIC X(1).
           05 SLOG-RC               PIC 9(2).
           05 FILLER                PIC X(1).
           05 SLOG-MATCH-COUNT      PIC 9(3).
           05 FILLER                PIC X(4).
