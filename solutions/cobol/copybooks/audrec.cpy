           05 WS-AUD-KEYED-DATE     PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-AUD-EFF-DATE       PIC X(8).
      *> Checker - the second user who approved a change to a table
      *> under dual control ("NOT REQD" when the table is not) - and
      *> the approval-queue reference the change was held under;
      *> both blank on lines written before maker-checker support.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-AUD-CHECKER        PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-AUD-APPR-REF       PIC X(12).
      *> The value's status (A active, S suspended, W withdrawn) and
      *> description after the change and before it. An add shows
      *> only the new pair, a delete only the old; a replace, which
      *> carries both across, shows the same pair twice. Blank on
      *> lines written before values carried attributes.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-AUD-STATUS         PIC X(1).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-AUD-OLD-STATUS     PIC X(1).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-AUD-DESC           PIC X(30).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-AUD-OLD-DESC       PIC X(30).
