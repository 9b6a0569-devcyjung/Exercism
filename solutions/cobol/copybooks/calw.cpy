      *> Working-storage side of the shared business-date reader:
      *> the fields a program fills before PERFORMing
      *> READ-BUSINESS-DATE in calp.cpy, and the dates it hands back.
      *> WS-CAL-PROGRAM names the caller in messages. Copied by every
      *> program that copies calp.cpy, alongside the FD copy of
      *> runcal.cpy (RUNCAL).
       01 WS-RUNCAL-STATUS          PIC X(2) VALUE SPACES.
       01 WS-CAL-PROGRAM            PIC X(8) VALUE SPACES.
       01 WS-CAL-READ-SWITCH        PIC X(1) VALUE "N".
           88 WS-CAL-DATE-READ      VALUE "Y".
       01 WS-CAL-BUS-DATE           PIC 9(8) VALUE ZERO.
       01 WS-CAL-PRIOR-DATE         PIC 9(8) VALUE ZERO.
