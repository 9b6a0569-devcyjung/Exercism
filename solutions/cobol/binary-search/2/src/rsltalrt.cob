      *> of surfacing days later as a downstream failure. The store
      *> is keyed item / run date / run time / sequence, so one
      *> sequential pass sees each item's history oldest-first and
      *> tonight's results last. Tonight is the business date on
      *> the run calendar - the date the search step stamped -
      *> keeping an after-midnight run honest. Reject results (RC
      *> 8 - a bad table, not a verdict on the item) and off-cycle
      *> express results are left out of the compare.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALRTRPT ASSIGN TO ALRTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALRTRPT-STATUS.
           SELECT RUNCAL ASSIGN TO RUNCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCAL-STATUS.
           SELECT RUNLOG ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD ALRTRPT.
       01 ALRTRPT-RECORD            PIC X(100).

       FD RUNCAL.
           COPY "runcal.cpy".

       FD RUNLOG.
           COPY "runlog.cpy".

       WORKING-STORAGE SECTION.
           COPY "calw.cpy".
           COPY "runlogw.cpy".
       01 WS-RSLT-STATUS            PIC X(2) VALUE SPACES.
       01 WS-ALRTRPT-STATUS         PIC X(2) VALUE SPACES.
       01 WS-RSLT-EOF-SWITCH        PIC X(1) VALUE "N".
           88 WS-RSLT-AT-END        VALUE "Y".

       01 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-X             PIC X(8).

       RSLTALRT.
           MOVE "RSLTALRT" TO WS-RLG-PROGRAM.
           PERFORM WRITE-RUNLOG-START.
           MOVE WS-CAL-BUS-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X.
           PERFORM OPEN-ALERT-FILES.
           PERFORM WRITE-REPORT-HEADING.

           PERFORM WRITE-RUNLOG-END.
           STOP RUN.

       OPEN-ALERT-FILES.
           OPEN INPUT RSLTFILE.
           IF WS-RSLT-STATUS NOT = "00"
           END-IF

      *> A reject verdict says the table was bad, not whether the
      *> item is on it; it takes no part in the flip compare. Nor
      *> does an off-cycle express result: it searched tables an
      *> earlier night already built and answered for, so the
      *> compare stays nightly result against nightly result.
           IF RSLT-RC < 8 AND NOT RSLT-OFF-CYCLE-RUN
               PERFORM NOTE-RESULT-IN-SLOT
           END-IF.

               MOVE "N" TO WS-VERDICT
           END-IF

      *> The night a result belongs to is its business date; a
      *> result written before the store carried one has only its
      *> run date, which was its night.
           IF RSLT-BUS-DATE-X NOT NUMERIC OR RSLT-BUS-DATE = 0
               MOVE RSLT-RUN-DATE TO RSLT-BUS-DATE
           END-IF

           PERFORM FIND-ITEM-TABLE-SLOT
           SET ITBX TO WS-ITB-HIT
      *> Key order is chronological within the item (clock date and
      *> time), so each move leaves the slot holding the LATEST prior
      *> and the LATEST tonight result met so far - a rerun after
      *> midnight replaces the attempt it followed.
           IF RSLT-BUS-DATE = WS-RUN-DATE
               MOVE "Y" TO WS-ITB-CUR-SEEN(ITBX)
               MOVE RSLT-BUS-DATE TO WS-ITB-CUR-DATE(ITBX)
               MOVE WS-VERDICT TO WS-ITB-CUR-VERD(ITBX)
               MOVE RSLT-DEPT-ID TO WS-ITB-DEPT-ID(ITBX)
           ELSE
               IF RSLT-BUS-DATE < WS-RUN-DATE
                   MOVE "Y" TO WS-ITB-PRI-SEEN(ITBX)
                   MOVE RSLT-BUS-DATE TO WS-ITB-PRI-DATE(ITBX)
                   MOVE WS-VERDICT TO WS-ITB-PRI-VERD(ITBX)
               END-IF
           END-IF.
           MOVE WS-FLIP-COUNT TO WS-SUM-VALUE
           WRITE ALRTRPT-RECORD FROM WS-SUMMARY-LINE.

           COPY "calp.cpy".
           COPY "runlogp.cpy".
