      *> explain is flagged and fails the step with RC 8, closing
      *> the gap between "transactions applied" and "what the search
      *> actually runs against" that twice let a shrinking table go
      *> unnoticed until the user complaints arrived. The business
      *> date on the run calendar names tonight's audit lines, since
      *> MSTRPT accumulates across nights.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMPRPT ASSIGN TO CMPRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMPRPT-STATUS.
           SELECT RUNCAL ASSIGN TO RUNCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCAL-STATUS.
           SELECT RUNLOG ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 ARRAYOLD-ARRAY        PIC X(3000).

       FD MSTRPT.
       01 MSTRPT-RECORD             PIC X(214).

       FD CMPRPT.
       01 CMPRPT-RECORD             PIC X(132).

       FD RUNCAL.
           COPY "runcal.cpy".

       FD RUNLOG.
           COPY "runlog.cpy".

       WORKING-STORAGE SECTION.
           COPY "searchtb.cpy".
           COPY "audrec.cpy".
           COPY "calw.cpy".
           COPY "runlogw.cpy".

       01 WS-ARRAYNEW-STATUS        PIC X(2) VALUE SPACES.
       01 WS-OLD-PRESENT-SWITCH     PIC X(1) VALUE "N".
           88 WS-OLD-COPY-PRESENT   VALUE "Y".

       01 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-X             PIC X(8).

       TBLCMP.
           MOVE "TBLCMP" TO WS-RLG-PROGRAM.
           PERFORM WRITE-RUNLOG-START.
           MOVE WS-CAL-BUS-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X.
           PERFORM OPEN-REPORT-FILE.
           PERFORM LOAD-OLD-ARRAYS.
           PERFORM LOAD-NEW-ARRAYS.
           PERFORM WRITE-RUNLOG-END.
           STOP RUN.

       OPEN-REPORT-FILE.
           OPEN OUTPUT CMPRPT.
           IF WS-CMPRPT-STATUS NOT = "00"
      *> Tonight's APPLIED audit lines, tallied per table. The
      *> trail accumulates across nights and its earliest lines
      *> predate the current layout, so only lines whose date
      *> column parses and matches the business date are counted.
       TALLY-AUDIT-LINES.
           OPEN INPUT MSTRPT.
           IF WS-MSTRPT-STATUS NOT = "00"
                   TO WS-ELEMENT(WS-LOOP-IDX)
           END-PERFORM.

           COPY "calp.cpy".
           COPY "runlogp.cpy".
