           SELECT COLLRPT ASSIGN TO COLLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLRPT-STATUS.
           SELECT RUNCAL ASSIGN TO RUNCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCAL-STATUS.
           SELECT RUNLOG ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD COLLRPT.
       01 COLLRPT-RECORD            PIC X(80).

       FD RUNCAL.
           COPY "runcal.cpy".

       FD RUNLOG.
           COPY "runlog.cpy".

       WORKING-STORAGE SECTION.
           COPY "ctlrec.cpy".
           COPY "calw.cpy".
           COPY "runlogw.cpy".

       01 WS-REQIN01-STATUS         PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       REQCOLL.
           MOVE "REQCOLL" TO WS-RLG-PROGRAM.
           PERFORM WRITE-RUNLOG-START.
           MOVE WS-CAL-BUS-DATE TO WS-RUN-DATE.
           PERFORM READ-PARM-CARD.
           PERFORM OPEN-OUTPUT-FILES.
           PERFORM WRITE-COMBINED-HEADER.
           MOVE "IN BALANCE" TO WS-RPL-STATUS
           WRITE COLLRPT-RECORD FROM WS-RPT-LINE.

           COPY "calp.cpy".
           COPY "runlogp.cpy".
