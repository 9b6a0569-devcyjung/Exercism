           SELECT STDRPT ASSIGN TO STDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STDRPT-STATUS.
           SELECT RUNCAL ASSIGN TO RUNCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STDRPT.
       01 STDRPT-RECORD             PIC X(132).

       FD RUNCAL.
           COPY "runcal.cpy".

       WORKING-STORAGE SECTION.
           COPY "calw.cpy".
           COPY "standrq.cpy".

       01 WS-STDIN-STATUS           PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       STDMAINT.
           MOVE "STDMAINT" TO WS-CAL-PROGRAM.
           PERFORM READ-BUSINESS-DATE.
           MOVE WS-CAL-BUS-DATE TO WS-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM LOAD-STANDING-TABLE.
           END-IF

           IF STRAN-MODE NOT = "F" AND STRAN-MODE NOT = "A"
                   AND STRAN-MODE NOT = "R" AND STRAN-MODE NOT = "N"
               MOVE "MD" TO WS-REASON-CODE
               MOVE "UNKNOWN REQUEST MODE" TO WS-REASON-TEXT
               GO TO APPLY-TRANSACTION-EXIT
           END-PERFORM.

           CLOSE STDNEW.

           COPY "calp.cpy".
