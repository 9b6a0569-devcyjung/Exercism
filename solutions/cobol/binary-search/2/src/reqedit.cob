      *> outputs carry the same header/trailer control discipline as
      *> the rest of the chain, so the reconciliation step can prove
      *> REQIN in = REQOUT good + REQERR rejected.
      *> A table its owner has flagged restricted on TBLCAT may only
      *> be searched by the owning department or by a department
      *> holding a current grant on the authorization file; any
      *> other department's request for it is rejected here with
      *> reason AU (the shared rule in authp.cpy, which MKSRCHIN also
      *> applies to the standing requests that bypass this edit).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQERR ASSIGN TO REQERR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQERR-STATUS.
           SELECT TBLCAT ASSIGN TO TBLCAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TBLCAT-STATUS.
           SELECT AUTHFILE ASSIGN TO AUTHFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHFILE-STATUS.
           SELECT RUNCAL ASSIGN TO RUNCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCAL-STATUS.
           SELECT RUNLOG ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 FILLER                PIC X(1).
           05 REQERR-IMAGE          PIC X(40).

       FD TBLCAT.
           COPY "tblcat.cpy".

       FD AUTHFILE.
           COPY "authrec.cpy".

       FD RUNCAL.
           COPY "runcal.cpy".

       FD RUNLOG.
           COPY "runlog.cpy".

       WORKING-STORAGE SECTION.
           COPY "ctlrec.cpy".
           COPY "calw.cpy".
           COPY "runlogw.cpy".
           COPY "authw.cpy".

       01 WS-ARRAYIN-STATUS         PIC X(2) VALUE SPACES.
       01 WS-REQIN-STATUS           PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       REQEDIT.
           MOVE "REQEDIT" TO WS-RLG-PROGRAM.
           PERFORM WRITE-RUNLOG-START.
           MOVE WS-CAL-BUS-DATE TO WS-RUN-DATE.
           PERFORM LOAD-TABLE-IDS.
           MOVE "REQEDIT" TO WS-ATH-PROGRAM.
           PERFORM LOAD-SEARCH-AUTHORITY.
           PERFORM OPEN-EDIT-FILES.
           PERFORM WRITE-OUTPUT-HEADERS.


           MOVE SPACES TO WS-REASON-CODE
           IF REQIN-MODE NOT = "F" AND REQIN-MODE NOT = "A"
                   AND REQIN-MODE NOT = "R" AND REQIN-MODE NOT = "N"
               MOVE "MD" TO WS-REASON-CODE
           ELSE
               IF NOT WS-ITEM-VALID
               IF NOT WS-TABLE-ID-KNOWN
                   MOVE "TB" TO WS-REASON-CODE
               ELSE
                   MOVE REQIN-TABLE-ID TO WS-ATH-TABLE-ID
                   MOVE REQIN-DEPT-ID TO WS-ATH-DEPT-ID
                   MOVE WS-RUN-DATE TO WS-ATH-DATE
                   PERFORM CHECK-SEARCH-AUTHORITY
                   IF NOT WS-ATH-AUTHORIZED
                       MOVE "AU" TO WS-REASON-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-REASON-CODE = SPACES
               PERFORM CHECK-FOR-DUPLICATE
               IF WS-DUPLICATE-REQUEST
                   MOVE "DP" TO WS-REASON-CODE
               END-IF
           END-IF

           IF WS-REASON-CODE = SPACES
               PERFORM ACCEPT-REQUEST
           MOVE WS-REJ-HASH TO CTL-HASH-TOTAL
           WRITE REQERR-RECORD FROM CTL-RECORD.

           COPY "calp.cpy".
           COPY "runlogp.cpy".

           COPY "authp.cpy".
