      *> table the load legitimately skipped) is reported and left
      *> out of the merge with a warning, instead of reaching the
      *> search step as the unknown table that stops its run.
      *> For the same reason the entry's department must still be
      *> authorized for its table tonight (authp.cpy, the rule
      *> REQEDIT applies to the day's requests): a standing request
      *> on a restricted table whose grant has lapsed or been
      *> revoked is reported and left out of the merge.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STDUSED ASSIGN TO STDUSED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STDUSED-STATUS.
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
       FD STDUSED.
       01 STDUSED-RECORD            PIC X(40).

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
                                    VALUE ZERO.
       01 WS-STD-DORMANT            PIC 9(9) VALUE 0.
       01 WS-STD-UNKNOWN            PIC 9(9) VALUE 0.
       01 WS-STD-UNAUTHORIZED       PIC 9(9) VALUE 0.

      *> The table-ids TBLLOAD built tonight, read from ARRAYIN the
      *> same way REQEDIT reads them, so the watch-list merge gets

       PROCEDURE DIVISION.
       MKSRCHIN.
           MOVE "MKSRCHIN" TO WS-RLG-PROGRAM.
           PERFORM WRITE-RUNLOG-START.
           MOVE WS-CAL-BUS-DATE TO WS-RUN-DATE.
           PERFORM LOAD-TABLE-IDS.
           MOVE "MKSRCHIN" TO WS-ATH-PROGRAM.
           PERFORM LOAD-SEARCH-AUTHORITY.
           PERFORM OPEN-REQUEST-FILES.
           PERFORM WRITE-SRCHIN-HEADER.

                   " REQUESTS FORWARDED TO SRCHIN, "
                   WS-STD-COUNT " STANDING REQUESTS MERGED, "
                   WS-STD-DORMANT " NOT YET EFFECTIVE OR EXPIRED, "
                   WS-STD-UNKNOWN " NAMING UNKNOWN TABLES, "
                   WS-STD-UNAUTHORIZED " NOT AUTHORIZED".
           IF (WS-STD-UNKNOWN > 0 OR WS-STD-UNAUTHORIZED > 0)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> request shape the edit step never sees; forwarding it
      *> would stop the search run cold, so it is reported and
      *> held out of the merge instead - the entry stays on the
      *> file for the night its table comes back. An entry whose
      *> department has lost its grant on a restricted table is
      *> held out the same way.
       MERGE-ONE-STANDING-ENTRY.
           IF STDRQ-EFF-DATE-X NUMERIC AND STDRQ-EXP-DATE-X NUMERIC
                   AND STDRQ-EFF-DATE <= WS-RUN-DATE
                   AND STDRQ-EXP-DATE >= WS-RUN-DATE
               PERFORM CHECK-TABLE-ID
               IF WS-TABLE-ID-KNOWN
                   MOVE STDRQ-TABLE-ID TO WS-ATH-TABLE-ID
                   MOVE STDRQ-DEPT-ID TO WS-ATH-DEPT-ID
                   MOVE WS-RUN-DATE TO WS-ATH-DATE
                   PERFORM CHECK-SEARCH-AUTHORITY
               END-IF
               EVALUATE TRUE
               WHEN NOT WS-TABLE-ID-KNOWN
                   ADD 1 TO WS-STD-UNKNOWN
                   DISPLAY "MKSRCHIN: STANDING REQUEST FOR TABLE "
                           STDRQ-TABLE-ID " - TABLE NOT BUILT "
                           "TONIGHT, ENTRY NOT MERGED"
               WHEN NOT WS-ATH-AUTHORIZED
                   ADD 1 TO WS-STD-UNAUTHORIZED
                   DISPLAY "MKSRCHIN: STANDING REQUEST FOR TABLE "
                           STDRQ-TABLE-ID " - DEPARTMENT "
                           STDRQ-DEPT-ID " NOT AUTHORIZED, "
                           "ENTRY NOT MERGED"
               WHEN OTHER
                   ADD 1 TO WS-STD-COUNT
                   ADD STDRQ-ITEM TO WS-STD-HASH
                   MOVE SPACES TO SRCHIN-RECORD
                   MOVE STDRQ-TABLE-ID TO SRCHIN-TABLE-ID
                   MOVE STDRQ-DEPT-ID TO SRCHIN-DEPT-ID
                   WRITE SRCHIN-RECORD
               END-EVALUATE
           ELSE
               ADD 1 TO WS-STD-DORMANT
           END-IF.
           MOVE REQIN-DEPT-ID TO SRCHIN-DEPT-ID
           WRITE SRCHIN-RECORD.

           COPY "calp.cpy".
           COPY "runlogp.cpy".

           COPY "authp.cpy".
