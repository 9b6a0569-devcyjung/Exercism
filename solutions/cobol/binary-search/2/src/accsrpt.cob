       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCSRPT.

      *> Monthly table-access report for the owners of our lookup
      *> tables. For the month named on a MONTH=YYYYMM control card,
      *> every cataloged table is listed under the department that
      *> owns it (TBLCAT), with who could search it that month - the
      *> owner itself, every department whose grant on the
      *> authorization file covered any day of the month - and how
      *> many searches each department actually ran against it,
      *> counted from the keyed results store. A department that
      *> searched a restricted table with no grant covering the
      *> month (a grant revoked, or the table restricted, part-way
      *> through) is flagged, as is a grant that went unused; an
      *> open table shows every department that used it. Nothing is
      *> changed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TBLCAT ASSIGN TO TBLCAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TBLCAT-STATUS.
           SELECT AUTHFILE ASSIGN TO AUTHFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHFILE-STATUS.
           SELECT RSLTFILE ASSIGN TO RSLTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSLT-KEY
               FILE STATUS IS WS-RSLT-STATUS.
           SELECT ACCSLST ASSIGN TO ACCSLST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCSLST-STATUS.
           SELECT SORTWK ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD TBLCAT.
           COPY "tblcat.cpy".

       FD AUTHFILE.
           COPY "authrec.cpy".

       FD RSLTFILE.
           COPY "rsltrec.cpy".

       FD ACCSLST.
       01 ACCSLST-RECORD            PIC X(132).

      *> The catalog record (tblcat.cpy) seen only for its sort
      *> keys: owning department, then table.
       SD SORTWK.
       01 SORTWK-RECORD.
           05 SORTWK-TABLE-ID       PIC X(8).
           05 FILLER                PIC X(1).
           05 SORTWK-OWNER-DEPT     PIC X(8).
           05 FILLER                PIC X(43).

       WORKING-STORAGE SECTION.
       01 WS-TBLCAT-STATUS          PIC X(2) VALUE SPACES.
       01 WS-AUTHFILE-STATUS        PIC X(2) VALUE SPACES.
       01 WS-RSLT-STATUS            PIC X(2) VALUE SPACES.
       01 WS-ACCSLST-STATUS         PIC X(2) VALUE SPACES.
       01 WS-TBLCAT-EOF-SWITCH      PIC X(1) VALUE "N".
           88 WS-TBLCAT-AT-END      VALUE "Y".
       01 WS-AUTHFILE-EOF-SWITCH    PIC X(1) VALUE "N".
           88 WS-AUTHFILE-AT-END    VALUE "Y".
       01 WS-RSLT-EOF-SWITCH        PIC X(1) VALUE "N".
           88 WS-RSLT-AT-END        VALUE "Y".
       01 WS-SORT-EOF-SWITCH        PIC X(1) VALUE "N".
           88 WS-SORT-AT-END        VALUE "Y".

       01 WS-PARM-CARD              PIC X(80) VALUE SPACES.
       01 WS-MONTH-X                PIC X(6).
       01 WS-MONTH-START            PIC 9(8).
       01 WS-MONTH-START-X REDEFINES WS-MONTH-START.
           05 WS-MST-YYYYMM         PIC X(6).
           05 WS-MST-DD             PIC X(2).
       01 WS-MONTH-END              PIC 9(8).
       01 WS-MONTH-END-X REDEFINES WS-MONTH-END.
           05 WS-MEN-YYYYMM         PIC X(6).
           05 WS-MEN-DD             PIC X(2).

      *> Every grant on file; the ones whose window touches the
      *> month are picked out per table as it is listed.
       01 WS-GRT-MAX                PIC 9(4) VALUE 2000.
       01 WS-GRT-COUNT              PIC 9(4) VALUE 0.
       01 WS-GRT-TABLE.
           05 WS-GRT-ENTRY OCCURS 2000 INDEXED BY GTX.
               10 WS-GRT-TABLE-ID   PIC X(8).
               10 WS-GRT-DEPT-ID    PIC X(8).
               10 WS-GRT-FROM       PIC 9(8).
               10 WS-GRT-TO         PIC 9(8).
       01 WS-GRT-IDX                PIC 9(4).

      *> Searches run in the month, one slot per table/department
      *> pair. The listed switch marks a slot already shown against
      *> the owner or a grant, so what is left over at the end of a
      *> table is use nobody was given.
       01 WS-USE-MAX                PIC 9(4) VALUE 2000.
       01 WS-USE-COUNT              PIC 9(4) VALUE 0.
       01 WS-USE-TABLE.
           05 WS-USE-ENTRY OCCURS 2000 INDEXED BY USX.
               10 WS-USE-TABLE-ID   PIC X(8).
               10 WS-USE-DEPT-ID    PIC X(8).
               10 WS-USE-SEARCHES   PIC 9(9).
               10 WS-USE-LISTED     PIC X(1).
       01 WS-USE-IDX                PIC 9(4).
       01 WS-USE-HIT                PIC 9(4).

       01 WS-FIND-TABLE-ID          PIC X(8).
       01 WS-FIND-DEPT-ID           PIC X(8).

       01 WS-CUR-DEPT               PIC X(8) VALUE SPACES.
       01 WS-DEPT-OPEN-SWITCH       PIC X(1) VALUE "N".
           88 WS-DEPT-IN-PROGRESS   VALUE "Y".
       01 WS-DEPT-TABLES            PIC 9(6) VALUE 0.
       01 WS-DEPT-SEARCHES          PIC 9(9) VALUE 0.
       01 WS-DEPT-COUNT             PIC 9(4) VALUE 0.
       01 WS-TABLE-COUNT            PIC 9(6) VALUE 0.
       01 WS-TABLE-SEARCHES         PIC 9(9) VALUE 0.
       01 WS-RESULTS-IN-MONTH       PIC 9(9) VALUE 0.
       01 WS-UNGRANTED-COUNT        PIC 9(6) VALUE 0.
       01 WS-UNUSED-COUNT           PIC 9(6) VALUE 0.

       01 WS-TITLE-LINE.
           05 FILLER                PIC X(30)
               VALUE "TABLE ACCESS REPORT FOR MONTH ".
           05 WS-TTL-MONTH          PIC X(6).
           05 FILLER                PIC X(96) VALUE SPACES.
       01 WS-DEPT-HEADING.
           05 FILLER                PIC X(19)
               VALUE "OWNING DEPARTMENT: ".
           05 WS-DHD-DEPT           PIC X(8).
           05 FILLER                PIC X(105) VALUE SPACES.
       01 WS-TABLE-HEADING.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(7) VALUE "TABLE: ".
           05 WS-THD-TABLE-ID       PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-THD-DESC           PIC X(30).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-THD-ACCESS         PIC X(28).
           05 FILLER                PIC X(53) VALUE SPACES.
       01 WS-COL-HEADING.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE "DEPARTMENT".
           05 FILLER                PIC X(10) VALUE "ACCESS".
           05 FILLER                PIC X(10) VALUE "FROM".
           05 FILLER                PIC X(10) VALUE "TO".
           05 FILLER                PIC X(14) VALUE "   SEARCHES".
           05 FILLER                PIC X(73) VALUE SPACES.
       01 WS-ACCESS-LINE.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-ACL-DEPT-ID        PIC X(8).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-ACL-ACCESS         PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-ACL-FROM           PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-ACL-TO             PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-ACL-SEARCHES       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-ACL-FLAG           PIC X(30).
           05 FILLER                PIC X(43) VALUE SPACES.
       01 WS-TOTAL-LINE.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-TOT-LABEL          PIC X(40).
           05 WS-TOT-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(79) VALUE SPACES.

       PROCEDURE DIVISION.
       ACCSRPT.
           PERFORM READ-PARM-CARD.
           PERFORM LOAD-GRANTS.
           PERFORM COUNT-MONTH-SEARCHES.

           OPEN OUTPUT ACCSLST.
           IF WS-ACCSLST-STATUS NOT = "00"
               DISPLAY "ACCSRPT: UNABLE TO OPEN ACCSLST, STATUS="
                       WS-ACCSLST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-MONTH-X TO WS-TTL-MONTH.
           WRITE ACCSLST-RECORD FROM WS-TITLE-LINE.

      *> INPUT PROCEDURE (rather than USING) so the catalog is
      *> opened under our own control and its FILE STATUS checked.
           SORT SORTWK
               ON ASCENDING KEY SORTWK-OWNER-DEPT
               ON ASCENDING KEY SORTWK-TABLE-ID
               INPUT PROCEDURE IS READ-CATALOG
               OUTPUT PROCEDURE IS WRITE-ACCESS-LIST.

           MOVE SPACES TO ACCSLST-RECORD.
           WRITE ACCSLST-RECORD.
           MOVE "TABLES, ALL DEPARTMENTS" TO WS-TOT-LABEL.
           MOVE WS-TABLE-COUNT TO WS-TOT-COUNT.
           WRITE ACCSLST-RECORD FROM WS-TOTAL-LINE.
           MOVE "SEARCHES IN THE MONTH, ALL TABLES" TO WS-TOT-LABEL.
           MOVE WS-RESULTS-IN-MONTH TO WS-TOT-COUNT.
           WRITE ACCSLST-RECORD FROM WS-TOTAL-LINE.
           MOVE "DEPARTMENTS SEARCHING WITHOUT A GRANT"
               TO WS-TOT-LABEL.
           MOVE WS-UNGRANTED-COUNT TO WS-TOT-COUNT.
           WRITE ACCSLST-RECORD FROM WS-TOTAL-LINE.
           MOVE "GRANTS NOT USED IN THE MONTH" TO WS-TOT-LABEL.
           MOVE WS-UNUSED-COUNT TO WS-TOT-COUNT.
           WRITE ACCSLST-RECORD FROM WS-TOTAL-LINE.

           CLOSE ACCSLST.

           DISPLAY "ACCSRPT: " WS-TABLE-COUNT " TABLES FOR "
                   WS-DEPT-COUNT " DEPARTMENTS, "
                   WS-RESULTS-IN-MONTH " SEARCHES, "
                   WS-UNGRANTED-COUNT " WITHOUT A GRANT".
           IF WS-UNGRANTED-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-PARM-CARD.
           ACCEPT WS-PARM-CARD.
           IF WS-PARM-CARD(1:6) NOT = "MONTH="
               DISPLAY "ACCSRPT: EXPECTED MONTH=YYYYMM CONTROL "
                       "CARD, GOT " WS-PARM-CARD(1:20)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PARM-CARD(7:6) TO WS-MONTH-X
           IF WS-MONTH-X NOT NUMERIC
                   OR WS-MONTH-X(5:2) < "01"
                   OR WS-MONTH-X(5:2) > "12"
               DISPLAY "ACCSRPT: MONTH NOT A VALID YYYYMM: "
                       WS-MONTH-X
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *> Day 31 closes every month: a date compare needs no more.
           MOVE WS-MONTH-X TO WS-MST-YYYYMM WS-MEN-YYYYMM
           MOVE "01" TO WS-MST-DD
           MOVE "31" TO WS-MEN-DD.

      *> A missing authorization file means nothing has been granted
      *> - owners and open tables still report.
       LOAD-GRANTS.
           MOVE 0 TO WS-GRT-COUNT.
           OPEN INPUT AUTHFILE.
           IF WS-AUTHFILE-STATUS = "35"
               DISPLAY "ACCSRPT: NO AUTHORIZATION FILE - NO GRANTS "
                       "TO REPORT"
           ELSE
               IF WS-AUTHFILE-STATUS NOT = "00"
                   DISPLAY "ACCSRPT: UNABLE TO OPEN AUTHFILE, "
                           "STATUS=" WS-AUTHFILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-AUTHFILE-AT-END
                   READ AUTHFILE
                       AT END
                           MOVE "Y" TO WS-AUTHFILE-EOF-SWITCH
                       NOT AT END
                           PERFORM NOTE-GRANT
                   END-READ
               END-PERFORM
               CLOSE AUTHFILE
           END-IF.

       NOTE-GRANT.
           IF AUTH-FROM-DATE-X NUMERIC AND AUTH-TO-DATE-X NUMERIC
               IF WS-GRT-COUNT >= WS-GRT-MAX
                   DISPLAY "ACCSRPT: MORE THAN " WS-GRT-MAX
                           " GRANTS ON AUTHFILE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-GRT-COUNT
               SET GTX TO WS-GRT-COUNT
               MOVE AUTH-TABLE-ID TO WS-GRT-TABLE-ID(GTX)
               MOVE AUTH-DEPT-ID TO WS-GRT-DEPT-ID(GTX)
               MOVE AUTH-FROM-DATE TO WS-GRT-FROM(GTX)
               MOVE AUTH-TO-DATE TO WS-GRT-TO(GTX)
           END-IF.

      *> The store is keyed item first, so the month's results are
      *> scattered through it - one full pass picks them out, by the
      *> night each result belongs to (its business date, or on a
      *> result written before the store carried one, its run
      *> date). A result written before the department column
      *> existed counts against UNKNOWN.
       COUNT-MONTH-SEARCHES.
           OPEN INPUT RSLTFILE.
           IF WS-RSLT-STATUS NOT = "00"
               DISPLAY "ACCSRPT: UNABLE TO OPEN RSLTFILE, STATUS="
                       WS-RSLT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO RSLT-KEY.
           MOVE ZEROES TO RSLT-RUN-DATE RSLT-RUN-TIME RSLT-SEQ.
           START RSLTFILE KEY NOT LESS THAN RSLT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-RSLT-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-RSLT-AT-END
               READ RSLTFILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-RSLT-EOF-SWITCH
                   NOT AT END
                       IF RSLT-BUS-DATE-X NOT NUMERIC
                               OR RSLT-BUS-DATE = 0
                           MOVE RSLT-RUN-DATE TO RSLT-BUS-DATE
                       END-IF
                       IF RSLT-BUS-DATE >= WS-MONTH-START
                               AND RSLT-BUS-DATE <= WS-MONTH-END
                           PERFORM NOTE-MONTH-SEARCH
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RSLTFILE.

       NOTE-MONTH-SEARCH.
           ADD 1 TO WS-RESULTS-IN-MONTH
           MOVE RSLT-TABLE-ID TO WS-FIND-TABLE-ID
           MOVE RSLT-DEPT-ID TO WS-FIND-DEPT-ID
           IF WS-FIND-DEPT-ID = SPACES
               MOVE "UNKNOWN" TO WS-FIND-DEPT-ID
           END-IF
           PERFORM FIND-USAGE-SLOT
           IF WS-USE-HIT = 0
               IF WS-USE-COUNT >= WS-USE-MAX
                   DISPLAY "ACCSRPT: MORE THAN " WS-USE-MAX
                           " TABLE/DEPARTMENT PAIRS SEARCHED IN "
                           "THE MONTH"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-USE-COUNT
               SET USX TO WS-USE-COUNT
               MOVE WS-FIND-TABLE-ID TO WS-USE-TABLE-ID(USX)
               MOVE WS-FIND-DEPT-ID TO WS-USE-DEPT-ID(USX)
               MOVE 0 TO WS-USE-SEARCHES(USX)
               MOVE "N" TO WS-USE-LISTED(USX)
               MOVE WS-USE-COUNT TO WS-USE-HIT
           END-IF
           SET USX TO WS-USE-HIT
           ADD 1 TO WS-USE-SEARCHES(USX).

       FIND-USAGE-SLOT.
           MOVE 0 TO WS-USE-HIT
           PERFORM VARYING WS-USE-IDX FROM 1 BY 1
                   UNTIL WS-USE-IDX > WS-USE-COUNT
                       OR WS-USE-HIT > 0
               SET USX TO WS-USE-IDX
               IF WS-USE-TABLE-ID(USX) = WS-FIND-TABLE-ID
                       AND WS-USE-DEPT-ID(USX) = WS-FIND-DEPT-ID
                   MOVE WS-USE-IDX TO WS-USE-HIT
               END-IF
           END-PERFORM.

       READ-CATALOG.
           OPEN INPUT TBLCAT.
           IF WS-TBLCAT-STATUS NOT = "00"
               DISPLAY "ACCSRPT: UNABLE TO OPEN TBLCAT, STATUS="
                       WS-TBLCAT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-TBLCAT-AT-END
               READ TBLCAT
                   AT END
                       MOVE "Y" TO WS-TBLCAT-EOF-SWITCH
                   NOT AT END
                       RELEASE SORTWK-RECORD FROM TBLCAT-RECORD
               END-READ
           END-PERFORM.
           CLOSE TBLCAT.

       WRITE-ACCESS-LIST.
           PERFORM UNTIL WS-SORT-AT-END
               RETURN SORTWK INTO TBLCAT-RECORD
                   AT END
                       MOVE "Y" TO WS-SORT-EOF-SWITCH
                   NOT AT END
                       PERFORM LIST-ONE-TABLE
               END-RETURN
           END-PERFORM.
           IF WS-DEPT-IN-PROGRESS
               PERFORM WRITE-DEPT-TOTAL
           END-IF.

       LIST-ONE-TABLE.
           IF TBLCAT-OWNER-DEPT = SPACES
               MOVE "UNKNOWN" TO TBLCAT-OWNER-DEPT
           END-IF
           IF NOT WS-DEPT-IN-PROGRESS
                   OR TBLCAT-OWNER-DEPT NOT = WS-CUR-DEPT
               IF WS-DEPT-IN-PROGRESS
                   PERFORM WRITE-DEPT-TOTAL
               END-IF
               PERFORM START-DEPT-SECTION
           END-IF

           ADD 1 TO WS-TABLE-COUNT
           ADD 1 TO WS-DEPT-TABLES
           MOVE 0 TO WS-TABLE-SEARCHES
           MOVE SPACES TO ACCSLST-RECORD
           WRITE ACCSLST-RECORD
           MOVE TBLCAT-TABLE-ID TO WS-THD-TABLE-ID
           MOVE TBLCAT-DESC TO WS-THD-DESC
           IF TBLCAT-SEARCH-RESTRICTED
               MOVE "RESTRICTED" TO WS-THD-ACCESS
           ELSE
               MOVE "OPEN TO ALL DEPARTMENTS" TO WS-THD-ACCESS
           END-IF
           WRITE ACCSLST-RECORD FROM WS-TABLE-HEADING
           WRITE ACCSLST-RECORD FROM WS-COL-HEADING

      *> The owner first, then every grant live at any point in the
      *> month, then whoever else searched the table.
           MOVE SPACES TO WS-ACCESS-LINE
           MOVE TBLCAT-OWNER-DEPT TO WS-ACL-DEPT-ID
           MOVE "OWNER" TO WS-ACL-ACCESS
           PERFORM TAKE-DEPT-SEARCHES
           WRITE ACCSLST-RECORD FROM WS-ACCESS-LINE

           PERFORM VARYING WS-GRT-IDX FROM 1 BY 1
                   UNTIL WS-GRT-IDX > WS-GRT-COUNT
               SET GTX TO WS-GRT-IDX
               IF WS-GRT-TABLE-ID(GTX) = TBLCAT-TABLE-ID
                       AND WS-GRT-FROM(GTX) <= WS-MONTH-END
                       AND WS-GRT-TO(GTX) >= WS-MONTH-START
                   PERFORM LIST-MONTH-GRANT
               END-IF
           END-PERFORM

           PERFORM VARYING WS-USE-IDX FROM 1 BY 1
                   UNTIL WS-USE-IDX > WS-USE-COUNT
               SET USX TO WS-USE-IDX
               IF WS-USE-TABLE-ID(USX) = TBLCAT-TABLE-ID
                       AND WS-USE-LISTED(USX) = "N"
                   PERFORM LIST-OTHER-SEARCHER
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-TOT-LABEL
           STRING TBLCAT-TABLE-ID DELIMITED BY SPACE
               " SEARCHES IN THE MONTH" DELIMITED BY SIZE
               INTO WS-TOT-LABEL
           END-STRING
           MOVE WS-TABLE-SEARCHES TO WS-TOT-COUNT
           WRITE ACCSLST-RECORD FROM WS-TOTAL-LINE
           ADD WS-TABLE-SEARCHES TO WS-DEPT-SEARCHES.

      *> A department holding two grants in the month (one revoked,
      *> one re-granted) has its searches shown against the first.
       LIST-MONTH-GRANT.
           MOVE SPACES TO WS-ACCESS-LINE
           MOVE WS-GRT-DEPT-ID(GTX) TO WS-ACL-DEPT-ID
           MOVE "GRANT" TO WS-ACL-ACCESS
           MOVE WS-GRT-FROM(GTX) TO WS-ACL-FROM
           MOVE WS-GRT-TO(GTX) TO WS-ACL-TO
           PERFORM TAKE-DEPT-SEARCHES
           IF WS-USE-HIT = 0
               MOVE "NOT USED IN THE MONTH" TO WS-ACL-FLAG
               ADD 1 TO WS-UNUSED-COUNT
           END-IF
           WRITE ACCSLST-RECORD FROM WS-ACCESS-LINE.

       LIST-OTHER-SEARCHER.
           MOVE SPACES TO WS-ACCESS-LINE
           MOVE WS-USE-DEPT-ID(USX) TO WS-ACL-DEPT-ID
           MOVE WS-USE-SEARCHES(USX) TO WS-ACL-SEARCHES
           MOVE "Y" TO WS-USE-LISTED(USX)
           ADD WS-USE-SEARCHES(USX) TO WS-TABLE-SEARCHES
           IF TBLCAT-SEARCH-RESTRICTED
               MOVE "NO GRANT" TO WS-ACL-ACCESS
               MOVE "** SEARCHED WITHOUT A GRANT" TO WS-ACL-FLAG
               ADD 1 TO WS-UNGRANTED-COUNT
           ELSE
               MOVE "OPEN" TO WS-ACL-ACCESS
           END-IF
           WRITE ACCSLST-RECORD FROM WS-ACCESS-LINE.

      *> Puts the department on the access line's searches against
      *> the table being listed, once - WS-USE-HIT is left zero when
      *> there are none still to show.
       TAKE-DEPT-SEARCHES.
           MOVE TBLCAT-TABLE-ID TO WS-FIND-TABLE-ID
           MOVE WS-ACL-DEPT-ID TO WS-FIND-DEPT-ID
           PERFORM FIND-USAGE-SLOT
           IF WS-USE-HIT > 0
               SET USX TO WS-USE-HIT
               IF WS-USE-LISTED(USX) = "Y"
                   MOVE 0 TO WS-USE-HIT
               END-IF
           END-IF
           IF WS-USE-HIT = 0
               MOVE 0 TO WS-ACL-SEARCHES
           ELSE
               MOVE WS-USE-SEARCHES(USX) TO WS-ACL-SEARCHES
               MOVE "Y" TO WS-USE-LISTED(USX)
               ADD WS-USE-SEARCHES(USX) TO WS-TABLE-SEARCHES
           END-IF.

       START-DEPT-SECTION.
           MOVE TBLCAT-OWNER-DEPT TO WS-CUR-DEPT
           MOVE "Y" TO WS-DEPT-OPEN-SWITCH
           MOVE 0 TO WS-DEPT-TABLES
           MOVE 0 TO WS-DEPT-SEARCHES
           ADD 1 TO WS-DEPT-COUNT
           MOVE SPACES TO ACCSLST-RECORD
           WRITE ACCSLST-RECORD
           MOVE WS-CUR-DEPT TO WS-DHD-DEPT
           WRITE ACCSLST-RECORD FROM WS-DEPT-HEADING.

       WRITE-DEPT-TOTAL.
           MOVE SPACES TO ACCSLST-RECORD
           WRITE ACCSLST-RECORD
           MOVE SPACES TO WS-TOT-LABEL
           STRING WS-CUR-DEPT DELIMITED BY SPACE
               " SEARCHES, ALL ITS TABLES" DELIMITED BY SIZE
               INTO WS-TOT-LABEL
           END-STRING
           MOVE WS-DEPT-SEARCHES TO WS-TOT-COUNT
           WRITE ACCSLST-RECORD FROM WS-TOTAL-LINE.
