       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRRPT.

      *> Morning report of master changes awaiting approval. Every
      *> transaction against a dual-control table sits on the
      *> approval queue MSTUPDT carries forward night to night until
      *> a second user approves it or it expires; this lists what is
      *> still waiting, grouped by the department that owns each
      *> table (the owner recorded from TBLCAT when the item was
      *> queued), so each area's checkers see the items they are
      *> expected to clear - reference to quote on the approval,
      *> maker, the change itself, how long it has waited and the
      *> last night an approval will still be accepted, with the
      *> description an add or describe would give the value on a
      *> line of its own. An item on its last night is flagged. The
      *> queue is only read, never changed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPRQ ASSIGN TO APPRQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRQ-STATUS.
           SELECT APPRLST ASSIGN TO APPRLST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRLST-STATUS.
           SELECT SORTWK ASSIGN TO SORTWK.
           SELECT RUNCAL ASSIGN TO RUNCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD APPRQ.
       01 APPRQ-RECORD              PIC X(110).

       FD APPRLST.
       01 APPRLST-RECORD            PIC X(132).

      *> The queue record (apprq.cpy) seen only for its sort keys:
      *> owning department, then reference, which is oldest first.
       SD SORTWK.
       01 SORTWK-RECORD.
           05 SORTWK-REF            PIC X(11).
           05 FILLER                PIC X(60).
           05 SORTWK-OWNER-DEPT     PIC X(8).
           05 FILLER                PIC X(31).

       FD RUNCAL.
           COPY "runcal.cpy".

       WORKING-STORAGE SECTION.
           COPY "calw.cpy".
       01 WS-APPRQ-STATUS           PIC X(2) VALUE SPACES.
       01 WS-APPRLST-STATUS         PIC X(2) VALUE SPACES.
       01 WS-APPRQ-EOF-SWITCH       PIC X(1) VALUE "N".
           88 WS-APPRQ-AT-END       VALUE "Y".
       01 WS-SORT-EOF-SWITCH        PIC X(1) VALUE "N".
           88 WS-SORT-AT-END        VALUE "Y".

       01 WS-RPT-DATE               PIC 9(8) VALUE ZERO.
       01 WS-CUR-DEPT               PIC X(8) VALUE SPACES.
       01 WS-DEPT-OPEN-SWITCH       PIC X(1) VALUE "N".
           88 WS-DEPT-IN-PROGRESS   VALUE "Y".
       01 WS-DEPT-ITEMS             PIC 9(6) VALUE 0.
       01 WS-DEPT-COUNT             PIC 9(4) VALUE 0.
       01 WS-ITEM-COUNT             PIC 9(6) VALUE 0.
       01 WS-LAST-NIGHT-COUNT       PIC 9(6) VALUE 0.
       01 WS-DAYS-WAITING           PIC S9(5).

           COPY "apprq.cpy".

       01 WS-TITLE-LINE.
           05 FILLER                PIC X(35)
               VALUE "MASTER CHANGES AWAITING APPROVAL AS".
           05 FILLER                PIC X(4) VALUE " OF ".
           05 WS-TTL-DATE           PIC 9(8).
           05 FILLER                PIC X(85) VALUE SPACES.
       01 WS-DEPT-HEADING.
           05 FILLER                PIC X(19)
               VALUE "OWNING DEPARTMENT: ".
           05 WS-DHD-DEPT           PIC X(8).
           05 FILLER                PIC X(105) VALUE SPACES.
       01 WS-COL-HEADING.
           05 FILLER                PIC X(14) VALUE "REFERENCE".
           05 FILLER                PIC X(10) VALUE "TABLE".
           05 FILLER                PIC X(6) VALUE "CODE".
           05 FILLER                PIC X(7) VALUE "VALUE".
           05 FILLER                PIC X(7) VALUE "NEW".
           05 FILLER                PIC X(10) VALUE "MAKER".
           05 FILLER                PIC X(10) VALUE "KEYED".
           05 FILLER                PIC X(10) VALUE "EFFECTIVE".
           05 FILLER                PIC X(10) VALUE "EXPIRES".
           05 FILLER                PIC X(9) VALUE "WAITING".
           05 FILLER                PIC X(39) VALUE SPACES.
       01 WS-ITEM-LINE.
           05 WS-ITL-QUEUED-DATE    PIC 9(8).
           05 FILLER                PIC X(1) VALUE "-".
           05 WS-ITL-SEQ            PIC 9(3).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-ITL-TABLE-ID       PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-ITL-CODE           PIC X(1).
           05 FILLER                PIC X(5) VALUE SPACES.
           05 WS-ITL-VALUE          PIC X(5).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-ITL-NEW-VALUE      PIC X(5).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-ITL-MAKER          PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-ITL-KEYED-DATE     PIC 9(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-ITL-EFF-DATE       PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-ITL-EXPIRY-DATE    PIC 9(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-ITL-WAITING        PIC ZZZZ9.
           05 FILLER                PIC X(5) VALUE " DAYS".
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-ITL-FLAG           PIC X(26).
       01 WS-DESC-LINE.
           05 FILLER                PIC X(14) VALUE SPACES.
           05 FILLER                PIC X(13) VALUE "DESCRIPTION: ".
           05 WS-DSL-DESC           PIC X(30).
           05 FILLER                PIC X(75) VALUE SPACES.
       01 WS-TOTAL-LINE.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-TOT-LABEL          PIC X(40).
           05 WS-TOT-COUNT          PIC ZZZZZ9.
           05 FILLER                PIC X(84) VALUE SPACES.

       PROCEDURE DIVISION.
       APPRRPT.
           MOVE "APPRRPT" TO WS-CAL-PROGRAM.
           PERFORM READ-BUSINESS-DATE.
      *> The report is read the morning after the night the run
      *> calendar stands at, about the night to come: tonight is the
      *> day after the current business date.
           COMPUTE WS-RPT-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-CAL-BUS-DATE) + 1).

           OPEN OUTPUT APPRLST.
           IF WS-APPRLST-STATUS NOT = "00"
               DISPLAY "APPRRPT: UNABLE TO OPEN APPRLST, STATUS="
                       WS-APPRLST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RPT-DATE TO WS-TTL-DATE.
           WRITE APPRLST-RECORD FROM WS-TITLE-LINE.

      *> INPUT PROCEDURE (rather than USING) so the queue is opened
      *> under our own control and its FILE STATUS can be checked.
           SORT SORTWK
               ON ASCENDING KEY SORTWK-OWNER-DEPT
               ON ASCENDING KEY SORTWK-REF
               INPUT PROCEDURE IS READ-APPROVAL-QUEUE
               OUTPUT PROCEDURE IS WRITE-APPROVAL-LIST.

           MOVE SPACES TO APPRLST-RECORD.
           WRITE APPRLST-RECORD.
           MOVE "ITEMS AWAITING APPROVAL, ALL DEPARTMENTS"
               TO WS-TOT-LABEL.
           MOVE WS-ITEM-COUNT TO WS-TOT-COUNT.
           WRITE APPRLST-RECORD FROM WS-TOTAL-LINE.
           MOVE "ITEMS ON THEIR LAST NIGHT FOR APPROVAL"
               TO WS-TOT-LABEL.
           MOVE WS-LAST-NIGHT-COUNT TO WS-TOT-COUNT.
           WRITE APPRLST-RECORD FROM WS-TOTAL-LINE.

           CLOSE APPRLST.

           DISPLAY "APPRRPT: " WS-ITEM-COUNT " ITEMS AWAITING "
                   "APPROVAL FOR " WS-DEPT-COUNT " DEPARTMENTS, "
                   WS-LAST-NIGHT-COUNT " ON THEIR LAST NIGHT".
           STOP RUN.

      *> A missing queue means nothing has ever been queued - the
      *> report still prints, with nothing waiting.
       READ-APPROVAL-QUEUE.
           OPEN INPUT APPRQ.
           IF WS-APPRQ-STATUS = "35"
               DISPLAY "APPRRPT: NO APPROVAL QUEUE - NOTHING WAITING"
               MOVE "Y" TO WS-APPRQ-EOF-SWITCH
           ELSE
               IF WS-APPRQ-STATUS NOT = "00"
                   DISPLAY "APPRRPT: UNABLE TO OPEN APPRQ, STATUS="
                           WS-APPRQ-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM UNTIL WS-APPRQ-AT-END
               READ APPRQ
                   AT END
                       MOVE "Y" TO WS-APPRQ-EOF-SWITCH
                   NOT AT END
                       RELEASE SORTWK-RECORD FROM APPRQ-RECORD
               END-READ
           END-PERFORM.

           IF WS-APPRQ-STATUS NOT = "35"
               CLOSE APPRQ
           END-IF.

       WRITE-APPROVAL-LIST.
           PERFORM UNTIL WS-SORT-AT-END
               RETURN SORTWK INTO WS-APPR-ITEM
                   AT END
                       MOVE "Y" TO WS-SORT-EOF-SWITCH
                   NOT AT END
                       PERFORM LIST-QUEUED-ITEM
               END-RETURN
           END-PERFORM.
           IF WS-DEPT-IN-PROGRESS
               PERFORM WRITE-DEPT-TOTAL
           END-IF.

       LIST-QUEUED-ITEM.
           IF WS-APQ-OWNER-DEPT = SPACES
               MOVE "UNKNOWN" TO WS-APQ-OWNER-DEPT
           END-IF
           IF NOT WS-DEPT-IN-PROGRESS
                   OR WS-APQ-OWNER-DEPT NOT = WS-CUR-DEPT
               IF WS-DEPT-IN-PROGRESS
                   PERFORM WRITE-DEPT-TOTAL
               END-IF
               PERFORM START-DEPT-SECTION
           END-IF

           MOVE WS-APQ-QUEUED-DATE TO WS-ITL-QUEUED-DATE
           MOVE WS-APQ-SEQ TO WS-ITL-SEQ
           MOVE WS-APQ-TABLE-ID TO WS-ITL-TABLE-ID
           MOVE WS-APQ-CODE TO WS-ITL-CODE
           MOVE WS-APQ-VALUE TO WS-ITL-VALUE
           MOVE WS-APQ-NEW-VALUE TO WS-ITL-NEW-VALUE
           MOVE WS-APQ-MAKER TO WS-ITL-MAKER
           MOVE WS-APQ-KEYED-DATE TO WS-ITL-KEYED-DATE
           MOVE WS-APQ-EFF-DATE TO WS-ITL-EFF-DATE
           MOVE WS-APQ-EXPIRY-DATE TO WS-ITL-EXPIRY-DATE
           COMPUTE WS-DAYS-WAITING =
               FUNCTION INTEGER-OF-DATE(WS-RPT-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-APQ-QUEUED-DATE)
           IF WS-DAYS-WAITING < 0
               MOVE 0 TO WS-DAYS-WAITING
           END-IF
           MOVE WS-DAYS-WAITING TO WS-ITL-WAITING
           MOVE SPACES TO WS-ITL-FLAG
      *> Tonight's run is the last that will accept the approval;
      *> one already past its date is dropped by tonight's run.
           IF WS-APQ-EXPIRY-DATE = WS-RPT-DATE
               MOVE "** LAST NIGHT TO APPROVE" TO WS-ITL-FLAG
               ADD 1 TO WS-LAST-NIGHT-COUNT
           END-IF
           IF WS-APQ-EXPIRY-DATE < WS-RPT-DATE
               MOVE "** EXPIRES TONIGHT" TO WS-ITL-FLAG
           END-IF
           WRITE APPRLST-RECORD FROM WS-ITEM-LINE
           IF (WS-APQ-CODE = "A" OR WS-APQ-CODE = "C")
                   AND WS-APQ-TRAN-DESC NOT = SPACES
               MOVE WS-APQ-TRAN-DESC TO WS-DSL-DESC
               WRITE APPRLST-RECORD FROM WS-DESC-LINE
           END-IF
           ADD 1 TO WS-DEPT-ITEMS
           ADD 1 TO WS-ITEM-COUNT.

       START-DEPT-SECTION.
           MOVE WS-APQ-OWNER-DEPT TO WS-CUR-DEPT
           MOVE "Y" TO WS-DEPT-OPEN-SWITCH
           MOVE 0 TO WS-DEPT-ITEMS
           ADD 1 TO WS-DEPT-COUNT
           MOVE SPACES TO APPRLST-RECORD
           WRITE APPRLST-RECORD
           MOVE WS-CUR-DEPT TO WS-DHD-DEPT
           WRITE APPRLST-RECORD FROM WS-DEPT-HEADING
           WRITE APPRLST-RECORD FROM WS-COL-HEADING.

       WRITE-DEPT-TOTAL.
           MOVE SPACES TO WS-TOT-LABEL
           STRING WS-CUR-DEPT DELIMITED BY SPACE
               " ITEMS AWAITING APPROVAL" DELIMITED BY SIZE
               INTO WS-TOT-LABEL
           END-STRING
           MOVE WS-DEPT-ITEMS TO WS-TOT-COUNT
           WRITE APPRLST-RECORD FROM WS-TOTAL-LINE.

           COPY "calp.cpy".
