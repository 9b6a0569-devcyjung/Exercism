       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTDIST.

      *> Sends each department its own answers. REQCOLL takes the
      *> areas' request decks in through REQIN01-REQIN04; this step
      *> is the way back out: tonight's SRCHRPT section is split by
      *> the department on each detail line, and the requests the
      *> edit step rejected are added from REQERR with their reason
      *> code, so every area gets one package - answers and rejects
      *> together - on its own outbound file (ANSOUT01-ANSOUT04)
      *> instead of pulling its lines out of the shared trail or
      *> asking SRCHINQ one item at a time. ANSOUTnn=DEPTID control
      *> cards, closed by an END card, say which department each
      *> outbound file belongs to. Every file carries its own "H"/"T"
      *> control records (see ctlrec.cpy and ansrec.cpy) so the
      *> receiving area can balance it, and the distribution report
      *> proves the per-department counts add back up to tonight's
      *> SRCHRPT and REQERR trailers. SRCHRPT accumulates across
      *> nights, so tonight's section is everything after the
      *> previous SRCHRPT trailer up to the last one - the same "last
      *> trailer is tonight" rule the reconciliation step uses.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SRCHRPT ASSIGN TO SRCHRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCHRPT-STATUS.
           SELECT REQERR ASSIGN TO REQERR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQERR-STATUS.
           SELECT ANSOUT01 ASSIGN TO ANSOUT01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANSOUT01-STATUS.
           SELECT ANSOUT02 ASSIGN TO ANSOUT02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANSOUT02-STATUS.
           SELECT ANSOUT03 ASSIGN TO ANSOUT03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANSOUT03-STATUS.
           SELECT ANSOUT04 ASSIGN TO ANSOUT04
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANSOUT04-STATUS.
           SELECT DISTRPT ASSIGN TO DISTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTRPT-STATUS.
           SELECT RUNCAL ASSIGN TO RUNCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCAL-STATUS.
           SELECT RUNLOG ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLOG-KEY
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SRCHRPT.
       01 SRCHRPT-RECORD            PIC X(2078).

       FD REQERR.
       01 REQERR-RECORD             PIC X(43).

       FD ANSOUT01.
       01 ANSOUT01-RECORD           PIC X(2080).

       FD ANSOUT02.
       01 ANSOUT02-RECORD           PIC X(2080).

       FD ANSOUT03.
       01 ANSOUT03-RECORD           PIC X(2080).

       FD ANSOUT04.
       01 ANSOUT04-RECORD           PIC X(2080).

       FD DISTRPT.
       01 DISTRPT-RECORD            PIC X(80).

       FD RUNCAL.
           COPY "runcal.cpy".

       FD RUNLOG.
           COPY "runlog.cpy".

       WORKING-STORAGE SECTION.
           COPY "ctlrec.cpy".
           COPY "rptline.cpy".
           COPY "ansrec.cpy".
           COPY "calw.cpy".
           COPY "runlogw.cpy".

       01 WS-SRCHRPT-STATUS         PIC X(2) VALUE SPACES.
       01 WS-REQERR-STATUS          PIC X(2) VALUE SPACES.
       01 WS-ANSOUT01-STATUS        PIC X(2) VALUE SPACES.
       01 WS-ANSOUT02-STATUS        PIC X(2) VALUE SPACES.
       01 WS-ANSOUT03-STATUS        PIC X(2) VALUE SPACES.
       01 WS-ANSOUT04-STATUS        PIC X(2) VALUE SPACES.
       01 WS-DISTRPT-STATUS         PIC X(2) VALUE SPACES.
       01 WS-OPEN-STATUS            PIC X(2) VALUE SPACES.
       01 WS-SRCHRPT-EOF-SWITCH     PIC X(1) VALUE "N".
           88 WS-SRCHRPT-AT-END     VALUE "Y".
       01 WS-REQERR-EOF-SWITCH      PIC X(1) VALUE "N".
           88 WS-REQERR-AT-END      VALUE "Y".

       01 WS-PARM-CARD              PIC X(80) VALUE SPACES.
       01 WS-PARM-KEYWORD           PIC X(20).
       01 WS-PARM-VALUE             PIC X(9).
       01 WS-PARM-DONE-SWITCH       PIC X(1) VALUE "N".
           88 WS-PARMS-DONE         VALUE "Y".

      *> One slot per outbound file, filled from the control cards.
      *> A slot left without a department is never opened, so an
      *> unused ANSOUTnn DD can stay DUMMY.
       01 WS-OUT-MAX                PIC 9(1) VALUE 4.
       01 WS-OUT-NO                 PIC 9(1) VALUE 0.
       01 WS-OUT-TABLE.
           05 WS-OUT-ENTRY OCCURS 4 INDEXED BY OUX.
               10 WS-OUT-DEPT-ID    PIC X(8).
               10 WS-OUT-COUNT      PIC 9(9).
               10 WS-OUT-HASH       PIC S9(9) SIGN IS LEADING SEPARATE.
       01 WS-OUT-IDX                PIC 9(1).

      *> Tonight's section of the accumulated trail, located by a
      *> first pass: the line numbers of the last SRCHRPT trailer
      *> and of the one before it (zero on the first night ever).
       01 WS-LINE-NO                PIC 9(9) VALUE 0.
       01 WS-PREV-TRL-LINE          PIC 9(9) VALUE 0.
       01 WS-LAST-TRL-LINE          PIC 9(9) VALUE 0.
       01 WS-RPT-TRL-COUNT          PIC 9(9) VALUE 0.
       01 WS-RPT-TRL-HASH           PIC S9(9) SIGN IS LEADING SEPARATE
                                    VALUE ZERO.
       01 WS-SECTION-SWITCH         PIC X(1) VALUE "N".
           88 WS-IN-NIGHTLY-SECTION VALUE "Y".

       01 WS-ERR-TRL-SWITCH         PIC X(1) VALUE "N".
           88 WS-ERR-TRL-FOUND      VALUE "Y".
       01 WS-ERR-TRL-COUNT          PIC 9(9) VALUE 0.
       01 WS-ERR-TRL-HASH           PIC S9(9) SIGN IS LEADING SEPARATE
                                    VALUE ZERO.

      *> The REQERR record in hand: reason code, then the original
      *> request image, viewed in the request shape so its item can
      *> be hashed and its department routed. An item that will not
      *> parse adds zero to the hash, exactly as the edit step
      *> hashed it onto the REQERR trailer.
       01 WS-ERR-RECORD.
           05 WS-ERR-REASON-CODE    PIC X(2).
           05 FILLER                PIC X(1).
           05 WS-ERR-IMAGE.
               10 WS-ERR-MODE       PIC X(1).
               10 FILLER            PIC X(1).
               10 WS-ERR-ITEM       PIC S9(4) SIGN IS LEADING SEPARATE.
               10 WS-ERR-ITEM-X REDEFINES WS-ERR-ITEM.
                   15 WS-ERR-ITEM-SIGN
                                    PIC X(1).
                   15 WS-ERR-ITEM-DIGITS
                                    PIC X(4).
               10 FILLER            PIC X(1).
               10 WS-ERR-ITEM-HIGH  PIC X(5).
               10 FILLER            PIC X(1).
               10 WS-ERR-TABLE-ID   PIC X(8).
               10 FILLER            PIC X(1).
               10 WS-ERR-DEPT-ID    PIC X(8).
               10 FILLER            PIC X(9).

       01 WS-CUR-DEPT-ID            PIC X(8).
       01 WS-CUR-HASH-VALUE         PIC S9(4) SIGN IS LEADING SEPARATE.

      *> One slot per department met tonight, on either input. A
      *> department with no outbound file is still counted, so the
      *> report balances and shows exactly what went unrouted.
       01 WS-DST-MAX                PIC 9(2) VALUE 30.
       01 WS-DST-COUNT              PIC 9(2) VALUE 0.
       01 WS-DST-TABLE.
           05 WS-DST-ENTRY OCCURS 30 INDEXED BY DSX.
               10 WS-DST-DEPT-ID    PIC X(8).
               10 WS-DST-OUT-NO     PIC 9(1).
               10 WS-DST-ANSWERS    PIC 9(9).
               10 WS-DST-REJECTS    PIC 9(9).
               10 WS-DST-HASH       PIC S9(9) SIGN IS LEADING SEPARATE.
       01 WS-DST-IDX                PIC 9(2).
       01 WS-DST-HIT                PIC 9(2).

       01 WS-ANS-TOTAL              PIC 9(9) VALUE 0.
       01 WS-ANS-HASH               PIC S9(9) SIGN IS LEADING SEPARATE
                                    VALUE ZERO.
       01 WS-REJ-TOTAL              PIC 9(9) VALUE 0.
       01 WS-REJ-HASH               PIC S9(9) SIGN IS LEADING SEPARATE
                                    VALUE ZERO.
       01 WS-ROUTED-COUNT           PIC 9(9) VALUE 0.
       01 WS-UNROUTED-COUNT         PIC 9(9) VALUE 0.

       01 WS-RUN-DATE               PIC 9(8) VALUE ZERO.

       01 WS-DST-HEADING.
           05 FILLER                PIC X(10) VALUE "DEPT".
           05 FILLER                PIC X(10) VALUE "FILE".
           05 FILLER                PIC X(11) VALUE "ANSWERS".
           05 FILLER                PIC X(11) VALUE "REJECTS".
           05 FILLER                PIC X(11) VALUE "TOTAL".
           05 FILLER                PIC X(27) VALUE "HASH".
       01 WS-DST-LINE.
           05 WS-DSL-DEPT-ID        PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DSL-FILE           PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DSL-ANSWERS        PIC ZZZZZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DSL-REJECTS        PIC ZZZZZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DSL-TOTAL          PIC ZZZZZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DSL-HASH           PIC -ZZZZZZZZ9.
           05 FILLER                PIC X(17) VALUE SPACES.
       01 WS-BAL-LINE.
           05 WS-BAL-LABEL          PIC X(30).
           05 WS-BAL-COUNT          PIC ZZZZZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-BAL-HASH           PIC -ZZZZZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-BAL-STATUS         PIC X(14).
           05 FILLER                PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.
       DEPTDIST.
           MOVE "DEPTDIST" TO WS-RLG-PROGRAM.
           PERFORM WRITE-RUNLOG-START.
           PERFORM READ-PARM-CARDS.
           PERFORM LOCATE-TONIGHTS-SECTION.
           PERFORM OPEN-DIST-FILES.

           PERFORM VARYING WS-OUT-NO FROM 1 BY 1
                   UNTIL WS-OUT-NO > WS-OUT-MAX
               SET OUX TO WS-OUT-NO
               IF WS-OUT-DEPT-ID(OUX) NOT = SPACES
                   PERFORM WRITE-ANSWER-HEADER
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-LINE-NO.
           PERFORM UNTIL WS-SRCHRPT-AT-END
               READ SRCHRPT
                   AT END
                       MOVE "Y" TO WS-SRCHRPT-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF WS-LINE-NO > WS-LAST-TRL-LINE
                           MOVE "Y" TO WS-SRCHRPT-EOF-SWITCH
                       ELSE
                           IF WS-LINE-NO > WS-PREV-TRL-LINE
                               PERFORM ROUTE-REPORT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM UNTIL WS-REQERR-AT-END
               READ REQERR INTO WS-ERR-RECORD
                   AT END
                       MOVE "Y" TO WS-REQERR-EOF-SWITCH
                   NOT AT END
                       PERFORM ROUTE-REJECT-RECORD
               END-READ
           END-PERFORM.

           IF NOT WS-ERR-TRL-FOUND
               DISPLAY "DEPTDIST: NO TRAILER ON REQERR - EDIT STEP "
                       "DID NOT COMPLETE ITS REJECT FILE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING WS-OUT-NO FROM 1 BY 1
                   UNTIL WS-OUT-NO > WS-OUT-MAX
               SET OUX TO WS-OUT-NO
               IF WS-OUT-DEPT-ID(OUX) NOT = SPACES
                   PERFORM WRITE-ANSWER-TRAILER
                   PERFORM CLOSE-ANSWER-FILE
               END-IF
           END-PERFORM.

           PERFORM WRITE-DISTRIBUTION-REPORT.

           CLOSE SRCHRPT.
           CLOSE REQERR.
           CLOSE DISTRPT.

           DISPLAY "DEPTDIST: " WS-ANS-TOTAL " ANSWERS AND "
                   WS-REJ-TOTAL " REJECTS DISTRIBUTED TO "
                   WS-DST-COUNT " DEPARTMENTS, " WS-UNROUTED-COUNT
                   " NOT ROUTED".

           MOVE WS-ANS-TOTAL TO WS-RLG-IN.
           ADD WS-REJ-TOTAL TO WS-RLG-IN.
           MOVE WS-ROUTED-COUNT TO WS-RLG-OUT.
           MOVE WS-UNROUTED-COUNT TO WS-RLG-REJECTS.
           MOVE RETURN-CODE TO WS-RLG-RC.
           PERFORM WRITE-RUNLOG-END.
           STOP RUN.

      *> ANSOUTnn=DEPTID, one card per outbound file in play tonight,
      *> closed by an END card (or a blank). Unknown names and a
      *> department given two files stop the run - answers sent to
      *> the wrong area are worse than answers sent late.
       READ-PARM-CARDS.
           MOVE SPACES TO WS-OUT-TABLE
           PERFORM UNTIL WS-PARMS-DONE
               MOVE SPACES TO WS-PARM-CARD
               ACCEPT WS-PARM-CARD
               IF WS-PARM-CARD = SPACES
                       OR WS-PARM-CARD(1:4) = "END "
                   MOVE "Y" TO WS-PARM-DONE-SWITCH
               ELSE
                   PERFORM APPLY-PARM-CARD
               END-IF
           END-PERFORM.

       APPLY-PARM-CARD.
           MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE
           UNSTRING WS-PARM-CARD DELIMITED BY "="
               INTO WS-PARM-KEYWORD WS-PARM-VALUE
           END-UNSTRING
           IF WS-PARM-KEYWORD(1:7) NOT = "ANSOUT0"
                   OR WS-PARM-KEYWORD(8:1) < "1"
                   OR WS-PARM-KEYWORD(8:1) > "4"
                   OR WS-PARM-KEYWORD(9:12) NOT = SPACES
               DISPLAY "DEPTDIST: UNKNOWN CONTROL CARD "
                       WS-PARM-KEYWORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PARM-VALUE = SPACES OR WS-PARM-VALUE(9:1) NOT = SPACE
               DISPLAY "DEPTDIST: " WS-PARM-KEYWORD(1:8)
                       " NEEDS A DEPARTMENT-ID OF UP TO 8 CHARACTERS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                   UNTIL WS-OUT-IDX > WS-OUT-MAX
               SET OUX TO WS-OUT-IDX
               IF WS-OUT-DEPT-ID(OUX) = WS-PARM-VALUE(1:8)
                   DISPLAY "DEPTDIST: DEPARTMENT " WS-PARM-VALUE(1:8)
                           " NAMED FOR TWO OUTBOUND FILES"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           MOVE WS-PARM-KEYWORD(8:1) TO WS-OUT-NO
           SET OUX TO WS-OUT-NO
           MOVE WS-PARM-VALUE(1:8) TO WS-OUT-DEPT-ID(OUX).

      *> First pass: find where tonight's section starts and ends.
      *> The trailer left at end-of-file is tonight's; the one
      *> before it closed the previous night.
       LOCATE-TONIGHTS-SECTION.
           OPEN INPUT SRCHRPT.
           IF WS-SRCHRPT-STATUS NOT = "00"
               DISPLAY "DEPTDIST: UNABLE TO OPEN SRCHRPT, STATUS="
                       WS-SRCHRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 0 TO WS-LINE-NO.
           PERFORM UNTIL WS-SRCHRPT-AT-END
               READ SRCHRPT
                   AT END
                       MOVE "Y" TO WS-SRCHRPT-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       PERFORM NOTE-SRCHRPT-TRAILER
               END-READ
           END-PERFORM.

           CLOSE SRCHRPT.
           MOVE "N" TO WS-SRCHRPT-EOF-SWITCH.

           IF WS-LAST-TRL-LINE = 0
               DISPLAY "DEPTDIST: NO TRAILER ON SRCHRPT - SEARCH "
                       "STEP DID NOT COMPLETE ITS SECTION"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       NOTE-SRCHRPT-TRAILER.
           MOVE SRCHRPT-RECORD TO CTL-RECORD
           IF CTL-TRAILER AND CTL-FILE-ID = "SRCHRPT"
               MOVE WS-LAST-TRL-LINE TO WS-PREV-TRL-LINE
               MOVE WS-LINE-NO TO WS-LAST-TRL-LINE
               MOVE CTL-RECORD-COUNT TO WS-RPT-TRL-COUNT
               MOVE CTL-HASH-TOTAL TO WS-RPT-TRL-HASH
               MOVE CTL-RUN-DATE TO WS-RUN-DATE
           END-IF.

       OPEN-DIST-FILES.
           OPEN INPUT SRCHRPT.
           IF WS-SRCHRPT-STATUS NOT = "00"
               DISPLAY "DEPTDIST: UNABLE TO OPEN SRCHRPT, STATUS="
                       WS-SRCHRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT REQERR.
           IF WS-REQERR-STATUS NOT = "00"
               DISPLAY "DEPTDIST: UNABLE TO OPEN REQERR, STATUS="
                       WS-REQERR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT DISTRPT.
           IF WS-DISTRPT-STATUS NOT = "00"
               DISPLAY "DEPTDIST: UNABLE TO OPEN DISTRPT, STATUS="
                       WS-DISTRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-OUT-NO FROM 1 BY 1
                   UNTIL WS-OUT-NO > WS-OUT-MAX
               SET OUX TO WS-OUT-NO
               IF WS-OUT-DEPT-ID(OUX) NOT = SPACES
                   PERFORM OPEN-ANSWER-FILE
               END-IF
           END-PERFORM.

       OPEN-ANSWER-FILE.
           EVALUATE WS-OUT-NO
               WHEN 1
                   OPEN OUTPUT ANSOUT01
                   MOVE WS-ANSOUT01-STATUS TO WS-OPEN-STATUS
               WHEN 2
                   OPEN OUTPUT ANSOUT02
                   MOVE WS-ANSOUT02-STATUS TO WS-OPEN-STATUS
               WHEN 3
                   OPEN OUTPUT ANSOUT03
                   MOVE WS-ANSOUT03-STATUS TO WS-OPEN-STATUS
               WHEN 4
                   OPEN OUTPUT ANSOUT04
                   MOVE WS-ANSOUT04-STATUS TO WS-OPEN-STATUS
           END-EVALUATE
           IF WS-OPEN-STATUS NOT = "00"
               DISPLAY "DEPTDIST: UNABLE TO OPEN ANSOUT0" WS-OUT-NO
                       ", STATUS=" WS-OPEN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-ANSWER-FILE.
           EVALUATE WS-OUT-NO
               WHEN 1
                   CLOSE ANSOUT01
               WHEN 2
                   CLOSE ANSOUT02
               WHEN 3
                   CLOSE ANSOUT03
               WHEN 4
                   CLOSE ANSOUT04
           END-EVALUATE.

       WRITE-ANSWER-RECORD.
           EVALUATE WS-OUT-NO
               WHEN 1
                   WRITE ANSOUT01-RECORD FROM ANS-RECORD
               WHEN 2
                   WRITE ANSOUT02-RECORD FROM ANS-RECORD
               WHEN 3
                   WRITE ANSOUT03-RECORD FROM ANS-RECORD
               WHEN 4
                   WRITE ANSOUT04-RECORD FROM ANS-RECORD
           END-EVALUATE.

       WRITE-ANSWER-HEADER.
           MOVE 0 TO WS-OUT-COUNT(OUX)
           MOVE ZERO TO WS-OUT-HASH(OUX)
           MOVE SPACES TO ANS-RECORD
           MOVE SPACES TO CTL-RECORD
           MOVE "H" TO CTL-TYPE
           MOVE "ANSWERS" TO CTL-FILE-ID
           MOVE WS-RUN-DATE TO CTL-RUN-DATE
           MOVE 0 TO CTL-RECORD-COUNT
           MOVE 0 TO CTL-HASH-TOTAL
           MOVE CTL-RECORD TO ANS-RECORD
           PERFORM WRITE-ANSWER-RECORD.

       WRITE-ANSWER-TRAILER.
           MOVE SPACES TO ANS-RECORD
           MOVE SPACES TO CTL-RECORD
           MOVE "T" TO CTL-TYPE
           MOVE "ANSWERS" TO CTL-FILE-ID
           MOVE WS-RUN-DATE TO CTL-RUN-DATE
           MOVE WS-OUT-COUNT(OUX) TO CTL-RECORD-COUNT
           MOVE WS-OUT-HASH(OUX) TO CTL-HASH-TOTAL
           MOVE CTL-RECORD TO ANS-RECORD
           PERFORM WRITE-ANSWER-RECORD.

      *> Only lines inside a SRCHRPT-headed section are tonight's
      *> answers; parameter echo lines and any other program's
      *> bracketed section in between are passed over. A restarted
      *> search writes a second SRCHRPT header inside the same
      *> section, which simply keeps the section open.
       ROUTE-REPORT-LINE.
           EVALUATE SRCHRPT-RECORD(1:1)
               WHEN "H"
                   MOVE SRCHRPT-RECORD TO CTL-RECORD
                   IF CTL-FILE-ID = "SRCHRPT"
                       MOVE "Y" TO WS-SECTION-SWITCH
                   ELSE
                       MOVE "N" TO WS-SECTION-SWITCH
                   END-IF
               WHEN "T"
                   MOVE "N" TO WS-SECTION-SWITCH
               WHEN "P"
                   CONTINUE
               WHEN OTHER
                   IF WS-IN-NIGHTLY-SECTION
                       PERFORM ROUTE-ANSWER
                   END-IF
           END-EVALUATE.

       ROUTE-ANSWER.
           MOVE SRCHRPT-RECORD TO WS-REPORT-LINE
           MOVE WS-RPT-DEPT-ID TO WS-CUR-DEPT-ID
           IF (WS-RPT-ITEM-X(1:1) = "+" OR WS-RPT-ITEM-X(1:1) = "-")
                   AND WS-RPT-ITEM-X(2:4) NUMERIC
               MOVE WS-RPT-ITEM TO WS-CUR-HASH-VALUE
           ELSE
               MOVE ZERO TO WS-CUR-HASH-VALUE
           END-IF
           ADD 1 TO WS-ANS-TOTAL
           ADD WS-CUR-HASH-VALUE TO WS-ANS-HASH

           PERFORM FIND-DEPT-SLOT
           SET DSX TO WS-DST-HIT
           ADD 1 TO WS-DST-ANSWERS(DSX)
           ADD WS-CUR-HASH-VALUE TO WS-DST-HASH(DSX)

           MOVE SPACES TO ANS-RECORD
           MOVE "A" TO ANS-TYPE
           MOVE SRCHRPT-RECORD TO ANS-DETAIL
           PERFORM SEND-TO-DEPARTMENT.

      *> REQERR carries its own "REQERR" control records; anything
      *> else is a reject, even one whose reason code happens to
      *> start with "H" or "T".
       ROUTE-REJECT-RECORD.
           MOVE WS-ERR-RECORD TO CTL-RECORD
           IF (CTL-HEADER OR CTL-TRAILER)
                   AND CTL-FILE-ID = "REQERR"
               IF CTL-TRAILER
                   MOVE CTL-RECORD-COUNT TO WS-ERR-TRL-COUNT
                   MOVE CTL-HASH-TOTAL TO WS-ERR-TRL-HASH
                   MOVE "Y" TO WS-ERR-TRL-SWITCH
               END-IF
           ELSE
               PERFORM ROUTE-REJECT
           END-IF.

       ROUTE-REJECT.
           MOVE WS-ERR-DEPT-ID TO WS-CUR-DEPT-ID
           IF (WS-ERR-ITEM-SIGN = "+" OR WS-ERR-ITEM-SIGN = "-")
                   AND WS-ERR-ITEM-DIGITS NUMERIC
               MOVE WS-ERR-ITEM TO WS-CUR-HASH-VALUE
           ELSE
               MOVE ZERO TO WS-CUR-HASH-VALUE
           END-IF
           ADD 1 TO WS-REJ-TOTAL
           ADD WS-CUR-HASH-VALUE TO WS-REJ-HASH

           PERFORM FIND-DEPT-SLOT
           SET DSX TO WS-DST-HIT
           ADD 1 TO WS-DST-REJECTS(DSX)
           ADD WS-CUR-HASH-VALUE TO WS-DST-HASH(DSX)

           MOVE SPACES TO ANS-RECORD
           MOVE "R" TO ANS-TYPE
           MOVE WS-ERR-REASON-CODE TO ANS-REASON-CODE
           MOVE WS-ERR-IMAGE TO ANS-REQUEST-IMAGE
           PERFORM SEND-TO-DEPARTMENT.

      *> A department with no outbound file tonight is counted as
      *> not routed - it still balances on the report, and the step
      *> warns so operations can add the card.
       SEND-TO-DEPARTMENT.
           IF WS-DST-OUT-NO(DSX) = 0
               ADD 1 TO WS-UNROUTED-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE WS-DST-OUT-NO(DSX) TO WS-OUT-NO
               SET OUX TO WS-OUT-NO
               ADD 1 TO WS-OUT-COUNT(OUX)
               ADD WS-CUR-HASH-VALUE TO WS-OUT-HASH(OUX)
               PERFORM WRITE-ANSWER-RECORD
               ADD 1 TO WS-ROUTED-COUNT
           END-IF.

      *> A request with no department (only an edit reject can lack
      *> one) is tallied under UNKNOWN, as the search step's
      *> chargeback does.
       FIND-DEPT-SLOT.
           IF WS-CUR-DEPT-ID = SPACES
               MOVE "UNKNOWN" TO WS-CUR-DEPT-ID
           END-IF
           MOVE 0 TO WS-DST-HIT
           PERFORM VARYING WS-DST-IDX FROM 1 BY 1
                   UNTIL WS-DST-IDX > WS-DST-COUNT
                       OR WS-DST-HIT > 0
               SET DSX TO WS-DST-IDX
               IF WS-DST-DEPT-ID(DSX) = WS-CUR-DEPT-ID
                   MOVE WS-DST-IDX TO WS-DST-HIT
               END-IF
           END-PERFORM
           IF WS-DST-HIT = 0
               IF WS-DST-COUNT >= WS-DST-MAX
                   DISPLAY "DEPTDIST: MORE THAN " WS-DST-MAX
                           " DEPARTMENTS TONIGHT - DISTRIBUTION "
                           "TABLE IS FULL"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DST-COUNT
               SET DSX TO WS-DST-COUNT
               MOVE WS-CUR-DEPT-ID TO WS-DST-DEPT-ID(DSX)
               MOVE 0 TO WS-DST-OUT-NO(DSX)
               MOVE 0 TO WS-DST-ANSWERS(DSX)
               MOVE 0 TO WS-DST-REJECTS(DSX)
               MOVE ZERO TO WS-DST-HASH(DSX)
               PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                       UNTIL WS-OUT-IDX > WS-OUT-MAX
                   SET OUX TO WS-OUT-IDX
                   IF WS-OUT-DEPT-ID(OUX) = WS-CUR-DEPT-ID
                       MOVE WS-OUT-IDX TO WS-DST-OUT-NO(DSX)
                   END-IF
               END-PERFORM
               MOVE WS-DST-COUNT TO WS-DST-HIT
           END-IF.

      *> One line per department, then the proof: the answers sent
      *> out must add up to tonight's SRCHRPT trailer and the
      *> rejects to the REQERR trailer, count and hash both.
       WRITE-DISTRIBUTION-REPORT.
           MOVE SPACES TO DISTRPT-RECORD.
           STRING "DEPTDIST ANSWER DISTRIBUTION REPORT - RUN DATE "
                   WS-RUN-DATE DELIMITED BY SIZE
               INTO DISTRPT-RECORD
           END-STRING.
           WRITE DISTRPT-RECORD.
           WRITE DISTRPT-RECORD FROM WS-DST-HEADING.

           PERFORM VARYING WS-DST-IDX FROM 1 BY 1
                   UNTIL WS-DST-IDX > WS-DST-COUNT
               PERFORM WRITE-DEPT-DIST-LINE
           END-PERFORM.

           MOVE SPACES TO WS-BAL-LINE.
           MOVE "ANSWERS DISTRIBUTED" TO WS-BAL-LABEL.
           MOVE WS-ANS-TOTAL TO WS-BAL-COUNT.
           MOVE WS-ANS-HASH TO WS-BAL-HASH.
           WRITE DISTRPT-RECORD FROM WS-BAL-LINE.
           MOVE SPACES TO WS-BAL-LINE.
           MOVE "SRCHRPT TRAILER" TO WS-BAL-LABEL.
           MOVE WS-RPT-TRL-COUNT TO WS-BAL-COUNT.
           MOVE WS-RPT-TRL-HASH TO WS-BAL-HASH.
           IF WS-ANS-TOTAL = WS-RPT-TRL-COUNT
                   AND WS-ANS-HASH = WS-RPT-TRL-HASH
               MOVE "IN BALANCE" TO WS-BAL-STATUS
           ELSE
               MOVE "OUT OF BALANCE" TO WS-BAL-STATUS
               DISPLAY "DEPTDIST: ANSWERS OUT OF BALANCE - "
                       WS-ANS-TOTAL "/" WS-ANS-HASH " VS SRCHRPT "
                       "TRAILER " WS-RPT-TRL-COUNT "/" WS-RPT-TRL-HASH
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE DISTRPT-RECORD FROM WS-BAL-LINE.

           MOVE SPACES TO WS-BAL-LINE.
           MOVE "REJECTS DISTRIBUTED" TO WS-BAL-LABEL.
           MOVE WS-REJ-TOTAL TO WS-BAL-COUNT.
           MOVE WS-REJ-HASH TO WS-BAL-HASH.
           WRITE DISTRPT-RECORD FROM WS-BAL-LINE.
           MOVE SPACES TO WS-BAL-LINE.
           MOVE "REQERR TRAILER" TO WS-BAL-LABEL.
           MOVE WS-ERR-TRL-COUNT TO WS-BAL-COUNT.
           MOVE WS-ERR-TRL-HASH TO WS-BAL-HASH.
           IF WS-REJ-TOTAL = WS-ERR-TRL-COUNT
                   AND WS-REJ-HASH = WS-ERR-TRL-HASH
               MOVE "IN BALANCE" TO WS-BAL-STATUS
           ELSE
               MOVE "OUT OF BALANCE" TO WS-BAL-STATUS
               DISPLAY "DEPTDIST: REJECTS OUT OF BALANCE - "
                       WS-REJ-TOTAL "/" WS-REJ-HASH " VS REQERR "
                       "TRAILER " WS-ERR-TRL-COUNT "/" WS-ERR-TRL-HASH
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE DISTRPT-RECORD FROM WS-BAL-LINE.

           MOVE SPACES TO WS-BAL-LINE.
           MOVE "NOT ROUTED - NO ANSWER FILE" TO WS-BAL-LABEL.
           MOVE WS-UNROUTED-COUNT TO WS-BAL-COUNT.
           WRITE DISTRPT-RECORD FROM WS-BAL-LINE.

       WRITE-DEPT-DIST-LINE.
           SET DSX TO WS-DST-IDX
           MOVE SPACES TO WS-DST-LINE
           MOVE WS-DST-DEPT-ID(DSX) TO WS-DSL-DEPT-ID
           IF WS-DST-OUT-NO(DSX) = 0
               MOVE "NO FILE" TO WS-DSL-FILE
           ELSE
               STRING "ANSOUT0" WS-DST-OUT-NO(DSX) DELIMITED BY SIZE
                   INTO WS-DSL-FILE
               END-STRING
           END-IF
           MOVE WS-DST-ANSWERS(DSX) TO WS-DSL-ANSWERS
           MOVE WS-DST-REJECTS(DSX) TO WS-DSL-REJECTS
           COMPUTE WS-DSL-TOTAL =
               WS-DST-ANSWERS(DSX) + WS-DST-REJECTS(DSX)
           MOVE WS-DST-HASH(DSX) TO WS-DSL-HASH
           WRITE DISTRPT-RECORD FROM WS-DST-LINE.

           COPY "calp.cpy".
           COPY "runlogp.cpy".
