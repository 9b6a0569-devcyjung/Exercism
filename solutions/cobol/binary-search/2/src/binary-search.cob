           SELECT ARRAYIN ASSIGN TO ARRAYIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRAYIN-STATUS.
           SELECT ATTRIN ASSIGN TO ATTRIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTRIN-STATUS.
           SELECT SRCHIN ASSIGN TO SRCHIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCHIN-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSLT-KEY
               FILE STATUS IS WS-RSLT-STATUS.
           SELECT RUNCAL ASSIGN TO RUNCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCAL-STATUS.
           SELECT RUNLOG ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 FILLER                PIC X(1).
           05 ARRAYIN-ARRAY         PIC X(3000).

       FD ATTRIN.
           COPY "valattr.cpy".

       FD SRCHIN.
           COPY "srchin.cpy".

       FD RSLTFILE.
           COPY "rsltrec.cpy".

       FD RUNCAL.
           COPY "runcal.cpy".

       FD RUNLOG.
           COPY "runlog.cpy".

       WORKING-STORAGE SECTION.
           COPY "searchtb.cpy".
           COPY "ctlrec.cpy".
           COPY "calw.cpy".
           COPY "runlogw.cpy".

       01 WS-FOUND-NOT-FOUND        PIC 9 VALUE 0.
           88 WS-MODE-FIRST-MATCH   VALUE "F".
           88 WS-MODE-FIND-ALL      VALUE "A".
           88 WS-MODE-RANGE         VALUE "R".
           88 WS-MODE-NEAREST       VALUE "N".
       01 WS-REQ-TABLE-ID           PIC X(8) VALUE SPACES.
       01 WS-REQ-DEPT-ID            PIC X(8) VALUE SPACES.
      *> Range request bounds: WS-ITEM carries the low bound, this
                                    PIC X(5).
       01 WS-LOW-EDGE               PIC 999.
       01 WS-HIGH-EDGE              PIC 999.
      *> Nearest-match request (mode "N") that misses: the closest
      *> element either side of where the item would have landed,
      *> with its position; a zero position means the table has
      *> nothing on that side.
       01 WS-NEAR-SWITCH            PIC X(1) VALUE "N".
           88 WS-NEAREST-LOCATED    VALUE "Y".
       01 WS-NEAR-BELOW-INDEX       PIC 999.
       01 WS-NEAR-ABOVE-INDEX       PIC 999.
       01 WS-NEAR-BELOW-VALUE       PIC S9(4) SIGN IS LEADING SEPARATE.
       01 WS-NEAR-ABOVE-VALUE       PIC S9(4) SIGN IS LEADING SEPARATE.
       01 WS-NEAR-VALUE-EDIT        PIC +9999.

       01 WS-VALIDATION-SWITCH      PIC X(1) VALUE "Y".
           88 WS-ARRAY-IS-SORTED    VALUE "Y".
       01 WS-MAX-RC                 PIC 9(1) VALUE 0.

       01 WS-ARRAYIN-STATUS         PIC X(2) VALUE SPACES.
       01 WS-ATTRIN-STATUS          PIC X(2) VALUE SPACES.
       01 WS-SRCHIN-STATUS          PIC X(2) VALUE SPACES.
       01 WS-SRCHRPT-STATUS         PIC X(2) VALUE SPACES.
       01 WS-CKPT-STATUS            PIC X(2) VALUE SPACES.

       01 WS-ARRAYIN-EOF-SWITCH     PIC X(1) VALUE "N".
           88 WS-ARRAYIN-AT-END     VALUE "Y".
       01 WS-ATTRIN-EOF-SWITCH      PIC X(1) VALUE "N".
           88 WS-ATTRIN-AT-END      VALUE "Y".
       01 WS-EOF-SWITCH             PIC X(1) VALUE "N".
           88 WS-END-OF-FILE        VALUE "Y".

                   88 WS-TBL-UNSORTED   VALUE "S".
               10 WS-TBL-ELEM-COUNT PIC 999.
               10 WS-TBL-ELEMENTS   PIC X(2500).
      *> Each element's status and description from ATTRIN, by its
      *> position in the array; blank for a table ATTRIN does not
      *> cover, which then reads as it always did.
               10 WS-TBL-ATTRS.
                   15 WS-TBL-ATTR OCCURS 500 INDEXED BY ATX.
                       20 WS-TBL-VAL-STATUS PIC X(1).
                       20 WS-TBL-VAL-DATE   PIC X(8).
                       20 WS-TBL-VAL-DESC   PIC X(30).
       01 WS-TBL-IDX                PIC 9(2).
       01 WS-ATTR-OFFSET            PIC 9(4).
       01 WS-ATTR-READ              PIC 9(9) VALUE 0.

      *> The value a found request landed on - its first reported
      *> position - and how many of the reported positions are
      *> suspended or withdrawn. A hit on a suspended value is its
      *> own outcome (RC 2): the value is on the table but is not to
      *> be used, which a plain found would hide.
       01 WS-HIT-STATUS             PIC X(1).
       01 WS-HIT-STATUS-DATE        PIC X(8).
       01 WS-HIT-DESC               PIC X(30).
       01 WS-HIT-STATUS-WORD        PIC X(9).
       01 WS-HIT-SUSPENDED          PIC 999.
       01 WS-HIT-WITHDRAWN          PIC 999.
       01 WS-HIT-COUNT-EDIT         PIC ZZ9.
       01 WS-TBL-HIT                PIC 9(2).
       01 WS-RESTART-SWITCH         PIC X(1) VALUE "N".
           88 WS-RESTART-RUN        VALUE "Y".
       01 WS-PARM-NOTFOUND-RC0      PIC X(1) VALUE "N".
           88 WS-NOTFOUND-IS-RC0    VALUE "Y".
       01 WS-PARM-FAIL-RC           PIC 9(9) VALUE 16.
      *> OFF-CYCLE=Y is the intraday express run: the same search
      *> against the tables already built, bracketed on SRCHRPT as
      *> its own OFFCYCLE section (which the nightly readers of the
      *> SRCHRPT section pass over) and marked on every result record.
       01 WS-PARM-OFF-CYCLE         PIC X(1) VALUE "N".
           88 WS-OFF-CYCLE-RUN      VALUE "Y".
       01 WS-RPT-SECTION-ID         PIC X(8) VALUE "SRCHRPT".
       01 WS-PROC-THIS-RUN          PIC 9(9) VALUE 0.
       01 WS-LIMIT-SWITCH           PIC X(1) VALUE "N".
           88 WS-LIMIT-REACHED      VALUE "Y".
       01 WS-CKPT-REMAINDER         PIC 9(9).
       01 WS-CKPT-FLAG              PIC X(1) VALUE SPACE.

      *> The run date is the business date from the run calendar -
      *> what the results, SRCHRPT and the control records carry, so
      *> a search rerun after midnight still answers for its night.
      *> The start and end stamps on the summary, and the results
      *> store key, are the clock's.
       01 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01 WS-RUN-TIME               PIC 9(8) VALUE ZERO.
       01 WS-START-DATE             PIC 9(8) VALUE ZERO.
       01 WS-END-DATE               PIC 9(8) VALUE ZERO.
       01 WS-END-TIME               PIC 9(8) VALUE ZERO.

      *> a glance instead of hand-counting SRCHRPT detail lines.
       01 WS-RUN-STATS.
           05 WS-FOUND-COUNT        PIC 9(9) VALUE 0.
           05 WS-SUSPENDED-COUNT    PIC 9(9) VALUE 0.
           05 WS-NOTFOUND-COUNT     PIC 9(9) VALUE 0.
           05 WS-REJ-UNSORTED       PIC 9(9) VALUE 0.
           05 WS-REJ-EMPTY          PIC 9(9) VALUE 0.
           05 WS-MODE-F-COUNT       PIC 9(9) VALUE 0.
           05 WS-MODE-A-COUNT       PIC 9(9) VALUE 0.
           05 WS-MODE-R-COUNT       PIC 9(9) VALUE 0.
           05 WS-MODE-N-COUNT       PIC 9(9) VALUE 0.

      *> Per-department totals for the chargeback section of the run
      *> summary - three areas share one nightly run, and accounting
               10 WS-DPT-ID         PIC X(8).
               10 WS-DPT-REQUESTS   PIC 9(9).
               10 WS-DPT-FOUND      PIC 9(9).
               10 WS-DPT-SUSPENDED  PIC 9(9).
               10 WS-DPT-NOTFOUND   PIC 9(9).
               10 WS-DPT-REJECTS    PIC 9(9).
       01 WS-DPT-IDX                PIC 9(2).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DSM-FOUND          PIC ZZZZZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DSM-SUSPENDED      PIC ZZZZZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DSM-NOTFOUND       PIC ZZZZZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DSM-REJECTS        PIC ZZZZZZZZ9.
           05 FILLER                PIC X(15) VALUE SPACES.
       01 WS-DEPT-SUM-HEADING.
           05 FILLER                PIC X(10) VALUE "DEPT".
           05 FILLER                PIC X(11) VALUE "REQUESTS".
           05 FILLER                PIC X(11) VALUE "FOUND".
           05 FILLER                PIC X(11) VALUE "SUSPENDED".
           05 FILLER                PIC X(11) VALUE "NOTFOUND".
           05 FILLER                PIC X(11) VALUE "REJECTS".
           05 FILLER                PIC X(15) VALUE SPACES.
       01 WS-SUMMARY-STAMP-LINE.
           05 WS-STAMP-LABEL        PIC X(36).
           05 WS-STAMP-DATE         PIC 9(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-STAMP-TIME         PIC 9(8).
           05 FILLER                PIC X(27) VALUE SPACES.
       01 WS-SUMMARY-DATE-LINE.
           05 WS-SDT-LABEL          PIC X(36).
           05 WS-SDT-DATE           PIC 9(8).
           05 FILLER                PIC X(36) VALUE SPACES.

           COPY "rptline.cpy".
       01 WS-RPT-STRING-PTR         PIC 9(4).
           MOVE "BSEARCH" TO WS-RLG-PROGRAM.
           PERFORM WRITE-RUNLOG-START.
           PERFORM READ-PARM-CARDS.
           IF WS-OFF-CYCLE-RUN
               MOVE "OFFCYCLE" TO WS-RPT-SECTION-ID
           END-IF.
           PERFORM LOAD-SEARCH-TABLES.
           PERFORM LOAD-VALUE-ATTRIBUTES.
           PERFORM READ-CHECKPOINT.

           OPEN INPUT SRCHIN.
       INITIALIZE-RUN.
           MOVE 0 TO WS-MAX-RC.
           MOVE 0 TO WS-RECORD-COUNT.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "BSEARCH" TO WS-CAL-PROGRAM.
           PERFORM READ-BUSINESS-DATE.
           MOVE WS-CAL-BUS-DATE TO WS-RUN-DATE.

      *> Control cards are NAME=VALUE, one per card, closed by an END
      *> card (or a blank). Unknown names stop the run - a mistyped
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN "OFF-CYCLE"
                   IF WS-PARM-VALUE(1:1) = "Y"
                           OR WS-PARM-VALUE(1:1) = "N"
                       MOVE WS-PARM-VALUE(1:1)
                           TO WS-PARM-OFF-CYCLE
                   ELSE
                       DISPLAY "BINARY-SEARCH: OFF-CYCLE MUST "
                               "BE Y OR N"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN "FAIL-RC"
                   MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                       TO WS-PARM-FAIL-RC
           END-STRING.
           WRITE SRCHRPT-RECORD FROM WS-PARM-ECHO-LINE.

           MOVE SPACES TO WS-ECHO-TEXT.
           MOVE 1 TO WS-ECHO-PTR.
           STRING "OFF-CYCLE=" WS-PARM-OFF-CYCLE
               DELIMITED BY SIZE
               INTO WS-ECHO-TEXT
               WITH POINTER WS-ECHO-PTR
           END-STRING.
           WRITE SRCHRPT-RECORD FROM WS-PARM-ECHO-LINE.

       CHECK-RECORD-LIMIT.
           ADD 1 TO WS-PROC-THIS-RUN
           IF WS-PARM-MAX-RECORDS > 0
                   END-IF
           END-EVALUATE
           MOVE WS-COUNT TO WS-TBL-ELEM-COUNT(TBX)
           MOVE WS-TABLE TO WS-TBL-ELEMENTS(TBX)
           MOVE SPACES TO WS-TBL-ATTRS(TBX).

      *> The attribute file TBLLOAD wrote beside the arrays. Every
      *> record must name a loaded table, a position inside it and
      *> the very value standing there - anything else means ATTRIN
      *> and ARRAYIN come from different builds, and descriptions
      *> shown against the wrong values would be worse than none.
       LOAD-VALUE-ATTRIBUTES.
           OPEN INPUT ATTRIN.
           IF WS-ATTRIN-STATUS NOT = "00"
               DISPLAY "BINARY-SEARCH: UNABLE TO OPEN ATTRIN, "
                       "STATUS=" WS-ATTRIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-ATTRIN-AT-END
               READ ATTRIN
                   AT END
                       MOVE "Y" TO WS-ATTRIN-EOF-SWITCH
                   NOT AT END
                       PERFORM STORE-VALUE-ATTRIBUTE
               END-READ
           END-PERFORM.

           CLOSE ATTRIN.
           DISPLAY "BINARY-SEARCH: " WS-ATTR-READ
                   " VALUE ATTRIBUTE RECORDS LOADED".

       STORE-VALUE-ATTRIBUTE.
           ADD 1 TO WS-ATTR-READ
           MOVE 0 TO WS-TBL-HIT
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > WS-TBL-LOADED
                       OR WS-TBL-HIT > 0
               SET TBX TO WS-TBL-IDX
               IF WS-TBL-ID(TBX) = VATR-TABLE-ID
                   MOVE WS-TBL-IDX TO WS-TBL-HIT
               END-IF
           END-PERFORM
           IF WS-TBL-HIT = 0
               DISPLAY "BINARY-SEARCH: ATTRIN NAMES TABLE "
                       VATR-TABLE-ID " NOT ON ARRAYIN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET TBX TO WS-TBL-HIT
           IF VATR-POSITION NOT NUMERIC
                   OR VATR-POSITION = 0
                   OR VATR-POSITION > WS-TBL-ELEM-COUNT(TBX)
               DISPLAY "BINARY-SEARCH: ATTRIN POSITION " VATR-POSITION
                       " OUTSIDE TABLE " VATR-TABLE-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-ATTR-OFFSET = (VATR-POSITION - 1) * 5 + 1
           IF WS-TBL-ELEMENTS(TBX)(WS-ATTR-OFFSET:5) NOT = VATR-VALUE
               DISPLAY "BINARY-SEARCH: ATTRIN DOES NOT MATCH ARRAYIN "
                       "AT TABLE " VATR-TABLE-ID " POSITION "
                       VATR-POSITION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET ATX TO VATR-POSITION
           MOVE VATR-STATUS TO WS-TBL-VAL-STATUS(TBX ATX)
           MOVE VATR-STATUS-DATE TO WS-TBL-VAL-DATE(TBX ATX)
           MOVE VATR-DESC TO WS-TBL-VAL-DESC(TBX ATX).

       READ-CHECKPOINT.
           MOVE 0 TO WS-RESTART-RECNO.
      *> restarted run writes a second "H", but the single "T" at the
      *> end still totals the whole logical run, so reconciliation
      *> reads the last trailer rather than counting detail lines.
      *> An off-cycle run's section is named OFFCYCLE instead, so the
      *> nightly reconciliation and distribution never take it for
      *> the night's.
       WRITE-SRCHRPT-HEADER.
           MOVE SPACES TO CTL-RECORD
           MOVE "H" TO CTL-TYPE
           MOVE WS-RPT-SECTION-ID TO CTL-FILE-ID
           MOVE WS-RUN-DATE TO CTL-RUN-DATE
           MOVE 0 TO CTL-RECORD-COUNT
           MOVE 0 TO CTL-HASH-TOTAL
       WRITE-SRCHRPT-TRAILER.
           MOVE SPACES TO CTL-RECORD
           MOVE "T" TO CTL-TYPE
           MOVE WS-RPT-SECTION-ID TO CTL-FILE-ID
           MOVE WS-RUN-DATE TO CTL-RUN-DATE
           MOVE WS-RECORD-COUNT TO CTL-RECORD-COUNT
           MOVE WS-IN-HASH TO CTL-HASH-TOTAL
           INITIALIZE WS-FOUND-NOT-FOUND WS-RESULT WS-ERROR
                      WS-MATCH-COUNT WS-REQUEST-RC
           MOVE 0 TO WS-COUNT
           MOVE "N" TO WS-NEAR-SWITCH

           EVALUATE TRUE
               WHEN WS-MODE-FIND-ALL
                   ADD 1 TO WS-MODE-A-COUNT
               WHEN WS-MODE-RANGE
                   ADD 1 TO WS-MODE-R-COUNT
               WHEN WS-MODE-NEAREST
                   ADD 1 TO WS-MODE-N-COUNT
               WHEN OTHER
                   ADD 1 TO WS-MODE-F-COUNT
           END-EVALUATE
               END-IF
               IF NOT FOUND
                   MOVE "value not in array" TO WS-ERROR
                   IF WS-MODE-NEAREST
                       PERFORM FIND-NEAREST-VALUES
                   END-IF
               END-IF
           END-IF.

           SET DPX TO WS-DPT-HIT
           ADD 1 TO WS-DPT-REQUESTS(DPX)
           IF FOUND
               PERFORM NOTE-HIT-ATTRIBUTES
               IF WS-HIT-SUSPENDED > 0
                   DISPLAY "Found at position: " WS-RESULT
                           " - suspended value"
                   MOVE 2 TO WS-REQUEST-RC
                   ADD 1 TO WS-SUSPENDED-COUNT
                   ADD 1 TO WS-DPT-SUSPENDED(DPX)
               ELSE
                   DISPLAY "Found at position: " WS-RESULT
                   MOVE 0 TO WS-REQUEST-RC
                   ADD 1 TO WS-FOUND-COUNT
                   ADD 1 TO WS-DPT-FOUND(DPX)
               END-IF
           ELSE
               DISPLAY WS-ERROR
               IF WS-REQUEST-RC >= 8
       PROCESS-REQUEST-EXIT.
           EXIT.

       NOTE-HIT-ATTRIBUTES.
           SET TBX TO WS-TBL-HIT
           MOVE 0 TO WS-HIT-SUSPENDED WS-HIT-WITHDRAWN
           PERFORM VARYING MIDX FROM 1 BY 1
                   UNTIL MIDX > WS-MATCH-COUNT
               SET ATX TO WS-MATCH-TABLE(MIDX)
               IF WS-TBL-VAL-STATUS(TBX ATX) = "S"
                   ADD 1 TO WS-HIT-SUSPENDED
               END-IF
               IF WS-TBL-VAL-STATUS(TBX ATX) = "W"
                   ADD 1 TO WS-HIT-WITHDRAWN
               END-IF
           END-PERFORM
           SET ATX TO WS-MATCH-TABLE(1)
           MOVE WS-TBL-VAL-STATUS(TBX ATX) TO WS-HIT-STATUS
           MOVE WS-TBL-VAL-DATE(TBX ATX) TO WS-HIT-STATUS-DATE
           MOVE WS-TBL-VAL-DESC(TBX ATX) TO WS-HIT-DESC.

      *> One chargeback slot per distinct requesting department; a
      *> request that arrives without one (only possible on a file
      *> built before the department column existed) is tallied
               MOVE WS-REQ-DEPT-ID TO WS-DPT-ID(DPX)
               MOVE 0 TO WS-DPT-REQUESTS(DPX)
               MOVE 0 TO WS-DPT-FOUND(DPX)
               MOVE 0 TO WS-DPT-SUSPENDED(DPX)
               MOVE 0 TO WS-DPT-NOTFOUND(DPX)
               MOVE 0 TO WS-DPT-REJECTS(DPX)
               MOVE WS-DPT-COUNT TO WS-DPT-HIT
                           SET WS-RPT-TRUNCATED TO TRUE
                   END-STRING
               END-PERFORM
               IF WS-HIT-STATUS NOT = SPACE
                   PERFORM FORMAT-HIT-ATTRIBUTES
               END-IF
      *> WS-RPT-MATCH-COUNT above still carries the true match total,
      *> so a truncated position list is visible to the auditor even
      *> though WS-RPT-RESULT itself had no room left to say so.
           ELSE
               IF WS-NEAREST-LOCATED
                   PERFORM FORMAT-NEAREST-RESULT
               ELSE
                   MOVE WS-ERROR TO WS-RPT-RESULT
               END-IF
           END-IF.

           WRITE SRCHRPT-RECORD FROM WS-REPORT-LINE.

           PERFORM WRITE-RESULT-RECORD.

      *> After the positions: the status of the value found (with the
      *> night it was set, unless active) and its description, then,
      *> when several positions were reported, how many of them are
      *> suspended or withdrawn. The "FOUND AT:" lead is untouched,
      *> so every reader judging the verdict by it still reads a
      *> found.
       FORMAT-HIT-ATTRIBUTES.
           EVALUATE WS-HIT-STATUS
               WHEN "S"
                   MOVE "SUSPENDED" TO WS-HIT-STATUS-WORD
               WHEN "W"
                   MOVE "WITHDRAWN" TO WS-HIT-STATUS-WORD
               WHEN OTHER
                   MOVE "ACTIVE" TO WS-HIT-STATUS-WORD
           END-EVALUATE
           STRING " - " DELIMITED BY SIZE
               WS-HIT-STATUS-WORD DELIMITED BY SPACE
               INTO WS-RPT-RESULT
               WITH POINTER WS-RPT-STRING-PTR
               ON OVERFLOW
                   SET WS-RPT-TRUNCATED TO TRUE
           END-STRING
           IF WS-HIT-STATUS NOT = "A"
                   AND WS-HIT-STATUS-DATE NOT = SPACES
               STRING " " WS-HIT-STATUS-DATE DELIMITED BY SIZE
                   INTO WS-RPT-RESULT
                   WITH POINTER WS-RPT-STRING-PTR
                   ON OVERFLOW
                       SET WS-RPT-TRUNCATED TO TRUE
               END-STRING
           END-IF
           IF WS-HIT-DESC NOT = SPACES
               STRING " - " DELIMITED BY SIZE
                   WS-HIT-DESC DELIMITED BY "  "
                   INTO WS-RPT-RESULT
                   WITH POINTER WS-RPT-STRING-PTR
                   ON OVERFLOW
                       SET WS-RPT-TRUNCATED TO TRUE
               END-STRING
           END-IF
           IF WS-MATCH-COUNT > 1
                   AND (WS-HIT-SUSPENDED > 0 OR WS-HIT-WITHDRAWN > 0)
               MOVE WS-HIT-SUSPENDED TO WS-HIT-COUNT-EDIT
               STRING "; SUSPENDED:" WS-HIT-COUNT-EDIT
                   DELIMITED BY SIZE
                   INTO WS-RPT-RESULT
                   WITH POINTER WS-RPT-STRING-PTR
                   ON OVERFLOW
                       SET WS-RPT-TRUNCATED TO TRUE
               END-STRING
               MOVE WS-HIT-WITHDRAWN TO WS-HIT-COUNT-EDIT
               STRING " WITHDRAWN:" WS-HIT-COUNT-EDIT
                   DELIMITED BY SIZE
                   INTO WS-RPT-RESULT
                   WITH POINTER WS-RPT-STRING-PTR
                   ON OVERFLOW
                       SET WS-RPT-TRUNCATED TO TRUE
               END-STRING
           END-IF.

      *> Each result also lands in the keyed store so SRCHINQ can
      *> answer "latest result for this item" without a report scan.
      *> The key carries the clock date/time the run started and a
      *> per-run sequence, so a rerun or restart can never collide
      *> with an earlier write and sorts after it; the business date
      *> rides beside it.
       WRITE-RESULT-RECORD.
           ADD 1 TO WS-RSLT-SEQ
           MOVE SPACES TO RSLT-RECORD
           MOVE WS-RPT-ITEM-X TO RSLT-ITEM
           MOVE WS-START-DATE TO RSLT-RUN-DATE
           MOVE WS-RUN-TIME TO RSLT-RUN-TIME
           MOVE WS-RUN-DATE TO RSLT-BUS-DATE
           MOVE WS-RSLT-SEQ TO RSLT-SEQ
           MOVE WS-REQ-TABLE-ID TO RSLT-TABLE-ID
           MOVE WS-REQ-DEPT-ID TO RSLT-DEPT-ID
           MOVE WS-REQUEST-RC TO RSLT-RC
           MOVE WS-MATCH-COUNT TO RSLT-MATCH-COUNT
           MOVE WS-RPT-RESULT(1:120) TO RSLT-RESULT
           IF WS-OFF-CYCLE-RUN
               SET RSLT-OFF-CYCLE-RUN TO TRUE
           END-IF
           IF FOUND
               MOVE WS-HIT-STATUS TO RSLT-VALUE-STATUS
               MOVE WS-HIT-STATUS-DATE TO RSLT-STATUS-DATE
               MOVE WS-HIT-DESC TO RSLT-VALUE-DESC
           END-IF
           WRITE RSLT-RECORD
               INVALID KEY
                   DISPLAY "BINARY-SEARCH: DUPLICATE KEY ON "
               END-PERFORM
           END-IF.

      *> Nearest-match mode on a miss: one binary search for the
      *> first position whose element is above the item (the item
      *> itself is known not to be there). The element before it is
      *> the nearest lower value; past either end of the table there
      *> is nothing on that side.
       FIND-NEAREST-VALUES.
           MOVE 1 TO WS-FIRST-INDEX
           MOVE WS-COUNT TO WS-LAST-INDEX
           COMPUTE WS-NEAR-ABOVE-INDEX = WS-COUNT + 1
           PERFORM UNTIL WS-FIRST-INDEX > WS-LAST-INDEX
               ADD WS-FIRST-INDEX TO WS-LAST-INDEX GIVING WS-TEMP
               DIVIDE WS-TEMP BY 2 GIVING WS-MIDDLE-INDEX
               SET IDX TO WS-MIDDLE-INDEX
               MOVE WS-ELEMENT(IDX) TO WS-MIDDLE-ELEMENT
               IF WS-MIDDLE-ELEMENT > WS-ITEM
                   MOVE WS-MIDDLE-INDEX TO WS-NEAR-ABOVE-INDEX
                   SUBTRACT 1 FROM WS-MIDDLE-INDEX
                       GIVING WS-LAST-INDEX
               ELSE
                   ADD 1 TO WS-MIDDLE-INDEX GIVING WS-FIRST-INDEX
               END-IF
           END-PERFORM

           COMPUTE WS-NEAR-BELOW-INDEX = WS-NEAR-ABOVE-INDEX - 1
           MOVE ZERO TO WS-NEAR-BELOW-VALUE WS-NEAR-ABOVE-VALUE
           IF WS-NEAR-BELOW-INDEX > 0
               SET IDX TO WS-NEAR-BELOW-INDEX
               MOVE WS-ELEMENT(IDX) TO WS-NEAR-BELOW-VALUE
           END-IF
           IF WS-NEAR-ABOVE-INDEX > WS-COUNT
               MOVE 0 TO WS-NEAR-ABOVE-INDEX
           ELSE
               SET IDX TO WS-NEAR-ABOVE-INDEX
               MOVE WS-ELEMENT(IDX) TO WS-NEAR-ABOVE-VALUE
           END-IF
           MOVE "Y" TO WS-NEAR-SWITCH.

      *> A nearest-match miss still reads as a miss - anything that
      *> judges a verdict by the leading "FOUND AT:" counts it as
      *> not found - followed by the values either side.
       FORMAT-NEAREST-RESULT.
           MOVE 1 TO WS-RPT-STRING-PTR
           STRING "NOT FOUND - NEAREST BELOW: " DELIMITED BY SIZE
               INTO WS-RPT-RESULT
               WITH POINTER WS-RPT-STRING-PTR
           END-STRING
           IF WS-NEAR-BELOW-INDEX = 0
               STRING "NONE" DELIMITED BY SIZE
                   INTO WS-RPT-RESULT
                   WITH POINTER WS-RPT-STRING-PTR
               END-STRING
           ELSE
               MOVE WS-NEAR-BELOW-VALUE TO WS-NEAR-VALUE-EDIT
               MOVE WS-NEAR-BELOW-INDEX TO WS-RPT-POSITION-EDIT
               STRING WS-NEAR-VALUE-EDIT " AT " WS-RPT-POSITION-EDIT
                   DELIMITED BY SIZE
                   INTO WS-RPT-RESULT
                   WITH POINTER WS-RPT-STRING-PTR
               END-STRING
           END-IF
           STRING ", ABOVE: " DELIMITED BY SIZE
               INTO WS-RPT-RESULT
               WITH POINTER WS-RPT-STRING-PTR
           END-STRING
           IF WS-NEAR-ABOVE-INDEX = 0
               STRING "NONE" DELIMITED BY SIZE
                   INTO WS-RPT-RESULT
                   WITH POINTER WS-RPT-STRING-PTR
               END-STRING
           ELSE
               MOVE WS-NEAR-ABOVE-VALUE TO WS-NEAR-VALUE-EDIT
               MOVE WS-NEAR-ABOVE-INDEX TO WS-RPT-POSITION-EDIT
               STRING WS-NEAR-VALUE-EDIT " AT " WS-RPT-POSITION-EDIT
                   DELIMITED BY SIZE
                   INTO WS-RPT-RESULT
                   WITH POINTER WS-RPT-STRING-PTR
               END-STRING
           END-IF.

       FIND-ALL-MATCHES.
           MOVE 0 TO WS-MATCH-COUNT
           MOVE WS-RESULT TO WS-FIRST-MATCH-INDEX
               STOP RUN
           END-IF.

           IF WS-OFF-CYCLE-RUN
               MOVE "BINARY-SEARCH OFF-CYCLE RUN SUMMARY"
                   TO SRCHSUM-RECORD
           ELSE
               MOVE "BINARY-SEARCH RUN SUMMARY" TO SRCHSUM-RECORD
           END-IF.
           WRITE SRCHSUM-RECORD.

           MOVE "BUSINESS DATE" TO WS-SDT-LABEL.
           MOVE WS-RUN-DATE TO WS-SDT-DATE.
           WRITE SRCHSUM-RECORD FROM WS-SUMMARY-DATE-LINE.
           MOVE "RUN STARTED" TO WS-STAMP-LABEL.
           MOVE WS-START-DATE TO WS-STAMP-DATE.
           MOVE WS-RUN-TIME TO WS-STAMP-TIME.
           WRITE SRCHSUM-RECORD FROM WS-SUMMARY-STAMP-LINE.
           MOVE "RUN ENDED" TO WS-STAMP-LABEL.
           MOVE "REQUESTS FOUND" TO WS-SUM-LABEL.
           MOVE WS-FOUND-COUNT TO WS-SUM-VALUE.
           WRITE SRCHSUM-RECORD FROM WS-SUMMARY-LINE.
           MOVE "FOUND ON A SUSPENDED VALUE (RC 2)" TO WS-SUM-LABEL.
           MOVE WS-SUSPENDED-COUNT TO WS-SUM-VALUE.
           WRITE SRCHSUM-RECORD FROM WS-SUMMARY-LINE.
           MOVE "REQUESTS NOT FOUND" TO WS-SUM-LABEL.
           MOVE WS-NOTFOUND-COUNT TO WS-SUM-VALUE.
           WRITE SRCHSUM-RECORD FROM WS-SUMMARY-LINE.
           MOVE "MODE R (RANGE) REQUESTS" TO WS-SUM-LABEL.
           MOVE WS-MODE-R-COUNT TO WS-SUM-VALUE.
           WRITE SRCHSUM-RECORD FROM WS-SUMMARY-LINE.
           MOVE "MODE N (NEAREST) REQUESTS" TO WS-SUM-LABEL.
           MOVE WS-MODE-N-COUNT TO WS-SUM-VALUE.
           WRITE SRCHSUM-RECORD FROM WS-SUMMARY-LINE.
           MOVE "HIGHEST REQUEST RETURN CODE" TO WS-SUM-LABEL.
           MOVE WS-MAX-RC TO WS-SUM-VALUE.
           WRITE SRCHSUM-RECORD FROM WS-SUMMARY-LINE.
           MOVE WS-DPT-ID(DPX) TO WS-DSM-DEPT-ID
           MOVE WS-DPT-REQUESTS(DPX) TO WS-DSM-REQUESTS
           MOVE WS-DPT-FOUND(DPX) TO WS-DSM-FOUND
           MOVE WS-DPT-SUSPENDED(DPX) TO WS-DSM-SUSPENDED
           MOVE WS-DPT-NOTFOUND(DPX) TO WS-DSM-NOTFOUND
           MOVE WS-DPT-REJECTS(DPX) TO WS-DSM-REJECTS
           WRITE SRCHSUM-RECORD FROM WS-DEPT-SUM-LINE.

           COPY "calp.cpy".
           COPY "runlogp.cpy".
