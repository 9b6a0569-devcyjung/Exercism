      *> one per run), and the cards that follow carry requests in
      *> the SRCHIN shape (mode, item, high bound, table-id,
      *> department), closed by an END card. Each request runs
      *> through the same first-match/find-all/range/nearest logic
      *> the nightly search step uses, against the tables exactly as
      *> they stood that night, and lands on a clearly-marked replay
      *> report, with the status and description each value found
      *> carried that night, from the attribute generation archived
      *> beside the tables (ATTRIN). A night archived before values
      *> carried attributes has no such generation; ATTRIN is then
      *> left out or DUMMY and the answers show positions only.
      *> This program never opens the live SRCHRPT trail or
      *> the RSLTFILE store - a replay is an answer to a question,
      *> not a new fact about a night that already ran.
       ENVIRONMENT DIVISION.
           SELECT ARRAYIN ASSIGN TO ARRAYIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRAYIN-STATUS.
           SELECT ATTRIN ASSIGN TO ATTRIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTRIN-STATUS.
           SELECT RPLYRPT ASSIGN TO RPLYRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPLYRPT-STATUS.
           05 FILLER                PIC X(1).
           05 ARRAYIN-ARRAY         PIC X(3000).

       FD ATTRIN.
           COPY "valattr.cpy".

       FD RPLYRPT.
       01 RPLYRPT-RECORD            PIC X(2078).

       01 WS-RPLYRPT-STATUS         PIC X(2) VALUE SPACES.
       01 WS-ARRAYIN-EOF-SWITCH     PIC X(1) VALUE "N".
           88 WS-ARRAYIN-AT-END     VALUE "Y".
       01 WS-ATTRIN-STATUS          PIC X(2) VALUE SPACES.
       01 WS-ATTRIN-EOF-SWITCH      PIC X(1) VALUE "N".
           88 WS-ATTRIN-AT-END      VALUE "Y".

       01 WS-PARM-CARD              PIC X(80) VALUE SPACES.
       01 WS-ASOF-DATE              PIC 9(8) VALUE ZERO.
           88 WS-MODE-FIRST-MATCH   VALUE "F".
           88 WS-MODE-FIND-ALL      VALUE "A".
           88 WS-MODE-RANGE         VALUE "R".
           88 WS-MODE-NEAREST       VALUE "N".
       01 WS-REQ-TABLE-ID           PIC X(8) VALUE SPACES.
       01 WS-REQ-DEPT-ID            PIC X(8) VALUE SPACES.
       01 WS-ITEM-HIGH              PIC S9(4) SIGN IS LEADING SEPARATE.
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
                   88 WS-TBL-UNSORTED   VALUE "S".
               10 WS-TBL-ELEM-COUNT PIC 999.
               10 WS-TBL-ELEMENTS   PIC X(2500).
               10 WS-TBL-ATTRS.
                   15 WS-TBL-ATTR OCCURS 500 INDEXED BY ATX.
                       20 WS-TBL-VAL-STATUS PIC X(1).
                       20 WS-TBL-VAL-DATE   PIC X(8).
                       20 WS-TBL-VAL-DESC   PIC X(30).
       01 WS-TBL-IDX                PIC 9(2).
       01 WS-ATTR-OFFSET            PIC 9(4).
       01 WS-ATTR-READ              PIC 9(9) VALUE 0.

      *> The value a found request landed on, as the nightly search
      *> step reports it; a hit on a suspended value is RC 2.
       01 WS-HIT-STATUS             PIC X(1).
       01 WS-HIT-STATUS-DATE        PIC X(8).
       01 WS-HIT-DESC               PIC X(30).
       01 WS-HIT-STATUS-WORD        PIC X(9).
       01 WS-HIT-SUSPENDED          PIC 999.
       01 WS-HIT-WITHDRAWN          PIC 999.
       01 WS-HIT-COUNT-EDIT         PIC ZZ9.
       01 WS-TBL-HIT                PIC 9(2).

       01 WS-REQUEST-COUNT          PIC 9(9) VALUE 0.
       SRCHRPLY.
           PERFORM READ-ASOF-CARD.
           PERFORM LOAD-SEARCH-TABLES.
           PERFORM LOAD-VALUE-ATTRIBUTES.
           PERFORM OPEN-REPLAY-REPORT.
           PERFORM WRITE-REPLAY-HEADING.

                   END-IF
           END-EVALUATE
           MOVE WS-COUNT TO WS-TBL-ELEM-COUNT(TBX)
           MOVE WS-TABLE TO WS-TBL-ELEMENTS(TBX)
           MOVE SPACES TO WS-TBL-ATTRS(TBX).

      *> The night's attribute generation, checked against its
      *> tables the way the nightly search step checks it: a record
      *> that does not fit means the two generations named on the
      *> JCL are from different nights.
       LOAD-VALUE-ATTRIBUTES.
           OPEN INPUT ATTRIN.
           IF WS-ATTRIN-STATUS = "35"
               DISPLAY "SRCHRPLY: NO ATTRIN FOR THE NIGHT - "
                       "POSITIONS ONLY"
               MOVE "Y" TO WS-ATTRIN-EOF-SWITCH
           ELSE
               IF WS-ATTRIN-STATUS NOT = "00"
                   DISPLAY "SRCHRPLY: UNABLE TO OPEN ATTRIN, STATUS="
                           WS-ATTRIN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM UNTIL WS-ATTRIN-AT-END
               READ ATTRIN
                   AT END
                       MOVE "Y" TO WS-ATTRIN-EOF-SWITCH
                   NOT AT END
                       PERFORM STORE-VALUE-ATTRIBUTE
               END-READ
           END-PERFORM.

           IF WS-ATTRIN-STATUS NOT = "35"
               CLOSE ATTRIN
           END-IF.

       STORE-VALUE-ATTRIBUTE.
           ADD 1 TO WS-ATTR-READ
           MOVE VATR-TABLE-ID TO WS-REQ-TABLE-ID
           PERFORM FIND-REQUEST-TABLE
           IF WS-TBL-HIT = 0
               DISPLAY "SRCHRPLY: ATTRIN NAMES TABLE "
                       VATR-TABLE-ID " NOT ON ARRAYIN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET TBX TO WS-TBL-HIT
           IF VATR-POSITION NOT NUMERIC
                   OR VATR-POSITION = 0
                   OR VATR-POSITION > WS-TBL-ELEM-COUNT(TBX)
               DISPLAY "SRCHRPLY: ATTRIN POSITION " VATR-POSITION
                       " OUTSIDE TABLE " VATR-TABLE-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-ATTR-OFFSET = (VATR-POSITION - 1) * 5 + 1
           IF WS-TBL-ELEMENTS(TBX)(WS-ATTR-OFFSET:5) NOT = VATR-VALUE
               DISPLAY "SRCHRPLY: ATTRIN DOES NOT MATCH ARRAYIN "
                       "AT TABLE " VATR-TABLE-ID " POSITION "
                       VATR-POSITION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET ATX TO VATR-POSITION
           MOVE VATR-STATUS TO WS-TBL-VAL-STATUS(TBX ATX)
           MOVE VATR-STATUS-DATE TO WS-TBL-VAL-DATE(TBX ATX)
           MOVE VATR-DESC TO WS-TBL-VAL-DESC(TBX ATX).

       REPLAY-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT
           INITIALIZE WS-FOUND-NOT-FOUND WS-RESULT WS-ERROR
                      WS-MATCH-COUNT WS-REQUEST-RC
           MOVE 0 TO WS-COUNT
           MOVE "N" TO WS-NEAR-SWITCH

      *> No edit step stands in front of a replay, so an unknown
      *> table is the analyst's typo, not a mis-wired chain - it
               END-IF
               IF NOT FOUND
                   MOVE "value not in array" TO WS-ERROR
                   IF WS-MODE-NEAREST
                       PERFORM FIND-NEAREST-VALUES
                   END-IF
               END-IF
           END-IF.

       REPLAY-RESULT.
           IF FOUND
               PERFORM NOTE-HIT-ATTRIBUTES
               IF WS-HIT-SUSPENDED > 0
                   MOVE 2 TO WS-REQUEST-RC
               ELSE
                   MOVE 0 TO WS-REQUEST-RC
               END-IF
           ELSE
               IF WS-REQUEST-RC < 8
                   MOVE 4 TO WS-REQUEST-RC
       REPLAY-REQUEST-EXIT.
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

       FIND-REQUEST-TABLE.
           MOVE 0 TO WS-TBL-HIT
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                           SET WS-RPT-TRUNCATED TO TRUE
                   END-STRING
               END-PERFORM
               IF WS-HIT-STATUS NOT = SPACE
                   PERFORM FORMAT-HIT-ATTRIBUTES
               END-IF
           ELSE
               IF WS-NEAREST-LOCATED
                   PERFORM FORMAT-NEAREST-RESULT
               ELSE
                   MOVE WS-ERROR TO WS-RPT-RESULT
               END-IF
           END-IF.

           WRITE RPLYRPT-RECORD FROM WS-REPORT-LINE.

      *> The value's status and description after the positions,
      *> exactly as the nightly search step words them.
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

       VALIDATE-ASCENDING.
           IF WS-COUNT > 1
               PERFORM VARYING IDX FROM 2 BY 1 UNTIL IDX > WS-COUNT
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
