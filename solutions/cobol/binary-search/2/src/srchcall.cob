       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRCHCALL.

      *> In-line lookup against our tables for other batch
      *> applications: CALLed with the parameter area in srchcall.cpy
      *> (which documents the request, the response and the DDs the
      *> calling step needs), it runs one first-match, find-all,
      *> range or nearest request through the same search logic the
      *> nightly step (BINARY-SEARCH) uses and hands back the return
      *> code, match count and positions, with the status and
      *> description of the values found - a hit on a suspended value
      *> comes back RC 2, as it does overnight. The tables TBLLOAD
      *> last built, and their value attributes, are loaded and
      *> validated on the first call and kept
      *> for every later call in the same job. The caller id is the
      *> requesting department as far as the search-authorization
      *> rule (authp.cpy) is concerned, and every call - rejected
      *> ones included - is appended to the SRCHLOG usage log under
      *> that id, so in-line use is charged back and audited like
      *> the nightly requests. The caller's own RETURN-CODE is left
      *> alone; the outcome of each call is in SCALL-RC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARRAYIN ASSIGN TO ARRAYIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRAYIN-STATUS.
           SELECT ATTRIN ASSIGN TO ATTRIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTRIN-STATUS.
           SELECT SRCHLOG ASSIGN TO SRCHLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCHLOG-STATUS.
           SELECT TBLCAT ASSIGN TO TBLCAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TBLCAT-STATUS.
           SELECT AUTHFILE ASSIGN TO AUTHFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHFILE-STATUS.
           SELECT RUNCAL ASSIGN TO RUNCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARRAYIN.
       01 ARRAYIN-RECORD.
           05 ARRAYIN-TABLE-ID      PIC X(8).
           05 FILLER                PIC X(1).
           05 ARRAYIN-ARRAY         PIC X(3000).

       FD ATTRIN.
           COPY "valattr.cpy".

       FD SRCHLOG.
           COPY "srchlog.cpy".

       FD TBLCAT.
           COPY "tblcat.cpy".

       FD AUTHFILE.
           COPY "authrec.cpy".

       FD RUNCAL.
           COPY "runcal.cpy".

       WORKING-STORAGE SECTION.
           COPY "calw.cpy".
           COPY "searchtb.cpy".
           COPY "authw.cpy".

       01 WS-FOUND-NOT-FOUND        PIC 9 VALUE 0.
           88 FOUND                 VALUE 1.
       01 WS-SUBSTR                 PIC X(6).
       01 WS-PTR                    PIC 9(4) VALUE 1.
       01 WS-FIRST-INDEX            PIC 999.
       01 WS-MIDDLE-INDEX           PIC 999.
       01 WS-LAST-INDEX             PIC 999.
       01 WS-MIDDLE-ELEMENT         PIC S9(4) SIGN IS LEADING SEPARATE.
       01 WS-TEMP                   PIC 999.
       01 WS-LOOP-IDX               PIC 999.
       01 WS-COMMA-COUNT            PIC 9(4).

       01 WS-MODE                   PIC X(1) VALUE "F".
           88 WS-MODE-FIRST-MATCH   VALUE "F".
           88 WS-MODE-FIND-ALL      VALUE "A".
           88 WS-MODE-RANGE         VALUE "R".
           88 WS-MODE-NEAREST       VALUE "N".
       01 WS-REQ-TABLE-ID           PIC X(8) VALUE SPACES.
       01 WS-ITEM-HIGH              PIC S9(4) SIGN IS LEADING SEPARATE.
       01 WS-LOW-EDGE               PIC 999.
       01 WS-HIGH-EDGE              PIC 999.
       01 WS-NEAR-BELOW-INDEX       PIC 999.
       01 WS-NEAR-ABOVE-INDEX       PIC 999.

       01 WS-VALIDATION-SWITCH      PIC X(1) VALUE "Y".
           88 WS-ARRAY-IS-SORTED    VALUE "Y".
           88 WS-ARRAY-NOT-SORTED   VALUE "N".

       01 WS-PARSE-SWITCH           PIC X(1) VALUE "N".
           88 WS-ARRAY-OVERSIZED    VALUE "Y".

       01 WS-MATCH-AREA.
           05 WS-MATCH-COUNT        PIC 999 VALUE 0.
           05 WS-MATCH-TABLE
               OCCURS 1 TO 500 DEPENDING ON WS-MATCH-COUNT
               INDEXED BY MIDX
               PIC 999.
       01 WS-SCAN-INDEX             PIC 999.
       01 WS-PREV-INDEX             PIC 999.
       01 WS-NEXT-INDEX             PIC 999.
       01 WS-FIRST-MATCH-INDEX      PIC 999.
       01 WS-LAST-MATCH-INDEX       PIC 999.

       01 WS-ARRAYIN-STATUS         PIC X(2) VALUE SPACES.
       01 WS-SRCHLOG-STATUS         PIC X(2) VALUE SPACES.
       01 WS-ARRAYIN-EOF-SWITCH     PIC X(1) VALUE "N".
           88 WS-ARRAYIN-AT-END     VALUE "Y".
       01 WS-ATTRIN-STATUS          PIC X(2) VALUE SPACES.
       01 WS-ATTRIN-EOF-SWITCH      PIC X(1) VALUE "N".
           88 WS-ATTRIN-AT-END      VALUE "Y".

      *> Working storage outlives each CALL, so this switch is what
      *> makes the tables load once per calling job rather than once
      *> per lookup; the E call closes the log and resets it.
       01 WS-LOADED-SWITCH          PIC X(1) VALUE "N".
           88 WS-TABLES-LOADED      VALUE "Y".

      *> Every table TBLLOAD built, parsed and validated once at the
      *> first call, exactly as the nightly search step holds them.
       01 WS-TBL-MAX                PIC 9(2) VALUE 20.
       01 WS-TBL-LOADED             PIC 9(2) VALUE 0.
       01 WS-TBL-STORE.
           05 WS-TBL-ENTRY OCCURS 20 INDEXED BY TBX.
               10 WS-TBL-ID         PIC X(8).
               10 WS-TBL-STATE      PIC X(1).
                   88 WS-TBL-OK         VALUE " ".
                   88 WS-TBL-OVERSIZED  VALUE "O".
                   88 WS-TBL-EMPTY      VALUE "E".
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
       01 WS-HIT-SUSPENDED          PIC 999.
       01 WS-TBL-HIT                PIC 9(2).

       01 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01 WS-CALL-TIME              PIC 9(8) VALUE ZERO.
       01 WS-CALL-COUNT             PIC 9(9) VALUE 0.

       LINKAGE SECTION.
           COPY "srchcall.cpy".

       PROCEDURE DIVISION USING SCALL-PARM-AREA.
       SRCHCALL.
           IF SCALL-MODE = "E"
               PERFORM END-CALLER-USE
               GOBACK
           END-IF.

           IF NOT WS-TABLES-LOADED
               PERFORM FIRST-CALL-SETUP
           END-IF.

           PERFORM PROCESS-CALL THRU PROCESS-CALL-EXIT.
           PERFORM WRITE-USAGE-LOG.
           GOBACK.

       FIRST-CALL-SETUP.
           MOVE "SRCHCALL" TO WS-CAL-PROGRAM.
           PERFORM READ-BUSINESS-DATE.
           MOVE WS-CAL-BUS-DATE TO WS-RUN-DATE.
           PERFORM LOAD-SEARCH-TABLES.
           PERFORM LOAD-VALUE-ATTRIBUTES.
           MOVE "SRCHCALL" TO WS-ATH-PROGRAM.
           PERFORM LOAD-SEARCH-AUTHORITY.

      *> The usage log is the chargeback and audit trail for in-line
      *> use and must accumulate across jobs; only a first-ever call
      *> creates it.
           OPEN EXTEND SRCHLOG.
           IF WS-SRCHLOG-STATUS = "35"
               OPEN OUTPUT SRCHLOG
           END-IF.
           IF WS-SRCHLOG-STATUS NOT = "00"
               DISPLAY "SRCHCALL: UNABLE TO OPEN SRCHLOG, STATUS="
                       WS-SRCHLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO WS-CALL-COUNT.
           MOVE "Y" TO WS-LOADED-SWITCH.

       END-CALLER-USE.
           IF WS-TABLES-LOADED
               CLOSE SRCHLOG
               DISPLAY "SRCHCALL: " WS-CALL-COUNT
                       " IN-LINE LOOKUPS LOGGED"
               MOVE "N" TO WS-LOADED-SWITCH
           END-IF.
           INITIALIZE SCALL-RESPONSE.

       LOAD-SEARCH-TABLES.
           OPEN INPUT ARRAYIN.
           IF WS-ARRAYIN-STATUS NOT = "00"
               DISPLAY "SRCHCALL: UNABLE TO OPEN ARRAYIN, "
                       "STATUS=" WS-ARRAYIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 0 TO WS-TBL-LOADED.
           MOVE "N" TO WS-ARRAYIN-EOF-SWITCH.
           PERFORM UNTIL WS-ARRAYIN-AT-END
               READ ARRAYIN
                   AT END
                       MOVE "Y" TO WS-ARRAYIN-EOF-SWITCH
                   NOT AT END
                       PERFORM STORE-SEARCH-TABLE
               END-READ
           END-PERFORM.

           IF WS-TBL-LOADED = 0
               DISPLAY "SRCHCALL: ARRAYIN HAS NO TABLE TO "
                       "SEARCH AGAINST"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           CLOSE ARRAYIN.

       STORE-SEARCH-TABLE.
           IF WS-TBL-LOADED >= WS-TBL-MAX
               DISPLAY "SRCHCALL: MORE THAN " WS-TBL-MAX
                       " TABLES ON ARRAYIN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TBL-LOADED
           SET TBX TO WS-TBL-LOADED
           MOVE ARRAYIN-TABLE-ID TO WS-TBL-ID(TBX)
           MOVE ARRAYIN-ARRAY TO WS-ARRAY
           MOVE "Y" TO WS-VALIDATION-SWITCH
           PERFORM PARSE-ARRAY
           EVALUATE TRUE
               WHEN WS-ARRAY-OVERSIZED
                   MOVE "O" TO WS-TBL-STATE(TBX)
               WHEN WS-COUNT = 0
                   MOVE "E" TO WS-TBL-STATE(TBX)
               WHEN OTHER
                   PERFORM VALIDATE-ASCENDING
                   IF WS-ARRAY-NOT-SORTED
                       MOVE "S" TO WS-TBL-STATE(TBX)
                   ELSE
                       MOVE " " TO WS-TBL-STATE(TBX)
                   END-IF
           END-EVALUATE
           MOVE WS-COUNT TO WS-TBL-ELEM-COUNT(TBX)
           MOVE WS-TABLE TO WS-TBL-ELEMENTS(TBX)
           MOVE SPACES TO WS-TBL-ATTRS(TBX).

      *> Each value's status and description, written by TBLLOAD
      *> beside the tables; a record that does not fit the tables
      *> just loaded means the two datasets are from different
      *> builds, and no answer can be trusted.
       LOAD-VALUE-ATTRIBUTES.
           OPEN INPUT ATTRIN.
           IF WS-ATTRIN-STATUS NOT = "00"
               DISPLAY "SRCHCALL: UNABLE TO OPEN ATTRIN, "
                       "STATUS=" WS-ATTRIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "N" TO WS-ATTRIN-EOF-SWITCH.
           PERFORM UNTIL WS-ATTRIN-AT-END
               READ ATTRIN
                   AT END
                       MOVE "Y" TO WS-ATTRIN-EOF-SWITCH
                   NOT AT END
                       PERFORM STORE-VALUE-ATTRIBUTE
               END-READ
           END-PERFORM.

           CLOSE ATTRIN.

       STORE-VALUE-ATTRIBUTE.
           MOVE VATR-TABLE-ID TO WS-REQ-TABLE-ID
           PERFORM FIND-REQUEST-TABLE
           IF WS-TBL-HIT = 0
               DISPLAY "SRCHCALL: ATTRIN NAMES TABLE "
                       VATR-TABLE-ID " NOT ON ARRAYIN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET TBX TO WS-TBL-HIT
           IF VATR-POSITION NOT NUMERIC
                   OR VATR-POSITION = 0
                   OR VATR-POSITION > WS-TBL-ELEM-COUNT(TBX)
               DISPLAY "SRCHCALL: ATTRIN POSITION " VATR-POSITION
                       " OUTSIDE TABLE " VATR-TABLE-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-ATTR-OFFSET = (VATR-POSITION - 1) * 5 + 1
           IF WS-TBL-ELEMENTS(TBX)(WS-ATTR-OFFSET:5) NOT = VATR-VALUE
               DISPLAY "SRCHCALL: ATTRIN DOES NOT MATCH ARRAYIN "
                       "AT TABLE " VATR-TABLE-ID " POSITION "
                       VATR-POSITION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET ATX TO VATR-POSITION
           MOVE VATR-STATUS TO WS-TBL-VAL-STATUS(TBX ATX)
           MOVE VATR-STATUS-DATE TO WS-TBL-VAL-DATE(TBX ATX)
           MOVE VATR-DESC TO WS-TBL-VAL-DESC(TBX ATX).

      *> The caller's request gets the same edits REQEDIT gives a
      *> deck request before it reaches the search - nothing it
      *> passes is trusted.
       PROCESS-CALL.
           INITIALIZE SCALL-RESPONSE
           INITIALIZE WS-FOUND-NOT-FOUND WS-RESULT WS-ERROR
                      WS-MATCH-COUNT
           MOVE 0 TO WS-COUNT

           IF SCALL-CALLER-ID = SPACES
               MOVE 12 TO SCALL-RC
               MOVE "CALLER-ID MISSING" TO SCALL-MESSAGE
               GO TO PROCESS-CALL-EXIT
           END-IF

           MOVE SCALL-MODE TO WS-MODE
           IF NOT (WS-MODE-FIRST-MATCH OR WS-MODE-FIND-ALL
                   OR WS-MODE-RANGE OR WS-MODE-NEAREST)
               MOVE 12 TO SCALL-RC
               MOVE "UNKNOWN MODE" TO SCALL-MESSAGE
               GO TO PROCESS-CALL-EXIT
           END-IF

           IF NOT (SCALL-ITEM-SIGN = "+" OR SCALL-ITEM-SIGN = "-")
                   OR SCALL-ITEM-DIGITS NOT NUMERIC
               MOVE 12 TO SCALL-RC
               MOVE "ITEM NOT A VALID NUMBER" TO SCALL-MESSAGE
               GO TO PROCESS-CALL-EXIT
           END-IF
           MOVE SCALL-ITEM TO WS-ITEM

           MOVE ZERO TO WS-ITEM-HIGH
           IF WS-MODE-RANGE
               IF NOT (SCALL-HIGH-SIGN = "+" OR SCALL-HIGH-SIGN = "-")
                       OR SCALL-HIGH-DIGITS NOT NUMERIC
                   MOVE 12 TO SCALL-RC
                   MOVE "HIGH BOUND NOT A VALID NUMBER"
                       TO SCALL-MESSAGE
                   GO TO PROCESS-CALL-EXIT
               END-IF
               MOVE SCALL-ITEM-HIGH TO WS-ITEM-HIGH
               IF WS-ITEM > WS-ITEM-HIGH
                   MOVE 12 TO SCALL-RC
                   MOVE "BOUNDS OUT OF ORDER" TO SCALL-MESSAGE
                   GO TO PROCESS-CALL-EXIT
               END-IF
           END-IF

           MOVE SCALL-TABLE-ID TO WS-REQ-TABLE-ID
           PERFORM FIND-REQUEST-TABLE
           IF WS-TBL-HIT = 0
               MOVE 12 TO SCALL-RC
               MOVE "UNKNOWN TABLE-ID" TO SCALL-MESSAGE
               GO TO PROCESS-CALL-EXIT
           END-IF

           MOVE SCALL-TABLE-ID TO WS-ATH-TABLE-ID
           MOVE SCALL-CALLER-ID TO WS-ATH-DEPT-ID
           MOVE WS-RUN-DATE TO WS-ATH-DATE
           PERFORM CHECK-SEARCH-AUTHORITY
           IF NOT WS-ATH-AUTHORIZED
               MOVE 12 TO SCALL-RC
               MOVE "CALLER NOT AUTHORIZED FOR TABLE"
                   TO SCALL-MESSAGE
               GO TO PROCESS-CALL-EXIT
           END-IF

           SET TBX TO WS-TBL-HIT
           MOVE WS-TBL-ELEM-COUNT(TBX) TO WS-COUNT
           MOVE WS-COUNT TO SCALL-ELEM-COUNT

           IF WS-TBL-OVERSIZED(TBX)
               MOVE 8 TO SCALL-RC
               MOVE "array exceeds maximum table size"
                   TO SCALL-MESSAGE
               GO TO PROCESS-CALL-EXIT
           END-IF

           IF WS-TBL-EMPTY(TBX)
               MOVE 8 TO SCALL-RC
               MOVE "value not in array" TO SCALL-MESSAGE
               GO TO PROCESS-CALL-EXIT
           END-IF

           IF WS-TBL-UNSORTED(TBX)
               MOVE 8 TO SCALL-RC
               MOVE "array not sorted" TO SCALL-MESSAGE
               GO TO PROCESS-CALL-EXIT
           END-IF

           MOVE WS-TBL-ELEMENTS(TBX) TO WS-TABLE

           IF WS-MODE-RANGE
               PERFORM RANGE-SEARCH
               IF NOT FOUND
                   MOVE "no values in range" TO WS-ERROR
               END-IF
           ELSE
               PERFORM SEARCH-ARRAY
               IF FOUND
                   IF WS-MODE-FIND-ALL
                       PERFORM FIND-ALL-MATCHES
                   ELSE
                       MOVE 1 TO WS-MATCH-COUNT
                       MOVE WS-RESULT TO WS-MATCH-TABLE(1)
                   END-IF
               END-IF
               IF NOT FOUND
                   MOVE "value not in array" TO WS-ERROR
                   IF WS-MODE-NEAREST
                       PERFORM FIND-NEAREST-VALUES
                       MOVE WS-NEAR-BELOW-INDEX TO SCALL-NEAR-BELOW
                       MOVE WS-NEAR-ABOVE-INDEX TO SCALL-NEAR-ABOVE
                   END-IF
               END-IF
           END-IF

           IF FOUND
               MOVE WS-MATCH-COUNT TO SCALL-MATCH-COUNT
               MOVE 0 TO WS-HIT-SUSPENDED
               PERFORM VARYING MIDX FROM 1 BY 1
                       UNTIL MIDX > WS-MATCH-COUNT
                   MOVE WS-MATCH-TABLE(MIDX) TO SCALL-POSITION(MIDX)
                   SET ATX TO WS-MATCH-TABLE(MIDX)
                   MOVE WS-TBL-VAL-STATUS(TBX ATX)
                       TO SCALL-POS-STATUS(MIDX)
                   IF WS-TBL-VAL-STATUS(TBX ATX) = "S"
                       ADD 1 TO WS-HIT-SUSPENDED
                   END-IF
               END-PERFORM
               SET ATX TO WS-MATCH-TABLE(1)
               MOVE WS-TBL-VAL-STATUS(TBX ATX) TO SCALL-VALUE-STATUS
               MOVE WS-TBL-VAL-DATE(TBX ATX) TO SCALL-STATUS-DATE
               MOVE WS-TBL-VAL-DESC(TBX ATX) TO SCALL-VALUE-DESC
               IF WS-HIT-SUSPENDED > 0
                   MOVE 2 TO SCALL-RC
                   MOVE "FOUND ON A SUSPENDED VALUE" TO SCALL-MESSAGE
               ELSE
                   MOVE 0 TO SCALL-RC
               END-IF
           ELSE
               MOVE 4 TO SCALL-RC
               MOVE WS-ERROR TO SCALL-MESSAGE
           END-IF.

       PROCESS-CALL-EXIT.
           EXIT.

       FIND-REQUEST-TABLE.
           MOVE 0 TO WS-TBL-HIT
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > WS-TBL-LOADED
                       OR WS-TBL-HIT > 0
               SET TBX TO WS-TBL-IDX
               IF WS-TBL-ID(TBX) = WS-REQ-TABLE-ID
                   MOVE WS-TBL-IDX TO WS-TBL-HIT
               END-IF
           END-PERFORM.

       WRITE-USAGE-LOG.
           ACCEPT WS-CALL-TIME FROM TIME
           ADD 1 TO WS-CALL-COUNT
           MOVE SPACES TO SLOG-RECORD
           MOVE WS-RUN-DATE TO SLOG-DATE
           MOVE WS-CALL-TIME TO SLOG-TIME
           MOVE SCALL-CALLER-ID TO SLOG-CALLER-ID
           MOVE SCALL-TABLE-ID TO SLOG-TABLE-ID
           MOVE SCALL-MODE TO SLOG-MODE
           MOVE SCALL-ITEM-X TO SLOG-ITEM
           IF SCALL-MODE = "R"
               MOVE SCALL-HIGH-X TO SLOG-ITEM-HIGH
           END-IF
           MOVE SCALL-RC TO SLOG-RC
           MOVE SCALL-MATCH-COUNT TO SLOG-MATCH-COUNT
           WRITE SLOG-RECORD.

       VALIDATE-ASCENDING.
           IF WS-COUNT > 1
               PERFORM VARYING IDX FROM 2 BY 1 UNTIL IDX > WS-COUNT
                   IF WS-ELEMENT(IDX) < WS-ELEMENT(IDX - 1)
                       MOVE "N" TO WS-VALIDATION-SWITCH
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       SEARCH-ARRAY.
           MOVE 1 TO WS-FIRST-INDEX.
           MOVE WS-COUNT TO WS-LAST-INDEX.

           PERFORM UNTIL WS-FIRST-INDEX > WS-LAST-INDEX
               ADD WS-FIRST-INDEX TO WS-LAST-INDEX GIVING WS-TEMP
               DIVIDE WS-TEMP BY 2 GIVING WS-MIDDLE-INDEX

               SET IDX TO WS-MIDDLE-INDEX
               MOVE WS-ELEMENT(IDX) TO WS-MIDDLE-ELEMENT

               IF WS-ITEM = WS-MIDDLE-ELEMENT
                   SET FOUND TO TRUE
                   MOVE WS-MIDDLE-INDEX TO WS-RESULT
                   EXIT PERFORM
               ELSE IF WS-ITEM < WS-MIDDLE-ELEMENT
                   SUBTRACT 1 FROM WS-MIDDLE-INDEX GIVING WS-LAST-INDEX
               ELSE
                   ADD 1 TO WS-MIDDLE-INDEX GIVING WS-FIRST-INDEX
               END-IF
           END-PERFORM.

      *> Range mode: binary-search for the two edges of the bounded
      *> region, then return every position between them.
       RANGE-SEARCH.
           MOVE 1 TO WS-FIRST-INDEX
           MOVE WS-COUNT TO WS-LAST-INDEX
           COMPUTE WS-LOW-EDGE = WS-COUNT + 1
           PERFORM UNTIL WS-FIRST-INDEX > WS-LAST-INDEX
               ADD WS-FIRST-INDEX TO WS-LAST-INDEX GIVING WS-TEMP
               DIVIDE WS-TEMP BY 2 GIVING WS-MIDDLE-INDEX
               SET IDX TO WS-MIDDLE-INDEX
               MOVE WS-ELEMENT(IDX) TO WS-MIDDLE-ELEMENT
               IF WS-MIDDLE-ELEMENT >= WS-ITEM
                   MOVE WS-MIDDLE-INDEX TO WS-LOW-EDGE
                   SUBTRACT 1 FROM WS-MIDDLE-INDEX
                       GIVING WS-LAST-INDEX
               ELSE
                   ADD 1 TO WS-MIDDLE-INDEX GIVING WS-FIRST-INDEX
               END-IF
           END-PERFORM

           MOVE 1 TO WS-FIRST-INDEX
           MOVE WS-COUNT TO WS-LAST-INDEX
           MOVE 0 TO WS-HIGH-EDGE
           PERFORM UNTIL WS-FIRST-INDEX > WS-LAST-INDEX
               ADD WS-FIRST-INDEX TO WS-LAST-INDEX GIVING WS-TEMP
               DIVIDE WS-TEMP BY 2 GIVING WS-MIDDLE-INDEX
               SET IDX TO WS-MIDDLE-INDEX
               MOVE WS-ELEMENT(IDX) TO WS-MIDDLE-ELEMENT
               IF WS-MIDDLE-ELEMENT <= WS-ITEM-HIGH
                   MOVE WS-MIDDLE-INDEX TO WS-HIGH-EDGE
                   ADD 1 TO WS-MIDDLE-INDEX GIVING WS-FIRST-INDEX
               ELSE
                   SUBTRACT 1 FROM WS-MIDDLE-INDEX
                       GIVING WS-LAST-INDEX
               END-IF
           END-PERFORM

           IF WS-LOW-EDGE <= WS-HIGH-EDGE
               SET FOUND TO TRUE
               MOVE WS-LOW-EDGE TO WS-RESULT
               MOVE 0 TO WS-MATCH-COUNT
               PERFORM VARYING WS-SCAN-INDEX FROM WS-LOW-EDGE BY 1
                       UNTIL WS-SCAN-INDEX > WS-HIGH-EDGE
                   ADD 1 TO WS-MATCH-COUNT
                   MOVE WS-SCAN-INDEX
                       TO WS-MATCH-TABLE(WS-MATCH-COUNT)
               END-PERFORM
           END-IF.

      *> Nearest-match mode on a miss: the first position whose
      *> element is above the item, and the one before it; past
      *> either end of the table the position is zero.
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
           IF WS-NEAR-ABOVE-INDEX > WS-COUNT
               MOVE 0 TO WS-NEAR-ABOVE-INDEX
           END-IF.

       FIND-ALL-MATCHES.
           MOVE 0 TO WS-MATCH-COUNT
           MOVE WS-RESULT TO WS-FIRST-MATCH-INDEX
           MOVE WS-RESULT TO WS-LAST-MATCH-INDEX

           PERFORM VARYING WS-SCAN-INDEX FROM WS-RESULT BY -1
                   UNTIL WS-SCAN-INDEX <= 1
               COMPUTE WS-PREV-INDEX = WS-SCAN-INDEX - 1
               SET IDX TO WS-PREV-INDEX
               IF WS-ELEMENT(IDX) NOT = WS-ITEM
                   EXIT PERFORM
               END-IF
               MOVE WS-PREV-INDEX TO WS-FIRST-MATCH-INDEX
           END-PERFORM

           PERFORM VARYING WS-SCAN-INDEX FROM WS-RESULT BY 1
                   UNTIL WS-SCAN-INDEX >= WS-COUNT
               COMPUTE WS-NEXT-INDEX = WS-SCAN-INDEX + 1
               SET IDX TO WS-NEXT-INDEX
               IF WS-ELEMENT(IDX) NOT = WS-ITEM
                   EXIT PERFORM
               END-IF
               MOVE WS-NEXT-INDEX TO WS-LAST-MATCH-INDEX
           END-PERFORM

      *> Positions go back left-to-right, in ascending table order.
           PERFORM VARYING WS-SCAN-INDEX FROM WS-FIRST-MATCH-INDEX BY 1
                   UNTIL WS-SCAN-INDEX > WS-LAST-MATCH-INDEX
               ADD 1 TO WS-MATCH-COUNT
               MOVE WS-SCAN-INDEX TO WS-MATCH-TABLE(WS-MATCH-COUNT)
           END-PERFORM.

       PARSE-ARRAY.
           MOVE 0 TO WS-COUNT.
           MOVE 0 TO WS-COMMA-COUNT.
           MOVE "N" TO WS-PARSE-SWITCH.
           IF WS-ARRAY NOT = SPACES
      *> Tallied into PIC 9(4) rather than straight into WS-COUNT so
      *> a pathological comma-only input cannot wrap the count back
      *> under WS-MAX-ELEMENTS and slip past the oversize check.
               INSPECT WS-ARRAY TALLYING WS-COMMA-COUNT FOR ALL ","
               ADD 1 TO WS-COMMA-COUNT
           END-IF.

           IF WS-COMMA-COUNT > WS-MAX-ELEMENTS
               SET WS-ARRAY-OVERSIZED TO TRUE
               MOVE WS-MAX-ELEMENTS TO WS-COUNT
           ELSE
               MOVE WS-COMMA-COUNT TO WS-COUNT
           END-IF.

           MOVE 1 TO WS-LOOP-IDX.
           MOVE 1 TO WS-PTR.

           PERFORM VARYING WS-LOOP-IDX FROM 1 BY 1
                   UNTIL WS-LOOP-IDX > WS-COUNT
               UNSTRING WS-ARRAY DELIMITED BY ","
                   INTO WS-SUBSTR
                   WITH POINTER WS-PTR
               MOVE FUNCTION NUMVAL(WS-SUBSTR)
                   TO WS-ELEMENT(WS-LOOP-IDX)
           END-PERFORM.

           COPY "authp.cpy".

           COPY "calp.cpy".
