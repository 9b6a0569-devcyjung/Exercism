       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLRULE.

      *> Cross-table rule check. TBLLOAD proves each table on its own
      *> against its catalog min/max; this step proves the tables
      *> against each other. The RULES file names pairs of table-ids
      *> and how they must relate: "S" - every value on the first
      *> table must also be on the second (a sub-code table and its
      *> parent), or "X" - the two tables must never share a value.
      *> Tonight's rebuilt ARRAYOUT is checked against every rule and
      *> RULERPT lists each orphaned or overlapping value with both
      *> table-ids, so a master delete on a parent that silently
      *> orphans its children is caught before the search runs. Any
      *> violation ends the step RC 8, which holds the search back.
      *> A rule carrying the override flag is a known exception: its
      *> violations are still listed, marked as overridden, but only
      *> warn (RC 4). A table named by a rule but not built tonight
      *> is checked as an empty table and noted on the report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES ASSIGN TO RULES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT ARRAYIN ASSIGN TO ARRAYIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRAYIN-STATUS.
           SELECT RULERPT ASSIGN TO RULERPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULERPT-STATUS.
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
      *> One rule per record: the first table, the relation, the
      *> second table, the override flag ("Y" = known exception,
      *> "N" or blank = enforced) and a free-text note that is
      *> echoed on the report.
       FD RULES.
       01 RULES-RECORD.
           05 RULE-TABLE-ID         PIC X(8).
           05 FILLER                PIC X(1).
           05 RULE-RELATION         PIC X(1).
               88 RULE-SUBSET       VALUE "S".
               88 RULE-DISJOINT     VALUE "X".
           05 FILLER                PIC X(1).
           05 RULE-OTHER-TABLE-ID   PIC X(8).
           05 FILLER                PIC X(1).
           05 RULE-OVERRIDE         PIC X(1).
           05 FILLER                PIC X(1).
           05 RULE-NOTE             PIC X(30).

       FD ARRAYIN.
       01 ARRAYIN-RECORD.
           05 ARRAYIN-TABLE-ID      PIC X(8).
           05 FILLER                PIC X(1).
           05 ARRAYIN-ARRAY         PIC X(3000).

       FD RULERPT.
       01 RULERPT-RECORD            PIC X(132).

       FD RUNCAL.
           COPY "runcal.cpy".

       FD RUNLOG.
           COPY "runlog.cpy".

       WORKING-STORAGE SECTION.
           COPY "searchtb.cpy".
           COPY "calw.cpy".
           COPY "runlogw.cpy".

       01 WS-RULES-STATUS           PIC X(2) VALUE SPACES.
       01 WS-ARRAYIN-STATUS         PIC X(2) VALUE SPACES.
       01 WS-RULERPT-STATUS         PIC X(2) VALUE SPACES.
       01 WS-RULES-EOF-SWITCH       PIC X(1) VALUE "N".
           88 WS-RULES-AT-END       VALUE "Y".
       01 WS-ARRAYIN-EOF-SWITCH     PIC X(1) VALUE "N".
           88 WS-ARRAYIN-AT-END     VALUE "Y".

       01 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                    PIC X(8).

       01 WS-PTR                    PIC 9(4).
       01 WS-LOOP-IDX               PIC 999.
       01 WS-SUBSTR                 PIC X(6).
       01 WS-COMMA-COUNT            PIC 9(4).

      *> The rules as read, checked in file order.
       01 WS-RULE-MAX               PIC 9(3) VALUE 100.
       01 WS-RULE-COUNT             PIC 9(3) VALUE 0.
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 100 INDEXED BY RLX.
               10 WS-RUL-TABLE-ID   PIC X(8).
               10 WS-RUL-RELATION   PIC X(1).
               10 WS-RUL-OTHER-ID   PIC X(8).
               10 WS-RUL-OVERRIDE   PIC X(1).
               10 WS-RUL-NOTE       PIC X(30).
       01 WS-RULE-IDX               PIC 9(3).

      *> Tonight's tables, parsed once into fixed five-byte entries
      *> in the sorted order TBLLOAD built them.
       01 WS-TBL-MAX                PIC 9(2) VALUE 40.
       01 WS-TBL-COUNT              PIC 9(2) VALUE 0.
       01 WS-TBL-TABLE.
           05 WS-TBL-ENTRY OCCURS 40 INDEXED BY TBX.
               10 WS-TBL-TABLE-ID   PIC X(8).
               10 WS-TBL-ELEM-COUNT PIC 999.
               10 WS-TBL-ELEMS      PIC X(2500).
       01 WS-TBL-IDX                PIC 9(2).
       01 WS-TBL-HIT                PIC 9(2).
       01 WS-LOOKUP-TABLE-ID        PIC X(8).

      *> The two element lists of the rule in hand, walked side by
      *> side: LEFT is the rule's first table, RIGHT its second.
       01 WS-LEFT-PARSED.
           05 WS-LEFT-ELEM OCCURS 500
                                    PIC S9(4) SIGN IS LEADING
                                    SEPARATE.
       01 WS-LEFT-N                 PIC 999.
       01 WS-RIGHT-PARSED.
           05 WS-RIGHT-ELEM OCCURS 500
                                    PIC S9(4) SIGN IS LEADING
                                    SEPARATE.
       01 WS-RIGHT-N                PIC 999.
       01 WS-LEFT-IX                PIC 9(4).
       01 WS-RIGHT-IX               PIC 9(4).

       01 WS-LISTING-SWITCH         PIC X(1) VALUE "N".
           88 WS-LISTING-VIOLATIONS VALUE "Y".
       01 WS-RULE-VIOLATIONS        PIC 9(5).
       01 WS-ENFORCED-VIOLATIONS    PIC 9(5) VALUE 0.
       01 WS-OVERRIDDEN-VIOLATIONS  PIC 9(5) VALUE 0.
       01 WS-RULES-BROKEN           PIC 9(3) VALUE 0.
       01 WS-RULES-OVERRIDDEN       PIC 9(3) VALUE 0.
       01 WS-RULES-CLEAN            PIC 9(3) VALUE 0.

       01 WS-RUL-HEADING.
           05 FILLER                PIC X(6) VALUE "RULE".
           05 FILLER                PIC X(10) VALUE "TABLE".
           05 FILLER                PIC X(20) VALUE "RELATION".
           05 FILLER                PIC X(10) VALUE "TABLE".
           05 FILLER                PIC X(10) VALUE "OVERRIDE".
           05 FILLER                PIC X(32) VALUE "NOTE".
           05 FILLER                PIC X(44) VALUE "RESULT".
       01 WS-RUL-LINE.
           05 WS-RLL-RULE-NO        PIC ZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-RLL-TABLE-ID       PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-RLL-RELATION       PIC X(18).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-RLL-OTHER-ID       PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-RLL-OVERRIDE       PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-RLL-NOTE           PIC X(30).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-RLL-RESULT         PIC X(44).
       01 WS-VIOL-LINE.
           05 FILLER                PIC X(6) VALUE SPACES.
           05 WS-VLL-KIND           PIC X(10).
           05 WS-VLL-VALUE          PIC +9999.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-VLL-TEXT           PIC X(7).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-VLL-TABLE-ID       PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-VLL-JOIN           PIC X(6).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-VLL-OTHER-ID       PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-VLL-OVERRIDE       PIC X(30).
           05 FILLER                PIC X(45) VALUE SPACES.
       01 WS-NOTE-LINE.
           05 FILLER                PIC X(6) VALUE SPACES.
           05 WS-NTL-TEXT           PIC X(20).
           05 WS-NTL-TABLE-ID       PIC X(8).
           05 FILLER                PIC X(98)
               VALUE " NOT BUILT TONIGHT - CHECKED AS AN EMPTY TABLE".
       01 WS-RUL-TOTAL.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-RLT-LABEL          PIC X(50).
           05 WS-RLT-COUNT          PIC ZZZZ9.
           05 FILLER                PIC X(75) VALUE SPACES.

       PROCEDURE DIVISION.
       TBLRULE.
           MOVE "TBLRULE" TO WS-RLG-PROGRAM.
           PERFORM WRITE-RUNLOG-START.
           MOVE WS-CAL-BUS-DATE TO WS-RUN-DATE.
           PERFORM OPEN-REPORT-FILE.
           PERFORM LOAD-RULES.
           PERFORM LOAD-TONIGHTS-TABLES.
           PERFORM CHECK-ALL-RULES.
           PERFORM WRITE-RULE-TOTALS.

           CLOSE RULERPT.

           DISPLAY "TBLRULE: " WS-RULE-COUNT " RULES CHECKED, "
                   WS-RULES-BROKEN " BROKEN, "
                   WS-RULES-OVERRIDDEN " BROKEN BUT OVERRIDDEN".
           EVALUATE TRUE
               WHEN WS-RULES-BROKEN > 0
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN WS-RULES-OVERRIDDEN > 0
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-EVALUATE.

           MOVE WS-RULE-COUNT TO WS-RLG-IN.
           MOVE WS-RULE-COUNT TO WS-RLG-OUT.
           MOVE WS-ENFORCED-VIOLATIONS TO WS-RLG-REJECTS.
           MOVE RETURN-CODE TO WS-RLG-RC.
           PERFORM WRITE-RUNLOG-END.
           STOP RUN.

       OPEN-REPORT-FILE.
           OPEN OUTPUT RULERPT.
           IF WS-RULERPT-STATUS NOT = "00"
               DISPLAY "TBLRULE: UNABLE TO OPEN RULERPT, STATUS="
                       WS-RULERPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> A malformed rule is a broken control file, not a data
      *> problem - it stops the step rather than being skipped, so a
      *> rule nobody can read is never quietly not enforced.
       LOAD-RULES.
           OPEN INPUT RULES.
           IF WS-RULES-STATUS NOT = "00"
               DISPLAY "TBLRULE: UNABLE TO OPEN RULES, STATUS="
                       WS-RULES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-RULES-AT-END
               READ RULES
                   AT END
                       MOVE "Y" TO WS-RULES-EOF-SWITCH
                   NOT AT END
                       PERFORM STORE-RULE
               END-READ
           END-PERFORM.

           CLOSE RULES.

       STORE-RULE.
           IF RULE-TABLE-ID = SPACES
                   OR RULE-OTHER-TABLE-ID = SPACES
                   OR RULE-TABLE-ID = RULE-OTHER-TABLE-ID
                   OR NOT (RULE-SUBSET OR RULE-DISJOINT)
                   OR NOT (RULE-OVERRIDE = "Y" OR "N" OR SPACE)
               DISPLAY "TBLRULE: BAD RULE RECORD: "
                       RULES-RECORD(1:21)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RULE-COUNT >= WS-RULE-MAX
               DISPLAY "TBLRULE: MORE THAN " WS-RULE-MAX
                       " RULES - RULE TABLE IS FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RULE-COUNT
           SET RLX TO WS-RULE-COUNT
           MOVE RULE-TABLE-ID TO WS-RUL-TABLE-ID(RLX)
           MOVE RULE-RELATION TO WS-RUL-RELATION(RLX)
           MOVE RULE-OTHER-TABLE-ID TO WS-RUL-OTHER-ID(RLX)
           MOVE RULE-OVERRIDE TO WS-RUL-OVERRIDE(RLX)
           MOVE RULE-NOTE TO WS-RUL-NOTE(RLX).

       LOAD-TONIGHTS-TABLES.
           OPEN INPUT ARRAYIN.
           IF WS-ARRAYIN-STATUS NOT = "00"
               DISPLAY "TBLRULE: UNABLE TO OPEN ARRAYIN, STATUS="
                       WS-ARRAYIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-ARRAYIN-AT-END
               READ ARRAYIN
                   AT END
                       MOVE "Y" TO WS-ARRAYIN-EOF-SWITCH
                   NOT AT END
                       PERFORM STORE-TABLE
               END-READ
           END-PERFORM.

           CLOSE ARRAYIN.

       STORE-TABLE.
           IF WS-TBL-COUNT >= WS-TBL-MAX
               DISPLAY "TBLRULE: MORE THAN " WS-TBL-MAX
                       " TABLES ON ARRAYIN - TABLE IS FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TBL-COUNT
           SET TBX TO WS-TBL-COUNT
           MOVE ARRAYIN-TABLE-ID TO WS-TBL-TABLE-ID(TBX)
           MOVE ARRAYIN-ARRAY TO WS-ARRAY
           PERFORM PARSE-ARRAY
           MOVE WS-COUNT TO WS-TBL-ELEM-COUNT(TBX)
           MOVE WS-TABLE TO WS-TBL-ELEMS(TBX).

       FIND-TABLE.
           MOVE 0 TO WS-TBL-HIT
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > WS-TBL-COUNT
                       OR WS-TBL-HIT > 0
               SET TBX TO WS-TBL-IDX
               IF WS-TBL-TABLE-ID(TBX) = WS-LOOKUP-TABLE-ID
                   MOVE WS-TBL-IDX TO WS-TBL-HIT
               END-IF
           END-PERFORM.

       CHECK-ALL-RULES.
           MOVE SPACES TO RULERPT-RECORD
           STRING "TBLRULE CROSS-TABLE RULE CHECK FOR "
                   WS-RUN-DATE-X DELIMITED BY SIZE
               INTO RULERPT-RECORD
           END-STRING
           WRITE RULERPT-RECORD
           WRITE RULERPT-RECORD FROM WS-RUL-HEADING

           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               PERFORM CHECK-ONE-RULE
           END-PERFORM.

      *> The rule line is written first and its violations listed
      *> under it; the result column carries the verdict.
       CHECK-ONE-RULE.
           SET RLX TO WS-RULE-IDX
           MOVE SPACES TO WS-RUL-LINE
           MOVE WS-RULE-IDX TO WS-RLL-RULE-NO
           MOVE WS-RUL-TABLE-ID(RLX) TO WS-RLL-TABLE-ID
           MOVE WS-RUL-OTHER-ID(RLX) TO WS-RLL-OTHER-ID
           MOVE WS-RUL-NOTE(RLX) TO WS-RLL-NOTE
           IF WS-RUL-RELATION(RLX) = "S"
               MOVE "MUST BE SUBSET OF" TO WS-RLL-RELATION
           ELSE
               MOVE "MUST NOT OVERLAP" TO WS-RLL-RELATION
           END-IF
           IF WS-RUL-OVERRIDE(RLX) = "Y"
               MOVE "YES" TO WS-RLL-OVERRIDE
           ELSE
               MOVE "NO" TO WS-RLL-OVERRIDE
           END-IF
           PERFORM LOAD-RULE-TABLES

           MOVE 0 TO WS-RULE-VIOLATIONS
           IF WS-RUL-RELATION(RLX) = "S"
               PERFORM FIND-ORPHANS
           ELSE
               PERFORM FIND-OVERLAPS
           END-IF

           EVALUATE TRUE
               WHEN WS-RULE-VIOLATIONS = 0
                   ADD 1 TO WS-RULES-CLEAN
                   MOVE "RULE HOLDS" TO WS-RLL-RESULT
               WHEN WS-RUL-OVERRIDE(RLX) = "Y"
                   ADD 1 TO WS-RULES-OVERRIDDEN
                   ADD WS-RULE-VIOLATIONS TO WS-OVERRIDDEN-VIOLATIONS
                   MOVE "BROKEN - OVERRIDDEN, KNOWN EXCEPTION"
                       TO WS-RLL-RESULT
               WHEN OTHER
                   ADD 1 TO WS-RULES-BROKEN
                   ADD WS-RULE-VIOLATIONS TO WS-ENFORCED-VIOLATIONS
                   MOVE "BROKEN" TO WS-RLL-RESULT
           END-EVALUATE
           MOVE SPACES TO RULERPT-RECORD
           WRITE RULERPT-RECORD
           WRITE RULERPT-RECORD FROM WS-RUL-LINE
           PERFORM LIST-RULE-VIOLATIONS.

      *> Both sides of the rule into the walk areas; a table not
      *> built tonight is an empty list.
       LOAD-RULE-TABLES.
           MOVE WS-RUL-TABLE-ID(RLX) TO WS-LOOKUP-TABLE-ID
           PERFORM FIND-TABLE
           IF WS-TBL-HIT = 0
               MOVE 0 TO WS-LEFT-N
           ELSE
               SET TBX TO WS-TBL-HIT
               MOVE WS-TBL-ELEMS(TBX) TO WS-LEFT-PARSED
               MOVE WS-TBL-ELEM-COUNT(TBX) TO WS-LEFT-N
           END-IF
           MOVE WS-RUL-OTHER-ID(RLX) TO WS-LOOKUP-TABLE-ID
           PERFORM FIND-TABLE
           IF WS-TBL-HIT = 0
               MOVE 0 TO WS-RIGHT-N
           ELSE
               SET TBX TO WS-TBL-HIT
               MOVE WS-TBL-ELEMS(TBX) TO WS-RIGHT-PARSED
               MOVE WS-TBL-ELEM-COUNT(TBX) TO WS-RIGHT-N
           END-IF.

      *> Both lists are sorted, so one side-by-side walk finds every
      *> first-table value the second lacks (for a subset rule) or
      *> every value the two share (for a no-overlap rule). The walk
      *> runs twice: once to count, so the rule line can carry its
      *> verdict, and once with the listing switch on to print each
      *> value under it.
       FIND-ORPHANS.
           MOVE 1 TO WS-LEFT-IX
           MOVE 1 TO WS-RIGHT-IX
           PERFORM UNTIL WS-LEFT-IX > WS-LEFT-N
               EVALUATE TRUE
                   WHEN WS-RIGHT-IX > WS-RIGHT-N
                       PERFORM NOTE-VIOLATION
                   WHEN WS-LEFT-ELEM(WS-LEFT-IX)
                           < WS-RIGHT-ELEM(WS-RIGHT-IX)
                       PERFORM NOTE-VIOLATION
                   WHEN WS-LEFT-ELEM(WS-LEFT-IX)
                           > WS-RIGHT-ELEM(WS-RIGHT-IX)
                       ADD 1 TO WS-RIGHT-IX
                   WHEN OTHER
                       ADD 1 TO WS-LEFT-IX
               END-EVALUATE
           END-PERFORM.

       FIND-OVERLAPS.
           MOVE 1 TO WS-LEFT-IX
           MOVE 1 TO WS-RIGHT-IX
           PERFORM UNTIL WS-LEFT-IX > WS-LEFT-N
                   OR WS-RIGHT-IX > WS-RIGHT-N
               EVALUATE TRUE
                   WHEN WS-LEFT-ELEM(WS-LEFT-IX)
                           < WS-RIGHT-ELEM(WS-RIGHT-IX)
                       ADD 1 TO WS-LEFT-IX
                   WHEN WS-LEFT-ELEM(WS-LEFT-IX)
                           > WS-RIGHT-ELEM(WS-RIGHT-IX)
                       ADD 1 TO WS-RIGHT-IX
                   WHEN OTHER
                       PERFORM NOTE-VIOLATION
                       ADD 1 TO WS-RIGHT-IX
               END-EVALUATE
           END-PERFORM.

       NOTE-VIOLATION.
           ADD 1 TO WS-RULE-VIOLATIONS
           IF WS-LISTING-VIOLATIONS
               MOVE WS-LEFT-ELEM(WS-LEFT-IX) TO WS-VLL-VALUE
               WRITE RULERPT-RECORD FROM WS-VIOL-LINE
           END-IF
           ADD 1 TO WS-LEFT-IX.

       LIST-RULE-VIOLATIONS.
           IF WS-LEFT-N = 0 OR WS-RULE-VIOLATIONS > 0
               PERFORM NOTE-MISSING-TABLES
           END-IF
           IF WS-RULE-VIOLATIONS > 0
               MOVE SPACES TO WS-VIOL-LINE
               MOVE WS-RUL-TABLE-ID(RLX) TO WS-VLL-TABLE-ID
               MOVE WS-RUL-OTHER-ID(RLX) TO WS-VLL-OTHER-ID
               IF WS-RUL-OVERRIDE(RLX) = "Y"
                   MOVE "(OVERRIDDEN)" TO WS-VLL-OVERRIDE
               END-IF
               MOVE 0 TO WS-RULE-VIOLATIONS
               MOVE "Y" TO WS-LISTING-SWITCH
               IF WS-RUL-RELATION(RLX) = "S"
                   MOVE "ORPHAN" TO WS-VLL-KIND
                   MOVE "ON" TO WS-VLL-TEXT
                   MOVE "NOT ON" TO WS-VLL-JOIN
                   PERFORM FIND-ORPHANS
               ELSE
                   MOVE "OVERLAP" TO WS-VLL-KIND
                   MOVE "ON BOTH" TO WS-VLL-TEXT
                   MOVE "AND" TO WS-VLL-JOIN
                   PERFORM FIND-OVERLAPS
               END-IF
               MOVE "N" TO WS-LISTING-SWITCH
           END-IF.

       NOTE-MISSING-TABLES.
           MOVE WS-RUL-TABLE-ID(RLX) TO WS-LOOKUP-TABLE-ID
           PERFORM FIND-TABLE
           IF WS-TBL-HIT = 0
               MOVE "NOTE: TABLE" TO WS-NTL-TEXT
               MOVE WS-RUL-TABLE-ID(RLX) TO WS-NTL-TABLE-ID
               WRITE RULERPT-RECORD FROM WS-NOTE-LINE
           END-IF
           MOVE WS-RUL-OTHER-ID(RLX) TO WS-LOOKUP-TABLE-ID
           PERFORM FIND-TABLE
           IF WS-TBL-HIT = 0
               MOVE "NOTE: TABLE" TO WS-NTL-TEXT
               MOVE WS-RUL-OTHER-ID(RLX) TO WS-NTL-TABLE-ID
               WRITE RULERPT-RECORD FROM WS-NOTE-LINE
           END-IF.

       WRITE-RULE-TOTALS.
           MOVE SPACES TO RULERPT-RECORD
           WRITE RULERPT-RECORD
           MOVE "RULES CHECKED" TO WS-RLT-LABEL
           MOVE WS-RULE-COUNT TO WS-RLT-COUNT
           WRITE RULERPT-RECORD FROM WS-RUL-TOTAL
           MOVE "RULES HOLDING" TO WS-RLT-LABEL
           MOVE WS-RULES-CLEAN TO WS-RLT-COUNT
           WRITE RULERPT-RECORD FROM WS-RUL-TOTAL
           MOVE "RULES BROKEN - SEARCH HELD BACK" TO WS-RLT-LABEL
           MOVE WS-RULES-BROKEN TO WS-RLT-COUNT
           WRITE RULERPT-RECORD FROM WS-RUL-TOTAL
           MOVE "VALUES IN VIOLATION OF ENFORCED RULES"
               TO WS-RLT-LABEL
           MOVE WS-ENFORCED-VIOLATIONS TO WS-RLT-COUNT
           WRITE RULERPT-RECORD FROM WS-RUL-TOTAL
           MOVE "RULES BROKEN BUT OVERRIDDEN" TO WS-RLT-LABEL
           MOVE WS-RULES-OVERRIDDEN TO WS-RLT-COUNT
           WRITE RULERPT-RECORD FROM WS-RUL-TOTAL
           MOVE "VALUES IN VIOLATION OF OVERRIDDEN RULES"
               TO WS-RLT-LABEL
           MOVE WS-OVERRIDDEN-VIOLATIONS TO WS-RLT-COUNT
           WRITE RULERPT-RECORD FROM WS-RUL-TOTAL.

      *> Same parse the search step applies to its tables: count
      *> the delimiters once, cap at the table's capacity, then
      *> unstring the values into the shared element table.
       PARSE-ARRAY.
           MOVE 0 TO WS-COUNT.
           MOVE 0 TO WS-COMMA-COUNT.
           IF WS-ARRAY NOT = SPACES
               INSPECT WS-ARRAY TALLYING WS-COMMA-COUNT FOR ALL ","
               ADD 1 TO WS-COMMA-COUNT
           END-IF.

           IF WS-COMMA-COUNT > WS-MAX-ELEMENTS
               MOVE WS-MAX-ELEMENTS TO WS-COUNT
           ELSE
               MOVE WS-COMMA-COUNT TO WS-COUNT
           END-IF.

           MOVE 1 TO WS-PTR.
           PERFORM VARYING WS-LOOP-IDX FROM 1 BY 1
                   UNTIL WS-LOOP-IDX > WS-COUNT
               UNSTRING WS-ARRAY DELIMITED BY ","
                   INTO WS-SUBSTR
                   WITH POINTER WS-PTR
               MOVE FUNCTION NUMVAL(WS-SUBSTR)
                   TO WS-ELEMENT(WS-LOOP-IDX)
           END-PERFORM.

           COPY "calp.cpy".
           COPY "runlogp.cpy".
