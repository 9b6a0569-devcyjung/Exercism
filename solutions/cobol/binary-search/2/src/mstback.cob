       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTBACK.

      *> Back-out of a bad night's master update, built from the
      *> MSTRPT audit trail instead of by hand. Control cards name
      *> the night (NIGHT=YYYYMMDD), optionally narrow it to one
      *> maker (USER=) and/or one table (TABLE=), and say who is
      *> raising the back-out (KEYEDBY=, the user the reversing
      *> transactions are attributed to); an END card closes them.
      *> Every change MSTRPT shows as APPLIED that night and passing
      *> the filters gets its exact reversing transaction on the
      *> BKTRAN deck - a delete for an add, an add for a delete
      *> (carrying the value's old description, followed by a status
      *> change when it was not active), the inverse replace for a
      *> replace, and a describe or status change back to the old
      *> description or status - written newest first so
      *> a value replaced twice in one night unwinds in the right
      *> order. A transaction that came off the pending file that
      *> night (its PENDING line sits on an earlier night of the
      *> trail) is reversed the same way and its original pending
      *> record is also written to BKPEND, so the pending file goes
      *> back to where it stood before the night and the change is
      *> re-applied when due instead of being lost with the bad
      *> deck. BKTRAN goes through the normal MSTUPDT path on TRANIN
      *> (and BKPEND ahead of PENDIN), so the back-out is edited,
      *> put under dual control where the table requires it, and
      *> audited like any other change. Nothing is applied here:
      *> the BKPRVW preview lists every reversal, every return to
      *> the pending file, and the night's changes that are still
      *> held pending or awaiting approval (which a deck cannot
      *> reverse), so it can be signed off before the deck runs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSTRPT ASSIGN TO MSTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTRPT-STATUS.
           SELECT BKTRAN ASSIGN TO BKTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKTRAN-STATUS.
           SELECT BKPEND ASSIGN TO BKPEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKPEND-STATUS.
           SELECT BKPRVW ASSIGN TO BKPRVW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKPRVW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MSTRPT.
       01 MSTRPT-RECORD             PIC X(214).

      *> The TRANIN shape MSTUPDT reads.
       FD BKTRAN.
       01 BKTRAN-RECORD.
           05 BKT-CODE              PIC X(1).
           05 FILLER                PIC X(1).
           05 BKT-TABLE-ID          PIC X(8).
           05 FILLER                PIC X(1).
           05 BKT-VALUE             PIC X(5).
           05 FILLER                PIC X(1).
           05 BKT-NEW-VALUE         PIC X(5).
           05 FILLER                PIC X(1).
           05 BKT-USER              PIC X(8).
           05 FILLER                PIC X(1).
           05 BKT-EFF-DATE          PIC X(8).
           05 FILLER                PIC X(1).
           05 BKT-DESC              PIC X(30).

      *> The PENDIN shape MSTUPDT reads: the original transaction
      *> image, the night it was keyed, checker and approval ref.
       FD BKPEND.
       01 BKPEND-RECORD.
           05 BKP-TRAN-IMAGE.
               10 BKP-CODE          PIC X(1).
               10 FILLER            PIC X(1).
               10 BKP-TABLE-ID      PIC X(8).
               10 FILLER            PIC X(1).
               10 BKP-VALUE         PIC X(5).
               10 FILLER            PIC X(1).
               10 BKP-NEW-VALUE     PIC X(5).
               10 FILLER            PIC X(1).
               10 BKP-USER          PIC X(8).
               10 FILLER            PIC X(1).
               10 BKP-EFF-DATE      PIC X(8).
           05 FILLER                PIC X(1).
           05 BKP-KEYED-DATE        PIC X(8).
           05 FILLER                PIC X(1).
           05 BKP-CHECKER           PIC X(8).
           05 FILLER                PIC X(1).
           05 BKP-APPR-REF          PIC X(12).
           05 FILLER                PIC X(1).
           05 BKP-TRAN-DESC         PIC X(30).

       FD BKPRVW.
       01 BKPRVW-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MSTRPT-STATUS          PIC X(2) VALUE SPACES.
       01 WS-BKTRAN-STATUS          PIC X(2) VALUE SPACES.
       01 WS-BKPEND-STATUS          PIC X(2) VALUE SPACES.
       01 WS-BKPRVW-STATUS          PIC X(2) VALUE SPACES.
       01 WS-MSTRPT-EOF-SWITCH      PIC X(1) VALUE "N".
           88 WS-MSTRPT-AT-END      VALUE "Y".

       01 WS-PARM-CARD              PIC X(80) VALUE SPACES.
       01 WS-PARM-KEYWORD           PIC X(20).
       01 WS-PARM-VALUE             PIC X(20).
       01 WS-PARM-DONE-SWITCH       PIC X(1) VALUE "N".
           88 WS-PARMS-DONE         VALUE "Y".
       01 WS-NIGHT-X                PIC X(8) VALUE SPACES.
       01 WS-NIGHT-DATE             PIC 9(8) VALUE ZERO.
       01 WS-FILTER-USER            PIC X(8) VALUE SPACES.
       01 WS-FILTER-TABLE           PIC X(8) VALUE SPACES.
       01 WS-KEYED-BY               PIC X(8) VALUE SPACES.

      *> The night's applied lines that pass the filters, in trail
      *> order. WS-BCK-SOURCE is "P" once an earlier PENDING line
      *> shows the change came off the pending file.
       01 WS-BCK-MAX                PIC 9(4) VALUE 2000.
       01 WS-BCK-COUNT              PIC 9(4) VALUE 0.
       01 WS-BCK-TABLE.
           05 WS-BCK-ENTRY OCCURS 2000 INDEXED BY BKX.
               10 WS-BCK-LINE       PIC X(214).
               10 WS-BCK-SOURCE     PIC X(1).
       01 WS-BCK-IDX                PIC 9(4).
       01 WS-BCK-HIT                PIC 9(4).

       01 WS-REVERSED-COUNT         PIC 9(6) VALUE 0.
       01 WS-REPENDED-COUNT         PIC 9(6) VALUE 0.
       01 WS-HELD-COUNT             PIC 9(6) VALUE 0.
       01 WS-LINES-READ             PIC 9(9) VALUE 0.

           COPY "audrec.cpy".

      *> A second view of an audit line, for matching a PENDING line
      *> against a stored applied one field by field.
       01 WS-MATCH-LINE             PIC X(214).
       01 WS-MATCH-FIELDS REDEFINES WS-MATCH-LINE.
           05 FILLER                PIC X(20).
           05 WS-MCH-USER           PIC X(8).
           05 FILLER                PIC X(3).
           05 WS-MCH-CODE           PIC X(1).
           05 FILLER                PIC X(3).
           05 WS-MCH-TABLE-ID       PIC X(8).
           05 FILLER                PIC X(3).
           05 WS-MCH-VALUE          PIC X(5).
           05 FILLER                PIC X(3).
           05 WS-MCH-NEW-VALUE      PIC X(5).
           05 FILLER                PIC X(50).
           05 WS-MCH-KEYED-DATE     PIC X(8).
           05 FILLER                PIC X(1).
           05 WS-MCH-EFF-DATE       PIC X(8).
           05 FILLER                PIC X(1).
           05 WS-MCH-CHECKER        PIC X(8).
           05 FILLER                PIC X(1).
           05 WS-MCH-APPR-REF       PIC X(12).
           05 FILLER                PIC X(5).
           05 WS-MCH-DESC           PIC X(30).
           05 FILLER                PIC X(31).

       01 WS-PRV-TITLE.
           05 FILLER                PIC X(40)
               VALUE "MASTER UPDATE BACK-OUT PREVIEW - NIGHT: ".
           05 WS-PTL-NIGHT          PIC X(8).
           05 FILLER                PIC X(8) VALUE "  USER: ".
           05 WS-PTL-USER           PIC X(8).
           05 FILLER                PIC X(9) VALUE "  TABLE: ".
           05 WS-PTL-TABLE          PIC X(8).
           05 FILLER                PIC X(12) VALUE "  KEYED BY: ".
           05 WS-PTL-KEYED-BY       PIC X(8).
           05 FILLER                PIC X(31) VALUE SPACES.
       01 WS-PRV-HEADING.
           05 FILLER                PIC X(20) VALUE "ACTION".
           05 FILLER                PIC X(10) VALUE "MAKER".
           05 FILLER                PIC X(10) VALUE "CHECKER".
           05 FILLER                PIC X(10) VALUE "TABLE".
           05 FILLER                PIC X(20) VALUE "ORIGINAL CHANGE".
           05 FILLER                PIC X(20) VALUE "REVERSING CHANGE".
           05 FILLER                PIC X(10) VALUE "KEYED".
           05 FILLER                PIC X(32) VALUE "EFFECTIVE".
       01 WS-PRV-LINE.
           05 WS-PRL-ACTION         PIC X(18).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-PRL-USER           PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-PRL-CHECKER        PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-PRL-TABLE-ID       PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-PRL-ORIG-CODE      PIC X(1).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-PRL-ORIG-VALUE     PIC X(5).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-PRL-ORIG-NEW       PIC X(5).
           05 FILLER                PIC X(7) VALUE SPACES.
           05 WS-PRL-REV-CODE       PIC X(1).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-PRL-REV-VALUE      PIC X(5).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-PRL-REV-NEW        PIC X(5).
           05 FILLER                PIC X(7) VALUE SPACES.
           05 WS-PRL-KEYED-DATE     PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-PRL-EFF-DATE       PIC X(8).
           05 FILLER                PIC X(24) VALUE SPACES.
       01 WS-PRV-TOTAL.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-PRT-LABEL          PIC X(50).
           05 WS-PRT-COUNT          PIC ZZZZZ9.
           05 FILLER                PIC X(74) VALUE SPACES.

       PROCEDURE DIVISION.
       MSTBACK.
           PERFORM READ-PARM-CARDS.
           PERFORM OPEN-BACKOUT-FILES.

      *> First pass: the night's applied lines. Second pass: which
      *> of them were released from the pending file, and what the
      *> night left held pending or queued.
           PERFORM COLLECT-APPLIED-LINES.
           PERFORM CLASSIFY-APPLIED-LINES.

           PERFORM WRITE-REVERSALS.
           PERFORM WRITE-PREVIEW-TOTALS.

           CLOSE BKTRAN.
           CLOSE BKPEND.
           CLOSE BKPRVW.

           DISPLAY "MSTBACK: NIGHT " WS-NIGHT-X ", "
                   WS-REVERSED-COUNT " CHANGES REVERSED, "
                   WS-REPENDED-COUNT " RETURNED TO PENDING, "
                   WS-HELD-COUNT " STILL HELD OR QUEUED".
           IF (WS-BCK-COUNT = 0 OR WS-HELD-COUNT > 0)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-PARM-CARDS.
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

           IF WS-NIGHT-X = SPACES
               DISPLAY "MSTBACK: NIGHT=YYYYMMDD CARD IS REQUIRED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> The back-out is itself a change and is attributed like one.
           IF WS-KEYED-BY = SPACES
               DISPLAY "MSTBACK: KEYEDBY= CARD IS REQUIRED - THE "
                       "REVERSING DECK MUST NAME ITS MAKER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       APPLY-PARM-CARD.
           MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE
           UNSTRING WS-PARM-CARD DELIMITED BY "="
               INTO WS-PARM-KEYWORD WS-PARM-VALUE
           END-UNSTRING
           IF WS-PARM-VALUE = SPACES OR WS-PARM-VALUE(9:1) NOT = SPACE
               DISPLAY "MSTBACK: " WS-PARM-KEYWORD
                       " NEEDS A VALUE OF UP TO 8 CHARACTERS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE WS-PARM-KEYWORD
               WHEN "NIGHT"
                   IF WS-PARM-VALUE(1:8) NOT NUMERIC
                       DISPLAY "MSTBACK: NIGHT DATE NOT NUMERIC: "
                               WS-PARM-VALUE(1:8)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-PARM-VALUE(1:8) TO WS-NIGHT-X
                   MOVE WS-NIGHT-X TO WS-NIGHT-DATE
               WHEN "USER"
                   MOVE WS-PARM-VALUE(1:8) TO WS-FILTER-USER
               WHEN "TABLE"
                   MOVE WS-PARM-VALUE(1:8) TO WS-FILTER-TABLE
               WHEN "KEYEDBY"
                   MOVE WS-PARM-VALUE(1:8) TO WS-KEYED-BY
               WHEN OTHER
                   DISPLAY "MSTBACK: UNKNOWN CONTROL CARD "
                           WS-PARM-KEYWORD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       OPEN-BACKOUT-FILES.
           OPEN OUTPUT BKTRAN.
           IF WS-BKTRAN-STATUS NOT = "00"
               DISPLAY "MSTBACK: UNABLE TO OPEN BKTRAN, STATUS="
                       WS-BKTRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BKPEND.
           IF WS-BKPEND-STATUS NOT = "00"
               DISPLAY "MSTBACK: UNABLE TO OPEN BKPEND, STATUS="
                       WS-BKPEND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BKPRVW.
           IF WS-BKPRVW-STATUS NOT = "00"
               DISPLAY "MSTBACK: UNABLE TO OPEN BKPRVW, STATUS="
                       WS-BKPRVW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-NIGHT-X TO WS-PTL-NIGHT.
           MOVE WS-FILTER-USER TO WS-PTL-USER.
           MOVE WS-FILTER-TABLE TO WS-PTL-TABLE.
           IF WS-FILTER-USER = SPACES
               MOVE "(ALL)" TO WS-PTL-USER
           END-IF.
           IF WS-FILTER-TABLE = SPACES
               MOVE "(ALL)" TO WS-PTL-TABLE
           END-IF.
           MOVE WS-KEYED-BY TO WS-PTL-KEYED-BY.
           WRITE BKPRVW-RECORD FROM WS-PRV-TITLE.
           MOVE SPACES TO BKPRVW-RECORD.
           WRITE BKPRVW-RECORD.
           WRITE BKPRVW-RECORD FROM WS-PRV-HEADING.

       OPEN-AUDIT-TRAIL.
           MOVE "N" TO WS-MSTRPT-EOF-SWITCH
           OPEN INPUT MSTRPT
           IF WS-MSTRPT-STATUS NOT = "00"
               DISPLAY "MSTBACK: UNABLE TO OPEN MSTRPT, STATUS="
                       WS-MSTRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       COLLECT-APPLIED-LINES.
           PERFORM OPEN-AUDIT-TRAIL.
           PERFORM UNTIL WS-MSTRPT-AT-END
               READ MSTRPT
                   AT END
                       MOVE "Y" TO WS-MSTRPT-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM NOTE-APPLIED-LINE
               END-READ
           END-PERFORM.
           CLOSE MSTRPT.

       NOTE-APPLIED-LINE.
           MOVE MSTRPT-RECORD TO WS-AUDIT-LINE
           IF WS-AUD-DATE-X NUMERIC
                   AND WS-AUD-DATE = WS-NIGHT-DATE
                   AND WS-AUD-DISPOSITION = "APPLIED"
                   AND (WS-FILTER-USER = SPACES
                       OR WS-AUD-USER = WS-FILTER-USER)
                   AND (WS-FILTER-TABLE = SPACES
                       OR WS-AUD-TABLE-ID = WS-FILTER-TABLE)
               IF WS-BCK-COUNT >= WS-BCK-MAX
                   DISPLAY "MSTBACK: MORE THAN " WS-BCK-MAX
                           " APPLIED CHANGES THAT NIGHT - NARROW THE "
                           "BACK-OUT BY USER OR TABLE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BCK-COUNT
               SET BKX TO WS-BCK-COUNT
               MOVE MSTRPT-RECORD TO WS-BCK-LINE(BKX)
               MOVE "T" TO WS-BCK-SOURCE(BKX)
           END-IF.

      *> A change released from the pending file that night carries
      *> a keyed date earlier than the night and was audited PENDING
      *> on an earlier night with exactly the same fields. The
      *> night's own PENDING and QUEUED lines are changes the bad
      *> deck left waiting - listed, since no deck can reverse them.
       CLASSIFY-APPLIED-LINES.
           PERFORM OPEN-AUDIT-TRAIL.
           PERFORM UNTIL WS-MSTRPT-AT-END
               READ MSTRPT
                   AT END
                       MOVE "Y" TO WS-MSTRPT-EOF-SWITCH
                   NOT AT END
                       PERFORM CLASSIFY-AUDIT-LINE
               END-READ
           END-PERFORM.
           CLOSE MSTRPT.

       CLASSIFY-AUDIT-LINE.
           MOVE MSTRPT-RECORD TO WS-AUDIT-LINE
           IF WS-AUD-DATE-X NUMERIC
                   AND WS-AUD-DISPOSITION = "PENDING"
                   AND WS-AUD-DATE < WS-NIGHT-DATE
               PERFORM MATCH-PENDING-LINE
           END-IF
           IF WS-AUD-DATE-X NUMERIC
                   AND WS-AUD-DATE = WS-NIGHT-DATE
                   AND (WS-AUD-DISPOSITION = "PENDING"
                       OR WS-AUD-DISPOSITION = "QUEUED")
                   AND (WS-FILTER-USER = SPACES
                       OR WS-AUD-USER = WS-FILTER-USER)
                   AND (WS-FILTER-TABLE = SPACES
                       OR WS-AUD-TABLE-ID = WS-FILTER-TABLE)
               PERFORM WRITE-HELD-LINE
           END-IF.

       MATCH-PENDING-LINE.
           MOVE 0 TO WS-BCK-HIT
           PERFORM VARYING WS-BCK-IDX FROM 1 BY 1
                   UNTIL WS-BCK-IDX > WS-BCK-COUNT
                       OR WS-BCK-HIT > 0
               SET BKX TO WS-BCK-IDX
               MOVE WS-BCK-LINE(BKX) TO WS-MATCH-LINE
               IF WS-BCK-SOURCE(BKX) = "T"
                       AND WS-MCH-USER = WS-AUD-USER
                       AND WS-MCH-CODE = WS-AUD-CODE
                       AND WS-MCH-TABLE-ID = WS-AUD-TABLE-ID
                       AND WS-MCH-VALUE = WS-AUD-VALUE
                       AND WS-MCH-NEW-VALUE = WS-AUD-NEW-VALUE
                       AND WS-MCH-KEYED-DATE = WS-AUD-KEYED-DATE
                       AND WS-MCH-EFF-DATE = WS-AUD-EFF-DATE
                       AND (WS-MCH-DESC = WS-AUD-DESC
                           OR (WS-AUD-CODE NOT = "A"
                               AND WS-AUD-CODE NOT = "C"))
                   MOVE WS-BCK-IDX TO WS-BCK-HIT
                   MOVE "P" TO WS-BCK-SOURCE(BKX)
               END-IF
           END-PERFORM.

       WRITE-HELD-LINE.
           MOVE SPACES TO WS-PRV-LINE
           IF WS-AUD-DISPOSITION = "PENDING"
               MOVE "STILL HELD PENDING" TO WS-PRL-ACTION
           ELSE
               MOVE "AWAITING APPROVAL" TO WS-PRL-ACTION
           END-IF
           MOVE WS-AUD-USER TO WS-PRL-USER
           MOVE WS-AUD-TABLE-ID TO WS-PRL-TABLE-ID
           MOVE WS-AUD-CODE TO WS-PRL-ORIG-CODE
           MOVE WS-AUD-VALUE TO WS-PRL-ORIG-VALUE
           MOVE WS-AUD-NEW-VALUE TO WS-PRL-ORIG-NEW
           MOVE WS-AUD-KEYED-DATE TO WS-PRL-KEYED-DATE
           MOVE WS-AUD-EFF-DATE TO WS-PRL-EFF-DATE
           WRITE BKPRVW-RECORD FROM WS-PRV-LINE
           ADD 1 TO WS-HELD-COUNT.

      *> Newest first, so each reversal meets the master exactly as
      *> the change after it left it. A describe or status change
      *> is put back from the old description or status its audit
      *> line carries; so is the description of a deleted value,
      *> which the add restoring it carries.
       WRITE-REVERSALS.
           PERFORM VARYING WS-BCK-IDX FROM WS-BCK-COUNT BY -1
                   UNTIL WS-BCK-IDX < 1
               SET BKX TO WS-BCK-IDX
               MOVE WS-BCK-LINE(BKX) TO WS-AUDIT-LINE
               PERFORM WRITE-REVERSAL
           END-PERFORM.

       WRITE-REVERSAL.
           MOVE SPACES TO BKTRAN-RECORD
           MOVE WS-AUD-TABLE-ID TO BKT-TABLE-ID
           MOVE WS-KEYED-BY TO BKT-USER
           EVALUATE WS-AUD-CODE
               WHEN "A"
                   MOVE "D" TO BKT-CODE
                   MOVE WS-AUD-VALUE TO BKT-VALUE
               WHEN "D"
                   MOVE "A" TO BKT-CODE
                   MOVE WS-AUD-VALUE TO BKT-VALUE
                   MOVE WS-AUD-OLD-DESC TO BKT-DESC
               WHEN "R"
                   MOVE "R" TO BKT-CODE
                   MOVE WS-AUD-NEW-VALUE TO BKT-VALUE
                   MOVE WS-AUD-VALUE TO BKT-NEW-VALUE
               WHEN "C"
                   MOVE "C" TO BKT-CODE
                   MOVE WS-AUD-VALUE TO BKT-VALUE
                   MOVE WS-AUD-OLD-DESC TO BKT-DESC
               WHEN "S"
                   MOVE "S" TO BKT-CODE
                   MOVE WS-AUD-VALUE TO BKT-VALUE
                   MOVE WS-AUD-OLD-STATUS TO BKT-NEW-VALUE
           END-EVALUATE
           WRITE BKTRAN-RECORD
           ADD 1 TO WS-REVERSED-COUNT

           MOVE SPACES TO WS-PRV-LINE
           MOVE "REVERSE" TO WS-PRL-ACTION
           IF WS-BCK-SOURCE(BKX) = "P"
               PERFORM WRITE-PENDING-RESTORE
               MOVE "REVERSE + REPEND" TO WS-PRL-ACTION
           END-IF
           MOVE WS-AUD-USER TO WS-PRL-USER
           MOVE WS-AUD-CHECKER TO WS-PRL-CHECKER
           MOVE WS-AUD-TABLE-ID TO WS-PRL-TABLE-ID
           MOVE WS-AUD-CODE TO WS-PRL-ORIG-CODE
           MOVE WS-AUD-VALUE TO WS-PRL-ORIG-VALUE
           MOVE WS-AUD-NEW-VALUE TO WS-PRL-ORIG-NEW
           MOVE BKT-CODE TO WS-PRL-REV-CODE
           MOVE BKT-VALUE TO WS-PRL-REV-VALUE
           MOVE BKT-NEW-VALUE TO WS-PRL-REV-NEW
           MOVE WS-AUD-KEYED-DATE TO WS-PRL-KEYED-DATE
           MOVE WS-AUD-EFF-DATE TO WS-PRL-EFF-DATE
           WRITE BKPRVW-RECORD FROM WS-PRV-LINE

           IF WS-AUD-CODE = "D"
                   AND (WS-AUD-OLD-STATUS = "S"
                       OR WS-AUD-OLD-STATUS = "W")
               PERFORM WRITE-STATUS-RESTORE
           END-IF.

      *> An add always comes back active, so a deleted value that
      *> was suspended or withdrawn gets its status back with a
      *> status change straight after the add.
       WRITE-STATUS-RESTORE.
           MOVE SPACES TO BKTRAN-RECORD
           MOVE "S" TO BKT-CODE
           MOVE WS-AUD-TABLE-ID TO BKT-TABLE-ID
           MOVE WS-AUD-VALUE TO BKT-VALUE
           MOVE WS-AUD-OLD-STATUS TO BKT-NEW-VALUE
           MOVE WS-KEYED-BY TO BKT-USER
           WRITE BKTRAN-RECORD
           ADD 1 TO WS-REVERSED-COUNT
           MOVE "RESTORE STATUS" TO WS-PRL-ACTION
           MOVE BKT-CODE TO WS-PRL-REV-CODE
           MOVE BKT-VALUE TO WS-PRL-REV-VALUE
           MOVE BKT-NEW-VALUE TO WS-PRL-REV-NEW
           WRITE BKPRVW-RECORD FROM WS-PRV-LINE.

      *> The original held transaction, exactly as the pending file
      *> carried it before the night released it; "NOT REQD" on the
      *> audit line is not a checker and is not carried back.
       WRITE-PENDING-RESTORE.
           MOVE SPACES TO BKPEND-RECORD
           MOVE WS-AUD-CODE TO BKP-CODE
           MOVE WS-AUD-TABLE-ID TO BKP-TABLE-ID
           MOVE WS-AUD-VALUE TO BKP-VALUE
           MOVE WS-AUD-NEW-VALUE TO BKP-NEW-VALUE
           MOVE WS-AUD-USER TO BKP-USER
           MOVE WS-AUD-EFF-DATE TO BKP-EFF-DATE
           IF WS-AUD-CODE = "A" OR WS-AUD-CODE = "C"
               MOVE WS-AUD-DESC TO BKP-TRAN-DESC
           END-IF
           MOVE WS-AUD-KEYED-DATE TO BKP-KEYED-DATE
           IF WS-AUD-CHECKER NOT = "NOT REQD"
               MOVE WS-AUD-CHECKER TO BKP-CHECKER
               MOVE WS-AUD-APPR-REF TO BKP-APPR-REF
           END-IF
           WRITE BKPEND-RECORD
           ADD 1 TO WS-REPENDED-COUNT.

       WRITE-PREVIEW-TOTALS.
           MOVE SPACES TO BKPRVW-RECORD
           WRITE BKPRVW-RECORD
           MOVE "APPLIED CHANGES MATCHED" TO WS-PRT-LABEL
           MOVE WS-BCK-COUNT TO WS-PRT-COUNT
           WRITE BKPRVW-RECORD FROM WS-PRV-TOTAL
           MOVE "REVERSING TRANSACTIONS WRITTEN TO BKTRAN"
               TO WS-PRT-LABEL
           MOVE WS-REVERSED-COUNT TO WS-PRT-COUNT
           WRITE BKPRVW-RECORD FROM WS-PRV-TOTAL
           MOVE "PENDING TRANSACTIONS RETURNED TO BKPEND"
               TO WS-PRT-LABEL
           MOVE WS-REPENDED-COUNT TO WS-PRT-COUNT
           WRITE BKPRVW-RECORD FROM WS-PRV-TOTAL
           MOVE "STILL HELD OR QUEUED - NOT REVERSIBLE BY DECK"
               TO WS-PRT-LABEL
           MOVE WS-HELD-COUNT TO WS-PRT-COUNT
           WRITE BKPRVW-RECORD FROM WS-PRV-TOTAL
           IF WS-BCK-COUNT = 0
               MOVE "** NOTHING APPLIED THAT NIGHT MATCHES THE CARDS"
                   TO WS-PRT-LABEL
               MOVE 0 TO WS-PRT-COUNT
               WRITE BKPRVW-RECORD FROM WS-PRV-TOTAL
           END-IF.
