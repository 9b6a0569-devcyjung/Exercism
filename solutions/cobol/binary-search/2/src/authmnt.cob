       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHMNT.

      *> Maintains the search-authorization file REQEDIT and
      *> MKSRCHIN consult before letting a department search a table
      *> its owner has flagged restricted on TBLCAT. Each
      *> transaction either grants a department access to a table
      *> over a window of dates or revokes a live grant (cutting its
      *> window short as of the date supplied), and every
      *> transaction carries the user making the change - the same
      *> attribution discipline STDMAINT keeps on the watch list,
      *> recorded line by line in an accumulating audit report. A
      *> grant may only name a cataloged table, and never its owner,
      *> who needs none. The live file is never edited by hand.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHIN ASSIGN TO AUTHIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHIN-STATUS.
           SELECT AUTHTRAN ASSIGN TO AUTHTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHTRAN-STATUS.
           SELECT AUTHNEW ASSIGN TO AUTHNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHNEW-STATUS.
           SELECT AUTHRPT ASSIGN TO AUTHRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHRPT-STATUS.
           SELECT TBLCAT ASSIGN TO TBLCAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TBLCAT-STATUS.
           SELECT RUNCAL ASSIGN TO RUNCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUTHIN.
       01 AUTHIN-RECORD             PIC X(35).

       FD AUTHTRAN.
       01 AUTHTRAN-RECORD.
           05 ATRAN-CODE            PIC X(1).
           05 FILLER                PIC X(1).
           05 ATRAN-TABLE-ID        PIC X(8).
           05 FILLER                PIC X(1).
           05 ATRAN-DEPT-ID         PIC X(8).
           05 FILLER                PIC X(1).
           05 ATRAN-FROM-DATE       PIC 9(8).
           05 ATRAN-FROM-X REDEFINES ATRAN-FROM-DATE
                                    PIC X(8).
           05 FILLER                PIC X(1).
           05 ATRAN-TO-DATE         PIC 9(8).
           05 ATRAN-TO-X REDEFINES ATRAN-TO-DATE
                                    PIC X(8).
           05 FILLER                PIC X(1).
           05 ATRAN-USER            PIC X(8).

       FD AUTHNEW.
       01 AUTHNEW-RECORD            PIC X(35).

       FD AUTHRPT.
       01 AUTHRPT-RECORD            PIC X(132).

       FD TBLCAT.
           COPY "tblcat.cpy".

       FD RUNCAL.
           COPY "runcal.cpy".

       WORKING-STORAGE SECTION.
           COPY "calw.cpy".
           COPY "authrec.cpy".

       01 WS-AUTHIN-STATUS          PIC X(2) VALUE SPACES.
       01 WS-AUTHTRAN-STATUS        PIC X(2) VALUE SPACES.
       01 WS-AUTHNEW-STATUS         PIC X(2) VALUE SPACES.
       01 WS-AUTHRPT-STATUS         PIC X(2) VALUE SPACES.
       01 WS-TBLCAT-STATUS          PIC X(2) VALUE SPACES.

       01 WS-AUTHIN-EOF-SWITCH      PIC X(1) VALUE "N".
           88 WS-AUTHIN-AT-END      VALUE "Y".
       01 WS-AUTHTRAN-EOF-SWITCH    PIC X(1) VALUE "N".
           88 WS-AUTHTRAN-AT-END    VALUE "Y".
       01 WS-TBLCAT-EOF-SWITCH      PIC X(1) VALUE "N".
           88 WS-TBLCAT-AT-END      VALUE "Y".

      *> Cataloged tables and their owners, to check each grant
      *> against.
       01 WS-CAT-MAX                PIC 9(3) VALUE 200.
       01 WS-CAT-COUNT              PIC 9(3) VALUE 0.
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 200 INDEXED BY CTX.
               10 WS-CAT-TABLE-ID   PIC X(8).
               10 WS-CAT-OWNER      PIC X(8).
       01 WS-CAT-IDX                PIC 9(3).
       01 WS-CAT-HIT                PIC 9(3).

      *> In-memory copy of the authorization file, grants kept as
      *> their 35-byte record images. Revoked and lapsed grants stay
      *> on the file as the history of who could search what, so the
      *> table is sized well past any plausible set of live grants.
       01 WS-GRT-MAX                PIC 9(4) VALUE 2000.
       01 WS-GRT-COUNT              PIC 9(4) VALUE 0.
       01 WS-GRT-TABLE.
           05 WS-GRT-ENTRY OCCURS 2000 INDEXED BY GTX
                                    PIC X(35).
       01 WS-GRT-IDX                PIC 9(4).
       01 WS-HIT-IDX                PIC 9(4).

       01 WS-APPLY-SWITCH           PIC X(1).
           88 WS-TRAN-APPLIED       VALUE "Y".
       01 WS-REASON-CODE            PIC X(2).
       01 WS-REASON-TEXT            PIC X(30).

       01 WS-TRAN-COUNT             PIC 9(9) VALUE 0.
       01 WS-APPLIED-COUNT          PIC 9(9) VALUE 0.
       01 WS-REJECTED-COUNT         PIC 9(9) VALUE 0.

       01 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01 WS-RUN-TIME               PIC 9(8) VALUE ZERO.

       01 WS-AUDIT-LINE.
           05 WS-AUD-DATE           PIC 9(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-AUD-TIME           PIC 9(8).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-AUD-USER           PIC X(8).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-AUD-CODE           PIC X(1).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-AUD-TABLE-ID       PIC X(8).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-AUD-DEPT-ID        PIC X(8).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-AUD-FROM-DATE      PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-AUD-TO-DATE        PIC X(8).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-AUD-DISPOSITION    PIC X(8).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-AUD-REASON-CODE    PIC X(2).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-AUD-REASON-TEXT    PIC X(30).
           05 FILLER                PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.
       AUTHMNT.
           MOVE "AUTHMNT" TO WS-CAL-PROGRAM.
           PERFORM READ-BUSINESS-DATE.
           MOVE WS-CAL-BUS-DATE TO WS-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM LOAD-CATALOG-TABLE.
           PERFORM LOAD-GRANT-TABLE.
           PERFORM OPEN-TRAN-FILES.

           PERFORM READ-TRANSACTION.
           PERFORM UNTIL WS-AUTHTRAN-AT-END
               PERFORM APPLY-TRANSACTION THRU APPLY-TRANSACTION-EXIT
               PERFORM WRITE-AUDIT-LINE
               PERFORM READ-TRANSACTION
           END-PERFORM.

           PERFORM WRITE-NEW-GRANT-FILE.

           CLOSE AUTHTRAN.
           CLOSE AUTHRPT.

           DISPLAY "AUTHMNT: " WS-TRAN-COUNT " TRANSACTIONS READ, "
                   WS-APPLIED-COUNT " APPLIED, "
                   WS-REJECTED-COUNT " REJECTED".
           IF WS-REJECTED-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-CATALOG-TABLE.
           MOVE 0 TO WS-CAT-COUNT.
           OPEN INPUT TBLCAT.
           IF WS-TBLCAT-STATUS NOT = "00"
               DISPLAY "AUTHMNT: UNABLE TO OPEN TBLCAT, STATUS="
                       WS-TBLCAT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-TBLCAT-AT-END
               READ TBLCAT
                   AT END
                       MOVE "Y" TO WS-TBLCAT-EOF-SWITCH
                   NOT AT END
                       PERFORM ADD-CATALOG-ENTRY
               END-READ
           END-PERFORM.
           CLOSE TBLCAT.

       ADD-CATALOG-ENTRY.
           IF WS-CAT-COUNT >= WS-CAT-MAX
               DISPLAY "AUTHMNT: MORE THAN " WS-CAT-MAX
                       " TABLES ON TBLCAT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CAT-COUNT
           SET CTX TO WS-CAT-COUNT
           MOVE TBLCAT-TABLE-ID TO WS-CAT-TABLE-ID(CTX)
           MOVE TBLCAT-OWNER-DEPT TO WS-CAT-OWNER(CTX).

      *> A missing authorization file is a first-ever run starting
      *> from no grants, not an error.
       LOAD-GRANT-TABLE.
           MOVE 0 TO WS-GRT-COUNT.
           OPEN INPUT AUTHIN.
           IF WS-AUTHIN-STATUS = "35"
               DISPLAY "AUTHMNT: NO AUTHORIZATION FILE YET - "
                       "STARTING FROM NO GRANTS"
           ELSE
               IF WS-AUTHIN-STATUS NOT = "00"
                   DISPLAY "AUTHMNT: UNABLE TO OPEN AUTHIN, STATUS="
                           WS-AUTHIN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-AUTHIN-AT-END
                   READ AUTHIN
                       AT END
                           MOVE "Y" TO WS-AUTHIN-EOF-SWITCH
                       NOT AT END
                           PERFORM ADD-GRANT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE AUTHIN
           END-IF.

       ADD-GRANT-ENTRY.
           IF WS-GRT-COUNT >= WS-GRT-MAX
               DISPLAY "AUTHMNT: AUTHORIZATION FILE EXCEEDS "
                       WS-GRT-MAX " GRANTS - CANNOT MAINTAIN IT "
                       "IN PLACE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-GRT-COUNT
           SET GTX TO WS-GRT-COUNT
           MOVE AUTHIN-RECORD TO WS-GRT-ENTRY(GTX).

       OPEN-TRAN-FILES.
           OPEN INPUT AUTHTRAN.
           IF WS-AUTHTRAN-STATUS NOT = "00"
               DISPLAY "AUTHMNT: UNABLE TO OPEN AUTHTRAN, STATUS="
                       WS-AUTHTRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> The audit report, like MSTRPT, is a trail that must
      *> accumulate across runs; only a first-ever run creates it.
           OPEN EXTEND AUTHRPT.
           IF WS-AUTHRPT-STATUS = "35"
               OPEN OUTPUT AUTHRPT
           END-IF.
           IF WS-AUTHRPT-STATUS NOT = "00"
               DISPLAY "AUTHMNT: UNABLE TO OPEN AUTHRPT, STATUS="
                       WS-AUTHRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-TRANSACTION.
           READ AUTHTRAN
               AT END
                   MOVE "Y" TO WS-AUTHTRAN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-TRAN-COUNT
           END-READ.

       APPLY-TRANSACTION.
           MOVE "N" TO WS-APPLY-SWITCH
           MOVE SPACES TO WS-REASON-CODE WS-REASON-TEXT

           IF ATRAN-CODE NOT = "G" AND ATRAN-CODE NOT = "R"
               MOVE "TC" TO WS-REASON-CODE
               MOVE "UNKNOWN TRANSACTION CODE" TO WS-REASON-TEXT
               GO TO APPLY-TRANSACTION-EXIT
           END-IF

      *> The audit trail exists to prove who opened a table to which
      *> department on which day - an unattributed change is never
      *> applied.
           IF ATRAN-USER = SPACES
               MOVE "US" TO WS-REASON-CODE
               MOVE "USER-ID MISSING" TO WS-REASON-TEXT
               GO TO APPLY-TRANSACTION-EXIT
           END-IF

           IF ATRAN-TABLE-ID = SPACES
               MOVE "TB" TO WS-REASON-CODE
               MOVE "TABLE-ID MISSING" TO WS-REASON-TEXT
               GO TO APPLY-TRANSACTION-EXIT
           END-IF

           PERFORM FIND-CATALOG-ENTRY
           IF WS-CAT-HIT = 0
               MOVE "NC" TO WS-REASON-CODE
               MOVE "TABLE NOT ON TBLCAT" TO WS-REASON-TEXT
               GO TO APPLY-TRANSACTION-EXIT
           END-IF

           IF ATRAN-DEPT-ID = SPACES
               MOVE "DE" TO WS-REASON-CODE
               MOVE "DEPARTMENT-ID MISSING" TO WS-REASON-TEXT
               GO TO APPLY-TRANSACTION-EXIT
           END-IF

           SET CTX TO WS-CAT-HIT
           IF ATRAN-DEPT-ID = WS-CAT-OWNER(CTX)
               MOVE "OW" TO WS-REASON-CODE
               MOVE "OWNER NEEDS NO GRANT" TO WS-REASON-TEXT
               GO TO APPLY-TRANSACTION-EXIT
           END-IF

           IF ATRAN-TO-X NOT NUMERIC
               MOVE "DT" TO WS-REASON-CODE
               MOVE "TO DATE NOT NUMERIC" TO WS-REASON-TEXT
               GO TO APPLY-TRANSACTION-EXIT
           END-IF

           EVALUATE ATRAN-CODE
               WHEN "G"
                   PERFORM APPLY-GRANT
               WHEN "R"
                   PERFORM APPLY-REVOKE
           END-EVALUATE.

       APPLY-TRANSACTION-EXIT.
           EXIT.

       APPLY-GRANT.
           IF ATRAN-FROM-X NOT NUMERIC
               MOVE "DT" TO WS-REASON-CODE
               MOVE "FROM DATE NOT NUMERIC" TO WS-REASON-TEXT
           ELSE
               IF ATRAN-FROM-DATE > ATRAN-TO-DATE
                   MOVE "DO" TO WS-REASON-CODE
                   MOVE "FROM DATE AFTER TO DATE" TO WS-REASON-TEXT
               ELSE
                   PERFORM FIND-LIVE-GRANT
                   IF WS-HIT-IDX > 0
                       MOVE "DP" TO WS-REASON-CODE
                       MOVE "LIVE GRANT ALREADY ON FILE"
                           TO WS-REASON-TEXT
                   ELSE
                       PERFORM STORE-NEW-GRANT
                   END-IF
               END-IF
           END-IF.

       STORE-NEW-GRANT.
           IF WS-GRT-COUNT >= WS-GRT-MAX
               MOVE "AF" TO WS-REASON-CODE
               MOVE "AUTHORIZATION FILE FULL" TO WS-REASON-TEXT
           ELSE
               MOVE SPACES TO AUTH-RECORD
               MOVE ATRAN-TABLE-ID TO AUTH-TABLE-ID
               MOVE ATRAN-DEPT-ID TO AUTH-DEPT-ID
               MOVE ATRAN-FROM-DATE TO AUTH-FROM-DATE
               MOVE ATRAN-TO-DATE TO AUTH-TO-DATE
               ADD 1 TO WS-GRT-COUNT
               SET GTX TO WS-GRT-COUNT
               MOVE AUTH-RECORD TO WS-GRT-ENTRY(GTX)
               MOVE "Y" TO WS-APPLY-SWITCH
           END-IF.

      *> Revoking cuts the matching live grant's window short as of
      *> the transaction's to date; the grant stays on file as the
      *> record of the access the department used to hold. A revoke
      *> can only shorten the window - a to date past the grant's
      *> end would widen access without a grant, and one before its
      *> start would leave the window inverted - so both are
      *> rejected.
       APPLY-REVOKE.
           PERFORM FIND-LIVE-GRANT
           IF WS-HIT-IDX = 0
               MOVE "NF" TO WS-REASON-CODE
               MOVE "NO LIVE GRANT MATCHES" TO WS-REASON-TEXT
           ELSE
               SET GTX TO WS-HIT-IDX
               MOVE WS-GRT-ENTRY(GTX) TO AUTH-RECORD
               IF ATRAN-TO-DATE > AUTH-TO-DATE
                   MOVE "RX" TO WS-REASON-CODE
                   MOVE "REVOKE DATE AFTER GRANT END"
                       TO WS-REASON-TEXT
               ELSE
                   IF ATRAN-TO-DATE < AUTH-FROM-DATE
                       MOVE "DO" TO WS-REASON-CODE
                       MOVE "TO DATE BEFORE GRANT START"
                           TO WS-REASON-TEXT
                   ELSE
                       MOVE ATRAN-TO-DATE TO AUTH-TO-DATE
                       MOVE AUTH-RECORD TO WS-GRT-ENTRY(GTX)
                       MOVE "Y" TO WS-APPLY-SWITCH
                   END-IF
               END-IF
           END-IF.

       FIND-CATALOG-ENTRY.
           MOVE 0 TO WS-CAT-HIT
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
                       OR WS-CAT-HIT > 0
               SET CTX TO WS-CAT-IDX
               IF WS-CAT-TABLE-ID(CTX) = ATRAN-TABLE-ID
                   MOVE WS-CAT-IDX TO WS-CAT-HIT
               END-IF
           END-PERFORM.

      *> A live grant is one whose window has not yet closed; a
      *> department holds at most one live grant per table.
       FIND-LIVE-GRANT.
           MOVE 0 TO WS-HIT-IDX
           PERFORM VARYING WS-GRT-IDX FROM 1 BY 1
                   UNTIL WS-GRT-IDX > WS-GRT-COUNT
                       OR WS-HIT-IDX > 0
               SET GTX TO WS-GRT-IDX
               MOVE WS-GRT-ENTRY(GTX) TO AUTH-RECORD
               IF AUTH-TABLE-ID = ATRAN-TABLE-ID
                       AND AUTH-DEPT-ID = ATRAN-DEPT-ID
                       AND AUTH-TO-DATE-X NUMERIC
                       AND AUTH-TO-DATE >= WS-RUN-DATE
                   MOVE WS-GRT-IDX TO WS-HIT-IDX
               END-IF
           END-PERFORM.

       WRITE-AUDIT-LINE.
           MOVE SPACES TO WS-AUDIT-LINE
           MOVE WS-RUN-DATE TO WS-AUD-DATE
           MOVE WS-RUN-TIME TO WS-AUD-TIME
           MOVE ATRAN-USER TO WS-AUD-USER
           MOVE ATRAN-CODE TO WS-AUD-CODE
           MOVE ATRAN-TABLE-ID TO WS-AUD-TABLE-ID
           MOVE ATRAN-DEPT-ID TO WS-AUD-DEPT-ID
           MOVE ATRAN-FROM-X TO WS-AUD-FROM-DATE
           MOVE ATRAN-TO-X TO WS-AUD-TO-DATE
           IF WS-TRAN-APPLIED
               MOVE "APPLIED" TO WS-AUD-DISPOSITION
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               MOVE "REJECTED" TO WS-AUD-DISPOSITION
               MOVE WS-REASON-CODE TO WS-AUD-REASON-CODE
               MOVE WS-REASON-TEXT TO WS-AUD-REASON-TEXT
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           WRITE AUTHRPT-RECORD FROM WS-AUDIT-LINE.

       WRITE-NEW-GRANT-FILE.
           OPEN OUTPUT AUTHNEW.
           IF WS-AUTHNEW-STATUS NOT = "00"
               DISPLAY "AUTHMNT: UNABLE TO OPEN AUTHNEW, STATUS="
                       WS-AUTHNEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING WS-GRT-IDX FROM 1 BY 1
                   UNTIL WS-GRT-IDX > WS-GRT-COUNT
               SET GTX TO WS-GRT-IDX
               WRITE AUTHNEW-RECORD FROM WS-GRT-ENTRY(GTX)
           END-PERFORM.

           CLOSE AUTHNEW.

           COPY "calp.cpy".
