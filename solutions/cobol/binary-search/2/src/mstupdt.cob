      *> the rest are carried forward. Departments can therefore
      *> submit a month-end rate change the day it is approved
      *> instead of on exactly the right deadline night.
      *> A table flagged for dual control on the catalog (TBLCAT)
      *> takes no change on one person's say-so: its transactions
      *> are edited and parked on the approval queue under a
      *> reference, and only a "V" approval transaction naming that
      *> reference, keyed by a user other than the maker, releases
      *> the change into the normal effective-date path. The queue
      *> carries forward night to night like the pending file; an
      *> item nobody approves within the APPRDAYS=nnn card's number
      *> of days expires with an audit line. Every applied line on
      *> MSTRPT carries both the maker and the checker.
      *> Each value also carries a short description and a status -
      *> active, suspended (still on the table but not to be used)
      *> or withdrawn - with the date the status was set. A "C"
      *> transaction changes a value's description and an "S" its
      *> status; both pass through the same effective-date and
      *> dual-control disposition as any other change, and every
      *> audit line shows the status and description before and
      *> after. TBLLOAD carries them through to the search.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDOUT ASSIGN TO PENDOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDOUT-STATUS.
           SELECT TBLCAT ASSIGN TO TBLCAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TBLCAT-STATUS.
           SELECT APPRIN ASSIGN TO APPRIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRIN-STATUS.
           SELECT APPROUT ASSIGN TO APPROUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROUT-STATUS.
           SELECT MASTOUT ASSIGN TO MASTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTOUT-STATUS.
           SELECT MSTRPT ASSIGN TO MSTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTRPT-STATUS.
           SELECT RUNCAL ASSIGN TO RUNCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCAL-STATUS.
           SELECT RUNLOG ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 MASTIN-TABLE-ID       PIC X(8).
           05 FILLER                PIC X(1).
           05 MASTIN-VALUE          PIC S9(4) SIGN IS LEADING SEPARATE.
      *> The value's attributes. A master written before values
      *> carried them has 14-byte records, which read with these
      *> blank - an active value with no description.
           05 FILLER                PIC X(1).
           05 MASTIN-STATUS         PIC X(1).
           05 FILLER                PIC X(1).
           05 MASTIN-STATUS-DATE    PIC X(8).
           05 FILLER                PIC X(1).
           05 MASTIN-DESC           PIC X(30).

       FD TRANIN.
       01 TRANIN-RECORD.
           05 FILLER                PIC X(1).
      *> Second value is only meaningful on a replace ("R"), where
      *> TRAN-VALUE is the value to find and TRAN-NEW-VALUE is what
      *> it becomes; add, delete and describe leave it blank, and a
      *> status change carries its new status here (see below).
           05 TRAN-NEW-VALUE        PIC S9(4) SIGN IS LEADING SEPARATE.
           05 TRAN-NEW-X REDEFINES TRAN-NEW-VALUE.
               10 TRAN-NEW-SIGN     PIC X(1).
           05 TRAN-EFF-DATE         PIC 9(8).
           05 TRAN-EFF-X REDEFINES TRAN-EFF-DATE
                                    PIC X(8).
      *> Description: the value's description on an add, its new
      *> one on a "C" describe (blank clears it); ignored elsewhere.
      *> Transactions keyed before the field existed end at the
      *> effective date and read with it blank.
           05 FILLER                PIC X(1).
           05 TRAN-DESC             PIC X(30).
      *> An approval ("V") names the queued item it releases by its
      *> reference - the night it was queued and its sequence that
      *> night - in the columns the values occupy on a change; the
      *> table-id and user sit where they always do.
       01 TRANIN-APPROVAL-RECORD.
           05 FILLER                PIC X(11).
           05 TRAN-APPR-REF.
               10 TRAN-APPR-DATE    PIC 9(8).
               10 TRAN-APPR-SEQ     PIC 9(3).
           05 TRAN-APPR-REF-X REDEFINES TRAN-APPR-REF
                                    PIC X(11).
           05 FILLER                PIC X(49).
      *> A status change ("S") carries the new status - A active,
      *> S suspended, W withdrawn - in the first column of the new
      *> value; TRAN-VALUE names the value it applies to.
       01 TRANIN-STATUS-RECORD.
           05 FILLER                PIC X(17).
           05 TRAN-NEW-STATUS       PIC X(1).
               88 TRAN-NEW-STATUS-VALID VALUE "A" "S" "W".
           05 FILLER                PIC X(53).

      *> A held transaction that was approved before it was held
      *> keeps its checker and approval reference, so the night it
      *> finally applies the audit line still names both.
       FD PENDIN.
       01 PENDIN-RECORD.
           05 PENDIN-TRAN-IMAGE     PIC X(40).
           05 FILLER                PIC X(1).
           05 PENDIN-KEYED-DATE     PIC 9(8).
           05 FILLER                PIC X(1).
           05 PENDIN-CHECKER        PIC X(8).
           05 FILLER                PIC X(1).
           05 PENDIN-APPR-REF       PIC X(12).
      *> The transaction's description, past its original 40 columns.
           05 FILLER                PIC X(1).
           05 PENDIN-TRAN-DESC      PIC X(30).

       FD PENDOUT.
       01 PENDOUT-RECORD.
           05 PENDOUT-TRAN-IMAGE    PIC X(40).
           05 FILLER                PIC X(1).
           05 PENDOUT-KEYED-DATE    PIC 9(8).
           05 FILLER                PIC X(1).
           05 PENDOUT-CHECKER       PIC X(8).
           05 FILLER                PIC X(1).
           05 PENDOUT-APPR-REF      PIC X(12).
           05 FILLER                PIC X(1).
           05 PENDOUT-TRAN-DESC     PIC X(30).

       FD TBLCAT.
           COPY "tblcat.cpy".

       FD APPRIN.
       01 APPRIN-RECORD             PIC X(110).

       FD APPROUT.
       01 APPROUT-RECORD            PIC X(110).

       FD MASTOUT.
       01 MASTOUT-RECORD.
           05 MASTOUT-TABLE-ID      PIC X(8).
           05 FILLER                PIC X(1).
           05 MASTOUT-VALUE         PIC S9(4) SIGN IS LEADING SEPARATE.
           05 FILLER                PIC X(1).
           05 MASTOUT-STATUS        PIC X(1).
           05 FILLER                PIC X(1).
           05 MASTOUT-STATUS-DATE   PIC X(8).
           05 FILLER                PIC X(1).
           05 MASTOUT-DESC          PIC X(30).

       FD MSTRPT.
       01 MSTRPT-RECORD             PIC X(214).

       FD RUNCAL.
           COPY "runcal.cpy".

       FD RUNLOG.
           COPY "runlog.cpy".

       WORKING-STORAGE SECTION.
           COPY "calw.cpy".
           COPY "runlogw.cpy".
       01 WS-MASTIN-STATUS          PIC X(2) VALUE SPACES.
       01 WS-TRANIN-STATUS          PIC X(2) VALUE SPACES.
       01 WS-PENDOUT-STATUS         PIC X(2) VALUE SPACES.
       01 WS-MASTOUT-STATUS         PIC X(2) VALUE SPACES.
       01 WS-MSTRPT-STATUS          PIC X(2) VALUE SPACES.
       01 WS-TBLCAT-STATUS          PIC X(2) VALUE SPACES.
       01 WS-APPRIN-STATUS          PIC X(2) VALUE SPACES.
       01 WS-APPROUT-STATUS         PIC X(2) VALUE SPACES.

       01 WS-MASTIN-EOF-SWITCH      PIC X(1) VALUE "N".
           88 WS-MASTIN-AT-END      VALUE "Y".
           88 WS-PENDIN-AT-END      VALUE "Y".
       01 WS-PENDIN-OPEN-SWITCH     PIC X(1) VALUE "N".
           88 WS-PENDIN-PRESENT     VALUE "Y".
       01 WS-TBLCAT-EOF-SWITCH      PIC X(1) VALUE "N".
           88 WS-TBLCAT-AT-END      VALUE "Y".
       01 WS-APPRIN-EOF-SWITCH      PIC X(1) VALUE "N".
           88 WS-APPRIN-AT-END      VALUE "Y".

      *> In-memory copy of the master. Sized well above the 500-entry
      *> search table so maintenance itself never truncates - TBLLOAD
               10 WS-MST-TABLE-ID   PIC X(8).
               10 WS-MST-VALUE      PIC S9(4) SIGN IS LEADING SEPARATE.
               10 WS-MST-DEL-FLAG   PIC X(1).
               10 WS-MST-STATUS     PIC X(1).
               10 WS-MST-STATUS-DATE PIC X(8).
               10 WS-MST-DESC       PIC X(30).
       01 WS-MST-IDX                PIC 9(4).
       01 WS-HIT-IDX                PIC 9(4).

       01 WS-REASON-CODE            PIC X(2).
       01 WS-REASON-TEXT            PIC X(30).

      *> The value's status and description after and before an
      *> applied change, set by the apply paragraph for its audit
      *> line.
       01 WS-ATTR-STATUS            PIC X(1).
       01 WS-ATTR-OLD-STATUS        PIC X(1).
       01 WS-ATTR-DESC              PIC X(30).
       01 WS-ATTR-OLD-DESC          PIC X(30).

       01 WS-TRAN-COUNT             PIC 9(9) VALUE 0.
       01 WS-APPLIED-COUNT          PIC 9(9) VALUE 0.
       01 WS-REJECTED-COUNT         PIC 9(9) VALUE 0.
       01 WS-PEND-IN-COUNT          PIC 9(9) VALUE 0.
       01 WS-PEND-OUT-COUNT         PIC 9(9) VALUE 0.
       01 WS-KEYED-DATE             PIC 9(8) VALUE ZERO.
       01 WS-QUEUED-COUNT           PIC 9(9) VALUE 0.
       01 WS-APPROVED-COUNT         PIC 9(9) VALUE 0.
       01 WS-EXPIRED-COUNT          PIC 9(9) VALUE 0.
       01 WS-QUEUE-IN-COUNT         PIC 9(9) VALUE 0.
       01 WS-QUEUE-OUT-COUNT        PIC 9(9) VALUE 0.

      *> Catalog entries, for the dual-control flag and the owning
      *> department each queued item is reported under. A table not
      *> on the catalog is treated as single-control here - TBLLOAD
      *> is where an uncataloged table-id is reported.
       01 WS-CAT-LIMIT              PIC 9(2) VALUE 50.
       01 WS-CAT-COUNT              PIC 9(2) VALUE 0.
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 50 INDEXED BY CTX.
               10 WS-CAT-TABLE-ID   PIC X(8).
               10 WS-CAT-OWNER      PIC X(8).
               10 WS-CAT-DUAL       PIC X(1).
       01 WS-CAT-IDX                PIC 9(2).
       01 WS-CAT-HIT                PIC 9(2).
       01 WS-DUAL-SWITCH            PIC X(1).
           88 WS-TABLE-DUAL-CONTROL VALUE "Y".

      *> The approval queue, held in memory for the run: last
      *> night's unexpired items plus tonight's arrivals. An entry's
      *> state is blank while it waits and "A" once approved; only
      *> the waiting ones are written to the new queue.
       01 WS-APQ-MAX                PIC 9(4) VALUE 2000.
       01 WS-APQ-COUNT              PIC 9(4) VALUE 0.
       01 WS-APQ-TABLE.
           05 WS-APQ-ENTRY OCCURS 2000 INDEXED BY APX.
               10 WS-APQ-ENTRY-ITEM.
                   15 WS-APQ-ENTRY-REF PIC X(11).
                   15 FILLER        PIC X(99).
               10 WS-APQ-ENTRY-STATE PIC X(1).
       01 WS-APQ-IDX                PIC 9(4).
       01 WS-APQ-HIT                PIC 9(4).
       01 WS-APQ-LAST-SEQ           PIC 9(3) VALUE 0.
       01 WS-APPR-DAYS              PIC 9(3) VALUE 0.
       01 WS-DAY-NUMBER             PIC 9(8).
       01 WS-PARM-CARD              PIC X(80) VALUE SPACES.

      *> Checker and approval reference for the transaction being
      *> disposed: blank for a fresh one, carried from the pending
      *> record for a held one, set by the approval for a queued one.
       01 WS-CHECKER                PIC X(8) VALUE SPACES.
       01 WS-CUR-APPR-REF           PIC X(12) VALUE SPACES.
       01 WS-APPROVED-SWITCH        PIC X(1) VALUE "N".
           88 WS-APPROVED-TONIGHT   VALUE "Y".
       01 WS-REF-DISPLAY.
           05 WS-REF-DATE           PIC 9(8).
           05 FILLER                PIC X(1) VALUE "-".
           05 WS-REF-SEQ            PIC 9(3).

       01 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01 WS-RUN-TIME               PIC 9(8) VALUE ZERO.

           COPY "audrec.cpy".
           COPY "apprq.cpy".

       PROCEDURE DIVISION.
       MSTUPDT.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "MSTUPDT" TO WS-RLG-PROGRAM.
           PERFORM WRITE-RUNLOG-START.
           MOVE WS-CAL-BUS-DATE TO WS-RUN-DATE.

           PERFORM READ-APPRDAYS-CARD.
           PERFORM LOAD-MASTER-TABLE.
           PERFORM LOAD-TABLE-CATALOG.
           PERFORM OPEN-TRAN-FILES.

      *> Last night's approval queue next, so an item past its
      *> expiry is dropped (and audited) before tonight's approvals
      *> are matched against what is still waiting.
           PERFORM LOAD-APPROVAL-QUEUE.

      *> Held-over transactions first, oldest business first: the
      *> ones whose effective date has arrived apply tonight, the
      *> rest carry forward on the new pending file.
           PERFORM READ-TRANSACTION.
           PERFORM UNTIL WS-TRANIN-AT-END
               MOVE WS-RUN-DATE TO WS-KEYED-DATE
               MOVE SPACES TO WS-CHECKER WS-CUR-APPR-REF
               MOVE "N" TO WS-APPROVED-SWITCH
               IF TRAN-CODE = "V"
                   PERFORM APPROVE-QUEUED-ITEM
                       THRU APPROVE-QUEUED-ITEM-EXIT
               ELSE
                   PERFORM DISPOSE-TRANSACTION
               END-IF
               PERFORM READ-TRANSACTION
           END-PERFORM.

           PERFORM WRITE-NEW-MASTER.
           PERFORM WRITE-APPROVAL-QUEUE.

           CLOSE TRANIN.
           CLOSE PENDOUT.
                   WS-APPLIED-COUNT " APPLIED, "
                   WS-REJECTED-COUNT " REJECTED, "
                   WS-PEND-OUT-COUNT " HELD PENDING".
           DISPLAY "MSTUPDT: " WS-QUEUE-IN-COUNT
                   " QUEUED ITEMS RE-READ, "
                   WS-QUEUED-COUNT " QUEUED FOR APPROVAL, "
                   WS-APPROVED-COUNT " APPROVED, "
                   WS-EXPIRED-COUNT " EXPIRED, "
                   WS-QUEUE-OUT-COUNT " AWAITING APPROVAL".
           IF (WS-REJECTED-COUNT > 0 OR WS-EXPIRED-COUNT > 0)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           ADD WS-TRAN-COUNT WS-PEND-IN-COUNT WS-QUEUE-IN-COUNT
               GIVING WS-RLG-IN.
           MOVE WS-APPLIED-COUNT TO WS-RLG-OUT.
           ADD WS-REJECTED-COUNT WS-EXPIRED-COUNT
               GIVING WS-RLG-REJECTS.
           MOVE RETURN-CODE TO WS-RLG-RC.
           PERFORM WRITE-RUNLOG-END.
           STOP RUN.
           SET MSTX TO WS-MST-COUNT
           MOVE MASTIN-TABLE-ID TO WS-MST-TABLE-ID(MSTX)
           MOVE MASTIN-VALUE TO WS-MST-VALUE(MSTX)
           MOVE SPACE TO WS-MST-DEL-FLAG(MSTX)
           MOVE MASTIN-STATUS TO WS-MST-STATUS(MSTX)
           IF MASTIN-STATUS = SPACE
               MOVE "A" TO WS-MST-STATUS(MSTX)
           END-IF
           MOVE MASTIN-STATUS-DATE TO WS-MST-STATUS-DATE(MSTX)
           MOVE MASTIN-DESC TO WS-MST-DESC(MSTX).

      *> How many days a queued item may wait for its approval.
      *> Required: a dual-control night run without it would either
      *> never expire anything or expire everything.
       READ-APPRDAYS-CARD.
           ACCEPT WS-PARM-CARD.
           IF WS-PARM-CARD(1:9) NOT = "APPRDAYS="
                   OR WS-PARM-CARD(10:3) NOT NUMERIC
               DISPLAY "MSTUPDT: EXPECTED APPRDAYS=NNN CONTROL "
                       "CARD, GOT "
                       WS-PARM-CARD(1:20)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PARM-CARD(10:3) TO WS-APPR-DAYS.

       LOAD-TABLE-CATALOG.
           OPEN INPUT TBLCAT.
           IF WS-TBLCAT-STATUS NOT = "00"
               DISPLAY "MSTUPDT: UNABLE TO OPEN TBLCAT, STATUS="
                       WS-TBLCAT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 0 TO WS-CAT-COUNT.
           PERFORM UNTIL WS-TBLCAT-AT-END
               READ TBLCAT
                   AT END
                       MOVE "Y" TO WS-TBLCAT-EOF-SWITCH
                   NOT AT END
                       PERFORM NOTE-CATALOG-ENTRY
               END-READ
           END-PERFORM.

           CLOSE TBLCAT.

       NOTE-CATALOG-ENTRY.
           IF WS-CAT-COUNT >= WS-CAT-LIMIT
               DISPLAY "MSTUPDT: MORE THAN " WS-CAT-LIMIT
                       " TABLES ON TBLCAT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CAT-COUNT
           SET CTX TO WS-CAT-COUNT
           MOVE TBLCAT-TABLE-ID TO WS-CAT-TABLE-ID(CTX)
           MOVE TBLCAT-OWNER-DEPT TO WS-CAT-OWNER(CTX)
           MOVE TBLCAT-DUAL-CONTROL TO WS-CAT-DUAL(CTX).

      *> Sets WS-CAT-HIT to the catalog entry for TRAN-TABLE-ID (0
      *> when it is not cataloged) and the dual-control switch.
       FIND-CATALOG-ENTRY.
           MOVE 0 TO WS-CAT-HIT
           MOVE "N" TO WS-DUAL-SWITCH
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
                       OR WS-CAT-HIT > 0
               SET CTX TO WS-CAT-IDX
               IF WS-CAT-TABLE-ID(CTX) = TRAN-TABLE-ID
                   MOVE WS-CAT-IDX TO WS-CAT-HIT
                   IF WS-CAT-DUAL(CTX) = "Y"
                       MOVE "Y" TO WS-DUAL-SWITCH
                   END-IF
               END-IF
           END-PERFORM.

       OPEN-TRAN-FILES.
           OPEN INPUT TRANIN.
       REDRIVE-PENDING-TRAN.
           ADD 1 TO WS-PEND-IN-COUNT
           MOVE PENDIN-TRAN-IMAGE TO TRANIN-RECORD
           MOVE PENDIN-TRAN-DESC TO TRAN-DESC
           MOVE PENDIN-KEYED-DATE TO WS-KEYED-DATE
           MOVE PENDIN-CHECKER TO WS-CHECKER
           MOVE PENDIN-APPR-REF TO WS-CUR-APPR-REF
           MOVE "N" TO WS-APPROVED-SWITCH
           PERFORM DISPOSE-TRANSACTION.

      *> The fork every transaction passes through: a bad effective
      *> date is rejected, an unapproved change to a dual-control
      *> table goes to the approval queue, a future one is held on
      *> the pending file, and anything else (blank means "apply
      *> tonight", the shape every transaction had before the field
      *> existed) applies now and is audited with both dates.
       DISPOSE-TRANSACTION.
           PERFORM FIND-CATALOG-ENTRY
           IF TRAN-EFF-X NOT = SPACES AND TRAN-EFF-X NOT NUMERIC
               MOVE "N" TO WS-APPLY-SWITCH
               MOVE "ED" TO WS-REASON-CODE
               MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REASON-TEXT
               PERFORM WRITE-AUDIT-LINE
           ELSE
               IF WS-TABLE-DUAL-CONTROL AND WS-CHECKER = SPACES
                   PERFORM QUEUE-FOR-APPROVAL
               ELSE
                   IF TRAN-EFF-X NUMERIC
                           AND TRAN-EFF-DATE > WS-RUN-DATE
                       PERFORM HOLD-TRANSACTION-PENDING
                   ELSE
                       PERFORM APPLY-TRANSACTION
                           THRU APPLY-TRANSACTION-EXIT
                       PERFORM WRITE-AUDIT-LINE
                   END-IF
               END-IF
           END-IF.

       HOLD-TRANSACTION-PENDING.
           MOVE SPACES TO PENDOUT-RECORD
           MOVE TRANIN-RECORD TO PENDOUT-TRAN-IMAGE
           MOVE TRAN-DESC TO PENDOUT-TRAN-DESC
           MOVE WS-KEYED-DATE TO PENDOUT-KEYED-DATE
           MOVE WS-CHECKER TO PENDOUT-CHECKER
           MOVE WS-CUR-APPR-REF TO PENDOUT-APPR-REF
           WRITE PENDOUT-RECORD
           ADD 1 TO WS-PEND-OUT-COUNT
      *> A new arrival is audited as PENDING once, the night it is
      *> keyed (or, under dual control, the night it is approved);
      *> a carry-forward was already audited then and would only
      *> clutter the trail with a line per night held.
           IF WS-KEYED-DATE = WS-RUN-DATE OR WS-APPROVED-TONIGHT
               PERFORM WRITE-PENDING-AUDIT-LINE
           END-IF.

      *> A change to a dual-control table is edited now, so the
      *> checker is never asked to approve a malformed transaction,
      *> then parked on the approval queue under a new reference
      *> until a second user approves it.
       QUEUE-FOR-APPROVAL.
           PERFORM EDIT-TRANSACTION THRU EDIT-TRANSACTION-EXIT
           IF WS-REASON-CODE NOT = SPACES
               PERFORM WRITE-AUDIT-LINE
           ELSE
               IF WS-APQ-COUNT >= WS-APQ-MAX OR WS-APQ-LAST-SEQ = 999
                   DISPLAY "MSTUPDT: APPROVAL QUEUE FULL - CANNOT "
                           "HOLD ANOTHER ITEM"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-APQ-LAST-SEQ
               MOVE SPACES TO WS-APPR-ITEM
               MOVE WS-RUN-DATE TO WS-APQ-QUEUED-DATE
               MOVE WS-APQ-LAST-SEQ TO WS-APQ-SEQ
               MOVE TRANIN-RECORD TO WS-APQ-TRAN-IMAGE
               MOVE TRAN-DESC TO WS-APQ-TRAN-DESC
               MOVE WS-KEYED-DATE TO WS-APQ-KEYED-DATE
               COMPUTE WS-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-APPR-DAYS
               COMPUTE WS-APQ-EXPIRY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
               IF WS-CAT-HIT > 0
                   SET CTX TO WS-CAT-HIT
                   MOVE WS-CAT-OWNER(CTX) TO WS-APQ-OWNER-DEPT
               END-IF
               ADD 1 TO WS-APQ-COUNT
               SET APX TO WS-APQ-COUNT
               MOVE WS-APPR-ITEM TO WS-APQ-ENTRY-ITEM(APX)
               MOVE SPACE TO WS-APQ-ENTRY-STATE(APX)
               ADD 1 TO WS-QUEUED-COUNT
               PERFORM FORMAT-QUEUE-REFERENCE
               PERFORM WRITE-QUEUED-AUDIT-LINE
           END-IF.

      *> A "V" approval: the reference must name an item still
      *> waiting on the queue, for the same table, and the approver
      *> must be a different user from the maker. The approved
      *> transaction then goes through the ordinary disposition, so
      *> a future effective date still holds it on the pending file.
       APPROVE-QUEUED-ITEM.
           MOVE "N" TO WS-APPLY-SWITCH
           MOVE SPACES TO WS-REASON-CODE WS-REASON-TEXT

           IF TRAN-USER = SPACES
               MOVE "US" TO WS-REASON-CODE
               MOVE "USER-ID MISSING" TO WS-REASON-TEXT
               PERFORM WRITE-APPROVAL-REJECT-LINE
               GO TO APPROVE-QUEUED-ITEM-EXIT
           END-IF

           MOVE 0 TO WS-APQ-HIT
           IF TRAN-APPR-REF-X NUMERIC
               PERFORM VARYING WS-APQ-IDX FROM 1 BY 1
                       UNTIL WS-APQ-IDX > WS-APQ-COUNT
                           OR WS-APQ-HIT > 0
                   SET APX TO WS-APQ-IDX
                   IF WS-APQ-ENTRY-REF(APX) = TRAN-APPR-REF-X
                           AND WS-APQ-ENTRY-STATE(APX) = SPACE
                       MOVE WS-APQ-IDX TO WS-APQ-HIT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-APQ-HIT = 0
               MOVE "AQ" TO WS-REASON-CODE
               MOVE "NO SUCH ITEM AWAITING APPROVAL" TO WS-REASON-TEXT
               PERFORM WRITE-APPROVAL-REJECT-LINE
               GO TO APPROVE-QUEUED-ITEM-EXIT
           END-IF

           SET APX TO WS-APQ-HIT
           MOVE WS-APQ-ENTRY-ITEM(APX) TO WS-APPR-ITEM
           IF WS-APQ-TABLE-ID NOT = TRAN-TABLE-ID
               MOVE "AT" TO WS-REASON-CODE
               MOVE "TABLE-ID DOES NOT MATCH ITEM" TO WS-REASON-TEXT
               PERFORM WRITE-APPROVAL-REJECT-LINE
               GO TO APPROVE-QUEUED-ITEM-EXIT
           END-IF

           IF WS-APQ-MAKER = TRAN-USER
               MOVE "SM" TO WS-REASON-CODE
               MOVE "MAKER CANNOT APPROVE OWN ITEM" TO WS-REASON-TEXT
               PERFORM WRITE-APPROVAL-REJECT-LINE
               GO TO APPROVE-QUEUED-ITEM-EXIT
           END-IF

           MOVE "A" TO WS-APQ-ENTRY-STATE(APX)
           ADD 1 TO WS-APPROVED-COUNT
           MOVE TRAN-USER TO WS-CHECKER
           PERFORM FORMAT-QUEUE-REFERENCE
           MOVE "Y" TO WS-APPROVED-SWITCH
           MOVE WS-APQ-TRAN-IMAGE TO TRANIN-RECORD
           MOVE WS-APQ-TRAN-DESC TO TRAN-DESC
           MOVE WS-APQ-KEYED-DATE TO WS-KEYED-DATE
           PERFORM DISPOSE-TRANSACTION.

       APPROVE-QUEUED-ITEM-EXIT.
           EXIT.

       FORMAT-QUEUE-REFERENCE.
           MOVE WS-APQ-QUEUED-DATE TO WS-REF-DATE
           MOVE WS-APQ-SEQ TO WS-REF-SEQ
           MOVE WS-REF-DISPLAY TO WS-CUR-APPR-REF.

      *> A missing queue is a first run with nothing waiting, not an
      *> error. Items past their expiry are dropped with an audit
      *> line; the rest wait in memory for tonight's approvals. The
      *> highest sequence already used tonight is noted so a rerun
      *> of the night never hands out a reference twice.
       LOAD-APPROVAL-QUEUE.
           OPEN INPUT APPRIN.
           IF WS-APPRIN-STATUS = "35"
               DISPLAY "MSTUPDT: NO APPROVAL QUEUE - NOTHING WAITING"
               MOVE "Y" TO WS-APPRIN-EOF-SWITCH
           ELSE
               IF WS-APPRIN-STATUS NOT = "00"
                   DISPLAY "MSTUPDT: UNABLE TO OPEN APPRIN, STATUS="
                           WS-APPRIN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM UNTIL WS-APPRIN-AT-END
               READ APPRIN INTO WS-APPR-ITEM
                   AT END
                       MOVE "Y" TO WS-APPRIN-EOF-SWITCH
                   NOT AT END
                       PERFORM NOTE-QUEUED-ITEM
               END-READ
           END-PERFORM.

           IF WS-APPRIN-STATUS NOT = "35"
               CLOSE APPRIN
           END-IF.

           OPEN OUTPUT APPROUT.
           IF WS-APPROUT-STATUS NOT = "00"
               DISPLAY "MSTUPDT: UNABLE TO OPEN APPROUT, STATUS="
                       WS-APPROUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       NOTE-QUEUED-ITEM.
           ADD 1 TO WS-QUEUE-IN-COUNT
           IF WS-APQ-QUEUED-DATE = WS-RUN-DATE
                   AND WS-APQ-SEQ > WS-APQ-LAST-SEQ
               MOVE WS-APQ-SEQ TO WS-APQ-LAST-SEQ
           END-IF
           IF WS-RUN-DATE > WS-APQ-EXPIRY-DATE
               MOVE WS-APQ-TRAN-IMAGE TO TRANIN-RECORD
               MOVE WS-APQ-TRAN-DESC TO TRAN-DESC
               MOVE WS-APQ-KEYED-DATE TO WS-KEYED-DATE
               MOVE SPACES TO WS-CHECKER
               PERFORM FORMAT-QUEUE-REFERENCE
               PERFORM WRITE-EXPIRED-AUDIT-LINE
               ADD 1 TO WS-EXPIRED-COUNT
           ELSE
               IF WS-APQ-COUNT >= WS-APQ-MAX
                   DISPLAY "MSTUPDT: APPROVAL QUEUE EXCEEDS " WS-APQ-MAX
                           " ITEMS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-APQ-COUNT
               SET APX TO WS-APQ-COUNT
               MOVE WS-APPR-ITEM TO WS-APQ-ENTRY-ITEM(APX)
               MOVE SPACE TO WS-APQ-ENTRY-STATE(APX)
           END-IF.

       WRITE-APPROVAL-QUEUE.
           PERFORM VARYING WS-APQ-IDX FROM 1 BY 1
                   UNTIL WS-APQ-IDX > WS-APQ-COUNT
               SET APX TO WS-APQ-IDX
               IF WS-APQ-ENTRY-STATE(APX) = SPACE
                   WRITE APPROUT-RECORD FROM WS-APQ-ENTRY-ITEM(APX)
                   ADD 1 TO WS-QUEUE-OUT-COUNT
               END-IF
           END-PERFORM.

           CLOSE APPROUT.

      *> The field edits every change must pass, whether it applies
      *> tonight or waits for approval; WS-REASON-CODE is left blank
      *> when the transaction is clean.
       EDIT-TRANSACTION.
           MOVE "N" TO WS-APPLY-SWITCH
           MOVE SPACES TO WS-REASON-CODE WS-REASON-TEXT

           IF TRAN-CODE NOT = "A" AND TRAN-CODE NOT = "D"
                   AND TRAN-CODE NOT = "R" AND TRAN-CODE NOT = "C"
                   AND TRAN-CODE NOT = "S"
               MOVE "TC" TO WS-REASON-CODE
               MOVE "UNKNOWN TRANSACTION CODE" TO WS-REASON-TEXT
               GO TO EDIT-TRANSACTION-EXIT
           END-IF

           IF TRAN-TABLE-ID = SPACES
               MOVE "TB" TO WS-REASON-CODE
               MOVE "TABLE-ID MISSING" TO WS-REASON-TEXT
               GO TO EDIT-TRANSACTION-EXIT
           END-IF

      *> The audit trail exists to prove who changed which value on
           IF TRAN-USER = SPACES
               MOVE "US" TO WS-REASON-CODE
               MOVE "USER-ID MISSING" TO WS-REASON-TEXT
               GO TO EDIT-TRANSACTION-EXIT
           END-IF

           IF NOT (TRAN-VALUE-SIGN = "+" OR TRAN-VALUE-SIGN = "-")
                   OR TRAN-VALUE-DIGITS NOT NUMERIC
               MOVE "TV" TO WS-REASON-CODE
               MOVE "VALUE NOT A VALID NUMBER" TO WS-REASON-TEXT
               GO TO EDIT-TRANSACTION-EXIT
           END-IF

           IF TRAN-CODE = "R"
                   MOVE "TN" TO WS-REASON-CODE
                   MOVE "NEW VALUE NOT A VALID NUMBER"
                       TO WS-REASON-TEXT
                   GO TO EDIT-TRANSACTION-EXIT
               END-IF
           END-IF

           IF TRAN-CODE = "S"
               IF NOT TRAN-NEW-STATUS-VALID
                   MOVE "SV" TO WS-REASON-CODE
                   MOVE "NEW STATUS NOT A, S OR W" TO WS-REASON-TEXT
                   GO TO EDIT-TRANSACTION-EXIT
               END-IF
           END-IF.

       EDIT-TRANSACTION-EXIT.
           EXIT.

       APPLY-TRANSACTION.
           PERFORM EDIT-TRANSACTION THRU EDIT-TRANSACTION-EXIT
           IF WS-REASON-CODE NOT = SPACES
               GO TO APPLY-TRANSACTION-EXIT
           END-IF

           EVALUATE TRAN-CODE
               WHEN "A"
                   PERFORM APPLY-ADD
                   PERFORM APPLY-DELETE
               WHEN "R"
                   PERFORM APPLY-REPLACE
               WHEN "C"
                   PERFORM APPLY-DESCRIBE
               WHEN "S"
                   PERFORM APPLY-STATUS
           END-EVALUATE.

       APPLY-TRANSACTION-EXIT.
               MOVE TRAN-TABLE-ID TO WS-MST-TABLE-ID(MSTX)
               MOVE TRAN-VALUE TO WS-MST-VALUE(MSTX)
               MOVE SPACE TO WS-MST-DEL-FLAG(MSTX)
               MOVE "A" TO WS-MST-STATUS(MSTX)
               MOVE WS-RUN-DATE TO WS-MST-STATUS-DATE(MSTX)
               MOVE TRAN-DESC TO WS-MST-DESC(MSTX)
               MOVE "A" TO WS-ATTR-STATUS
               MOVE TRAN-DESC TO WS-ATTR-DESC
               MOVE SPACES TO WS-ATTR-OLD-STATUS WS-ATTR-OLD-DESC
               MOVE "Y" TO WS-APPLY-SWITCH
           END-IF.

           ELSE
               SET MSTX TO WS-HIT-IDX
               MOVE "D" TO WS-MST-DEL-FLAG(MSTX)
               MOVE WS-MST-STATUS(MSTX) TO WS-ATTR-OLD-STATUS
               MOVE WS-MST-DESC(MSTX) TO WS-ATTR-OLD-DESC
               MOVE SPACES TO WS-ATTR-STATUS WS-ATTR-DESC
               MOVE "Y" TO WS-APPLY-SWITCH
           END-IF.

           ELSE
               SET MSTX TO WS-HIT-IDX
               MOVE TRAN-NEW-VALUE TO WS-MST-VALUE(MSTX)
               MOVE WS-MST-STATUS(MSTX) TO WS-ATTR-STATUS
                                           WS-ATTR-OLD-STATUS
               MOVE WS-MST-DESC(MSTX) TO WS-ATTR-DESC WS-ATTR-OLD-DESC
               MOVE "Y" TO WS-APPLY-SWITCH
           END-IF.

       APPLY-DESCRIBE.
           PERFORM FIND-MASTER-VALUE
           IF WS-HIT-IDX = 0
               MOVE "NF" TO WS-REASON-CODE
               MOVE "VALUE NOT ON MASTER" TO WS-REASON-TEXT
           ELSE
               SET MSTX TO WS-HIT-IDX
               MOVE WS-MST-STATUS(MSTX) TO WS-ATTR-STATUS
                                           WS-ATTR-OLD-STATUS
               MOVE WS-MST-DESC(MSTX) TO WS-ATTR-OLD-DESC
               MOVE TRAN-DESC TO WS-MST-DESC(MSTX) WS-ATTR-DESC
               MOVE "Y" TO WS-APPLY-SWITCH
           END-IF.

      *> The status date is the night the change applied - for one
      *> held to an effective date, that date's night. Setting the
      *> status a value already has is refused rather than letting
      *> it silently move the date.
       APPLY-STATUS.
           PERFORM FIND-MASTER-VALUE
           IF WS-HIT-IDX = 0
               MOVE "NF" TO WS-REASON-CODE
               MOVE "VALUE NOT ON MASTER" TO WS-REASON-TEXT
           ELSE
               SET MSTX TO WS-HIT-IDX
               IF WS-MST-STATUS(MSTX) = TRAN-NEW-STATUS
                   MOVE "SS" TO WS-REASON-CODE
                   MOVE "VALUE ALREADY HAS THAT STATUS"
                       TO WS-REASON-TEXT
               ELSE
                   MOVE WS-MST-STATUS(MSTX) TO WS-ATTR-OLD-STATUS
                   MOVE TRAN-NEW-STATUS TO WS-MST-STATUS(MSTX)
                                           WS-ATTR-STATUS
                   MOVE WS-RUN-DATE TO WS-MST-STATUS-DATE(MSTX)
                   MOVE WS-MST-DESC(MSTX) TO WS-ATTR-DESC
                                             WS-ATTR-OLD-DESC
                   MOVE "Y" TO WS-APPLY-SWITCH
               END-IF
           END-IF.

      *> First live (not already deleted) occurrence of TRAN-VALUE
      *> within the named table, whatever its status; duplicates are
      *> legal on the master, so a delete, replace, describe or
      *> status change takes effect one occurrence at a time,
      *> oldest first.
       FIND-MASTER-VALUE.
           MOVE 0 TO WS-HIT-IDX
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
               END-IF
           END-PERFORM.

      *> The fields every audit line carries, from the transaction
      *> in TRANIN-RECORD: who keyed it, what it changes, when it
      *> was keyed and for when, who approved it and under which
      *> queue reference. The status and description are those the
      *> transaction asks for; an applied line replaces them with
      *> the value's own before and after.
       FORMAT-AUDIT-LINE.
           MOVE SPACES TO WS-AUDIT-LINE
           MOVE WS-RUN-DATE TO WS-AUD-DATE
           MOVE WS-RUN-TIME TO WS-AUD-TIME
           MOVE TRAN-CODE TO WS-AUD-CODE
           MOVE TRAN-TABLE-ID TO WS-AUD-TABLE-ID
           MOVE TRAN-VALUE-X TO WS-AUD-VALUE
           IF TRAN-CODE = "R" OR TRAN-CODE = "S"
               MOVE TRAN-NEW-X TO WS-AUD-NEW-VALUE
           END-IF
           IF TRAN-CODE = "S"
               MOVE TRAN-NEW-STATUS TO WS-AUD-STATUS
           END-IF
           IF TRAN-CODE = "A" OR TRAN-CODE = "C"
               MOVE TRAN-DESC TO WS-AUD-DESC
           END-IF
           MOVE WS-KEYED-DATE TO WS-AUD-KEYED-DATE
           MOVE TRAN-EFF-X TO WS-AUD-EFF-DATE
           MOVE WS-CHECKER TO WS-AUD-CHECKER
           MOVE WS-CUR-APPR-REF TO WS-AUD-APPR-REF.

       WRITE-AUDIT-LINE.
           PERFORM FORMAT-AUDIT-LINE
           IF WS-TRAN-APPLIED
               MOVE "APPLIED" TO WS-AUD-DISPOSITION
               IF WS-CHECKER = SPACES
                   MOVE "NOT REQD" TO WS-AUD-CHECKER
               END-IF
               MOVE WS-ATTR-STATUS TO WS-AUD-STATUS
               MOVE WS-ATTR-OLD-STATUS TO WS-AUD-OLD-STATUS
               MOVE WS-ATTR-DESC TO WS-AUD-DESC
               MOVE WS-ATTR-OLD-DESC TO WS-AUD-OLD-DESC
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               MOVE "REJECTED" TO WS-AUD-DISPOSITION
           WRITE MSTRPT-RECORD FROM WS-AUDIT-LINE.

       WRITE-PENDING-AUDIT-LINE.
           PERFORM FORMAT-AUDIT-LINE
           MOVE "PENDING" TO WS-AUD-DISPOSITION
           WRITE MSTRPT-RECORD FROM WS-AUDIT-LINE.

       WRITE-QUEUED-AUDIT-LINE.
           PERFORM FORMAT-AUDIT-LINE
           MOVE "QUEUED" TO WS-AUD-DISPOSITION
           MOVE "AWAITING APPROVAL" TO WS-AUD-REASON-TEXT
           WRITE MSTRPT-RECORD FROM WS-AUDIT-LINE.

       WRITE-EXPIRED-AUDIT-LINE.
           PERFORM FORMAT-AUDIT-LINE
           MOVE "EXPIRED" TO WS-AUD-DISPOSITION
           MOVE "XP" TO WS-AUD-REASON-CODE
           MOVE "NOT APPROVED IN TIME" TO WS-AUD-REASON-TEXT
           WRITE MSTRPT-RECORD FROM WS-AUDIT-LINE.

      *> A refused approval is audited against the approver, with
      *> the reference it named, so a mistyped or improper approval
      *> is as visible on the trail as a refused change.
       WRITE-APPROVAL-REJECT-LINE.
           MOVE SPACES TO WS-AUDIT-LINE
           MOVE WS-RUN-DATE TO WS-AUD-DATE
           MOVE WS-RUN-TIME TO WS-AUD-TIME
           MOVE TRAN-USER TO WS-AUD-USER
           MOVE TRAN-CODE TO WS-AUD-CODE
           MOVE TRAN-TABLE-ID TO WS-AUD-TABLE-ID
           MOVE WS-RUN-DATE TO WS-AUD-KEYED-DATE
           MOVE TRAN-USER TO WS-AUD-CHECKER
           MOVE TRAN-APPR-REF-X(1:8) TO WS-AUD-APPR-REF(1:8)
           MOVE "-" TO WS-AUD-APPR-REF(9:1)
           MOVE TRAN-APPR-REF-X(9:3) TO WS-AUD-APPR-REF(10:3)
           MOVE "REJECTED" TO WS-AUD-DISPOSITION
           MOVE WS-REASON-CODE TO WS-AUD-REASON-CODE
           MOVE WS-REASON-TEXT TO WS-AUD-REASON-TEXT
           ADD 1 TO WS-REJECTED-COUNT
           WRITE MSTRPT-RECORD FROM WS-AUDIT-LINE.

       WRITE-NEW-MASTER.
                   MOVE SPACES TO MASTOUT-RECORD
                   MOVE WS-MST-TABLE-ID(MSTX) TO MASTOUT-TABLE-ID
                   MOVE WS-MST-VALUE(MSTX) TO MASTOUT-VALUE
                   MOVE WS-MST-STATUS(MSTX) TO MASTOUT-STATUS
                   MOVE WS-MST-STATUS-DATE(MSTX) TO MASTOUT-STATUS-DATE
                   MOVE WS-MST-DESC(MSTX) TO MASTOUT-DESC
                   WRITE MASTOUT-RECORD
               END-IF
           END-PERFORM.

           CLOSE MASTOUT.

           COPY "calp.cpy".
           COPY "runlogp.cpy".
