      *> final "T" belongs to tonight - plus the REQERR trailer say
      *> how many came out. Any disagreement fails the job, which is
      *> the answer audit keeps asking for.
      *> The intraday express job balances its own run the same way
      *> against its own deck, reject file and STDUSED, with a
      *> SECTION=OFFCYCLE card: the trailer taken is then the last
      *> OFFCYCLE one. With no card (or an END card) it is the last
      *> SRCHRPT trailer, the night's, as always - an express section
      *> appended in between never enters the nightly balance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STDUSED ASSIGN TO STDUSED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STDUSED-STATUS.
           SELECT RUNCAL ASSIGN TO RUNCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCAL-STATUS.
           SELECT RUNLOG ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD STDUSED.
       01 STDUSED-RECORD            PIC X(40).

       FD RUNCAL.
           COPY "runcal.cpy".

       FD RUNLOG.
           COPY "runlog.cpy".

       WORKING-STORAGE SECTION.
           COPY "ctlrec.cpy".
           COPY "calw.cpy".
           COPY "runlogw.cpy".

       01 WS-REQIN-STATUS           PIC X(2) VALUE SPACES.
       01 WS-STD-TRL-SWITCH         PIC X(1) VALUE "N".
           88 WS-STD-TRL-FOUND      VALUE "Y".

       01 WS-PARM-CARD              PIC X(80) VALUE SPACES.
       01 WS-RPT-SECTION-ID         PIC X(8) VALUE "SRCHRPT".
           88 WS-VALID-SECTION-ID   VALUES "SRCHRPT" "OFFCYCLE".

       01 WS-REQ-IN-COUNT           PIC 9(9) VALUE 0.
       01 WS-REQ-IN-HASH            PIC S9(9) SIGN IS LEADING SEPARATE
                                    VALUE ZERO.
       RECON.
           MOVE "RECON" TO WS-RLG-PROGRAM.
           PERFORM WRITE-RUNLOG-START.
           PERFORM READ-PARM-CARD.
           PERFORM SCAN-REQIN-TRAILER.
           PERFORM SCAN-SRCHRPT-TRAILER.
           PERFORM SCAN-REQERR-TRAILER.
               STOP RUN
           END-IF.
           IF NOT WS-RPT-TRL-FOUND
               DISPLAY "RECON: NO " WS-RPT-SECTION-ID
                       " TRAILER ON SRCHRPT - SEARCH STEP "
                       "DID NOT COMPLETE ITS SECTION"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           PERFORM WRITE-RUNLOG-END.
           STOP RUN.

       READ-PARM-CARD.
           ACCEPT WS-PARM-CARD.
           EVALUATE TRUE
               WHEN WS-PARM-CARD = SPACES
                       OR WS-PARM-CARD(1:4) = "END "
                   CONTINUE
               WHEN WS-PARM-CARD(1:8) = "SECTION="
                   MOVE WS-PARM-CARD(9:8) TO WS-RPT-SECTION-ID
                   IF NOT WS-VALID-SECTION-ID
                       DISPLAY "RECON: SECTION MUST BE SRCHRPT OR "
                               "OFFCYCLE, GOT " WS-RPT-SECTION-ID
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN OTHER
                   DISPLAY "RECON: UNKNOWN CONTROL CARD "
                           WS-PARM-CARD(1:20)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       SCAN-REQIN-TRAILER.
           OPEN INPUT REQIN.
           IF WS-REQIN-STATUS NOT = "00"

       NOTE-SRCHRPT-TRAILER.
           MOVE SRCHRPT-RECORD TO CTL-RECORD
           IF CTL-TRAILER AND CTL-FILE-ID = WS-RPT-SECTION-ID
               MOVE CTL-RECORD-COUNT TO WS-RPT-OUT-COUNT
               MOVE CTL-HASH-TOTAL TO WS-RPT-OUT-HASH
               MOVE "Y" TO WS-RPT-TRL-SWITCH
               MOVE "Y" TO WS-STD-TRL-SWITCH
           END-IF.

           COPY "calp.cpy".
           COPY "runlogp.cpy".
