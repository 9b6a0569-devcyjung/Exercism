      *> treats as legitimate; a cataloged table whose count lands
      *> outside its tolerance raises a warning and a drift line.
      *> Every table's disposition goes to the LOADRPT load report.
      *> Each master value's description and status travel beside
      *> the arrays rather than in them: for every table it builds
      *> TBLLOAD writes one ATTROUT record per element, numbered by
      *> its place in the array, so every reader of ARRAYOUT keeps
      *> the array record it has always had and the search loads the
      *> attributes alongside.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARRAYOUT ASSIGN TO ARRAYOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRAYOUT-STATUS.
           SELECT ATTROUT ASSIGN TO ATTROUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTROUT-STATUS.
           SELECT LOADRPT ASSIGN TO LOADRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOADRPT-STATUS.
           SELECT RUNCAL ASSIGN TO RUNCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCAL-STATUS.
           SELECT RUNLOG ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 MASTIN-TABLE-ID       PIC X(8).
           05 FILLER                PIC X(1).
           05 MASTIN-VALUE          PIC S9(4) SIGN IS LEADING SEPARATE.
      *> The value's attributes as MSTUPDT maintains them; blank on
      *> a master written before values carried them, which loads
      *> as active with no description.
           05 FILLER                PIC X(1).
           05 MASTIN-STATUS         PIC X(1).
           05 FILLER                PIC X(1).
           05 MASTIN-STATUS-DATE    PIC X(8).
           05 FILLER                PIC X(1).
           05 MASTIN-DESC           PIC X(30).

       SD SORTWK.
       01 SORTWK-RECORD.
           05 SORTWK-TABLE-ID       PIC X(8).
           05 FILLER                PIC X(1).
           05 SORTWK-VALUE          PIC S9(4) SIGN IS LEADING SEPARATE.
           05 SORTWK-VALUE-X REDEFINES SORTWK-VALUE
                                    PIC X(5).
           05 FILLER                PIC X(1).
           05 SORTWK-STATUS         PIC X(1).
           05 FILLER                PIC X(1).
           05 SORTWK-STATUS-DATE    PIC X(8).
           05 FILLER                PIC X(1).
           05 SORTWK-DESC           PIC X(30).

       FD TBLCAT.
           COPY "tblcat.cpy".

       FD ARRAYOUT.
       01 ARRAYOUT-RECORD.
           05 FILLER                PIC X(1).
           05 ARRAYOUT-ARRAY        PIC X(3000).

       FD ATTROUT.
           COPY "valattr.cpy".

       FD LOADRPT.
       01 LOADRPT-RECORD            PIC X(100).

       FD RUNCAL.
           COPY "runcal.cpy".

       FD RUNLOG.
           COPY "runlog.cpy".

       WORKING-STORAGE SECTION.
           COPY "searchtb.cpy".
           COPY "calw.cpy".
           COPY "runlogw.cpy".

       01 WS-MASTIN-STATUS          PIC X(2) VALUE SPACES.
       01 WS-TBLCAT-STATUS          PIC X(2) VALUE SPACES.
       01 WS-ARRAYOUT-STATUS        PIC X(2) VALUE SPACES.
       01 WS-LOADRPT-STATUS         PIC X(2) VALUE SPACES.
       01 WS-ATTROUT-STATUS         PIC X(2) VALUE SPACES.
       01 WS-MASTIN-EOF-SWITCH      PIC X(1) VALUE "N".
           88 WS-MASTIN-AT-END      VALUE "Y".
       01 WS-TBLCAT-EOF-SWITCH      PIC X(1) VALUE "N".
       01 WS-REJECT-COUNT           PIC 9(4) VALUE 0.
       01 WS-DRIFT-COUNT            PIC 9(4) VALUE 0.
       01 WS-MASTER-READ            PIC 9(9) VALUE 0.
       01 WS-ATTR-WRITTEN           PIC 9(9) VALUE 0.

      *> The attributes of the table being built, element by element
      *> in array order, held until the catalog gate decides whether
      *> the table is written at all.
       01 WS-VAT-TABLE.
           05 WS-VAT-ENTRY OCCURS 500 INDEXED BY VTX.
               10 WS-VAT-VALUE      PIC X(5).
               10 WS-VAT-STATUS     PIC X(1).
               10 WS-VAT-STATUS-DATE PIC X(8).
               10 WS-VAT-DESC       PIC X(30).
       01 WS-VAT-IDX                PIC 9(3).

      *> The catalog, loaded once at start of run. WS-CAT-BUILT
      *> marks each entry whose table actually came off the master
                   " TABLES WRITTEN TO ARRAYOUT, "
                   WS-REJECT-COUNT " NOT IN CATALOG, "
                   WS-DRIFT-COUNT " OUTSIDE TOLERANCE".
           DISPLAY "TBLLOAD: " WS-ATTR-WRITTEN
                   " VALUE ATTRIBUTE RECORDS WRITTEN TO ATTROUT".

           MOVE WS-MASTER-READ TO WS-RLG-IN.
           MOVE WS-TABLE-COUNT TO WS-RLG-OUT.
                   OR TBLCAT-MIN-X NOT NUMERIC
                   OR TBLCAT-MAX-X NOT NUMERIC
                   OR TBLCAT-MIN-COUNT > TBLCAT-MAX-COUNT
                   OR NOT (TBLCAT-DUAL-CONTROL = "Y" OR "N" OR SPACE)
                   OR NOT (TBLCAT-RESTRICTED = "Y" OR "N" OR SPACE)
               DISPLAY "TBLLOAD: BAD CATALOG ENTRY FOR TABLE "
                       TBLCAT-TABLE-ID " - FIX TBLCAT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ATTROUT.
           IF WS-ATTROUT-STATUS NOT = "00"
               DISPLAY "TBLLOAD: UNABLE TO OPEN ATTROUT, STATUS="
                       WS-ATTROUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT LOADRPT.
           IF WS-LOADRPT-STATUS NOT = "00"
               DISPLAY "TBLLOAD: UNABLE TO OPEN LOADRPT, STATUS="
           PERFORM REPORT-UNBUILT-TABLES.

           CLOSE ARRAYOUT.
           CLOSE ATTROUT.
           CLOSE LOADRPT.

       APPEND-SORTED-VALUE.
                   WITH POINTER WS-PTR
               END-STRING
               ADD 1 TO WS-COUNT
               SET VTX TO WS-COUNT
               MOVE SORTWK-VALUE-X TO WS-VAT-VALUE(VTX)
               MOVE SORTWK-STATUS TO WS-VAT-STATUS(VTX)
               IF SORTWK-STATUS = SPACE
                   MOVE "A" TO WS-VAT-STATUS(VTX)
               END-IF
               MOVE SORTWK-STATUS-DATE TO WS-VAT-STATUS-DATE(VTX)
               MOVE SORTWK-DESC TO WS-VAT-DESC(VTX)
           END-IF.

      *> The catalog gate: a table-id the catalog does not know is
               MOVE WS-ARRAY TO ARRAYOUT-ARRAY
               WRITE ARRAYOUT-RECORD
               ADD 1 TO WS-TABLE-COUNT
               PERFORM WRITE-TABLE-ATTRIBUTES
               PERFORM WRITE-TABLE-RPT-LINE
           END-IF.

       WRITE-TABLE-ATTRIBUTES.
           PERFORM VARYING WS-VAT-IDX FROM 1 BY 1
                   UNTIL WS-VAT-IDX > WS-COUNT
               SET VTX TO WS-VAT-IDX
               MOVE SPACES TO VATR-RECORD
               MOVE WS-CUR-TABLE-ID TO VATR-TABLE-ID
               MOVE WS-VAT-IDX TO VATR-POSITION
               MOVE WS-VAT-VALUE(VTX) TO VATR-VALUE
               MOVE WS-VAT-STATUS(VTX) TO VATR-STATUS
               MOVE WS-VAT-STATUS-DATE(VTX) TO VATR-STATUS-DATE
               MOVE WS-VAT-DESC(VTX) TO VATR-DESC
               WRITE VATR-RECORD
               ADD 1 TO WS-ATTR-WRITTEN
           END-PERFORM.

       WRITE-TABLE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-CAT-TABLE-ID(CTX) TO WS-RPL-TABLE-ID
               END-IF
           END-PERFORM.

           COPY "calp.cpy".
           COPY "runlogp.cpy".
