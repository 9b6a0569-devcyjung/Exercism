      *> Shared layout of the value-attribute file TBLLOAD writes
      *> beside ARRAYOUT: one record per element of every table it
      *> builds, in table order and then array order, carrying the
      *> description and status the master keeps for that value.
      *> The position is the element's place in its table's array -
      *> the number a "FOUND AT:" result reports - and the value is
      *> the element exactly as it stands in the array, so a reader
      *> can prove the attribute file belongs to the array file it
      *> was loaded with. Copied by TBLLOAD, which writes it, and by
      *> BINARY-SEARCH, SRCHRPLY and SRCHCALL, which load it with
      *> their tables.
       01 VATR-RECORD.
           05 VATR-TABLE-ID         PIC X(8).
           05 FILLER                PIC X(1).
           05 VATR-POSITION         PIC 9(3).
           05 FILLER                PIC X(1).
           05 VATR-VALUE            PIC X(5).
           05 FILLER                PIC X(1).
      *> A active, S suspended (still on the table, not to be used),
      *> W withdrawn; the date is the night the status was set,
      *> blank for a value never changed since values had one.
           05 VATR-STATUS           PIC X(1).
               88 VATR-ACTIVE       VALUE "A".
               88 VATR-SUSPENDED    VALUE "S".
               88 VATR-WITHDRAWN    VALUE "W".
           05 FILLER                PIC X(1).
           05 VATR-STATUS-DATE      PIC X(8).
           05 FILLER                PIC X(1).
           05 VATR-DESC             PIC X(30).
