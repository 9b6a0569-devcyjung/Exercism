      *> Shared search-authorization record: one grant of search
      *> access to a restricted table (TBLCAT-RESTRICTED) for one
      *> department over a window of dates, both ends inclusive.
      *> The owning department always has access and needs no
      *> grant. Revoked and lapsed grants stay on the file - they
      *> are the history of who could look what up, and when.
      *> Maintained only by AUTHMNT, under the same user-attribution
      *> audit STDMAINT keeps on the watch list; read through
      *> authp.cpy by the steps that enforce it (REQEDIT, MKSRCHIN)
      *> and by the ACCSRPT monthly access report.
       01 AUTH-RECORD.
           05 AUTH-TABLE-ID         PIC X(8).
           05 FILLER                PIC X(1).
           05 AUTH-DEPT-ID          PIC X(8).
           05 FILLER                PIC X(1).
           05 AUTH-FROM-DATE        PIC 9(8).
           05 AUTH-FROM-DATE-X REDEFINES AUTH-FROM-DATE
                                    PIC X(8).
           05 FILLER                PIC X(1).
           05 AUTH-TO-DATE          PIC 9(8).
           05 AUTH-TO-DATE-X REDEFINES AUTH-TO-DATE
                                    PIC X(8).
