      *> Shared TBLCAT table-catalog record: the list of lookup tables
      *> we officially keep. Copied under the FD by TBLLOAD, which
      *> builds only cataloged tables and checks each one's count
      *> against its min/max, and by MSTUPDT, which needs to know
      *> which tables are under dual control and who owns them, and
      *> by the steps that enforce search authorization (authp.cpy).
      *> TBLCAT-DUAL-CONTROL "Y" puts every master change to the
      *> table under maker-checker approval - nothing is applied
      *> until a second user approves it. "N" or blank (every entry
      *> written before the flag existed) means a change applies on
      *> the maker's word alone, as it always has.
      *> TBLCAT-RESTRICTED "Y" makes the table searchable only by its
      *> owning department and by the departments the owner has
      *> granted access on the authorization file (see authrec.cpy);
      *> "N" or blank leaves it open to every department.
       01 TBLCAT-RECORD.
           05 TBLCAT-TABLE-ID       PIC X(8).
           05 FILLER                PIC X(1).
           05 TBLCAT-OWNER-DEPT     PIC X(8).
           05 FILLER                PIC X(1).
           05 TBLCAT-DESC           PIC X(30).
           05 FILLER                PIC X(1).
           05 TBLCAT-MIN-COUNT      PIC 9(3).
           05 TBLCAT-MIN-X REDEFINES TBLCAT-MIN-COUNT
                                    PIC X(3).
           05 FILLER                PIC X(1).
           05 TBLCAT-MAX-COUNT      PIC 9(3).
           05 TBLCAT-MAX-X REDEFINES TBLCAT-MAX-COUNT
                                    PIC X(3).
           05 FILLER                PIC X(1).
           05 TBLCAT-DUAL-CONTROL   PIC X(1).
               88 TBLCAT-DUAL-CONTROLLED VALUE "Y".
           05 FILLER                PIC X(1).
           05 TBLCAT-RESTRICTED     PIC X(1).
               88 TBLCAT-SEARCH-RESTRICTED VALUE "Y".
