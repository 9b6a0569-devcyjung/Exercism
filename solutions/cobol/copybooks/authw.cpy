      *> Working-storage side of the shared search-authorization
      *> check: the restricted tables from TBLCAT with their owners,
      *> the grants from the authorization file, and the fields a
      *> program fills before PERFORMing CHECK-SEARCH-AUTHORITY in
      *> authp.cpy. WS-ATH-PROGRAM names the caller in messages.
      *> Copied by every program that copies authp.cpy, alongside
      *> FD copies of tblcat.cpy (TBLCAT) and authrec.cpy (AUTHFILE).
       01 WS-TBLCAT-STATUS          PIC X(2) VALUE SPACES.
       01 WS-AUTHFILE-STATUS        PIC X(2) VALUE SPACES.
       01 WS-ATH-PROGRAM            PIC X(8) VALUE SPACES.
       01 WS-ATH-EOF-SWITCH         PIC X(1) VALUE "N".
           88 WS-ATH-AT-END         VALUE "Y".

       01 WS-ATH-RES-MAX            PIC 9(3) VALUE 50.
       01 WS-ATH-RES-COUNT          PIC 9(3) VALUE 0.
       01 WS-ATH-RES-TABLE.
           05 WS-ATH-RES-ENTRY OCCURS 50 INDEXED BY ARX.
               10 WS-ATH-RES-TABLE-ID
                                    PIC X(8).
               10 WS-ATH-RES-OWNER  PIC X(8).

       01 WS-ATH-GRANT-MAX          PIC 9(4) VALUE 2000.
       01 WS-ATH-GRANT-COUNT        PIC 9(4) VALUE 0.
       01 WS-ATH-GRANT-TABLE.
           05 WS-ATH-GRANT-ENTRY OCCURS 2000 INDEXED BY AGX.
               10 WS-ATH-GRT-TABLE-ID
                                    PIC X(8).
               10 WS-ATH-GRT-DEPT-ID
                                    PIC X(8).
               10 WS-ATH-GRT-FROM   PIC 9(8).
               10 WS-ATH-GRT-TO     PIC 9(8).
       01 WS-ATH-IDX                PIC 9(4).

      *> The question: may WS-ATH-DEPT-ID search WS-ATH-TABLE-ID on
      *> WS-ATH-DATE? The answer comes back in WS-ATH-SWITCH.
       01 WS-ATH-TABLE-ID           PIC X(8).
       01 WS-ATH-DEPT-ID            PIC X(8).
       01 WS-ATH-DATE               PIC 9(8).
       01 WS-ATH-SWITCH             PIC X(1).
           88 WS-ATH-AUTHORIZED     VALUE "Y".
