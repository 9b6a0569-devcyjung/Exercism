      *> Parameter area for in-line lookups against our tables through
      *> the SRCHCALL subprogram, for batch applications that cannot
      *> wait for the nightly cycle:
      *>     CALL "SRCHCALL" USING SCALL-PARM-AREA
      *> The caller copies this into its WORKING-STORAGE, fills the
      *> request half and CALLs; the response half comes back filled.
      *> The same first-match/find-all/range/nearest logic the
      *> nightly search step uses runs against the tables TBLLOAD
      *> last built (PROD.BINSRCH.ARRAY), loaded once on the first
      *> call and kept for the life of the calling job.
      *>
      *> The calling job's step needs these DDs: ARRAYIN (the
      *> tables), ATTRIN (the status and description TBLLOAD wrote
      *> beside them, PROD.BINSRCH.VALATTR), TBLCAT and AUTHFILE
      *> (the search-authorization rule REQEDIT applies - the
      *> caller id is checked as the
      *> requesting department, so a restricted table must be
      *> granted to it on AUTHMNT like to any department), and
      *> SRCHLOG, the usage log every call is appended to under the
      *> caller id (srchlog.cpy), for chargeback and audit, dated
      *> with the business date on RUNCAL (PROD.BINSRCH.RUNCAL, the
      *> run calendar the nightly chain rolls), which also dates the
      *> authorization windows. A step missing one of them ends RC
      *> 16 on its first call.
      *>
      *> Request:
      *>   SCALL-MODE       F first match, A find all, R range
      *>                    (SCALL-ITEM low bound to SCALL-ITEM-HIGH),
      *>                    N nearest match; E ends the caller's use
      *>                    of the module and closes the usage log -
      *>                    call it once before the job ends
      *>   SCALL-ITEM       value sought, signed, e.g. +0042
      *>   SCALL-ITEM-HIGH  high bound, mode R only
      *>   SCALL-TABLE-ID   table to search
      *>   SCALL-CALLER-ID  who is asking - required, logged and
      *>                    checked for authority on the table
      *> Response:
      *>   SCALL-RC         0  found
      *>                    2  found, but on a value that is
      *>                       suspended - SCALL-POS-STATUS shows
      *>                       which positions
      *>                    4  not found (mode N: nearest either side
      *>                       in SCALL-NEAR-BELOW / -ABOVE)
      *>                    8  table cannot be searched tonight (not
      *>                       sorted, empty or oversized)
      *>                    12 request rejected - SCALL-MESSAGE says
      *>                       why (bad mode, item or bounds, caller
      *>                       id missing, table unknown, caller not
      *>                       authorized for the table)
      *>   SCALL-MESSAGE    reason text on any RC other than 0
      *>   SCALL-ELEM-COUNT elements on the table searched
      *>   SCALL-MATCH-COUNT positions returned in SCALL-POSITION,
      *>                    ascending (one for modes F and N)
      *>   SCALL-NEAR-BELOW / SCALL-NEAR-ABOVE - mode N miss only:
      *>                    position of the nearest lower / higher
      *>                    element, zero when there is none
      *>   SCALL-VALUE-STATUS / -STATUS-DATE / -VALUE-DESC - on a
      *>                    hit, the status (A active, S suspended,
      *>                    W withdrawn), the date it took that
      *>                    status and the description of the value
      *>                    at the first position returned
      *>   SCALL-POS-STATUS the status of each position returned, in
      *>                    step with SCALL-POSITION
      *> The status fields were added after the positions; a caller
      *> compiled against the shorter area must be recompiled before
      *> its step is given ATTRIN.
       01 SCALL-PARM-AREA.
           05 SCALL-REQUEST.
               10 SCALL-MODE        PIC X(1).
               10 SCALL-ITEM        PIC S9(4) SIGN IS LEADING SEPARATE.
               10 SCALL-ITEM-X REDEFINES SCALL-ITEM.
                   15 SCALL-ITEM-SIGN
                                    PIC X(1).
                   15 SCALL-ITEM-DIGITS
                                    PIC X(4).
               10 SCALL-ITEM-HIGH   PIC S9(4) SIGN IS LEADING SEPARATE.
               10 SCALL-HIGH-X REDEFINES SCALL-ITEM-HIGH.
                   15 SCALL-HIGH-SIGN
                                    PIC X(1).
                   15 SCALL-HIGH-DIGITS
                                    PIC X(4).
               10 SCALL-TABLE-ID    PIC X(8).
               10 SCALL-CALLER-ID   PIC X(8).
           05 SCALL-RESPONSE.
               10 SCALL-RC          PIC 9(2).
               10 SCALL-MESSAGE     PIC X(40).
               10 SCALL-ELEM-COUNT  PIC 9(3).
               10 SCALL-MATCH-COUNT PIC 9(3).
               10 SCALL-NEAR-BELOW  PIC 9(3).
               10 SCALL-NEAR-ABOVE  PIC 9(3).
               10 SCALL-POSITION OCCURS 500
                                    PIC 9(3).
               10 SCALL-VALUE-STATUS
                                    PIC X(1).
               10 SCALL-STATUS-DATE PIC X(8).
               10 SCALL-VALUE-DESC  PIC X(30).
               10 SCALL-POS-STATUS OCCURS 500
                                    PIC X(1).
