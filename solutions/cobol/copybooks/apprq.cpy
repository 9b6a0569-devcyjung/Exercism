      *> Shared approval-queue item layout. A master transaction
      *> against a table under dual control (TBLCAT-DUAL-CONTROL) is
      *> not applied on the maker's word: MSTUPDT parks it here
      *> under a reference (the night it was queued plus a sequence
      *> within that night) until a different user keys a "V"
      *> approval naming that reference. The queue carries forward
      *> night to night the same way the pending file does; an item
      *> still unapproved after its expiry date is dropped with an
      *> EXPIRED line on MSTRPT. Copied into WORKING-STORAGE by
      *> MSTUPDT, which keeps the queue, and by APPRRPT, which lists
      *> what is awaiting approval for each owning department; queue
      *> records are moved here for inspection and written FROM
      *> here.
       01 WS-APPR-ITEM.
           05 WS-APQ-REF.
               10 WS-APQ-QUEUED-DATE PIC 9(8).
               10 WS-APQ-SEQ        PIC 9(3).
           05 FILLER                PIC X(1).
      *> The maker's transaction exactly as keyed (the TRANIN shape).
           05 WS-APQ-TRAN-IMAGE     PIC X(40).
           05 WS-APQ-TRAN REDEFINES WS-APQ-TRAN-IMAGE.
               10 WS-APQ-CODE       PIC X(1).
               10 FILLER            PIC X(1).
               10 WS-APQ-TABLE-ID   PIC X(8).
               10 FILLER            PIC X(1).
               10 WS-APQ-VALUE      PIC X(5).
               10 FILLER            PIC X(1).
               10 WS-APQ-NEW-VALUE  PIC X(5).
               10 FILLER            PIC X(1).
               10 WS-APQ-MAKER      PIC X(8).
               10 FILLER            PIC X(1).
               10 WS-APQ-EFF-DATE   PIC X(8).
           05 FILLER                PIC X(1).
      *> Night the transaction was originally keyed - earlier than
      *> the queued date when it sat on the pending file first.
           05 WS-APQ-KEYED-DATE     PIC 9(8).
           05 FILLER                PIC X(1).
      *> Last night an approval is still accepted.
           05 WS-APQ-EXPIRY-DATE    PIC 9(8).
           05 FILLER                PIC X(1).
           05 WS-APQ-OWNER-DEPT     PIC X(8).
           05 FILLER                PIC X(1).
      *> The description the maker's transaction carried, which
      *> lies past the 40 columns of the original TRANIN shape.
           05 WS-APQ-TRAN-DESC      PIC X(30).
