      *> and by SRCHINQ, which answers ad-hoc "what was the most
      *> recent result for this item" questions from it. The key
      *> leads with the item (as written, sign then digits) so all of
      *> an item's history clusters together, then the wall-clock
      *> date and time the run started and a per-run sequence number
      *> so every result is unique and comes back in run order - a
      *> rerun after midnight, or an express run the next day, keys
      *> after the results it supersedes. The night a result belongs
      *> to is RSLT-BUS-DATE, not the key date.
       01 RSLT-RECORD.
           05 RSLT-KEY.
               10 RSLT-ITEM         PIC X(5).
      *> with the new RECORDSIZE and the history REPROed across
      *> when this change is installed.
           05 RSLT-DEPT-ID          PIC X(8).
      *> Off-cycle marker, appended the same way for the same
      *> reason: blank on every nightly result (and on every record
      *> written before the column existed), "X" on a result the
      *> intraday express run wrote against the tables already
      *> built, so the nightly-only readers (the RSLTALRT flip
      *> compare) can pass it over while the inquiry still shows
      *> it. The record grew 171 to 172 bytes - the cluster is
      *> redefined and the history REPROed across as before.
           05 RSLT-RUN-TYPE         PIC X(1).
               88 RSLT-NIGHTLY-RUN  VALUE " ".
               88 RSLT-OFF-CYCLE-RUN
                                    VALUE "X".
      *> Attributes of the value a found result landed on (the
      *> first position reported), appended the same way: its
      *> status - A active, S suspended, W withdrawn - the night
      *> that status was set, and its description. Blank on a miss,
      *> a reject, and every record written before values carried
      *> attributes. A result on a suspended value is RC 2, not 0.
      *> The record grew 172 to 211 bytes - the cluster is
      *> redefined and the history REPROed across as before.
           05 RSLT-VALUE-STATUS     PIC X(1).
               88 RSLT-VALUE-ACTIVE VALUE "A".
               88 RSLT-VALUE-SUSPENDED
                                    VALUE "S".
               88 RSLT-VALUE-WITHDRAWN
                                    VALUE "W".
           05 RSLT-STATUS-DATE      PIC X(8).
           05 RSLT-VALUE-DESC       PIC X(30).
      *> Business date from the run calendar - the night whose tables
      *> the run searched - appended the same way. Readers that ask
      *> which night a result belongs to compare this, not the key's
      *> clock date; on a record written before the column existed
      *> it is blank, and that record's run date was its night. The
      *> record grew 211 to 219 bytes - the cluster is redefined and
      *> the history REPROed across as before.
           05 RSLT-BUS-DATE         PIC 9(8).
           05 RSLT-BUS-DATE-X REDEFINES RSLT-BUS-DATE
                                    PIC X(8).
