      *> step starts and one "E" record when it completes, carrying
      *> records in, records out, rejects and the final return
      *> code. The key leads with the program so each step's history
      *> clusters together, then the run date - the business date
      *> the step processed, from the run calendar - the wall-clock
      *> time (to the hundredth, so a rerun cannot collide) and the
      *> record type. A step that died leaves an "S" with no "E" -
      *> exactly what the chain-status report flags. Copied under
      *> the FD by every writer and by RUNRPT, the reader.
           05 RLOG-RECORDS-OUT      PIC 9(9).
           05 RLOG-REJECTS          PIC 9(9).
           05 RLOG-FINAL-RC         PIC 9(2).
      *> Wall-clock date the record was written, so the records of a
      *> night that ran past midnight still order by when they
      *> happened. Records written before the field existed carry
      *> no clock date; their run date was the clock date. The
      *> record grew 54 to 62 bytes - the cluster is redefined and
      *> the history REPROed across.
           05 RLOG-CLOCK-DATE       PIC 9(8).
           05 RLOG-CLOCK-DATE-X REDEFINES RLOG-CLOCK-DATE
                                    PIC X(8).
