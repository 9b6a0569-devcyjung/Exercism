      *> Shared outbound answer-file record: one department's share of
      *> the night, sent back to the area that asked. Written by
      *> DEPTDIST, one file per department, bracketed by "H"/"T"
      *> control records (ctlrec.cpy, file-id "ANSWERS") carrying
      *> the record count and item hash so the receiving area can
      *> balance what came back against what it sent. A data record
      *> leads with its type - "A" an answer, carrying the SRCHRPT
      *> detail line exactly as the search wrote it (rptline.cpy), or
      *> "R" a request the edit step rejected, carrying its REQERR
      *> reason code and the original request image - so neither can
      *> ever be mistaken for a control record.
       01 ANS-RECORD.
           05 ANS-TYPE              PIC X(1).
               88 ANS-ANSWER        VALUE "A".
               88 ANS-REJECT        VALUE "R".
           05 FILLER                PIC X(1).
           05 ANS-DETAIL            PIC X(2078).
           05 ANS-REJECT-DETAIL REDEFINES ANS-DETAIL.
               10 ANS-REASON-CODE   PIC X(2).
               10 FILLER            PIC X(1).
               10 ANS-REQUEST-IMAGE PIC X(40).
               10 FILLER            PIC X(2035).
