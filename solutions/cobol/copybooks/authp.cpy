      *> Shared search-authorization paragraphs, copied at the end of
      *> the PROCEDURE DIVISION of every step that decides whether a
      *> department may search a table, so the edit of the day's
      *> requests and the merge of the standing ones apply exactly
      *> the same rule. The caller sets WS-ATH-PROGRAM and PERFORMs
      *> LOAD-SEARCH-AUTHORITY once; then, per request, fills
      *> WS-ATH-TABLE-ID / -DEPT-ID / -DATE and PERFORMs
      *> CHECK-SEARCH-AUTHORITY. A table not flagged restricted on
      *> TBLCAT is open to everyone; a restricted one is open to its
      *> owning department and to any department holding a grant
      *> whose window covers the date. A missing authorization file
      *> means no grants have been made yet, not an error.
       LOAD-SEARCH-AUTHORITY.
           MOVE 0 TO WS-ATH-RES-COUNT
           MOVE 0 TO WS-ATH-GRANT-COUNT
           OPEN INPUT TBLCAT
           IF WS-TBLCAT-STATUS NOT = "00"
               DISPLAY WS-ATH-PROGRAM ": UNABLE TO OPEN TBLCAT, "
                       "STATUS=" WS-TBLCAT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-ATH-EOF-SWITCH
           PERFORM UNTIL WS-ATH-AT-END
               READ TBLCAT
                   AT END
                       MOVE "Y" TO WS-ATH-EOF-SWITCH
                   NOT AT END
                       IF TBLCAT-SEARCH-RESTRICTED
                           PERFORM NOTE-RESTRICTED-TABLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TBLCAT

           OPEN INPUT AUTHFILE
           IF WS-AUTHFILE-STATUS = "35"
               DISPLAY WS-ATH-PROGRAM ": NO AUTHORIZATION FILE - "
                       "RESTRICTED TABLES OPEN TO OWNERS ONLY"
           ELSE
               IF WS-AUTHFILE-STATUS NOT = "00"
                   DISPLAY WS-ATH-PROGRAM ": UNABLE TO OPEN "
                           "AUTHFILE, STATUS=" WS-AUTHFILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-ATH-EOF-SWITCH
               PERFORM UNTIL WS-ATH-AT-END
                   READ AUTHFILE
                       AT END
                           MOVE "Y" TO WS-ATH-EOF-SWITCH
                       NOT AT END
                           PERFORM NOTE-SEARCH-GRANT
                   END-READ
               END-PERFORM
               CLOSE AUTHFILE
           END-IF.

       NOTE-RESTRICTED-TABLE.
           IF WS-ATH-RES-COUNT >= WS-ATH-RES-MAX
               DISPLAY WS-ATH-PROGRAM ": MORE THAN " WS-ATH-RES-MAX
                       " RESTRICTED TABLES ON TBLCAT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ATH-RES-COUNT
           SET ARX TO WS-ATH-RES-COUNT
           MOVE TBLCAT-TABLE-ID TO WS-ATH-RES-TABLE-ID(ARX)
           MOVE TBLCAT-OWNER-DEPT TO WS-ATH-RES-OWNER(ARX).

      *> A grant whose dates do not parse can never cover a night;
      *> AUTHMNT never writes one, so it is simply not loaded.
       NOTE-SEARCH-GRANT.
           IF AUTH-FROM-DATE-X NUMERIC AND AUTH-TO-DATE-X NUMERIC
               IF WS-ATH-GRANT-COUNT >= WS-ATH-GRANT-MAX
                   DISPLAY WS-ATH-PROGRAM ": MORE THAN "
                           WS-ATH-GRANT-MAX
                           " GRANTS ON AUTHFILE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ATH-GRANT-COUNT
               SET AGX TO WS-ATH-GRANT-COUNT
               MOVE AUTH-TABLE-ID TO WS-ATH-GRT-TABLE-ID(AGX)
               MOVE AUTH-DEPT-ID TO WS-ATH-GRT-DEPT-ID(AGX)
               MOVE AUTH-FROM-DATE TO WS-ATH-GRT-FROM(AGX)
               MOVE AUTH-TO-DATE TO WS-ATH-GRT-TO(AGX)
           END-IF.

       CHECK-SEARCH-AUTHORITY.
           MOVE "Y" TO WS-ATH-SWITCH
           PERFORM VARYING WS-ATH-IDX FROM 1 BY 1
                   UNTIL WS-ATH-IDX > WS-ATH-RES-COUNT
               SET ARX TO WS-ATH-IDX
               IF WS-ATH-RES-TABLE-ID(ARX) = WS-ATH-TABLE-ID
                       AND WS-ATH-RES-OWNER(ARX) NOT = WS-ATH-DEPT-ID
                   MOVE "N" TO WS-ATH-SWITCH
               END-IF
           END-PERFORM
           IF NOT WS-ATH-AUTHORIZED
               PERFORM VARYING WS-ATH-IDX FROM 1 BY 1
                       UNTIL WS-ATH-IDX > WS-ATH-GRANT-COUNT
                           OR WS-ATH-AUTHORIZED
                   SET AGX TO WS-ATH-IDX
                   IF WS-ATH-GRT-TABLE-ID(AGX) = WS-ATH-TABLE-ID
                           AND WS-ATH-GRT-DEPT-ID(AGX) = WS-ATH-DEPT-ID
                           AND WS-ATH-GRT-FROM(AGX) <= WS-ATH-DATE
                           AND WS-ATH-GRT-TO(AGX) >= WS-ATH-DATE
                       MOVE "Y" TO WS-ATH-SWITCH
                   END-IF
               END-PERFORM
           END-IF.
