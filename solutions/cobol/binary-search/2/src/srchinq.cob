           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-LAT-RC             PIC 9(1).
           05 FILLER                PIC X(3) VALUE SPACES.
      *> "OFF-CYCLE" on a result the intraday express run wrote,
      *> blank on a nightly one.
           05 WS-LAT-RUN-NOTE       PIC X(9).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-LAT-RESULT         PIC X(120).

       PROCEDURE DIVISION.
           MOVE RSLT-DEPT-ID TO WS-LAT-DEPT-ID
           MOVE RSLT-MODE TO WS-LAT-MODE
           MOVE RSLT-RC TO WS-LAT-RC
           IF RSLT-OFF-CYCLE-RUN
               MOVE "OFF-CYCLE" TO WS-LAT-RUN-NOTE
           END-IF
           MOVE RSLT-RESULT TO WS-LAT-RESULT
           DISPLAY WS-LATEST-RECORD.
