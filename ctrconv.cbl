      *> values, no counter ID) and writes each forward in the
      *> widened keyed layout to CTRFILEN, RESTARTN and AUDLOGN,
      *> carrying the original global total under counter ID
      *> "GENERAL". The converted counter is opened as of its last
      *> posting date, with no owner until the counter setup run is
      *> used to record one.
      *> Operations swaps the new datasets into place once the run
      *> ends clean; this program is then retired from the stream.
      *> An input file that does not exist yet is skipped with a
                   MOVE OLD-CTR-VALUE TO CTR-VALUE
                   MOVE OLD-CTR-LAST-RUN-DATE TO CTR-LAST-RUN-DATE
                   MOVE OLD-CTR-LAST-RUN-TIME TO CTR-LAST-RUN-TIME
                   MOVE "O" TO CTR-STATUS
                   MOVE OLD-CTR-LAST-RUN-DATE TO CTR-OPEN-DATE
                   MOVE ZERO TO CTR-FROZEN-DATE
                   MOVE ZERO TO CTR-CLOSE-DATE
                   MOVE SPACES TO CTR-OWNER-ID
                   MOVE ZERO TO CTR-DAY-DATE
                   MOVE ZERO TO CTR-DAY-OPEN-VALUE
                   WRITE CTR-RECORD
                   ADD 1 TO WS-CTR-CONVERTED
           END-READ.
                       TO RST-LAST-RECORD-COUNT
                   MOVE OLD-RST-IN-PROGRESS-SW TO RST-IN-PROGRESS-SW
                   MOVE OLD-RST-MODE TO RST-MODE
                   MOVE ZERO TO RST-BUSINESS-DATE
                   MOVE ZERO TO RST-CYCLE-NO
                   MOVE SPACE TO RST-CYCLE-CLEAN-SW
                   MOVE ZERO TO RST-CYCLE-BASE-SEQ-NO
                   MOVE ZERO TO RST-CYCLE-HIGH-SEQ-NO
                   WRITE RESTART-RECORD
                   ADD 1 TO WS-RST-CONVERTED
           END-READ.
                   MOVE OLD-AUD-STATUS TO AUD-STATUS
                   MOVE OLD-AUD-REASON-CODE TO AUD-REASON-CODE
                   MOVE OLD-AUD-TIMESTAMP (1:8) TO AUD-BUSINESS-DATE
                   MOVE 1 TO AUD-CYCLE-NO
                   WRITE AUDIT-RECORD
                   ADD 1 TO WS-AUD-CONVERTED
           END-READ.
