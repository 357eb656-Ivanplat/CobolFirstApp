           ELSE
               MOVE WS-RUN-DATE TO RSR-BUSINESS-DATE
           END-IF
           MOVE ZERO TO RSR-CYCLE-NO
           WRITE RUN-STATUS-RECORD
           CLOSE RUN-STATUS-FILE.
