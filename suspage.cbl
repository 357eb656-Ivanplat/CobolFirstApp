           MOVE WS-WOFF-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE WS-WOFF-APPROVER-ID TO AUD-APPROVER-ID
           MOVE WS-AS-OF-DATE TO AUD-BUSINESS-DATE
           MOVE ZERO TO AUD-CYCLE-NO
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE
           DISPLAY "SUSPAGE - ITEM RETIRED, FIRST SUSPENDED "
