      *> Control-card record for the business-date backout run. A
      *> backout is dual-controlled across two runs: one operator
      *> (the maker) submits action "R" to request the backout of a
      *> business date, and a different operator holding checker
      *> authority submits "A" to approve and carry it out, or "X"
      *> to reject it. The reason text is kept on the request.
       01  BKO-PARM-RECORD.
           05  BPR-ACTION                  PIC X(01).
               88  BPR-REQUEST                      VALUE "R".
               88  BPR-APPROVE                      VALUE "A".
               88  BPR-REJECT                       VALUE "X".
           05  BPR-BUSINESS-DATE           PIC 9(08).
           05  BPR-OPERATOR-ID             PIC X(08).
           05  BPR-REASON-TEXT             PIC X(40).
