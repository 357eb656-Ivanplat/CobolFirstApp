           05  RST-MODE                    PIC X(01).
               88  RST-MODE-LEGACY                   VALUE "L".
               88  RST-MODE-TRANSACTION              VALUE "T".
      *> The posting cycle this record belongs to - stamped when a
      *> transaction-file run passes its start-up gate, so a restart
      *> can only resume the cycle that was interrupted, and left in
      *> place after the run ends so the next run knows which cycle
      *> of which date last posted. RST-CYCLE-CLEAN-SW is set to "Y"
      *> only when that cycle ended with return code 0; the next
      *> cycle for the same date is refused until it is.
           05  RST-BUSINESS-DATE           PIC 9(08).
           05  RST-CYCLE-NO                PIC 9(02).
           05  RST-CYCLE-CLEAN-SW          PIC X(01).
               88  RST-CYCLE-CLEAN                   VALUE "Y".
      *> RST-CYCLE-BASE-SEQ-NO is the highest transaction sequence
      *> number the date had used before the stamped cycle, and
      *> RST-CYCLE-HIGH-SEQ-NO the highest once that cycle committed -
      *> every record on its file counted, transfers and records held
      *> for their limits included, as none of them is on the posting
      *> register. The edit step numbers the next cycle of the date
      *> on from the high mark (a re-edit of the stamped cycle from
      *> its base), so no sequence number of a date is used twice.
           05  RST-CYCLE-BASE-SEQ-NO       PIC 9(06).
           05  RST-CYCLE-HIGH-SEQ-NO       PIC 9(06).
