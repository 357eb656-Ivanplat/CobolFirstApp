      *> a reversal arriving twice in one file (or on a later day)
      *> still is.
           05  PRG-REV-DATE                PIC 9(08).
      *> The posting cycle the detail was released in, and the cycle
      *> of the edit run that took the reversal mark. Sequence
      *> numbers run on across the cycles of a date, so the key
      *> stays unique; the cycle lets a re-edit of one cycle replace
      *> only its own entries and marks, never an earlier cycle's.
           05  PRG-CYCLE-NO                PIC 9(02).
           05  PRG-REV-CYCLE-NO            PIC 9(02).
