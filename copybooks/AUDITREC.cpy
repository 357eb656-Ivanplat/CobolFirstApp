      *> select on this field, never on the timestamp date.
           05  FILLER                      PIC X(01).
           05  AUD-BUSINESS-DATE           PIC 9(08).
      *> Transfer rows come in pairs - reason "XFRO" on the counter
      *> the amount left, "XFRI" on the counter it reached - and both
      *> legs carry the same reference: the business date and the
      *> transfer's sequence number on the edited transaction file.
      *> Sequence numbers are only unique within a cycle, so legs
      *> pair on the reference together with AUD-CYCLE-NO.
      *> Spaces on every other row.
           05  FILLER                      PIC X(01).
           05  AUD-TRANSFER-REF            PIC X(14).
      *> The posting cycle of the business date that wrote the row -
      *> 01 for the nightly run, higher for a later cycle the same
      *> day; rows converted from the old single-counter trail were
      *> all nightly postings and carry 01. Zero on rows written
      *> outside the posting cycles (maintenance, suspense aging).
      *> Day-level work - balancing, the GL extract - still selects
      *> on the business date alone and so covers every cycle.
           05  FILLER                      PIC X(01).
           05  AUD-CYCLE-NO                PIC 9(02).
