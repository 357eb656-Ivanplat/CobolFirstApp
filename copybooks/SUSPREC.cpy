               88  SUSP-REV-NO-MATCH                VALUE "RREV".
               88  SUSP-REV-DUPLICATE               VALUE "RRDU".
               88  SUSP-REV-MISMATCH                VALUE "RRMM".
      *> The counter the record names is not open for posting - not
      *> on the counter master at all, frozen, or closed. Each has
      *> its own code so the owner knows whether to get the counter
      *> opened, reinstated, or the record re-keyed.
               88  SUSP-CTR-UNKNOWN                 VALUE "RCUN".
               88  SUSP-CTR-FROZEN                  VALUE "RCFZ".
               88  SUSP-CTR-CLOSED                  VALUE "RCCL".
      *> A transfer that cannot be a valid pair - a counter not
      *> named, or the same counter on both sides.
               88  SUSP-BAD-TRANSFER                VALUE "RXFR".
      *> Passed the edit but held by the accumulation step because
      *> posting it would breach the counter's business limits -
      *> ceiling, floor or maximum daily movement - on a counter
      *> configured to hold rather than warn.
               88  SUSP-LIMIT-CEILING               VALUE "RLCE".
               88  SUSP-LIMIT-FLOOR                 VALUE "RLFL".
               88  SUSP-LIMIT-DAY-MOVE              VALUE "RLDM".
               88  SUSP-LIMIT-HOLD           VALUES "RLCE" "RLFL"
                                                    "RLDM".
           05  FILLER                      PIC X(01).
           05  SUSP-REASON-TEXT            PIC X(30).
           05  FILLER                      PIC X(01).
