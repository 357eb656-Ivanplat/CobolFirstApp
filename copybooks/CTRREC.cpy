      *> persisted running total carried forward across runs. The
      *> original single global total lives on under the reserved
      *> counter ID "GENERAL".
      *> A counter exists only once the counter setup run (CTRSETUP)
      *> has formally opened it - the posting programs no longer
      *> create counters on the fly. CTR-STATUS carries where it is
      *> in its life: open for posting, frozen (no postings, still
      *> reported) or closed (zero balance, retained for history).
      *> The dates are the business dates each state change took
      *> effect; a date not yet reached is zero. CTR-OWNER-ID names
      *> the business-unit owner the counter answers to.
      *> CTR-DAY-DATE is the last business date anything posted to
      *> the counter and CTR-DAY-OPEN-VALUE its value before that
      *> day's first posting - the base the maximum daily movement
      *> limit is measured from, so every cycle and adjustment of
      *> the day counts toward the one limit. Zero until the counter
      *> first posts.
       01  CTR-RECORD.
           05  CTR-ID                      PIC X(08).
           05  CTR-VALUE                   PIC S9(07)V99.
           05  CTR-LAST-RUN-DATE           PIC 9(08).
           05  CTR-LAST-RUN-TIME           PIC 9(06).
           05  CTR-STATUS                  PIC X(01).
               88  CTR-OPEN                          VALUE "O".
               88  CTR-FROZEN                        VALUE "F".
               88  CTR-CLOSED                        VALUE "C".
           05  CTR-OPEN-DATE               PIC 9(08).
           05  CTR-FROZEN-DATE             PIC 9(08).
           05  CTR-CLOSE-DATE              PIC 9(08).
           05  CTR-OWNER-ID                PIC X(08).
           05  CTR-DAY-DATE                PIC 9(08).
           05  CTR-DAY-OPEN-VALUE          PIC S9(07)V99.
