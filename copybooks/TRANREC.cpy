      *> gross activity. Its first three fields line up with the
      *> detail layout on purpose - sequencing and hashing treat the
      *> two types alike.
      *> An "X" record transfers one amount from one counter to
      *> another (re-orgs, a posting made to the wrong unit). Both
      *> counters travel on the one record so the pair is edited
      *> and posted as a unit - both legs or neither - instead of as
      *> two unrelated details that can land one without the other.
      *> The from-counter and amount sit where a detail carries its
      *> counter and amount, so sequencing and hashing again treat it
      *> like a detail; the amount is hashed once, not per leg.
      *> The header's cycle number says which posting cycle of the
      *> business date the file belongs to - 01 for the nightly run,
      *> 02 onward for any later cycle on the same date. A header
      *> carrying spaces or zero there (senders that predate cycles)
      *> is taken as cycle 01.
       01  TRAN-RECORD.
           05  TRAN-RECORD-TYPE            PIC X(01).
               88  TRAN-HEADER                      VALUE "H".
               88  TRAN-DETAIL                       VALUE "D".
               88  TRAN-REVERSAL                     VALUE "R".
               88  TRAN-TRANSFER                     VALUE "X".
               88  TRAN-TRAILER                      VALUE "T".
           05  TRAN-DATA.
               10  TRAN-HEADER-DATA.
                   15  TRAN-HDR-RUN-DATE       PIC 9(08).
                   15  TRAN-HDR-CYCLE-NO       PIC 9(02).
                   15  FILLER                  PIC X(68).
               10  TRAN-DETAIL-DATA REDEFINES TRAN-HEADER-DATA.
                   15  TRAN-DET-SEQ-NO         PIC 9(06).
                   15  TRAN-DET-COUNTER-ID     PIC X(08).
                   15  TRAN-REV-ORIG-SEQ-NO    PIC 9(06).
                   15  TRAN-REV-DESCRIPTION    PIC X(30).
                   15  FILLER                  PIC X(11).
               10  TRAN-TRANSFER-DATA REDEFINES TRAN-HEADER-DATA.
                   15  TRAN-XFR-SEQ-NO         PIC 9(06).
                   15  TRAN-XFR-FROM-COUNTER-ID
                                               PIC X(08).
                   15  TRAN-XFR-AMOUNT         PIC S9(07)V99.
                   15  TRAN-XFR-TO-COUNTER-ID  PIC X(08).
                   15  TRAN-XFR-DESCRIPTION    PIC X(30).
                   15  FILLER                  PIC X(17).
               10  TRAN-TRAILER-DATA REDEFINES TRAN-HEADER-DATA.
                   15  TRAN-TRL-RECORD-COUNT   PIC 9(08).
                   15  TRAN-TRL-HASH-TOTAL     PIC S9(11)V99.
