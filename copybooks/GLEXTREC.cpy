      *> Outbound general-ledger interface record -
      *> header/detail/trailer layout in the same style as the
      *> transaction file. The details are a balanced double-entry
      *> journal for the business date: every applied movement
      *> (batch accumulation and manual adjustments, each carrying
      *> its source job and reason code) becomes a debit line and a
      *> credit line sharing one journal number, in GL account terms
      *> from the counter-to-GL mapping file. An increase debits the
      *> counter's GL account and credits its offset account; a
      *> decrease does the opposite. Line amounts are always
      *> positive - the side is in GL-DET-DR-CR - and a movement
      *> larger than one line amount holds goes out as several
      *> journals, each within it. The trailer carries
      *> the line count and hash (control) total - the net counter
      *> movement - so the GL side can confirm every line arrived,
      *> and the debit and credit totals, which must be equal. One
      *> file covers the whole business date; each line names the
      *> posting cycle that moved it (zero for a manual adjustment).
       01  GL-RECORD.
           05  GL-RECORD-TYPE              PIC X(01).
               88  GL-HEADER                        VALUE "H".
                   15  GL-DET-AMOUNT           PIC S9(07)V99.
                   15  GL-DET-SOURCE-JOB       PIC X(08).
                   15  GL-DET-REASON-CODE      PIC X(04).
                   15  GL-DET-CYCLE-NO         PIC 9(02).
                   15  GL-DET-DR-CR            PIC X(01).
                       88  GL-DET-DEBIT                 VALUE "D".
                       88  GL-DET-CREDIT                VALUE "C".
                   15  GL-DET-GL-ACCOUNT       PIC X(10).
                   15  GL-DET-COST-CENTRE      PIC X(06).
                   15  GL-DET-JOURNAL-NO       PIC 9(06).
                   15  FILLER                  PIC X(24).
               10  GL-TRAILER-DATA REDEFINES GL-HEADER-DATA.
                   15  GL-TRL-RECORD-COUNT     PIC 9(08).
                   15  GL-TRL-HASH-TOTAL       PIC S9(11)V99.
                   15  GL-TRL-DEBIT-TOTAL      PIC S9(11)V99.
                   15  GL-TRL-CREDIT-TOTAL     PIC S9(11)V99.
                   15  FILLER                  PIC X(31).
