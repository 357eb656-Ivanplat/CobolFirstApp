      *> Control-card record for the counter rebuild run - names the
      *> business date the counters are reconstructed as of. Zero (or
      *> no card) rebuilds through the newest audit row on file.
      *> The rebuild balances from the audit summary unless the
      *> source says "T" - replay the audit trail itself, row by
      *> row, for when the summary is lost or suspected.
       01  REBUILD-PARM-RECORD.
           05  RBP-AS-OF-DATE              PIC 9(08).
           05  RBP-SOURCE                  PIC X(01).
               88  RBP-SOURCE-TRAIL                 VALUE "T".
