      *> Control-card record for the feed consolidation run - names
      *> the business date whose registered feeds are being merged,
      *> and the posting cycle of that date (spaces or zero for the
      *> nightly cycle 01).
       01  FEED-PARM-RECORD.
           05  FPR-BUSINESS-DATE           PIC 9(08).
           05  FPR-CYCLE-NO                PIC 9(02).
