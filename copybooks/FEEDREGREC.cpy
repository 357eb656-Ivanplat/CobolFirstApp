      *> slot number names which of the fixed consolidation input
      *> files (FEEDIN1, FEEDIN2, FEEDIN3) the feed arrives on, so
      *> the consolidation run knows a registered feed is missing
      *> instead of silently posting a partial day. The cycle number
      *> says which posting cycle of the date the feed belongs to;
      *> spaces or zero register it for the nightly cycle 01.
       01  FEED-REG-RECORD.
           05  FRG-BUSINESS-DATE           PIC 9(08).
           05  FRG-FEED-ID                 PIC X(08).
           05  FRG-SLOT-NO                 PIC 9(01).
           05  FRG-CYCLE-NO                PIC 9(02).
