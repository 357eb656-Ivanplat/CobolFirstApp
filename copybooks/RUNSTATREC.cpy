           05  RSR-RETURN-CODE             PIC 9(02).
           05  FILLER                      PIC X(01).
           05  RSR-BUSINESS-DATE           PIC 9(08).
      *> The posting cycle the run processed - set by the steps that
      *> run once per cycle (FEEDCONS, TRANEDIT, TESTAPP) so the
      *> stream-status report can prove each cycle ran once and in
      *> order. Zero from the steps that run once for the whole day.
           05  FILLER                      PIC X(01).
           05  RSR-CYCLE-NO                PIC 9(02).
