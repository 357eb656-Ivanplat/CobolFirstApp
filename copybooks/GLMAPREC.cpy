      *> Counter-to-GL mapping reference record - names the ledger
      *> account, cost centre and offset (contra) account a counter's
      *> movements are journalled to. A record with a blank reason
      *> code is the counter's default mapping; a record carrying a
      *> reason code (a reversal, a write-off) overrides the default
      *> for movements with that reason. Maintained by operations as
      *> a plain reference file, one record per counter/reason, in
      *> the same way as the hierarchy file. The GL extract refuses
      *> to run while any movement for the date has no mapping.
       01  GL-MAPPING-RECORD.
           05  GLM-COUNTER-ID              PIC X(08).
           05  GLM-REASON-CODE             PIC X(04).
           05  GLM-GL-ACCOUNT              PIC X(10).
           05  GLM-COST-CENTRE             PIC X(06).
           05  GLM-OFFSET-ACCOUNT          PIC X(10).
