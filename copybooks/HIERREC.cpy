      *> division and region the business reads it under, so the
      *> rollup report can subtotal product counters to divisions,
      *> divisions to regions, and regions to the company total that
      *> the reserved "GENERAL" counter used to represent. The
      *> counter setup run (CTRSETUP) appends the record when it
      *> opens a counter; operations may still maintain it as a plain
      *> reference file. A CTRFILE counter with no record here is an
      *> orphan and is flagged by the rollup run.
       01  HIERARCHY-RECORD.
           05  HIE-COUNTER-ID              PIC X(08).
           05  HIE-DIVISION-ID             PIC X(08).
