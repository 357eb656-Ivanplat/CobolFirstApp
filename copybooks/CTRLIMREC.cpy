      *> Counter limits reference record - the business limits one
      *> counter must stay within, on top of the physical range its
      *> picture can hold: a ceiling and a floor on its value, and a
      *> maximum movement in one business day (the net of every
      *> posting cycle and adjustment of the day, either way). A
      *> zero limit is not applied. The breach action says what
      *> happens to a posting that would breach: "W" posts it and
      *> logs a warning, "H" holds it - the accumulation step puts
      *> the record in suspense, counter maintenance leaves the
      *> adjustment pending. Maintained by operations as a plain
      *> reference file, one record per limited counter, in the same
      *> way as the hierarchy file; a counter with no record has no
      *> business limits.
       01  COUNTER-LIMIT-RECORD.
           05  LIM-COUNTER-ID              PIC X(08).
           05  LIM-CEILING                 PIC 9(07)V99.
           05  LIM-FLOOR                   PIC 9(07)V99.
           05  LIM-MAX-DAY-MOVE            PIC 9(07)V99.
           05  LIM-BREACH-ACTION           PIC X(01).
               88  LIM-ACTION-WARN                  VALUE "W".
               88  LIM-ACTION-HOLD                  VALUE "H".
