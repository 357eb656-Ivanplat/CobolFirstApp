      *> Counter year-end class reference record - says what the
      *> fiscal year-end close does with one counter. An activity
      *> counter is reset: its closing value moves to the retained-
      *> total counter and it starts the new year at zero. A balance
      *> counter is carried forward unchanged. Maintained by
      *> operations as a plain reference file, like the hierarchy
      *> file; every counter not closed must be classified before
      *> the year-end close will run.
       01  CTR-CLASS-RECORD.
           05  CCL-COUNTER-ID              PIC X(08).
           05  CCL-YEAR-END-CLASS          PIC X(01).
               88  CCL-RESET                        VALUE "R".
               88  CCL-CARRY-FORWARD                VALUE "C".
