      *> Year-end history record - the position of one counter at a
      *> fiscal year-end close, kept beside the monthly period
      *> history (CTRHIST) and keyed by counter ID plus fiscal year
      *> (the year the fiscal year ends in). CYE-CLOSE-VALUE is the
      *> value the year closed at, CYE-RESET-AMOUNT the movement the
      *> close applied (minus the closing value for a reset counter,
      *> the total received for the retained-total counter, zero for
      *> a carried-forward counter) and CYE-OPENING-VALUE the value
      *> the new year starts from. A reset counter names the
      *> retained-total counter its value went to.
       01  CTR-YE-RECORD.
           05  CYE-KEY.
               10  CYE-COUNTER-ID          PIC X(08).
               10  CYE-FISCAL-YEAR         PIC 9(04).
           05  CYE-YEAR-END-DATE           PIC 9(08).
           05  CYE-CLASS                   PIC X(01).
               88  CYE-RESET                        VALUE "R".
               88  CYE-CARRY-FORWARD                VALUE "C".
           05  CYE-CLOSE-VALUE             PIC S9(07)V99.
           05  CYE-RESET-AMOUNT            PIC S9(07)V99.
           05  CYE-OPENING-VALUE           PIC S9(07)V99.
           05  CYE-RETAINED-CTR-ID         PIC X(08).
