      *> Control-card record for the fiscal year-end close run -
      *> names the business date being closed as the last day of the
      *> fiscal year, the calendar month the fiscal year ends in
      *> (zero or blank means December), and the retained-total
      *> counter that receives the closing value of every counter
      *> reset for the new year.
       01  YE-PARM-RECORD.
           05  YPR-BUSINESS-DATE           PIC 9(08).
           05  YPR-FY-END-MONTH            PIC 9(02).
           05  YPR-RETAINED-CTR-ID         PIC X(08).
