      *> Control-card record for the limit utilization report - the
      *> percentage of a ceiling or daily movement limit at which a
      *> counter is highlighted, and the business date whose
      *> movement is reported. A missing card, or zero in either
      *> field, takes 80 percent and the counters' latest posting
      *> date.
       01  LIMIT-PARM-RECORD.
           05  LMP-WARN-PCT                PIC 9(03).
           05  LMP-REPORT-DATE             PIC 9(08).
