      *> Control-card record for the audit summary build. The nightly
      *> run (mode blank or "N") summarizes the business date named
      *> here from AUDITLOG, replacing whatever the summary held for
      *> that date. Mode "R" rebuilds from AUDITHST plus AUDITLOG -
      *> the one date named, or with a zero date the whole summary
      *> from scratch - for when the file is lost or suspected.
       01  AUDSUM-PARM-RECORD.
           05  ASP-MODE                    PIC X(01).
               88  ASP-MODE-NIGHTLY                 VALUE "N" " ".
               88  ASP-MODE-REBUILD                 VALUE "R".
           05  ASP-BUSINESS-DATE           PIC 9(08).
