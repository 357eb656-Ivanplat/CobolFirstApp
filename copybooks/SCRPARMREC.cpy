      *> Control-card record for the suspense correction transaction
      *> - sets the release threshold. A correction whose record
      *> amount, in absolute value, exceeds the threshold is held for
      *> a second operator's release before it can be recycled. When
      *> no card is supplied the threshold defaults to zero, which
      *> holds every correction - the same conservative default the
      *> counter maintenance threshold takes.
       01  SCR-PARM-RECORD.
           05  SCP-RELEASE-THRESHOLD       PIC 9(07)V99.
