      *> Suspense correction record - one operator correction to a
      *> suspended transaction, keyed to the item it corrects by the
      *> item's first-suspended date and its record image exactly as
      *> it stands on SUSPFILE. The corrected image is not posted by
      *> the correction transaction: TRANEDIT substitutes it for the
      *> suspended image the next time the item is recycled, and it
      *> then goes through every edit a fresh record does. A
      *> correction whose amount is over the release threshold waits
      *> ("P") for a second operator to release or reject it; below
      *> the threshold, and once released, it is ready ("A") for the
      *> next recycle, which marks it resubmitted ("S") with the
      *> business date and cycle it went back in on - a re-edit of
      *> that same cycle applies it again.
       01  SUSP-CORR-RECORD.
           05  SCR-ID                      PIC 9(06).
           05  SCR-STATUS                  PIC X(01).
               88  SCR-AWAITING-RELEASE             VALUE "P".
               88  SCR-READY                        VALUE "A".
               88  SCR-REJECTED                     VALUE "R".
               88  SCR-RESUBMITTED                  VALUE "S".
           05  SCR-FIRST-DATE              PIC 9(08).
           05  SCR-SUSP-REASON-CODE        PIC X(04).
           05  SCR-BEFORE-IMAGE            PIC X(79).
           05  SCR-AFTER-IMAGE             PIC X(79).
           05  SCR-AMOUNT                  PIC S9(07)V99.
           05  SCR-MAKER-ID                PIC X(08).
           05  SCR-ENTERED-TIMESTAMP       PIC 9(14).
           05  SCR-CHECKER-ID              PIC X(08).
           05  SCR-DECIDED-TIMESTAMP       PIC 9(14).
           05  SCR-RESUBMIT-DATE           PIC 9(08).
           05  SCR-RESUBMIT-CYCLE          PIC 9(02).
