      *> of run (the audit row's before value); CTW-CURRENT-VALUE is
      *> the running position, committed to CTRFILE only at end of
      *> run; CTW-REV-NET is the portion of the movement that came
      *> from reversal records, audited under its own reason code;
      *> CTW-XFR-NET likewise the portion that came from transfer
      *> legs, audited one row per leg. CTW-AUD-POSITION is scratch
      *> for the audit writer - the value the counter's next audit
      *> row starts from as its transfer legs are written.
      *> CTW-LAST-DETAIL-COUNT is the detail number that last updated
      *> this counter - a restarted run re-reads the transaction file
      *> from the top and applies detail N only when this count is
      *> below N, so replay is exact with no double-applying and no
      *> dependence on a snapshot being intact.
      *> CTW-BUSINESS-DATE and CTW-CYCLE-NO stamp each work record
      *> with the posting cycle that created it - a restart only
      *> trusts a work file built by the cycle it is resuming.
      *> CTW-DAY-OPEN-VALUE is the counter's value before the first
      *> posting of the business date (earlier cycles included), and
      *> the CTW-LIM fields its business limits from CTRLIMIT, both
      *> taken when the work record is created so every posting to
      *> the counter is checked without another lookup.
       01  CTR-WORK-RECORD.
           05  CTW-COUNTER-ID              PIC X(08).
           05  CTW-START-VALUE             PIC S9(07)V99.
           05  CTW-CURRENT-VALUE           PIC S9(07)V99.
           05  CTW-REV-NET                 PIC S9(07)V99.
           05  CTW-XFR-NET                 PIC S9(07)V99.
           05  CTW-AUD-POSITION            PIC S9(07)V99.
           05  CTW-LAST-DETAIL-COUNT       PIC 9(08).
           05  CTW-BUSINESS-DATE           PIC 9(08).
           05  CTW-CYCLE-NO                PIC 9(02).
           05  CTW-DAY-OPEN-VALUE          PIC S9(07)V99.
           05  CTW-LIM-FOUND-SW            PIC X(01).
               88  CTW-LIM-FOUND                    VALUE "Y".
           05  CTW-LIM-CEILING             PIC 9(07)V99.
           05  CTW-LIM-FLOOR               PIC 9(07)V99.
           05  CTW-LIM-MAX-DAY-MOVE        PIC 9(07)V99.
           05  CTW-LIM-BREACH-ACTION       PIC X(01).
               88  CTW-LIM-HOLD                     VALUE "H".
