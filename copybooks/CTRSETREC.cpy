      *> Control-card record for the counter setup run - one card per
      *> lifecycle action on one counter. "O" opens a new counter
      *> under its division and region with an owner; "F" freezes an
      *> open counter (no postings, still reported); "U" reinstates a
      *> frozen counter for posting; "C" closes a counter whose
      *> balance is zero (retained on file for history). The
      *> effective date is the business date the change takes
      *> effect. Division, region and owner are read on an open card
      *> only. Every card names the operator releasing it, who must
      *> hold an entitlement profile covering the counter.
       01  CTR-SETUP-RECORD.
           05  CSU-ACTION                  PIC X(01).
               88  CSU-ACTION-OPEN                  VALUE "O".
               88  CSU-ACTION-FREEZE                VALUE "F".
               88  CSU-ACTION-UNFREEZE              VALUE "U".
               88  CSU-ACTION-CLOSE                 VALUE "C".
           05  CSU-COUNTER-ID              PIC X(08).
           05  CSU-EFFECTIVE-DATE          PIC 9(08).
           05  CSU-DIVISION-ID             PIC X(08).
           05  CSU-REGION-ID               PIC X(08).
           05  CSU-OWNER-ID                PIC X(08).
           05  CSU-OPERATOR-ID             PIC X(08).
