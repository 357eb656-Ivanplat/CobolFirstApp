      *> Suspense correction audit record - one row per event in a
      *> correction's life, carrying the suspended record image
      *> before and after the correction and both operator IDs, so
      *> "who changed this amount, and who let it through" is
      *> answered from this file. Events: "C" corrected and ready
      *> for recycle, "Q" corrected and queued for release, "A"
      *> released, "R" rejected, "S" resubmitted by the TRANEDIT
      *> recycle. Written by the correction transaction and TRANEDIT.
       01  SUSP-CORR-AUDIT-RECORD.
           05  SCA-TIMESTAMP               PIC 9(14).
           05  FILLER                      PIC X(01).
           05  SCA-JOB-NAME                PIC X(08).
           05  FILLER                      PIC X(01).
           05  SCA-EVENT                   PIC X(01).
           05  FILLER                      PIC X(01).
           05  SCA-CORR-ID                 PIC 9(06).
           05  FILLER                      PIC X(01).
           05  SCA-FIRST-DATE              PIC 9(08).
           05  FILLER                      PIC X(01).
           05  SCA-SUSP-REASON-CODE        PIC X(04).
           05  FILLER                      PIC X(01).
           05  SCA-MAKER-ID                PIC X(08).
           05  FILLER                      PIC X(01).
           05  SCA-CHECKER-ID              PIC X(08).
           05  FILLER                      PIC X(01).
           05  SCA-BEFORE-IMAGE            PIC X(79).
           05  FILLER                      PIC X(01).
           05  SCA-AFTER-IMAGE             PIC X(79).
