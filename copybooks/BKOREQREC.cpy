      *> Backout request record - one business-date backout asked
      *> for by one operator (the maker) and waiting for a different
      *> operator (the checker) to approve or reject it, in the same
      *> way as the pending-adjustment queue. An approved request is
      *> the record of the backout having been carried out.
       01  BACKOUT-REQ-RECORD.
           05  BKR-BUSINESS-DATE           PIC 9(08).
           05  BKR-STATUS                  PIC X(01).
               88  BKR-PENDING                      VALUE "P".
               88  BKR-APPROVED                     VALUE "A".
               88  BKR-REJECTED                     VALUE "R".
           05  BKR-MAKER-ID                PIC X(08).
           05  BKR-REQUESTED-TIMESTAMP     PIC 9(14).
           05  BKR-CHECKER-ID              PIC X(08).
           05  BKR-DECIDED-TIMESTAMP       PIC 9(14).
           05  BKR-REASON-TEXT             PIC X(40).
