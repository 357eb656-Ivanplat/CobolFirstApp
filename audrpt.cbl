       01  AUDIT-REPORT-LINE               PIC X(132).

      *> The history and pass-through records are raw images of the
      *> full AUDITREC layout (123 bytes) - sized to the copybook so
      *> the operator-ID, business-date and transfer-reference
      *> fields at the end survive archival intact.
       FD  AUDIT-HISTORY-FILE.
       01  AUDIT-HISTORY-RECORD            PIC X(123).

       FD  AUDIT-NEW-FILE.
       01  AUDIT-NEW-RECORD                PIC X(123).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS            PIC X(02).
