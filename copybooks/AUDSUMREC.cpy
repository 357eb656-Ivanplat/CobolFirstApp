      *> Audit summary record - the indexed digest of AUDITLOG the
      *> nightly readers use instead of scanning the whole trail for
      *> one business date. Keyed by business date and counter ID, so
      *> a date's records sit together and a START on the date
      *> reaches them directly. Three kinds of record share the key:
      *>   "D" - day control, one per date, counter ID and entry key
      *>         LOW-VALUES so it is the first record of its date.
      *>         Carries the totals taken straight from the rows the
      *>         date was built from, and whether the counter and
      *>         movement records were proven against them;
      *>   "C" - counter total, entry key LOW-VALUES. The day's net
      *>         movement, row count, first before-value and last
      *>         after-value for the counter - what EODBAL balances
      *>         and CTRREBLD replays;
      *>   "M" - movement bucket, one per status, reason, job, cycle
      *>         and direction the counter moved by - what GLEXT
      *>         journals. Increases and decreases are bucketed
      *>         apart so gross debits and credits survive.
      *> Only movement rows are summarized into "C" and "M" records -
      *> dual-control decisions ("P"/"R"), superseded error-halt rows
      *> ("E") and suspense write-offs ("W") are counted on the day
      *> record as read but carry no movement, the selection the
      *> balancing run has always applied.
       01  AUDIT-SUMMARY-RECORD.
           05  ASM-KEY.
               10  ASM-BUSINESS-DATE       PIC 9(08).
               10  ASM-COUNTER-ID          PIC X(08).
               10  ASM-ENTRY-KEY.
                   15  ASM-ENT-STATUS      PIC X(01).
                   15  ASM-ENT-REASON-CODE PIC X(04).
                   15  ASM-ENT-JOB-NAME    PIC X(08).
                   15  ASM-ENT-CYCLE-NO    PIC 9(02).
                   15  ASM-ENT-DIRECTION   PIC X(01).
                       88  ASM-ENT-INCREASE         VALUE "I".
                       88  ASM-ENT-DECREASE         VALUE "D".
           05  ASM-RECORD-TYPE             PIC X(01).
               88  ASM-DAY-CONTROL                  VALUE "D".
               88  ASM-COUNTER-TOTAL                VALUE "C".
               88  ASM-MOVEMENT-BUCKET              VALUE "M".
           05  ASM-RECORD-DATA             PIC X(651).
      *> "C" - ASM-CTR-DIVERGE-SW is set when a row's own after-value
      *> disagreed with the first before-value plus the increments up
      *> to it - the trail went wrong inside the day.
           05  ASM-COUNTER-DATA REDEFINES ASM-RECORD-DATA.
               10  ASM-CTR-FIRST-OLD       PIC S9(07)V99.
               10  ASM-CTR-LAST-NEW        PIC S9(07)V99.
               10  ASM-CTR-NET-MOVEMENT    PIC S9(09)V99.
               10  ASM-CTR-ROW-COUNT       PIC 9(06).
               10  ASM-CTR-DIVERGE-SW      PIC X(01).
                   88  ASM-CTR-DIVERGED             VALUE "Y".
               10  FILLER                  PIC X(615).
      *> "M" - the signed sum of the bucket's increments.
           05  ASM-BUCKET-DATA REDEFINES ASM-RECORD-DATA.
               10  ASM-BKT-AMOUNT          PIC S9(09)V99.
               10  ASM-BKT-ROW-COUNT       PIC 9(06).
               10  FILLER                  PIC X(634).
      *> "D" - rows read counts every row of the date, summarized
      *> counts the movement rows; the cycle table counts movement
      *> rows per posting cycle (rows written outside the cycles
      *> carry cycle zero and are not in it).
           05  ASM-DAY-DATA REDEFINES ASM-RECORD-DATA.
               10  ASM-DAY-ROWS-READ       PIC 9(08).
               10  ASM-DAY-ROWS-SUMMARIZED PIC 9(08).
               10  ASM-DAY-NET-MOVEMENT    PIC S9(11)V99.
               10  ASM-DAY-COUNTER-COUNT   PIC 9(06).
               10  ASM-DAY-BUCKET-COUNT    PIC 9(06).
               10  ASM-DAY-PROOF-SW        PIC X(01).
                   88  ASM-DAY-PROVEN               VALUE "Y".
               10  ASM-DAY-BUILT-TIMESTAMP PIC 9(14).
               10  ASM-DAY-BUILT-FROM      PIC X(01).
                   88  ASM-DAY-FROM-AUDITLOG        VALUE "L".
                   88  ASM-DAY-FROM-HISTORY         VALUE "H".
               10  ASM-DAY-CYCLE-ROWS      PIC 9(06) OCCURS 99 TIMES.
