       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSUM.
      *> Audit summary build, run after the last posting cycle of the
      *> business date has written its AUDITLOG rows and before any
      *> step that reads them. Condenses the date's rows onto the
      *> indexed audit summary (AUDSUM), keyed by business date and
      *> counter ID: per counter the day's net movement, row count,
      *> first before-value and last after-value, per counter the
      *> movement buckets the GL extract journals, and one day
      *> control record with the totals taken straight from the rows
      *> - so EODBAL, GLEXT and CTRREBLD go to one date's records by
      *> key instead of reading the whole trail every night. A rerun
      *> for a date replaces everything the summary held for it, so
      *> a date that gains rows after the step (a backout, a late
      *> adjustment) is brought up to date by running it again.
      *> Before finishing, the run proves its own work: the counter
      *> records and the movement buckets of every date built must
      *> each add back to the day control totals, and only a proven
      *> date is marked usable - the readers refuse an unproven one.
      *> In rebuild mode the summary is reconstructed from AUDITHST
      *> and then AUDITLOG, in the order the rows were written, for
      *> one date or (with no date on the card) from scratch. Return
      *> code 16 when the summary could not be built or proven, 4
      *> when the date had no audit rows at all.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-HISTORY-FILE
               ASSIGN TO "AUDITHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-FILE-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT AUDIT-SUMMARY-FILE
               ASSIGN TO "AUDSUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASM-KEY
               FILE STATUS IS WS-SUM-FILE-STATUS.

           SELECT AUDSUM-PARM-FILE
               ASSIGN TO "ASMPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT ERROR-FILE
               ASSIGN TO "ERRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

           SELECT RUN-STATUS-FILE
               ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Both audit inputs are read as raw images of the AUDITREC
      *> layout (123 bytes) and laid over the working-storage copy,
      *> so the summarizing logic is written once for the two files.
       FD  AUDIT-HISTORY-FILE.
       01  AUDIT-HISTORY-RECORD            PIC X(123).

       FD  AUDIT-FILE.
       01  AUDIT-LIVE-RECORD               PIC X(123).

       FD  AUDIT-SUMMARY-FILE.
       COPY AUDSUMREC.

       FD  AUDSUM-PARM-FILE
           RECORDING MODE IS F.
       COPY ASMPARMREC.

       FD  ERROR-FILE.
       COPY ERRREC.

       FD  RUN-STATUS-FILE.
       COPY RUNSTATREC.

       WORKING-STORAGE SECTION.
       COPY AUDITREC.

      *> The day control record of the date whose rows are being
      *> applied, held here and written back when the date changes -
      *> rows arrive in the order they were written, so a date's rows
      *> mostly come together.
       COPY AUDSUMREC REPLACING
           ==AUDIT-SUMMARY-RECORD== BY ==WS-DAY-HOLD-RECORD==
           LEADING ==ASM== BY ==DHR==.

       01  WS-HST-FILE-STATUS              PIC X(02).
       01  WS-AUDIT-FILE-STATUS            PIC X(02).
       01  WS-SUM-FILE-STATUS              PIC X(02).
       01  WS-PARM-FILE-STATUS             PIC X(02).
       01  WS-ERROR-FILE-STATUS            PIC X(02).
       01  WS-RUNSTAT-FILE-STATUS          PIC X(02).

       01  WS-RSR-EVENT                    PIC X(01).
       01  WS-FINAL-RC                     PIC 9(02) VALUE ZERO.

       01  WS-AUD-EOF-SW                   PIC X(01) VALUE "N".
           88  WS-AUD-EOF                           VALUE "Y".
       01  WS-SUM-EOF-SW                   PIC X(01) VALUE "N".
           88  WS-SUM-EOF                           VALUE "Y".
       01  WS-SUM-OPEN-SW                  PIC X(01) VALUE "N".
           88  WS-SUM-OPEN                          VALUE "Y".
       01  WS-BUILD-FAILED-SW              PIC X(01) VALUE "N".
           88  WS-BUILD-FAILED                      VALUE "Y".
       01  WS-WHOLE-FILE-SW                PIC X(01) VALUE "N".
           88  WS-REBUILD-WHOLE-FILE                VALUE "Y".
       01  WS-DAY-HELD-SW                  PIC X(01) VALUE "N".
           88  WS-DAY-HELD                          VALUE "Y".
       01  WS-DATE-DONE-SW                 PIC X(01).
           88  WS-DATE-DONE                         VALUE "Y".
       01  WS-WRITE-LOGGED-SW              PIC X(01) VALUE "N".
           88  WS-WRITE-LOGGED                      VALUE "Y".

       01  WS-RUN-MODE                     PIC X(01) VALUE "N".
           88  WS-MODE-REBUILD                      VALUE "R".
       01  WS-BUSINESS-DATE                PIC 9(08) VALUE ZERO.
       01  WS-AUD-DATE                     PIC 9(08).
       01  WS-BUILT-FROM                   PIC X(01) VALUE "L".

      *> The key of the counter or bucket record a row is applied
      *> to, kept apart from the record area so a failed keyed read
      *> cannot disturb it before the record is created.
       01  WS-SUM-KEY-HOLD                 PIC X(32).

       01  WS-RUNNING-VALUE                PIC S9(09)V99.

       01  WS-ROWS-READ                    PIC 9(08) VALUE ZERO.
       01  WS-ROWS-SUMMARIZED              PIC 9(08) VALUE ZERO.
       01  WS-RECORDS-REPLACED             PIC 9(08) VALUE ZERO.
       01  WS-DATES-BUILT                  PIC 9(06) VALUE ZERO.
       01  WS-DATES-PROVEN                 PIC 9(06) VALUE ZERO.
       01  WS-DATES-NOT-PROVEN             PIC 9(06) VALUE ZERO.

      *> Proof accumulators for the date being proven - what its
      *> counter records and its movement buckets add up to.
       01  WS-PRF-DATE                     PIC 9(08).
       01  WS-PRF-CTR-COUNT                PIC 9(06).
       01  WS-PRF-CTR-ROWS                 PIC 9(08).
       01  WS-PRF-CTR-NET                  PIC S9(11)V99.
       01  WS-PRF-BKT-COUNT                PIC 9(06).
       01  WS-PRF-BKT-ROWS                 PIC 9(08).
       01  WS-PRF-BKT-NET                  PIC S9(11)V99.

       01  WS-ERROR-MESSAGE                PIC X(60).
       01  WS-ERROR-CODE                   PIC X(05).
       01  WS-ERROR-SEVERITY               PIC X(01).

       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-DATE                 PIC 9(08).
           05  WS-RUN-TIME                 PIC 9(06).

      *> ACCEPT FROM TIME always returns the full 8-digit HHMMSSss -
      *> accepting directly into a narrower field truncates the
      *> high-order digits (the hour), not the low-order hundredths.
      *> Accept into this field and take (1:6) for HHMMSS.
       01  WS-RUN-TIME-RAW                 PIC 9(08).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-READ-PARM-CARD
           MOVE "S" TO WS-RSR-EVENT
           PERFORM 9900-WRITE-RUN-STATUS
           IF NOT WS-BUILD-FAILED
               PERFORM 1500-OPEN-SUMMARY-FILE
           END-IF
           IF NOT WS-BUILD-FAILED
               PERFORM 2000-BUILD-SUMMARY
           END-IF
           IF NOT WS-BUILD-FAILED
               PERFORM 4000-PROVE-SUMMARY
           END-IF
           PERFORM 8000-DISPLAY-TOTALS
           PERFORM 9000-TERMINATE
           IF WS-BUILD-FAILED
               MOVE 16 TO WS-FINAL-RC
           END-IF
           MOVE "E" TO WS-RSR-EVENT
           PERFORM 9900-WRITE-RUN-STATUS
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       1000-READ-PARM-CARD.
           OPEN INPUT AUDSUM-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ AUDSUM-PARM-FILE
                   NOT AT END
                       MOVE ASP-MODE TO WS-RUN-MODE
                       IF NOT ASP-MODE-NIGHTLY
                               AND NOT ASP-MODE-REBUILD
                           SET WS-BUILD-FAILED TO TRUE
                       END-IF
                       IF ASP-BUSINESS-DATE IS NUMERIC
                           MOVE ASP-BUSINESS-DATE
                               TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE AUDSUM-PARM-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-BUILD-FAILED
                   MOVE "AUDSUM - RUN MODE NOT RECOGNIZED"
                       TO WS-ERROR-MESSAGE
                   MOVE "AU002" TO WS-ERROR-CODE
                   MOVE "F" TO WS-ERROR-SEVERITY
                   PERFORM 5000-LOG-ERROR-RECORD
               WHEN WS-MODE-REBUILD
                   MOVE "H" TO WS-BUILT-FROM
                   IF WS-BUSINESS-DATE = ZERO
                       SET WS-REBUILD-WHOLE-FILE TO TRUE
                   END-IF
               WHEN WS-BUSINESS-DATE = ZERO
                   SET WS-BUILD-FAILED TO TRUE
                   MOVE "AUDSUM - NO BUSINESS DATE SUPPLIED"
                       TO WS-ERROR-MESSAGE
                   MOVE "AU001" TO WS-ERROR-CODE
                   MOVE "F" TO WS-ERROR-SEVERITY
                   PERFORM 5000-LOG-ERROR-RECORD
           END-EVALUATE.

      *> A whole-file rebuild starts from an empty summary. Otherwise
      *> the file is opened as it stands (created empty the first
      *> time) and the date being built is cleared out of it first,
      *> so a rerun replaces the date rather than adding to it.
       1500-OPEN-SUMMARY-FILE.
           IF WS-REBUILD-WHOLE-FILE
               OPEN OUTPUT AUDIT-SUMMARY-FILE
               CLOSE AUDIT-SUMMARY-FILE
           END-IF
           OPEN I-O AUDIT-SUMMARY-FILE
           IF WS-SUM-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-SUMMARY-FILE
               CLOSE AUDIT-SUMMARY-FILE
               OPEN I-O AUDIT-SUMMARY-FILE
           END-IF
           IF WS-SUM-FILE-STATUS = "00"
               SET WS-SUM-OPEN TO TRUE
               IF NOT WS-REBUILD-WHOLE-FILE
                   PERFORM 1600-CLEAR-BUSINESS-DATE
               END-IF
           ELSE
               SET WS-BUILD-FAILED TO TRUE
               MOVE "AUDSUM - AUDIT SUMMARY FILE NOT AVAILABLE"
                   TO WS-ERROR-MESSAGE
               MOVE "AU003" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           END-IF.

       1600-CLEAR-BUSINESS-DATE.
           MOVE "N" TO WS-SUM-EOF-SW
           MOVE LOW-VALUES TO ASM-KEY
           MOVE WS-BUSINESS-DATE TO ASM-BUSINESS-DATE
           START AUDIT-SUMMARY-FILE KEY NOT < ASM-KEY
               INVALID KEY
                   SET WS-SUM-EOF TO TRUE
           END-START
           PERFORM 1650-DELETE-ONE-RECORD
               UNTIL WS-SUM-EOF.

       1650-DELETE-ONE-RECORD.
           READ AUDIT-SUMMARY-FILE NEXT RECORD
               AT END
                   SET WS-SUM-EOF TO TRUE
               NOT AT END
                   IF ASM-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                       SET WS-SUM-EOF TO TRUE
                   ELSE
                       DELETE AUDIT-SUMMARY-FILE RECORD
                           INVALID KEY
                               SET WS-SUM-EOF TO TRUE
                           NOT INVALID KEY
                               ADD 1 TO WS-RECORDS-REPLACED
                       END-DELETE
                   END-IF
           END-READ
           IF WS-SUM-FILE-STATUS NOT = "00"
                   AND WS-SUM-FILE-STATUS NOT = "02"
               SET WS-SUM-EOF TO TRUE
           END-IF.

      *> The archived rows come first in rebuild mode - they were
      *> written before anything still on the live trail. The live
      *> trail is required in both modes: without it the date cannot
      *> be summarized, and its records are left unproven.
       2000-BUILD-SUMMARY.
           IF WS-MODE-REBUILD
               PERFORM 2100-READ-AUDIT-HISTORY
           END-IF
           PERFORM 2200-READ-AUDIT-LOG
           IF WS-DAY-HELD
               PERFORM 3900-FLUSH-DAY-CONTROL
           END-IF
           IF WS-ROWS-READ = ZERO AND NOT WS-BUILD-FAILED
               PERFORM 2500-NO-ROWS-FOR-DATE
           END-IF.

       2100-READ-AUDIT-HISTORY.
           MOVE "N" TO WS-AUD-EOF-SW
           OPEN INPUT AUDIT-HISTORY-FILE
           IF WS-HST-FILE-STATUS = "00"
               PERFORM 2150-READ-ONE-HST-ROW
                   UNTIL WS-AUD-EOF
               CLOSE AUDIT-HISTORY-FILE
           END-IF.

       2150-READ-ONE-HST-ROW.
           READ AUDIT-HISTORY-FILE
               AT END
                   SET WS-AUD-EOF TO TRUE
               NOT AT END
                   MOVE AUDIT-HISTORY-RECORD TO AUDIT-RECORD
                   PERFORM 3000-SUMMARIZE-AUDIT-ROW
           END-READ.

       2200-READ-AUDIT-LOG.
           MOVE "N" TO WS-AUD-EOF-SW
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "00"
               PERFORM 2250-READ-ONE-LOG-ROW
                   UNTIL WS-AUD-EOF
               CLOSE AUDIT-FILE
           ELSE
               SET WS-BUILD-FAILED TO TRUE
               MOVE "AUDSUM - AUDITLOG NOT AVAILABLE"
                   TO WS-ERROR-MESSAGE
               MOVE "AU005" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           END-IF.

       2250-READ-ONE-LOG-ROW.
           READ AUDIT-FILE
               AT END
                   SET WS-AUD-EOF TO TRUE
               NOT AT END
                   MOVE AUDIT-LIVE-RECORD TO AUDIT-RECORD
                   PERFORM 3000-SUMMARIZE-AUDIT-ROW
           END-READ
           IF WS-AUDIT-FILE-STATUS NOT = "00"
                   AND WS-AUDIT-FILE-STATUS NOT = "10"
               SET WS-AUD-EOF TO TRUE
           END-IF.

      *> A date with no rows still gets its (empty, provable) day
      *> control record, so the readers can tell "built and nothing
      *> posted" from "never built". Not fatal here - the balancing
      *> run fails such a day on its own terms.
       2500-NO-ROWS-FOR-DATE.
           IF NOT WS-REBUILD-WHOLE-FILE
               MOVE WS-BUSINESS-DATE TO WS-AUD-DATE
               PERFORM 3100-LOAD-DAY-CONTROL
               PERFORM 3900-FLUSH-DAY-CONTROL
           END-IF
           IF WS-FINAL-RC < 4
               MOVE 4 TO WS-FINAL-RC
           END-IF
           MOVE "AUDSUM - NO AUDIT ROWS FOR THE BUSINESS DATE"
               TO WS-ERROR-MESSAGE
           MOVE "AU004" TO WS-ERROR-CODE
           MOVE "W" TO WS-ERROR-SEVERITY
           PERFORM 5000-LOG-ERROR-RECORD.

      *> Rows are dated by the business date they posted against -
      *> the timestamp date only for rows written before the field
      *> existed - the same rule the rebuild run applies. Every row
      *> of the date is counted as read; only movement rows reach
      *> the counter total and the movement bucket.
       3000-SUMMARIZE-AUDIT-ROW.
           IF AUD-BUSINESS-DATE IS NUMERIC
               MOVE AUD-BUSINESS-DATE TO WS-AUD-DATE
           ELSE
               MOVE AUD-TIMESTAMP (1:8) TO WS-AUD-DATE
           END-IF
           IF WS-REBUILD-WHOLE-FILE
                   OR WS-AUD-DATE = WS-BUSINESS-DATE
               IF NOT WS-DAY-HELD
                       OR DHR-BUSINESS-DATE NOT = WS-AUD-DATE
                   IF WS-DAY-HELD
                       PERFORM 3900-FLUSH-DAY-CONTROL
                   END-IF
                   PERFORM 3100-LOAD-DAY-CONTROL
               END-IF
               ADD 1 TO WS-ROWS-READ
               ADD 1 TO DHR-DAY-ROWS-READ
               IF AUD-STATUS NOT = "P"
                       AND AUD-STATUS NOT = "R"
                       AND AUD-STATUS NOT = "E"
                       AND AUD-STATUS NOT = "W"
                   PERFORM 3200-POST-COUNTER-TOTAL
                   PERFORM 3300-POST-MOVEMENT-BUCKET
                   PERFORM 3400-POST-DAY-CONTROL
               END-IF
           END-IF.

       3100-LOAD-DAY-CONTROL.
           MOVE LOW-VALUES TO ASM-KEY
           MOVE WS-AUD-DATE TO ASM-BUSINESS-DATE
           READ AUDIT-SUMMARY-FILE
               INVALID KEY
                   PERFORM 3150-CREATE-DAY-CONTROL
               NOT INVALID KEY
                   MOVE AUDIT-SUMMARY-RECORD TO WS-DAY-HOLD-RECORD
           END-READ
           SET WS-DAY-HELD TO TRUE.

       3150-CREATE-DAY-CONTROL.
           MOVE LOW-VALUES TO DHR-KEY
           MOVE WS-AUD-DATE TO DHR-BUSINESS-DATE
           MOVE "D" TO DHR-RECORD-TYPE
           INITIALIZE DHR-DAY-DATA
           MOVE "N" TO DHR-DAY-PROOF-SW
           MOVE WS-BUILT-FROM TO DHR-DAY-BUILT-FROM
           WRITE AUDIT-SUMMARY-RECORD FROM WS-DAY-HOLD-RECORD
               INVALID KEY
                   PERFORM 3950-SUMMARY-WRITE-FAILED
               NOT INVALID KEY
                   ADD 1 TO WS-DATES-BUILT
           END-WRITE.

       3200-POST-COUNTER-TOTAL.
           MOVE LOW-VALUES TO ASM-KEY
           MOVE WS-AUD-DATE TO ASM-BUSINESS-DATE
           MOVE AUD-COUNTER-ID TO ASM-COUNTER-ID
           MOVE ASM-KEY TO WS-SUM-KEY-HOLD
           READ AUDIT-SUMMARY-FILE
               INVALID KEY
                   PERFORM 3250-CREATE-COUNTER-TOTAL
               NOT INVALID KEY
                   PERFORM 3270-ADD-ROW-TO-COUNTER
                   REWRITE AUDIT-SUMMARY-RECORD
                       INVALID KEY
                           PERFORM 3950-SUMMARY-WRITE-FAILED
                   END-REWRITE
           END-READ.

      *> The first movement row of the day anchors the counter at
      *> its before-value.
       3250-CREATE-COUNTER-TOTAL.
           MOVE WS-SUM-KEY-HOLD TO ASM-KEY
           MOVE "C" TO ASM-RECORD-TYPE
           MOVE SPACES TO ASM-RECORD-DATA
           MOVE AUD-OLD-VALUE TO ASM-CTR-FIRST-OLD
           MOVE ZERO TO ASM-CTR-NET-MOVEMENT
           MOVE ZERO TO ASM-CTR-ROW-COUNT
           MOVE "N" TO ASM-CTR-DIVERGE-SW
           PERFORM 3270-ADD-ROW-TO-COUNTER
           WRITE AUDIT-SUMMARY-RECORD
               INVALID KEY
                   PERFORM 3950-SUMMARY-WRITE-FAILED
               NOT INVALID KEY
                   ADD 1 TO DHR-DAY-COUNTER-COUNT
           END-WRITE.

      *> Each row's own after-value should be where the day's first
      *> before-value plus the increments so far has reached.
       3270-ADD-ROW-TO-COUNTER.
           ADD AUD-INCREMENT-APPLIED TO ASM-CTR-NET-MOVEMENT
           ADD 1 TO ASM-CTR-ROW-COUNT
           MOVE AUD-NEW-VALUE TO ASM-CTR-LAST-NEW
           IF NOT ASM-CTR-DIVERGED
               COMPUTE WS-RUNNING-VALUE =
                   ASM-CTR-FIRST-OLD + ASM-CTR-NET-MOVEMENT
               IF WS-RUNNING-VALUE NOT = AUD-NEW-VALUE
                   SET ASM-CTR-DIVERGED TO TRUE
               END-IF
           END-IF.

      *> Increases and decreases go to separate buckets - the GL
      *> journals them on opposite sides. A zero increment counts
      *> with the increases.
       3300-POST-MOVEMENT-BUCKET.
           MOVE WS-AUD-DATE TO ASM-BUSINESS-DATE
           MOVE AUD-COUNTER-ID TO ASM-COUNTER-ID
           MOVE AUD-STATUS TO ASM-ENT-STATUS
           MOVE AUD-REASON-CODE TO ASM-ENT-REASON-CODE
           MOVE AUD-JOB-NAME TO ASM-ENT-JOB-NAME
           IF AUD-CYCLE-NO IS NUMERIC
               MOVE AUD-CYCLE-NO TO ASM-ENT-CYCLE-NO
           ELSE
               MOVE ZERO TO ASM-ENT-CYCLE-NO
           END-IF
           IF AUD-INCREMENT-APPLIED < ZERO
               SET ASM-ENT-DECREASE TO TRUE
           ELSE
               SET ASM-ENT-INCREASE TO TRUE
           END-IF
           MOVE ASM-KEY TO WS-SUM-KEY-HOLD
           READ AUDIT-SUMMARY-FILE
               INVALID KEY
                   PERFORM 3350-CREATE-MOVEMENT-BUCKET
               NOT INVALID KEY
                   ADD AUD-INCREMENT-APPLIED TO ASM-BKT-AMOUNT
                   ADD 1 TO ASM-BKT-ROW-COUNT
                   REWRITE AUDIT-SUMMARY-RECORD
                       INVALID KEY
                           PERFORM 3950-SUMMARY-WRITE-FAILED
                   END-REWRITE
           END-READ.

       3350-CREATE-MOVEMENT-BUCKET.
           MOVE WS-SUM-KEY-HOLD TO ASM-KEY
           MOVE "M" TO ASM-RECORD-TYPE
           MOVE SPACES TO ASM-RECORD-DATA
           MOVE AUD-INCREMENT-APPLIED TO ASM-BKT-AMOUNT
           MOVE 1 TO ASM-BKT-ROW-COUNT
           WRITE AUDIT-SUMMARY-RECORD
               INVALID KEY
                   PERFORM 3950-SUMMARY-WRITE-FAILED
               NOT INVALID KEY
                   ADD 1 TO DHR-DAY-BUCKET-COUNT
           END-WRITE.

      *> The day control totals are taken from the row itself, not
      *> from the records just updated - that is what lets the proof
      *> hold the two against each other.
       3400-POST-DAY-CONTROL.
           ADD 1 TO WS-ROWS-SUMMARIZED
           ADD 1 TO DHR-DAY-ROWS-SUMMARIZED
           ADD AUD-INCREMENT-APPLIED TO DHR-DAY-NET-MOVEMENT
           IF AUD-CYCLE-NO IS NUMERIC AND AUD-CYCLE-NO > ZERO
               ADD 1 TO DHR-DAY-CYCLE-ROWS (AUD-CYCLE-NO)
           END-IF.

      *> Any change to a date withdraws its proof until the proof
      *> pass has been over it again.
       3900-FLUSH-DAY-CONTROL.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-TIME
           MOVE WS-RUN-TIMESTAMP TO DHR-DAY-BUILT-TIMESTAMP
           MOVE "N" TO DHR-DAY-PROOF-SW
           REWRITE AUDIT-SUMMARY-RECORD FROM WS-DAY-HOLD-RECORD
               INVALID KEY
                   PERFORM 3950-SUMMARY-WRITE-FAILED
           END-REWRITE
           MOVE "N" TO WS-DAY-HELD-SW.

      *> Logged once - a summary that cannot be written fails on
      *> every row after the first.
       3950-SUMMARY-WRITE-FAILED.
           SET WS-BUILD-FAILED TO TRUE
           IF NOT WS-WRITE-LOGGED
               SET WS-WRITE-LOGGED TO TRUE
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING "AUDSUM - SUMMARY WRITE FAILED, FILE STATUS "
                   WS-SUM-FILE-STATUS
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE
               MOVE "AU006" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           END-IF.

      *> Every date built is proven separately: its counter records
      *> and its movement buckets must each add back to the row
      *> totals on its day control record - same number of rows,
      *> same net movement, and as many records as the build
      *> created. The day control record then carries the verdict.
       4000-PROVE-SUMMARY.
           MOVE "N" TO WS-SUM-EOF-SW
           MOVE LOW-VALUES TO ASM-KEY
           IF NOT WS-REBUILD-WHOLE-FILE
               MOVE WS-BUSINESS-DATE TO ASM-BUSINESS-DATE
           END-IF
           START AUDIT-SUMMARY-FILE KEY NOT < ASM-KEY
               INVALID KEY
                   SET WS-SUM-EOF TO TRUE
           END-START
           PERFORM 4100-PROVE-ONE-DATE
               UNTIL WS-SUM-EOF.

       4100-PROVE-ONE-DATE.
           READ AUDIT-SUMMARY-FILE NEXT RECORD
               AT END
                   SET WS-SUM-EOF TO TRUE
               NOT AT END
                   IF NOT WS-REBUILD-WHOLE-FILE
                           AND ASM-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                       SET WS-SUM-EOF TO TRUE
                   ELSE
                       PERFORM 4200-PROVE-DATE-RECORDS
                   END-IF
           END-READ.

       4200-PROVE-DATE-RECORDS.
           MOVE ASM-BUSINESS-DATE TO WS-PRF-DATE
           MOVE ZERO TO WS-PRF-CTR-COUNT
           MOVE ZERO TO WS-PRF-CTR-ROWS
           MOVE ZERO TO WS-PRF-CTR-NET
           MOVE ZERO TO WS-PRF-BKT-COUNT
           MOVE ZERO TO WS-PRF-BKT-ROWS
           MOVE ZERO TO WS-PRF-BKT-NET
           PERFORM 4400-ADD-RECORD-TO-PROOF
           MOVE "N" TO WS-DATE-DONE-SW
           PERFORM 4300-READ-DATE-RECORD
               UNTIL WS-DATE-DONE
           PERFORM 4500-SETTLE-DATE-PROOF
           PERFORM 4600-POSITION-NEXT-DATE.

       4300-READ-DATE-RECORD.
           READ AUDIT-SUMMARY-FILE NEXT RECORD
               AT END
                   SET WS-DATE-DONE TO TRUE
               NOT AT END
                   IF ASM-BUSINESS-DATE NOT = WS-PRF-DATE
                       SET WS-DATE-DONE TO TRUE
                   ELSE
                       PERFORM 4400-ADD-RECORD-TO-PROOF
                   END-IF
           END-READ.

       4400-ADD-RECORD-TO-PROOF.
           EVALUATE TRUE
               WHEN ASM-COUNTER-TOTAL
                   ADD 1 TO WS-PRF-CTR-COUNT
                   ADD ASM-CTR-ROW-COUNT TO WS-PRF-CTR-ROWS
                   ADD ASM-CTR-NET-MOVEMENT TO WS-PRF-CTR-NET
               WHEN ASM-MOVEMENT-BUCKET
                   ADD 1 TO WS-PRF-BKT-COUNT
                   ADD ASM-BKT-ROW-COUNT TO WS-PRF-BKT-ROWS
                   ADD ASM-BKT-AMOUNT TO WS-PRF-BKT-NET
           END-EVALUATE.

       4500-SETTLE-DATE-PROOF.
           MOVE LOW-VALUES TO ASM-KEY
           MOVE WS-PRF-DATE TO ASM-BUSINESS-DATE
           READ AUDIT-SUMMARY-FILE
               INVALID KEY
                   PERFORM 4550-DATE-NOT-PROVEN
               NOT INVALID KEY
                   IF WS-PRF-CTR-COUNT = ASM-DAY-COUNTER-COUNT
                           AND WS-PRF-BKT-COUNT = ASM-DAY-BUCKET-COUNT
                           AND WS-PRF-CTR-ROWS =
                               ASM-DAY-ROWS-SUMMARIZED
                           AND WS-PRF-BKT-ROWS =
                               ASM-DAY-ROWS-SUMMARIZED
                           AND WS-PRF-CTR-NET = ASM-DAY-NET-MOVEMENT
                           AND WS-PRF-BKT-NET = ASM-DAY-NET-MOVEMENT
                       SET ASM-DAY-PROVEN TO TRUE
                       ADD 1 TO WS-DATES-PROVEN
                   ELSE
                       MOVE "N" TO ASM-DAY-PROOF-SW
                       PERFORM 4550-DATE-NOT-PROVEN
                   END-IF
                   REWRITE AUDIT-SUMMARY-RECORD
                       INVALID KEY
                           PERFORM 3950-SUMMARY-WRITE-FAILED
                   END-REWRITE
           END-READ.

       4550-DATE-NOT-PROVEN.
           SET WS-BUILD-FAILED TO TRUE
           ADD 1 TO WS-DATES-NOT-PROVEN
           MOVE SPACES TO WS-ERROR-MESSAGE
           STRING "AUDSUM - SUMMARY DOES NOT PROVE FOR "
               WS-PRF-DATE
               DELIMITED BY SIZE
               INTO WS-ERROR-MESSAGE
           MOVE "AU007" TO WS-ERROR-CODE
           MOVE "F" TO WS-ERROR-SEVERITY
           PERFORM 5000-LOG-ERROR-RECORD.

      *> The keyed read of the day control record moved the file
      *> position, so the next date is reached by key - past every
      *> possible key of the date just proven.
       4600-POSITION-NEXT-DATE.
           IF WS-REBUILD-WHOLE-FILE
               MOVE WS-PRF-DATE TO ASM-BUSINESS-DATE
               MOVE HIGH-VALUES TO ASM-COUNTER-ID
               MOVE HIGH-VALUES TO ASM-ENTRY-KEY
               START AUDIT-SUMMARY-FILE KEY > ASM-KEY
                   INVALID KEY
                       SET WS-SUM-EOF TO TRUE
               END-START
           ELSE
               SET WS-SUM-EOF TO TRUE
           END-IF.

       5000-LOG-ERROR-RECORD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-TIME
           OPEN EXTEND ERROR-FILE
           IF WS-ERROR-FILE-STATUS = "35"
               OPEN OUTPUT ERROR-FILE
           END-IF
           MOVE SPACES TO ERROR-LINE
           MOVE WS-RUN-DATE TO ERR-TIMESTAMP (1:8)
           MOVE WS-RUN-TIME TO ERR-TIMESTAMP (9:6)
           MOVE "AUDSUM" TO ERR-PROGRAM-ID
           MOVE WS-ERROR-CODE TO ERR-ERROR-CODE
           MOVE WS-ERROR-SEVERITY TO ERR-SEVERITY
           MOVE WS-ERROR-MESSAGE TO ERR-MESSAGE
           IF WS-BUSINESS-DATE NOT = ZERO
               MOVE WS-BUSINESS-DATE TO ERR-BUSINESS-DATE
           ELSE
               MOVE WS-RUN-DATE TO ERR-BUSINESS-DATE
           END-IF
           WRITE ERROR-LINE
           CLOSE ERROR-FILE.

       8000-DISPLAY-TOTALS.
           DISPLAY "AUDSUM - AUDIT ROWS READ: " WS-ROWS-READ
           DISPLAY "AUDSUM - ROWS SUMMARIZED: " WS-ROWS-SUMMARIZED
           DISPLAY "AUDSUM - RECORDS REPLACED: " WS-RECORDS-REPLACED
           DISPLAY "AUDSUM - DATES BUILT: " WS-DATES-BUILT
               " PROVEN: " WS-DATES-PROVEN
               " NOT PROVEN: " WS-DATES-NOT-PROVEN.

       9000-TERMINATE.
           IF WS-SUM-OPEN
               CLOSE AUDIT-SUMMARY-FILE
           END-IF.

      *> Registers this run on the shared run-status file - one "S"
      *> record at start, one "E" record with the return code at the
      *> end - so the stream-status report can prove the step ran.
       9900-WRITE-RUN-STATUS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-TIME
           OPEN EXTEND RUN-STATUS-FILE
           IF WS-RUNSTAT-FILE-STATUS = "35"
               OPEN OUTPUT RUN-STATUS-FILE
           END-IF
           MOVE SPACES TO RUN-STATUS-RECORD
           MOVE WS-RUN-DATE TO RSR-TIMESTAMP (1:8)
           MOVE WS-RUN-TIME TO RSR-TIMESTAMP (9:6)
           MOVE "AUDSUM" TO RSR-PROGRAM-ID
           MOVE WS-RSR-EVENT TO RSR-EVENT
           MOVE WS-FINAL-RC TO RSR-RETURN-CODE
           IF WS-BUSINESS-DATE NOT = ZERO
               MOVE WS-BUSINESS-DATE TO RSR-BUSINESS-DATE
           ELSE
               MOVE WS-RUN-DATE TO RSR-BUSINESS-DATE
           END-IF
           MOVE ZERO TO RSR-CYCLE-NO
           WRITE RUN-STATUS-RECORD
           CLOSE RUN-STATUS-FILE.
