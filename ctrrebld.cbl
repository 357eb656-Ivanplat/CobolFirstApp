      *> could be read at all. Note the live comparison only proves
      *> clean when the as-of date is the counters' latest posting
      *> date; rebuilding an earlier date legitimately differs.
      *> Nightly the replay runs from the audit summary (AUDSUM)
      *> instead of the raw rows - one counter total per counter per
      *> date, read in key order, which is date order - anchored and
      *> checked the same way: a day whose first before-value is not
      *> where the replay stands, or whose rows went wrong inside the
      *> day, is where the counter diverged. A date whose summary did
      *> not prove is listed and counts against the run. The control
      *> card can ask for the full trail replay instead, and the run
      *> falls back to it when there is no summary to read.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT AUDIT-SUMMARY-FILE
               ASSIGN TO "AUDSUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASM-KEY
               FILE STATUS IS WS-SUM-FILE-STATUS.

           SELECT COUNTER-FILE
               ASSIGN TO "CTRFILE"
               ORGANIZATION IS INDEXED
       DATA DIVISION.
       FILE SECTION.
      *> Both audit inputs are read as raw images of the AUDITREC
      *> layout (123 bytes) and laid over the working-storage copy,
      *> so the replay logic is written once for the two files.
       FD  AUDIT-HISTORY-FILE.
       01  AUDIT-HISTORY-RECORD            PIC X(123).

       FD  AUDIT-FILE.
       01  AUDIT-LIVE-RECORD               PIC X(123).

       FD  AUDIT-SUMMARY-FILE.
       COPY AUDSUMREC.

       FD  COUNTER-FILE.
       COPY CTRREC.

       01  WS-HST-FILE-STATUS              PIC X(02).
       01  WS-AUDIT-FILE-STATUS            PIC X(02).
       01  WS-SUM-FILE-STATUS              PIC X(02).
       01  WS-CTR-FILE-STATUS              PIC X(02).
       01  WS-WORK-FILE-STATUS             PIC X(02).
       01  WS-PARM-FILE-STATUS             PIC X(02).

       01  WS-AUD-EOF-SW                   PIC X(01) VALUE "N".
           88  WS-AUD-EOF                           VALUE "Y".
       01  WS-SUM-EOF-SW                   PIC X(01) VALUE "N".
           88  WS-SUM-EOF                           VALUE "Y".
       01  WS-REPLAY-SOURCE                PIC X(01) VALUE "S".
           88  WS-REPLAY-SUMMARY                    VALUE "S".
           88  WS-REPLAY-TRAIL                      VALUE "T".
       01  WS-WORK-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-WORK-EOF                          VALUE "Y".
       01  WS-CTR-EOF-SW                   PIC X(01) VALUE "N".
       01  WS-COUNTERS-REBUILT             PIC 9(06) VALUE ZERO.
       01  WS-MATCH-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-MISMATCH-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-UNPROVEN-COUNT               PIC 9(06) VALUE ZERO.

       01  WS-RUN-DATE                     PIC 9(08).

               "COUNTER REBUILD REPORT AS OF ".
           05  WS-HDG-AS-OF-DATE           PIC 9(08).

       01  WS-SOURCE-LINE.
           05  FILLER                      PIC X(16) VALUE
               "REPLAYED FROM : ".
           05  WS-SRC-DESCRIPTION          PIC X(40).

       01  WS-UNPROVEN-LINE.
           05  FILLER                      PIC X(32) VALUE
               "AUDIT SUMMARY NOT PROVEN FOR ".
           05  WS-UPL-DATE                 PIC 9(08).

       01  WS-COLUMN-HEADING.
           05  FILLER                      PIC X(10) VALUE "COUNTER".
           05  FILLER                      PIC X(14) VALUE
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF WS-REPLAY-SUMMARY
               PERFORM 2800-REPLAY-AUDIT-SUMMARY
           ELSE
               PERFORM 2000-REPLAY-AUDIT-HISTORY
               PERFORM 2500-REPLAY-AUDIT-LOG
           END-IF
           IF WS-ROWS-REPLAYED = ZERO
               MOVE "NO AUDIT ROWS READABLE - NOTHING REBUILT"
                   TO REBUILD-REPORT-LINE
                               AND RBP-AS-OF-DATE > ZERO
                           MOVE RBP-AS-OF-DATE TO WS-AS-OF-DATE
                       END-IF
                       IF RBP-SOURCE-TRAIL
                           SET WS-REPLAY-TRAIL TO TRUE
                       END-IF
               END-READ
               CLOSE REBUILD-PARM-FILE
           END-IF
           MOVE WS-AS-OF-DATE TO WS-HDG-AS-OF-DATE
           MOVE WS-HEADING-LINE TO REBUILD-REPORT-LINE
           WRITE REBUILD-REPORT-LINE
           IF WS-REPLAY-SUMMARY
               OPEN INPUT AUDIT-SUMMARY-FILE
               IF WS-SUM-FILE-STATUS = "00"
                   MOVE "AUDIT SUMMARY" TO WS-SRC-DESCRIPTION
               ELSE
                   SET WS-REPLAY-TRAIL TO TRUE
                   MOVE "AUDIT TRAIL - AUDIT SUMMARY NOT AVAILABLE"
                       TO WS-SRC-DESCRIPTION
               END-IF
           ELSE
               MOVE "AUDIT TRAIL" TO WS-SRC-DESCRIPTION
           END-IF
           MOVE WS-SOURCE-LINE TO REBUILD-REPORT-LINE
           WRITE REBUILD-REPORT-LINE
           MOVE WS-COLUMN-HEADING TO REBUILD-REPORT-LINE
           WRITE REBUILD-REPORT-LINE.

               WRITE REBUILD-WORK-RECORD
           END-IF.

      *> Summary records come in key order - business date, then
      *> counter - so each counter's days are replayed oldest first,
      *> as the trail replay would meet them.
       2800-REPLAY-AUDIT-SUMMARY.
           MOVE LOW-VALUES TO ASM-KEY
           START AUDIT-SUMMARY-FILE KEY NOT < ASM-KEY
               INVALID KEY
                   SET WS-SUM-EOF TO TRUE
           END-START
           PERFORM 2850-REPLAY-ONE-SUM-RECORD
               UNTIL WS-SUM-EOF
           CLOSE AUDIT-SUMMARY-FILE.

       2850-REPLAY-ONE-SUM-RECORD.
           READ AUDIT-SUMMARY-FILE NEXT RECORD
               AT END
                   SET WS-SUM-EOF TO TRUE
               NOT AT END
                   IF ASM-BUSINESS-DATE > WS-AS-OF-DATE
                       SET WS-SUM-EOF TO TRUE
                   ELSE
                       EVALUATE TRUE
                           WHEN ASM-DAY-CONTROL
                               IF NOT ASM-DAY-PROVEN
                                   PERFORM 2900-LIST-UNPROVEN-DATE
                               END-IF
                           WHEN ASM-COUNTER-TOTAL
                               PERFORM 3500-REPLAY-COUNTER-TOTAL
                       END-EVALUATE
                   END-IF
           END-READ
           IF WS-SUM-FILE-STATUS NOT = "00"
               SET WS-SUM-EOF TO TRUE
           END-IF.

       2900-LIST-UNPROVEN-DATE.
           SET WS-MISMATCH-DETECTED TO TRUE
           ADD 1 TO WS-UNPROVEN-COUNT
           MOVE ASM-BUSINESS-DATE TO WS-UPL-DATE
           MOVE WS-UNPROVEN-LINE TO REBUILD-REPORT-LINE
           WRITE REBUILD-REPORT-LINE.

      *> The counter total is laid over the row fields the locate
      *> logic reads, so a counter first met in the summary is
      *> anchored at its first day's before-value, as the trail
      *> replay anchors it at its first row's.
       3500-REPLAY-COUNTER-TOTAL.
           MOVE ASM-COUNTER-ID TO AUD-COUNTER-ID
           MOVE ASM-CTR-FIRST-OLD TO AUD-OLD-VALUE
           PERFORM 3100-LOCATE-WORK-RECORD
           ADD ASM-CTR-ROW-COUNT TO WS-ROWS-REPLAYED
           ADD ASM-CTR-ROW-COUNT TO RBW-ROW-COUNT
           IF NOT RBW-DIVERGED
                   AND (RBW-VALUE NOT = ASM-CTR-FIRST-OLD
                       OR ASM-CTR-DIVERGED)
               SET RBW-DIVERGED TO TRUE
               MOVE ASM-BUSINESS-DATE TO RBW-DIVERGE-DATE
           END-IF
           ADD ASM-CTR-NET-MOVEMENT TO RBW-VALUE
           IF NOT RBW-DIVERGED
                   AND RBW-VALUE NOT = ASM-CTR-LAST-NEW
               SET RBW-DIVERGED TO TRUE
               MOVE ASM-BUSINESS-DATE TO RBW-DIVERGE-DATE
           END-IF
           REWRITE REBUILD-WORK-RECORD.

       4000-COMPARE-TO-COUNTER-FILE.
           OPEN INPUT COUNTER-FILE
           IF WS-CTR-FILE-STATUS = "00"
