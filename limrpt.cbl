       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMRPT.
      *> Nightly counter limit utilization report. Lists every
      *> counter on the limits reference file (CTRLIMIT) against its
      *> business limits as the counter file stands after the
      *> night's posting: its value between floor and ceiling, the
      *> share of the ceiling it has used, and its movement for the
      *> business date against the maximum daily movement. A counter
      *> at or above the warning percentage of its ceiling or of its
      *> daily movement limit is flagged WARNING so the owner can act
      *> before the hard limit is reached; one already past a limit
      *> is flagged BREACH. The warning percentage and business date
      *> come from the LIMPARM card - 80 percent and the counters'
      *> latest posting date when there is none. Return code 4 when
      *> any counter is flagged (or a limit names a counter not on
      *> the counter file), 16 when the counter file cannot be read.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNTER-LIMIT-FILE
               ASSIGN TO "CTRLIMIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIMIT-FILE-STATUS.

           SELECT COUNTER-FILE
               ASSIGN TO "CTRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-ID
               FILE STATUS IS WS-CTR-FILE-STATUS.

           SELECT LIMIT-PARM-FILE
               ASSIGN TO "LIMPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT LIMIT-REPORT-FILE
               ASSIGN TO "LIMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNTER-LIMIT-FILE
           RECORDING MODE IS F.
       COPY CTRLIMREC.

       FD  COUNTER-FILE.
       COPY CTRREC.

       FD  LIMIT-PARM-FILE
           RECORDING MODE IS F.
       COPY LIMPARMREC.

       FD  LIMIT-REPORT-FILE.
       01  LIMIT-REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LIMIT-FILE-STATUS            PIC X(02).
       01  WS-CTR-FILE-STATUS              PIC X(02).
       01  WS-PARM-FILE-STATUS             PIC X(02).
       01  WS-RPT-FILE-STATUS              PIC X(02).

       01  WS-LIMIT-EOF-SW                 PIC X(01) VALUE "N".
           88  WS-LIMIT-EOF                         VALUE "Y".
       01  WS-CTR-EOF-SW                   PIC X(01) VALUE "N".
           88  WS-CTR-EOF                           VALUE "Y".
       01  WS-CTR-FILE-OPEN-SW             PIC X(01) VALUE "N".
           88  WS-CTR-FILE-OPEN                     VALUE "Y".
       01  WS-FLAGGED-SW                   PIC X(01) VALUE "N".
           88  WS-ANY-FLAGGED                       VALUE "Y".

       01  WS-WARN-PCT                     PIC 9(03) VALUE 80.
       01  WS-REPORT-DATE                  PIC 9(08) VALUE ZERO.

      *> Position of the counter on the line being built. The day's
      *> movement is only known when the counter's day stamp is the
      *> report date; otherwise it did not move that day.
       01  WS-DAY-MOVE                     PIC S9(09)V99.
       01  WS-ABS-DAY-MOVE                 PIC S9(09)V99.
       01  WS-CEILING-PCT                  PIC 9(04).
       01  WS-MOVE-PCT                     PIC 9(04).

       01  WS-LIMITS-LISTED                PIC 9(06) VALUE ZERO.
       01  WS-WARNING-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-BREACH-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-MISSING-COUNT                PIC 9(06) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(37) VALUE
               "COUNTER LIMIT UTILIZATION REPORT FOR ".
           05  WS-HDG-REPORT-DATE          PIC 9(08).
           05  FILLER                      PIC X(16) VALUE
               "   WARNING AT ".
           05  WS-HDG-WARN-PCT             PIC ZZ9.
           05  FILLER                      PIC X(09) VALUE
               " PERCENT".

       01  WS-COLUMN-HEADING.
           05  FILLER                      PIC X(10) VALUE "COUNTER".
           05  FILLER                      PIC X(13) VALUE
               "        VALUE".
           05  FILLER                      PIC X(12) VALUE
               "       FLOOR".
           05  FILLER                      PIC X(12) VALUE
               "     CEILING".
           05  FILLER                      PIC X(07) VALUE
               "  CEIL%".
           05  FILLER                      PIC X(14) VALUE
               "      DAY MOVE".
           05  FILLER                      PIC X(12) VALUE
               "    MAX MOVE".
           05  FILLER                      PIC X(07) VALUE
               "  MOVE%".
           05  FILLER                      PIC X(08) VALUE
               "  ACTION".
           05  FILLER                      PIC X(08) VALUE
               "    FLAG".

       01  WS-LIMIT-DETAIL-LINE.
           05  WS-LDL-COUNTER-ID           PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-LDL-VALUE                PIC -(9)9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-LDL-FLOOR                PIC Z(7)9.99
                                           BLANK WHEN ZERO.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-LDL-CEILING              PIC Z(7)9.99
                                           BLANK WHEN ZERO.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-LDL-CEILING-PCT          PIC ZZZ9
                                           BLANK WHEN ZERO.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-LDL-DAY-MOVE             PIC -(9)9.99
                                           BLANK WHEN ZERO.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-LDL-MAX-MOVE             PIC Z(7)9.99
                                           BLANK WHEN ZERO.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-LDL-MOVE-PCT             PIC ZZZ9
                                           BLANK WHEN ZERO.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  WS-LDL-ACTION               PIC X(04).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-LDL-FLAG                 PIC X(20).

       01  WS-SUMMARY-LINE.
           05  FILLER                      PIC X(21) VALUE
               "COUNTERS LIMITED : ".
           05  WS-SUM-LISTED               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(14) VALUE
               "  WARNING : ".
           05  WS-SUM-WARNING              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(13) VALUE
               "  BREACH : ".
           05  WS-SUM-BREACH               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(25) VALUE
               "  NOT ON COUNTER FILE : ".
           05  WS-SUM-MISSING              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF NOT WS-CTR-FILE-OPEN
               MOVE "COUNTER FILE NOT AVAILABLE - NOTHING REPORTED"
                   TO LIMIT-REPORT-LINE
               WRITE LIMIT-REPORT-LINE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 2000-REPORT-COUNTER-LIMITS
               PERFORM 6000-WRITE-SUMMARY
               IF WS-ANY-FLAGGED
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT LIMIT-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ LIMIT-PARM-FILE
                   NOT AT END
                       IF LMP-WARN-PCT IS NUMERIC
                               AND LMP-WARN-PCT > ZERO
                           MOVE LMP-WARN-PCT TO WS-WARN-PCT
                       END-IF
                       IF LMP-REPORT-DATE IS NUMERIC
                               AND LMP-REPORT-DATE > ZERO
                           MOVE LMP-REPORT-DATE TO WS-REPORT-DATE
                       END-IF
               END-READ
               CLOSE LIMIT-PARM-FILE
           END-IF
           OPEN INPUT COUNTER-FILE
           IF WS-CTR-FILE-STATUS = "00"
               SET WS-CTR-FILE-OPEN TO TRUE
               IF WS-REPORT-DATE = ZERO
                   PERFORM 1200-FIND-LATEST-POSTING
               END-IF
           END-IF
           OPEN OUTPUT LIMIT-REPORT-FILE
           MOVE WS-REPORT-DATE TO WS-HDG-REPORT-DATE
           MOVE WS-WARN-PCT TO WS-HDG-WARN-PCT
           MOVE WS-HEADING-LINE TO LIMIT-REPORT-LINE
           WRITE LIMIT-REPORT-LINE
           MOVE WS-COLUMN-HEADING TO LIMIT-REPORT-LINE
           WRITE LIMIT-REPORT-LINE.

      *> With no date on the card the report is for the night just
      *> posted - the latest CTR-LAST-RUN-DATE on the counter file.
       1200-FIND-LATEST-POSTING.
           MOVE LOW-VALUES TO CTR-ID
           START COUNTER-FILE KEY NOT < CTR-ID
               INVALID KEY
                   SET WS-CTR-EOF TO TRUE
           END-START
           PERFORM 1250-SCAN-ONE-COUNTER
               UNTIL WS-CTR-EOF.

       1250-SCAN-ONE-COUNTER.
           READ COUNTER-FILE NEXT RECORD
               AT END
                   SET WS-CTR-EOF TO TRUE
               NOT AT END
                   IF CTR-LAST-RUN-DATE IS NUMERIC
                           AND CTR-LAST-RUN-DATE > WS-REPORT-DATE
                       MOVE CTR-LAST-RUN-DATE TO WS-REPORT-DATE
                   END-IF
           END-READ
           IF WS-CTR-FILE-STATUS NOT = "00"
               SET WS-CTR-EOF TO TRUE
           END-IF.

      *> A missing limits file is not an error - no counter has
      *> business limits yet - but the report says so.
       2000-REPORT-COUNTER-LIMITS.
           OPEN INPUT COUNTER-LIMIT-FILE
           IF WS-LIMIT-FILE-STATUS = "00"
               PERFORM 2100-REPORT-ONE-LIMIT
                   UNTIL WS-LIMIT-EOF
               CLOSE COUNTER-LIMIT-FILE
           ELSE
               MOVE "NO COUNTER LIMITS FILE - NO COUNTER HAS LIMITS"
                   TO LIMIT-REPORT-LINE
               WRITE LIMIT-REPORT-LINE
           END-IF.

       2100-REPORT-ONE-LIMIT.
           READ COUNTER-LIMIT-FILE
               AT END
                   SET WS-LIMIT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIMITS-LISTED
                   PERFORM 2200-WRITE-LIMIT-LINE
           END-READ
           IF WS-LIMIT-FILE-STATUS NOT = "00"
                   AND WS-LIMIT-FILE-STATUS NOT = "10"
               SET WS-LIMIT-EOF TO TRUE
           END-IF.

       2200-WRITE-LIMIT-LINE.
           MOVE LIM-COUNTER-ID TO WS-LDL-COUNTER-ID
           MOVE LIM-FLOOR TO WS-LDL-FLOOR
           MOVE LIM-CEILING TO WS-LDL-CEILING
           MOVE LIM-MAX-DAY-MOVE TO WS-LDL-MAX-MOVE
           EVALUATE TRUE
               WHEN LIM-ACTION-HOLD
                   MOVE "HOLD" TO WS-LDL-ACTION
               WHEN OTHER
                   MOVE "WARN" TO WS-LDL-ACTION
           END-EVALUATE
           MOVE LIM-COUNTER-ID TO CTR-ID
           READ COUNTER-FILE
               INVALID KEY
                   MOVE ZERO TO WS-LDL-VALUE
                   MOVE ZERO TO WS-LDL-CEILING-PCT
                   MOVE ZERO TO WS-LDL-DAY-MOVE
                   MOVE ZERO TO WS-LDL-MOVE-PCT
                   MOVE "NOT ON COUNTER FILE" TO WS-LDL-FLAG
                   SET WS-ANY-FLAGGED TO TRUE
                   ADD 1 TO WS-MISSING-COUNT
               NOT INVALID KEY
                   PERFORM 2300-MEASURE-COUNTER
           END-READ
           MOVE WS-LIMIT-DETAIL-LINE TO LIMIT-REPORT-LINE
           WRITE LIMIT-REPORT-LINE.

      *> Past a limit is a breach; at or above the warning share of
      *> the ceiling or of the daily movement limit is a warning. A
      *> floor has no warning band - it is only ever breached.
       2300-MEASURE-COUNTER.
           MOVE CTR-VALUE TO WS-LDL-VALUE
           MOVE ZERO TO WS-DAY-MOVE
           IF CTR-DAY-DATE IS NUMERIC
                   AND CTR-DAY-OPEN-VALUE IS NUMERIC
                   AND CTR-DAY-DATE = WS-REPORT-DATE
               COMPUTE WS-DAY-MOVE = CTR-VALUE - CTR-DAY-OPEN-VALUE
           END-IF
           MOVE WS-DAY-MOVE TO WS-LDL-DAY-MOVE
           MOVE WS-DAY-MOVE TO WS-ABS-DAY-MOVE
           IF WS-ABS-DAY-MOVE < ZERO
               COMPUTE WS-ABS-DAY-MOVE = WS-ABS-DAY-MOVE * -1
           END-IF
           MOVE ZERO TO WS-CEILING-PCT
           IF LIM-CEILING > ZERO AND CTR-VALUE > ZERO
               COMPUTE WS-CEILING-PCT ROUNDED =
                   CTR-VALUE * 100 / LIM-CEILING
                   ON SIZE ERROR
                       MOVE 9999 TO WS-CEILING-PCT
               END-COMPUTE
           END-IF
           MOVE ZERO TO WS-MOVE-PCT
           IF LIM-MAX-DAY-MOVE > ZERO
               COMPUTE WS-MOVE-PCT ROUNDED =
                   WS-ABS-DAY-MOVE * 100 / LIM-MAX-DAY-MOVE
                   ON SIZE ERROR
                       MOVE 9999 TO WS-MOVE-PCT
               END-COMPUTE
           END-IF
           MOVE WS-CEILING-PCT TO WS-LDL-CEILING-PCT
           MOVE WS-MOVE-PCT TO WS-LDL-MOVE-PCT
           EVALUATE TRUE
               WHEN LIM-CEILING > ZERO AND CTR-VALUE > LIM-CEILING
                   MOVE "BREACH - CEILING" TO WS-LDL-FLAG
                   PERFORM 2400-FLAG-BREACH
               WHEN LIM-FLOOR > ZERO AND CTR-VALUE < LIM-FLOOR
                   MOVE "BREACH - FLOOR" TO WS-LDL-FLAG
                   PERFORM 2400-FLAG-BREACH
               WHEN LIM-MAX-DAY-MOVE > ZERO
                       AND WS-ABS-DAY-MOVE > LIM-MAX-DAY-MOVE
                   MOVE "BREACH - DAY MOVE" TO WS-LDL-FLAG
                   PERFORM 2400-FLAG-BREACH
               WHEN LIM-CEILING > ZERO
                       AND WS-CEILING-PCT NOT < WS-WARN-PCT
                   MOVE "WARNING - CEILING" TO WS-LDL-FLAG
                   PERFORM 2450-FLAG-WARNING
               WHEN LIM-MAX-DAY-MOVE > ZERO
                       AND WS-MOVE-PCT NOT < WS-WARN-PCT
                   MOVE "WARNING - DAY MOVE" TO WS-LDL-FLAG
                   PERFORM 2450-FLAG-WARNING
               WHEN OTHER
                   MOVE SPACES TO WS-LDL-FLAG
           END-EVALUATE.

       2400-FLAG-BREACH.
           SET WS-ANY-FLAGGED TO TRUE
           ADD 1 TO WS-BREACH-COUNT.

       2450-FLAG-WARNING.
           SET WS-ANY-FLAGGED TO TRUE
           ADD 1 TO WS-WARNING-COUNT.

       6000-WRITE-SUMMARY.
           MOVE SPACES TO LIMIT-REPORT-LINE
           WRITE LIMIT-REPORT-LINE
           MOVE WS-LIMITS-LISTED TO WS-SUM-LISTED
           MOVE WS-WARNING-COUNT TO WS-SUM-WARNING
           MOVE WS-BREACH-COUNT TO WS-SUM-BREACH
           MOVE WS-MISSING-COUNT TO WS-SUM-MISSING
           MOVE WS-SUMMARY-LINE TO LIMIT-REPORT-LINE
           WRITE LIMIT-REPORT-LINE
           DISPLAY "LIMRPT - COUNTERS LIMITED: " WS-LIMITS-LISTED
               " WARNING: " WS-WARNING-COUNT
               " BREACH: " WS-BREACH-COUNT.

       9000-TERMINATE.
           IF WS-CTR-FILE-OPEN
               CLOSE COUNTER-FILE
           END-IF
           CLOSE LIMIT-REPORT-FILE.
