      *> Nightly general-ledger interface extract, run after TestApp
      *> has committed the counter file. Builds the outbound
      *> interface file (GLEXTR) for the business date on the control
      *> card: a header with the business date, a debit and a credit
      *> line for every applied movement taken from the day's audit
      *> summary (batch accumulation and CTRMAINT adjustments, each
      *> with its source job and reason code), and a trailer
      *> with line count, hash total and debit and credit totals in
      *> the same style as the transaction file - so the GL team
      *> loads a balanced journal instead of re-keying the day's net
      *> change from SYSOUT. Movements are put into GL account terms
      *> through the counter-to-GL mapping file (GLMAP); the whole
      *> day is checked against it before the extract is opened, and
      *> any counter or reason code with no mapping is logged and
      *> ends the run with return code 16 and no new file, rather
      *> than sending a journal the GL would reject. Before creating
      *> anything, the run
      *> verifies through the control record (GLCTL) and the GL's
      *> acknowledgement file (GLACK) that the prior extract was
      *> acknowledged; an unacknowledged extract or a repeat of an
      *> already-extracted date ends the run with return code 16 and
      *> no new file. It runs once per business date, after the last
      *> posting cycle - every cycle's rows are in the one extract,
      *> and the accumulation step refuses a further cycle for a
      *> date already extracted. The movements are read by key from
      *> the audit summary (AUDSUM) the summary step built for the
      *> date: one journal per movement bucket - a counter's rows of
      *> the same status, reason, source job, cycle and direction,
      *> added together - so the debit and credit totals are those
      *> of the individual rows. A date whose summary is missing or
      *> did not prove is refused like an unreadable trail.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-SUMMARY-FILE
               ASSIGN TO "AUDSUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASM-KEY
               FILE STATUS IS WS-SUM-FILE-STATUS.

           SELECT GL-EXTRACT-FILE
               ASSIGN TO "GLEXTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

           SELECT GL-MAPPING-FILE
               ASSIGN TO "GLMAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.

           SELECT GL-PARM-FILE
               ASSIGN TO "GLPARM"
               ORGANIZATION IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-SUMMARY-FILE.
       COPY AUDSUMREC.

       FD  GL-EXTRACT-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       COPY GLACKREC.

       FD  GL-MAPPING-FILE
           RECORDING MODE IS F.
       COPY GLMAPREC.

       FD  GL-PARM-FILE
           RECORDING MODE IS F.
       COPY GLPARMREC.
       COPY RUNSTATREC.

       WORKING-STORAGE SECTION.
       01  WS-SUM-FILE-STATUS          PIC X(02).
       01  WS-EXTRACT-FILE-STATUS      PIC X(02).
       01  WS-CONTROL-FILE-STATUS      PIC X(02).
       01  WS-ACK-FILE-STATUS          PIC X(02).
       01  WS-MAP-FILE-STATUS          PIC X(02).
       01  WS-PARM-FILE-STATUS         PIC X(02).
       01  WS-ERROR-FILE-STATUS        PIC X(02).
       01  WS-RUNSTAT-FILE-STATUS      PIC X(02).
       01  WS-RSR-EVENT                PIC X(01).
       01  WS-FINAL-RC                 PIC 9(02) VALUE ZERO.

       01  WS-SUM-EOF-SW               PIC X(01) VALUE "N".
           88  WS-SUM-EOF                       VALUE "Y".
       01  WS-CTL-FILE-IS-NEW          PIC X(01) VALUE "N".
       01  WS-EXTRACT-BLOCKED-SW       PIC X(01) VALUE "N".
           88  WS-EXTRACT-BLOCKED               VALUE "Y".

       01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.

       01  WS-PRIOR-EXTRACT-DATE       PIC 9(08) VALUE ZERO.
       01  WS-PRIOR-ACK-STATUS         PIC X(01) VALUE "Y".

       01  WS-DETAIL-COUNT             PIC 9(08) VALUE ZERO.
       01  WS-HASH-TOTAL               PIC S9(11)V99 VALUE ZERO.
       01  WS-DEBIT-TOTAL              PIC S9(11)V99 VALUE ZERO.
       01  WS-CREDIT-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01  WS-JOURNAL-NO               PIC 9(06) VALUE ZERO.
       01  WS-LINE-AMOUNT              PIC S9(07)V99.
      *> What is left of the bucket to journal. A bucket can sum to
      *> more than a journal line holds, so it goes out as as many
      *> equal-sided pairs as it takes, each within the line amount.
       01  WS-BUCKET-REMAINING         PIC S9(09)V99.

      *> Counter-to-GL mapping table, loaded once from GLMAP. A
      *> lookup tries the counter with the movement's reason code
      *> first and falls back to the counter's default (blank reason)
      *> record.
       01  WS-MAP-EOF-SW               PIC X(01) VALUE "N".
           88  WS-MAP-EOF                       VALUE "Y".
       01  WS-MAP-HIT-SW               PIC X(01).
           88  WS-MAP-HIT                       VALUE "Y".
       01  WS-UNMAPPED-SW              PIC X(01) VALUE "N".
           88  WS-UNMAPPED-FOUND                VALUE "Y".
       01  WS-MAP-LIMIT                PIC 9(04) VALUE 1000.
       01  WS-MAP-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 1000 TIMES.
               10  WS-MAP-CTR-ID       PIC X(08).
               10  WS-MAP-REASON       PIC X(04).
               10  WS-MAP-ACCOUNT      PIC X(10).
               10  WS-MAP-COST-CENTRE  PIC X(06).
               10  WS-MAP-OFFSET       PIC X(10).
       01  WS-MAP-SUB                  PIC 9(04).
       01  WS-MAP-FOUND-SUB            PIC 9(04).
       01  WS-LOOKUP-REASON            PIC X(04).
       01  WS-UNMAPPED-COUNT           PIC 9(06) VALUE ZERO.

      *> The last counter/reason reported unmapped - a counter with
      *> many movements is logged once per run of rows, not once
      *> per row.
       01  WS-LAST-UNMAPPED-KEY.
           05  WS-LAST-UNMAPPED-CTR    PIC X(08) VALUE SPACES.
           05  WS-LAST-UNMAPPED-RSN    PIC X(04) VALUE SPACES.

       01  WS-UNMAPPED-MESSAGE.
           05  FILLER                  PIC X(24)
               VALUE "GLEXT - NO GL MAPPING - ".
           05  WS-UNM-COUNTER-ID       PIC X(08).
           05  FILLER                  PIC X(08) VALUE " REASON ".
           05  WS-UNM-REASON-CODE      PIC X(04).

       01  WS-ERROR-MESSAGE            PIC X(60).
       01  WS-ERROR-CODE               PIC X(05).
           IF NOT WS-EXTRACT-BLOCKED
               PERFORM 1500-VERIFY-PRIOR-EXTRACT
           END-IF
           IF NOT WS-EXTRACT-BLOCKED
               PERFORM 1700-LOAD-GL-MAPPING
           END-IF
           IF NOT WS-EXTRACT-BLOCKED
               PERFORM 2000-BUILD-EXTRACT
           END-IF
               PERFORM 5000-LOG-ERROR-RECORD
           END-IF.

      *> Without the mapping file no movement can be put into GL
      *> terms, so a missing GLMAP blocks the run. A table too small
      *> for the file blocks it too - carrying on with part of the
      *> mapping would report good counters as unmapped.
       1700-LOAD-GL-MAPPING.
           OPEN INPUT GL-MAPPING-FILE
           IF WS-MAP-FILE-STATUS = "00"
               PERFORM 1750-LOAD-ONE-MAPPING
                   UNTIL WS-MAP-EOF
               CLOSE GL-MAPPING-FILE
           ELSE
               SET WS-EXTRACT-BLOCKED TO TRUE
               MOVE "GLEXT - GL MAPPING FILE NOT AVAILABLE"
                   TO WS-ERROR-MESSAGE
               MOVE "GL006" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           END-IF.

       1750-LOAD-ONE-MAPPING.
           READ GL-MAPPING-FILE
               AT END
                   SET WS-MAP-EOF TO TRUE
               NOT AT END
                   IF WS-MAP-COUNT < WS-MAP-LIMIT
                       ADD 1 TO WS-MAP-COUNT
                       MOVE GLM-COUNTER-ID
                           TO WS-MAP-CTR-ID (WS-MAP-COUNT)
                       MOVE GLM-REASON-CODE
                           TO WS-MAP-REASON (WS-MAP-COUNT)
                       MOVE GLM-GL-ACCOUNT
                           TO WS-MAP-ACCOUNT (WS-MAP-COUNT)
                       MOVE GLM-COST-CENTRE
                           TO WS-MAP-COST-CENTRE (WS-MAP-COUNT)
                       MOVE GLM-OFFSET-ACCOUNT
                           TO WS-MAP-OFFSET (WS-MAP-COUNT)
                   ELSE
                       SET WS-MAP-EOF TO TRUE
                       SET WS-EXTRACT-BLOCKED TO TRUE
                       MOVE "GLEXT - GL MAPPING TABLE FULL"
                           TO WS-ERROR-MESSAGE
                       MOVE "GL008" TO WS-ERROR-CODE
                       MOVE "F" TO WS-ERROR-SEVERITY
                       PERFORM 5000-LOG-ERROR-RECORD
                   END-IF
           END-READ
           IF WS-MAP-FILE-STATUS NOT = "00"
                   AND WS-MAP-FILE-STATUS NOT = "10"
               SET WS-MAP-EOF TO TRUE
           END-IF.

      *> An unreadable or unproven summary must block the run
      *> outright - writing a header/trailer-only extract here would
      *> certify zero movements to the GL and the already-extracted
      *> check would then refuse the corrected re-run for this date.
      *> The day's buckets are read twice: once to prove every
      *> movement maps to the GL, and only then again to write the
      *> journal, so an unmapped counter never leaves a partial
      *> extract behind.
       2000-BUILD-EXTRACT.
           OPEN INPUT AUDIT-SUMMARY-FILE
           IF WS-SUM-FILE-STATUS NOT = "00"
               SET WS-EXTRACT-BLOCKED TO TRUE
               MOVE "GLEXT - AUDIT SUMMARY NOT AVAILABLE"
                   TO WS-ERROR-MESSAGE
               MOVE "GL005" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           ELSE
               PERFORM 2010-CHECK-DAY-CONTROL
               IF NOT WS-EXTRACT-BLOCKED
                   PERFORM 2020-CHECK-SUMMARY-RECORD UNTIL WS-SUM-EOF
               END-IF
               IF WS-UNMAPPED-FOUND
                   SET WS-EXTRACT-BLOCKED TO TRUE
                   DISPLAY "GLEXT - UNMAPPED MOVEMENTS: "
                       WS-UNMAPPED-COUNT
               END-IF
               IF NOT WS-EXTRACT-BLOCKED
                   MOVE "N" TO WS-SUM-EOF-SW
                   PERFORM 2010-CHECK-DAY-CONTROL
                   PERFORM 2050-WRITE-EXTRACT-FILE
               END-IF
               CLOSE AUDIT-SUMMARY-FILE
           END-IF.

      *> The date's day control record must be there and proven.
      *> Reading it by key leaves the file positioned on the date's
      *> first counter record, where each pass starts.
       2010-CHECK-DAY-CONTROL.
           MOVE LOW-VALUES TO ASM-KEY
           MOVE WS-BUSINESS-DATE TO ASM-BUSINESS-DATE
           READ AUDIT-SUMMARY-FILE
               INVALID KEY
                   SET WS-EXTRACT-BLOCKED TO TRUE
                   MOVE "GLEXT - NO AUDIT SUMMARY FOR THE BUSINESS DATE"
                       TO WS-ERROR-MESSAGE
                   MOVE "GL010" TO WS-ERROR-CODE
                   MOVE "F" TO WS-ERROR-SEVERITY
                   PERFORM 5000-LOG-ERROR-RECORD
               NOT INVALID KEY
                   IF NOT ASM-DAY-PROVEN
                       SET WS-EXTRACT-BLOCKED TO TRUE
                       MOVE "GLEXT - AUDIT SUMMARY NOT PROVEN FOR DATE"
                           TO WS-ERROR-MESSAGE
                       MOVE "GL011" TO WS-ERROR-CODE
                       MOVE "F" TO WS-ERROR-SEVERITY
                       PERFORM 5000-LOG-ERROR-RECORD
                   END-IF
           END-READ.

      *> Mapping pass - every bucket that will be journalled must
      *> find a mapping; each unmapped counter/reason is logged so
      *> the morning fix is one look at ERRFILE.
       2020-CHECK-SUMMARY-RECORD.
           PERFORM 2150-READ-DATE-RECORD
           IF NOT WS-SUM-EOF
               IF ASM-MOVEMENT-BUCKET
                       AND (ASM-ENT-STATUS = "O"
                           OR ASM-ENT-STATUS = "A")
                       AND ASM-BKT-AMOUNT NOT = ZERO
                   PERFORM 2600-FIND-GL-MAPPING
                   IF NOT WS-MAP-HIT
                       PERFORM 2650-REPORT-UNMAPPED
                   END-IF
               END-IF
           END-IF.

       2050-WRITE-EXTRACT-FILE.
           MOVE "H" TO GL-RECORD-TYPE
           MOVE WS-BUSINESS-DATE TO GL-HDR-BUSINESS-DATE
           WRITE GL-RECORD
           PERFORM 2100-READ-SUMMARY-RECORD UNTIL WS-SUM-EOF
           MOVE SPACES TO GL-RECORD
           MOVE "T" TO GL-RECORD-TYPE
           MOVE WS-DETAIL-COUNT TO GL-TRL-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO GL-TRL-HASH-TOTAL
           MOVE WS-DEBIT-TOTAL TO GL-TRL-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO GL-TRL-CREDIT-TOTAL
           WRITE GL-RECORD
           CLOSE GL-EXTRACT-FILE
           DISPLAY "GLEXT - MOVEMENTS EXTRACTED: " WS-JOURNAL-NO
           DISPLAY "GLEXT - JOURNAL LINES WRITTEN: " WS-DETAIL-COUNT
      *> Each movement writes equal debit and credit lines, so the
      *> totals can only differ if the file was damaged on the way
      *> out - the control record is not advanced on such a file.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               SET WS-EXTRACT-BLOCKED TO TRUE
               MOVE "GLEXT - JOURNAL DEBITS NOT EQUAL TO CREDITS"
                   TO WS-ERROR-MESSAGE
               MOVE "GL009" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           END-IF.

      *> A movement is any bucket for the business date from a clean
      *> batch run ("O") or a posted adjustment ("A") that actually
      *> changed the counter. Error-status rows are not interfaced -
      *> a day that ended in error never gets this far in the
      *> stream.
       2100-READ-SUMMARY-RECORD.
           PERFORM 2150-READ-DATE-RECORD
           IF NOT WS-SUM-EOF
               IF ASM-MOVEMENT-BUCKET
                       AND (ASM-ENT-STATUS = "O"
                           OR ASM-ENT-STATUS = "A")
                       AND ASM-BKT-AMOUNT NOT = ZERO
                   PERFORM 2200-WRITE-EXTRACT-DETAIL
               END-IF
           END-IF.

      *> The next summary record of the business date - the date's
      *> records end where the key moves on to the next date.
       2150-READ-DATE-RECORD.
           READ AUDIT-SUMMARY-FILE NEXT RECORD
               AT END
                   SET WS-SUM-EOF TO TRUE
               NOT AT END
                   IF ASM-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                       SET WS-SUM-EOF TO TRUE
                   END-IF
           END-READ
           IF WS-SUM-FILE-STATUS NOT = "00"
                   AND WS-SUM-FILE-STATUS NOT = "10"
               SET WS-SUM-EOF TO TRUE
           END-IF.

      *> One movement becomes a debit line and a credit line under
      *> the same journal number. An increase debits the counter's
      *> GL account and credits the offset account; a decrease
      *> debits the offset and credits the GL account. The mapping
      *> pass has already proved the lookup succeeds. A bucket too
      *> large for one line is split over several journals; the
      *> hash total still takes the bucket once, whole.
       2200-WRITE-EXTRACT-DETAIL.
           PERFORM 2600-FIND-GL-MAPPING
           IF ASM-BKT-AMOUNT < ZERO
               COMPUTE WS-BUCKET-REMAINING = 0 - ASM-BKT-AMOUNT
           ELSE
               MOVE ASM-BKT-AMOUNT TO WS-BUCKET-REMAINING
           END-IF
           PERFORM 2220-WRITE-JOURNAL-PAIR
               UNTIL WS-BUCKET-REMAINING = ZERO
           ADD ASM-BKT-AMOUNT TO WS-HASH-TOTAL.

       2220-WRITE-JOURNAL-PAIR.
           ADD 1 TO WS-JOURNAL-NO
           IF WS-BUCKET-REMAINING > 9999999.99
               MOVE 9999999.99 TO WS-LINE-AMOUNT
           ELSE
               MOVE WS-BUCKET-REMAINING TO WS-LINE-AMOUNT
           END-IF
           SUBTRACT WS-LINE-AMOUNT FROM WS-BUCKET-REMAINING
           PERFORM 2250-BUILD-JOURNAL-LINE
           MOVE "D" TO GL-DET-DR-CR
           IF ASM-BKT-AMOUNT < ZERO
               MOVE WS-MAP-OFFSET (WS-MAP-FOUND-SUB)
                   TO GL-DET-GL-ACCOUNT
           ELSE
               MOVE WS-MAP-ACCOUNT (WS-MAP-FOUND-SUB)
                   TO GL-DET-GL-ACCOUNT
           END-IF
           WRITE GL-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-LINE-AMOUNT TO WS-DEBIT-TOTAL
           PERFORM 2250-BUILD-JOURNAL-LINE
           MOVE "C" TO GL-DET-DR-CR
           IF ASM-BKT-AMOUNT < ZERO
               MOVE WS-MAP-ACCOUNT (WS-MAP-FOUND-SUB)
                   TO GL-DET-GL-ACCOUNT
           ELSE
               MOVE WS-MAP-OFFSET (WS-MAP-FOUND-SUB)
                   TO GL-DET-GL-ACCOUNT
           END-IF
           WRITE GL-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-LINE-AMOUNT TO WS-CREDIT-TOTAL.

       2250-BUILD-JOURNAL-LINE.
           MOVE SPACES TO GL-RECORD
           MOVE "D" TO GL-RECORD-TYPE
           MOVE ASM-COUNTER-ID TO GL-DET-COUNTER-ID
           MOVE WS-LINE-AMOUNT TO GL-DET-AMOUNT
           MOVE ASM-ENT-JOB-NAME TO GL-DET-SOURCE-JOB
           MOVE ASM-ENT-REASON-CODE TO GL-DET-REASON-CODE
           MOVE ASM-ENT-CYCLE-NO TO GL-DET-CYCLE-NO
           MOVE WS-MAP-COST-CENTRE (WS-MAP-FOUND-SUB)
               TO GL-DET-COST-CENTRE
           MOVE WS-JOURNAL-NO TO GL-DET-JOURNAL-NO.

      *> Reason-specific mapping first, then the counter's default.
      *> A mapping without both accounts is no mapping at all.
       2600-FIND-GL-MAPPING.
           MOVE "N" TO WS-MAP-HIT-SW
           MOVE ASM-ENT-REASON-CODE TO WS-LOOKUP-REASON
           PERFORM 2700-MATCH-MAPPING-ENTRY
               VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT OR WS-MAP-HIT
           IF NOT WS-MAP-HIT AND ASM-ENT-REASON-CODE NOT = SPACES
               MOVE SPACES TO WS-LOOKUP-REASON
               PERFORM 2700-MATCH-MAPPING-ENTRY
                   VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > WS-MAP-COUNT OR WS-MAP-HIT
           END-IF
           IF WS-MAP-HIT
               IF WS-MAP-ACCOUNT (WS-MAP-FOUND-SUB) = SPACES
                       OR WS-MAP-OFFSET (WS-MAP-FOUND-SUB) = SPACES
                   MOVE "N" TO WS-MAP-HIT-SW
               END-IF
           END-IF.

       2650-REPORT-UNMAPPED.
           SET WS-UNMAPPED-FOUND TO TRUE
           ADD 1 TO WS-UNMAPPED-COUNT
           IF ASM-COUNTER-ID NOT = WS-LAST-UNMAPPED-CTR
                   OR ASM-ENT-REASON-CODE NOT = WS-LAST-UNMAPPED-RSN
               MOVE ASM-COUNTER-ID TO WS-LAST-UNMAPPED-CTR
               MOVE ASM-ENT-REASON-CODE TO WS-LAST-UNMAPPED-RSN
               MOVE ASM-COUNTER-ID TO WS-UNM-COUNTER-ID
               MOVE ASM-ENT-REASON-CODE TO WS-UNM-REASON-CODE
               MOVE WS-UNMAPPED-MESSAGE TO WS-ERROR-MESSAGE
               MOVE "GL007" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           END-IF.

       2700-MATCH-MAPPING-ENTRY.
           IF WS-MAP-CTR-ID (WS-MAP-SUB) = ASM-COUNTER-ID
                   AND WS-MAP-REASON (WS-MAP-SUB) = WS-LOOKUP-REASON
               SET WS-MAP-HIT TO TRUE
               MOVE WS-MAP-SUB TO WS-MAP-FOUND-SUB
           END-IF.

       8000-UPDATE-CONTROL-RECORD.
           OPEN OUTPUT GL-CONTROL-FILE
           ELSE
               MOVE WS-RUN-DATE TO RSR-BUSINESS-DATE
           END-IF
           MOVE ZERO TO RSR-CYCLE-NO
           WRITE RUN-STATUS-RECORD
           CLOSE RUN-STATUS-FILE.
