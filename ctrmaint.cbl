      *> are not applied here - they are queued to the pending-
      *> adjustments file for a second operator to review and
      *> release or reject, and both the entry and the decision are
      *> audited with both operator IDs. Only a counter open on the
      *> counter master takes an adjustment or a release - a frozen
      *> or closed counter can still be inquired on, but any posting
      *> to it is refused and logged. Once the fiscal year-end close
      *> has closed a year on CLOSEDPD, no posting dated in that year
      *> is accepted either. Every posting is also held to the
      *> counter's business limits on CTRLIMIT: a breach on a counter
      *> set to warn posts with a logged warning, one on a counter
      *> set to hold is not posted - a direct adjustment goes to the
      *> pending queue instead, a pending item stays pending. Every
      *> audit row marks the audit summary (AUDSUM) for its date
      *> unproven, so a posting keyed after the night's summary was
      *> built holds balancing and the GL extract off the date until
      *> the summary is rebuilt with it. A true
      *> CICS pseudo-
      *> conversational transaction would use this same EVALUATE-
      *> driven menu structure behind EXEC CICS RECEIVE/SEND MAP;
      *> this batch form keeps it runnable without a CICS region.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT AUDIT-SUMMARY-FILE
               ASSIGN TO "AUDSUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASM-KEY
               FILE STATUS IS WS-SUM-FILE-STATUS.

           SELECT MAINT-PARM-FILE
               ASSIGN TO "MNTPARM"
               ORGANIZATION IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROF-FILE-STATUS.

           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO "CLOSEDPD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.

           SELECT ERROR-FILE
               ASSIGN TO "ERRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

           SELECT COUNTER-LIMIT-FILE
               ASSIGN TO "CTRLIMIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIMIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNTER-FILE.
       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  AUDIT-SUMMARY-FILE.
       COPY AUDSUMREC.

       FD  MAINT-PARM-FILE
           RECORDING MODE IS F.
       COPY MNTPARMREC.
           RECORDING MODE IS F.
       COPY OPRPROFREC.

       FD  PERIOD-CONTROL-FILE
           RECORDING MODE IS F.
       COPY PERCTLREC.

       FD  ERROR-FILE.
       COPY ERRREC.

       FD  COUNTER-LIMIT-FILE
           RECORDING MODE IS F.
       COPY CTRLIMREC.

       WORKING-STORAGE SECTION.
       COPY WSVAR.

       01  WS-CTR-FILE-STATUS          PIC X(02).
       01  WS-AUDIT-FILE-STATUS        PIC X(02).
       01  WS-SUM-FILE-STATUS          PIC X(02).
       01  WS-PARM-FILE-STATUS         PIC X(02).
       01  WS-PEND-FILE-STATUS         PIC X(02).
       01  WS-PERIOD-FILE-STATUS       PIC X(02).
       01  WS-SUM-WITHDRAW-FAILED-SW   PIC X(01) VALUE "N".
           88  WS-SUM-WITHDRAW-FAILED           VALUE "Y".
       01  WS-PERIOD-EOF-SW            PIC X(01) VALUE "N".
           88  WS-PERIOD-EOF                     VALUE "Y".

      *> Latest fiscal year-end date closed on CLOSEDPD - an
      *> adjustment is dated on the day it posts, and that date must
      *> fall after it.
       01  WS-CLOSED-YEAR-DATE         PIC 9(08) VALUE ZERO.

      *> The counter's business limits, read from CTRLIMIT afresh for
      *> each posting, and the outcome of holding the posting to
      *> them. The day's movement runs from the counter's value
      *> before its first posting of the run date.
       01  WS-LIMIT-FILE-STATUS        PIC X(02).
       01  WS-LIMIT-EOF-SW             PIC X(01) VALUE "N".
           88  WS-LIMIT-EOF                      VALUE "Y".
       01  WS-LIMIT-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-LIMIT-FOUND                    VALUE "Y".
       01  WS-LIMIT-HOLD-SW            PIC X(01) VALUE "N".
           88  WS-LIMIT-HOLD                     VALUE "Y".
       01  WS-LIMIT-BREACH-TEXT        PIC X(16).
      *> The counter's limits, kept from its CTRLIMIT record as it is
      *> matched - the file is closed before they are tested.
       01  WS-LIMIT-CEILING            PIC 9(07)V99.
       01  WS-LIMIT-FLOOR              PIC 9(07)V99.
       01  WS-LIMIT-MAX-DAY-MOVE       PIC 9(07)V99.
       01  WS-LIMIT-ACTION             PIC X(01).
           88  WS-LIMIT-ACTION-HOLD              VALUE "H".
       01  WS-DAY-OPEN-VALUE           PIC S9(07)V99.
       01  WS-LIMIT-OLD-MOVE           PIC S9(09)V99.
       01  WS-LIMIT-NEW-MOVE           PIC S9(09)V99.

       01  WS-MENU-CHOICE               PIC X(01).
       01  WS-CONTINUE-SW               PIC X(01) VALUE "Y".

       01  WS-ERROR-MESSAGE             PIC X(60).
       01  WS-ERROR-CODE                PIC X(05).
      *> Every violation is an error; a limit breach that still posts
      *> sets warning for its one entry.
       01  WS-ERROR-SEVERITY            PIC X(01) VALUE "E".

      *> Adjustments whose absolute value exceeds this must be
      *> released by a second operator. Zero (the default when no
           IF WS-CTR-FILE-STATUS = "35"
      *> Create an empty counter file so the session can run; every
      *> inquiry/adjustment will simply report COUNTER NOT FOUND
      *> until the counter setup run (or a conversion run) has
      *> populated it.
               OPEN OUTPUT COUNTER-FILE
               CLOSE COUNTER-FILE
               OPEN I-O COUNTER-FILE
                   MOVE CTR-VALUE TO WS-V1
           END-READ.

      *> Posting is refused to any counter not open on the master -
      *> a frozen counter takes nothing until the setup run
      *> reinstates it, a closed one never again. The refusal is
      *> logged like an entitlement violation so ERRSCAN shows who
      *> tried. Clears WS-CTR-READ-OK so the caller posts nothing.
       3070-CHECK-COUNTER-OPEN.
           IF NOT CTR-OPEN
               MOVE "N" TO WS-CTR-READ-OK-SW
               EVALUATE TRUE
                   WHEN CTR-FROZEN
                       DISPLAY "COUNTER " CTR-ID " IS FROZEN - "
                           "NOTHING POSTED"
                       MOVE "POSTING REFUSED - COUNTER FROZEN"
                           TO WS-ERROR-MESSAGE
                   WHEN CTR-CLOSED
                       DISPLAY "COUNTER " CTR-ID " IS CLOSED - "
                           "NOTHING POSTED"
                       MOVE "POSTING REFUSED - COUNTER CLOSED"
                           TO WS-ERROR-MESSAGE
                   WHEN OTHER
                       DISPLAY "COUNTER " CTR-ID " IS NOT OPEN - "
                           "NOTHING POSTED"
                       MOVE "POSTING REFUSED - COUNTER NOT OPEN"
                           TO WS-ERROR-MESSAGE
               END-EVALUATE
               MOVE "CM007" TO WS-ERROR-CODE
               PERFORM 5100-LOG-VIOLATION
           END-IF.

      *> CLOSEDPD is read afresh for every posting, so a session left
      *> open across the year-end close still sees it. A missing
      *> file means no year has been closed.
       3080-CHECK-YEAR-OPEN.
           MOVE ZERO TO WS-CLOSED-YEAR-DATE
           MOVE "N" TO WS-PERIOD-EOF-SW
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERIOD-FILE-STATUS = "00"
               PERFORM 3085-SCAN-ONE-PERIOD
                   UNTIL WS-PERIOD-EOF
               CLOSE PERIOD-CONTROL-FILE
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF WS-RUN-DATE NOT > WS-CLOSED-YEAR-DATE
               MOVE "N" TO WS-CTR-READ-OK-SW
               DISPLAY "FISCAL YEAR TO " WS-CLOSED-YEAR-DATE
                   " IS CLOSED - NOTHING POSTED"
               MOVE "POSTING REFUSED - FISCAL YEAR CLOSED"
                   TO WS-ERROR-MESSAGE
               MOVE "CM008" TO WS-ERROR-CODE
               PERFORM 5100-LOG-VIOLATION
           END-IF.

       3085-SCAN-ONE-PERIOD.
           READ PERIOD-CONTROL-FILE
               AT END
                   SET WS-PERIOD-EOF TO TRUE
               NOT AT END
                   IF PCL-YEAR-CLOSED
                           AND PCL-CLOSE-DATE > WS-CLOSED-YEAR-DATE
                       MOVE PCL-CLOSE-DATE TO WS-CLOSED-YEAR-DATE
                   END-IF
           END-READ
           IF WS-PERIOD-FILE-STATUS NOT = "00"
               SET WS-PERIOD-EOF TO TRUE
           END-IF.

      *> Holds the posting that would take the counter in the buffer
      *> from WS-V1 to WS-V1-RESULT-CHECK to its limits. Only a
      *> posting that moves the counter further past a limit is a
      *> breach. A breach is logged at warning when the counter is
      *> set to warn and the posting goes ahead; at error, with
      *> WS-LIMIT-HOLD set, when it is set to hold. A missing file,
      *> or no record for the counter, means no limits.
       3090-CHECK-COUNTER-LIMITS.
           MOVE "N" TO WS-LIMIT-HOLD-SW
           MOVE "N" TO WS-LIMIT-FOUND-SW
           MOVE "N" TO WS-LIMIT-EOF-SW
           MOVE SPACES TO WS-LIMIT-BREACH-TEXT
           OPEN INPUT COUNTER-LIMIT-FILE
           IF WS-LIMIT-FILE-STATUS = "00"
               PERFORM 3095-MATCH-ONE-LIMIT
                   UNTIL WS-LIMIT-EOF
               CLOSE COUNTER-LIMIT-FILE
           END-IF
           IF WS-LIMIT-FOUND
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               IF CTR-DAY-DATE IS NUMERIC
                       AND CTR-DAY-OPEN-VALUE IS NUMERIC
                       AND CTR-DAY-DATE = WS-RUN-DATE
                   MOVE CTR-DAY-OPEN-VALUE TO WS-DAY-OPEN-VALUE
               ELSE
                   MOVE WS-V1 TO WS-DAY-OPEN-VALUE
               END-IF
               COMPUTE WS-LIMIT-OLD-MOVE = WS-V1 - WS-DAY-OPEN-VALUE
               IF WS-LIMIT-OLD-MOVE < ZERO
                   COMPUTE WS-LIMIT-OLD-MOVE = WS-LIMIT-OLD-MOVE * -1
               END-IF
               COMPUTE WS-LIMIT-NEW-MOVE =
                   WS-V1-RESULT-CHECK - WS-DAY-OPEN-VALUE
               IF WS-LIMIT-NEW-MOVE < ZERO
                   COMPUTE WS-LIMIT-NEW-MOVE = WS-LIMIT-NEW-MOVE * -1
               END-IF
               EVALUATE TRUE
                   WHEN WS-LIMIT-CEILING > ZERO
                           AND WS-V1-RESULT-CHECK > WS-LIMIT-CEILING
                           AND WS-V1-RESULT-CHECK > WS-V1
                       MOVE "CEILING" TO WS-LIMIT-BREACH-TEXT
                       MOVE "CM009" TO WS-ERROR-CODE
                   WHEN WS-LIMIT-FLOOR > ZERO
                           AND WS-V1-RESULT-CHECK < WS-LIMIT-FLOOR
                           AND WS-V1-RESULT-CHECK < WS-V1
                       MOVE "FLOOR" TO WS-LIMIT-BREACH-TEXT
                       MOVE "CM010" TO WS-ERROR-CODE
                   WHEN WS-LIMIT-MAX-DAY-MOVE > ZERO
                           AND WS-LIMIT-NEW-MOVE
                               > WS-LIMIT-MAX-DAY-MOVE
                           AND WS-LIMIT-NEW-MOVE > WS-LIMIT-OLD-MOVE
                       MOVE "DAILY MOVEMENT" TO WS-LIMIT-BREACH-TEXT
                       MOVE "CM011" TO WS-ERROR-CODE
               END-EVALUATE
           END-IF
           IF WS-LIMIT-BREACH-TEXT NOT = SPACES
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING WS-LIMIT-BREACH-TEXT DELIMITED BY "  "
                   " LIMIT BREACH ON COUNTER " WS-COUNTER-ID
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE
               IF WS-LIMIT-ACTION-HOLD
                   SET WS-LIMIT-HOLD TO TRUE
               ELSE
                   DISPLAY "WARNING - POSTING BREACHES COUNTER "
                       WS-LIMIT-BREACH-TEXT
                   MOVE "W" TO WS-ERROR-SEVERITY
               END-IF
               PERFORM 5100-LOG-VIOLATION
           END-IF.

       3095-MATCH-ONE-LIMIT.
           READ COUNTER-LIMIT-FILE
               AT END
                   SET WS-LIMIT-EOF TO TRUE
               NOT AT END
                   IF LIM-COUNTER-ID = WS-COUNTER-ID
                       SET WS-LIMIT-EOF TO TRUE
                       SET WS-LIMIT-FOUND TO TRUE
                       MOVE LIM-CEILING TO WS-LIMIT-CEILING
                       MOVE LIM-FLOOR TO WS-LIMIT-FLOOR
                       MOVE LIM-MAX-DAY-MOVE TO WS-LIMIT-MAX-DAY-MOVE
                       MOVE LIM-BREACH-ACTION TO WS-LIMIT-ACTION
                   END-IF
           END-READ
           IF WS-LIMIT-FILE-STATUS NOT = "00"
               SET WS-LIMIT-EOF TO TRUE
           END-IF.

       3100-INQUIRE.
           PERFORM 3050-READ-COUNTER-BY-ID
           IF WS-CTR-READ-OK
               DISPLAY "COUNTER " WS-COUNTER-ID " VALUE IS " WS-V1
               DISPLAY "LAST RUN " CTR-LAST-RUN-DATE
                   " AT " CTR-LAST-RUN-TIME
               EVALUATE TRUE
                   WHEN CTR-OPEN
                       DISPLAY "STATUS OPEN SINCE " CTR-OPEN-DATE
                   WHEN CTR-FROZEN
                       DISPLAY "STATUS FROZEN SINCE " CTR-FROZEN-DATE
                           " (OPENED " CTR-OPEN-DATE ")"
                   WHEN CTR-CLOSED
                       DISPLAY "STATUS CLOSED ON " CTR-CLOSE-DATE
                           " (OPENED " CTR-OPEN-DATE ")"
                   WHEN OTHER
                       DISPLAY "STATUS '" CTR-STATUS
                           "' NOT RECOGNIZED"
               END-EVALUATE
               DISPLAY "OWNER " CTR-OWNER-ID
           END-IF.

       3200-POST-ADJUSTMENT.
           PERFORM 3050-READ-COUNTER-BY-ID
           IF WS-CTR-READ-OK
               PERFORM 3070-CHECK-COUNTER-OPEN
           END-IF
           IF WS-CTR-READ-OK
               PERFORM 3080-CHECK-YEAR-OPEN
           END-IF
           IF WS-CTR-READ-OK
               MOVE WS-V1 TO WS-OLD-VALUE
               DISPLAY "ENTER ADJUSTMENT (SIGNED, UP TO 9999999.99): "
                           > WS-APPROVAL-THRESHOLD
                       PERFORM 3400-QUEUE-PENDING-ADJUSTMENT
                   WHEN OTHER
                       PERFORM 3090-CHECK-COUNTER-LIMITS
      *> Within the threshold, but a breach on a hold counter goes
      *> to a second operator all the same.
                       IF WS-LIMIT-HOLD
                           DISPLAY "ADJUSTMENT BREACHES COUNTER LIMIT"
                               " - HELD FOR APPROVAL"
                           PERFORM 3400-QUEUE-PENDING-ADJUSTMENT
                       ELSE
                           ADD WS-ADJUSTMENT TO WS-V1
                           PERFORM 3300-REWRITE-COUNTER
                           MOVE "A" TO WS-AUD-STATUS
                           MOVE WS-COUNTER-ID TO WS-AUD-COUNTER-ID
                           MOVE WS-OLD-VALUE TO WS-AUD-OLD
                           MOVE WS-ADJUSTMENT TO WS-AUD-CHANGE
                           MOVE WS-V1 TO WS-AUD-NEW
                           MOVE WS-REASON-CODE TO WS-AUD-REASON
                           MOVE WS-OPERATOR-ID TO WS-AUD-MAKER
                           MOVE SPACES TO WS-AUD-CHECKER
                           PERFORM 3250-WRITE-AUDIT-ROW
                       END-IF
               END-EVALUATE
           END-IF.

           MOVE WS-AUD-MAKER TO AUD-OPERATOR-ID
           MOVE WS-AUD-CHECKER TO AUD-APPROVER-ID
           MOVE WS-RUN-DATE TO AUD-BUSINESS-DATE
           MOVE ZERO TO AUD-CYCLE-NO
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE
           PERFORM 3260-WITHDRAW-SUMMARY-PROOF.

      *> A summary already built for the run date no longer matches
      *> the trail - its day record is marked unproven. No summary
      *> file, or none for the date yet, leaves nothing to withdraw.
      *> The posting itself stands either way; a failure is logged
      *> for the morning check.
       3260-WITHDRAW-SUMMARY-PROOF.
           MOVE "N" TO WS-SUM-WITHDRAW-FAILED-SW
           OPEN I-O AUDIT-SUMMARY-FILE
           IF WS-SUM-FILE-STATUS = "00"
               MOVE LOW-VALUES TO ASM-KEY
               MOVE WS-RUN-DATE TO ASM-BUSINESS-DATE
               READ AUDIT-SUMMARY-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-SUM-FILE-STATUS = "00"
                   MOVE "N" TO ASM-DAY-PROOF-SW
                   REWRITE AUDIT-SUMMARY-RECORD
               END-IF
               IF WS-SUM-FILE-STATUS NOT = "00"
                       AND WS-SUM-FILE-STATUS NOT = "23"
                   SET WS-SUM-WITHDRAW-FAILED TO TRUE
               END-IF
               CLOSE AUDIT-SUMMARY-FILE
           ELSE
               IF WS-SUM-FILE-STATUS NOT = "35"
                   SET WS-SUM-WITHDRAW-FAILED TO TRUE
               END-IF
           END-IF
           IF WS-SUM-WITHDRAW-FAILED
               DISPLAY "AUDIT SUMMARY NOT UPDATED - RERUN AUDSUM "
                   "FOR " WS-RUN-DATE
               MOVE "AUDIT SUMMARY PROOF NOT WITHDRAWN"
                   TO WS-ERROR-MESSAGE
               MOVE "CM012" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5100-LOG-VIOLATION
           END-IF.

      *> Each adjustment is committed to the counter file as it is
      *> accepted - with the file keyed by counter ID there is no
      *> CTR-LAST-RUN-TIME are the business date TestApp last POSTED
      *> - the calendar gate reads them - so maintenance carries
      *> them forward from the record just read, untouched; the
      *> adjustment itself is timestamped on its AUDITLOG row. The
      *> day stamp the daily movement limit runs from moves to the
      *> run date on the counter's first posting of that date.
       3300-REWRITE-COUNTER.
           MOVE WS-COUNTER-ID TO CTR-ID
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF CTR-DAY-DATE IS NOT NUMERIC
                   OR CTR-DAY-DATE NOT = WS-RUN-DATE
               MOVE WS-RUN-DATE TO CTR-DAY-DATE
               MOVE WS-OLD-VALUE TO CTR-DAY-OPEN-VALUE
           END-IF
           MOVE WS-V1 TO CTR-VALUE
           REWRITE CTR-RECORD.

       3520-RELEASE-PENDING-ITEM.
           MOVE PND-COUNTER-ID TO WS-COUNTER-ID
           PERFORM 3060-READ-COUNTER-RECORD
           IF WS-CTR-READ-OK
               PERFORM 3070-CHECK-COUNTER-OPEN
           END-IF
           IF WS-CTR-READ-OK
               PERFORM 3080-CHECK-YEAR-OPEN
           END-IF
           IF NOT WS-CTR-READ-OK
               DISPLAY "ITEM " PND-ID " LEFT PENDING"
           ELSE
                   DISPLAY "ITEM " PND-ID " WOULD OVERFLOW/"
                       "UNDERFLOW WS-V1 - LEFT PENDING"
               ELSE
                   PERFORM 3090-CHECK-COUNTER-LIMITS
                   IF WS-LIMIT-HOLD
                       DISPLAY "ITEM " PND-ID " BREACHES COUNTER LIMIT"
                           " - LEFT PENDING"
                   ELSE
                       ADD PND-AMOUNT TO WS-V1
                       PERFORM 3300-REWRITE-COUNTER
                       MOVE "A" TO PND-STATUS
                       PERFORM 3550-STAMP-AND-REWRITE-ITEM
                       MOVE "A" TO WS-AUD-STATUS
                       MOVE PND-COUNTER-ID TO WS-AUD-COUNTER-ID
                       MOVE WS-OLD-VALUE TO WS-AUD-OLD
                       MOVE PND-AMOUNT TO WS-AUD-CHANGE
                       MOVE WS-V1 TO WS-AUD-NEW
                       MOVE PND-REASON-CODE TO WS-AUD-REASON
                       MOVE PND-MAKER-ID TO WS-AUD-MAKER
                       MOVE WS-OPERATOR-ID TO WS-AUD-CHECKER
                       PERFORM 3250-WRITE-AUDIT-ROW
                       DISPLAY "ITEM " PND-ID " RELEASED AND POSTED"
                   END-IF
               END-IF
           END-IF.

      *> Every entitlement violation goes to ERRFILE at error
      *> severity with its own code, tagged with the operator who
      *> tripped it, so the night's ERRSCAN surfaces the attempt -
      *> the session display alone leaves no durable trace. A limit
      *> breach that still posted goes out the same way at warning.
       5100-LOG-VIOLATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME TO ERR-TIMESTAMP (9:6)
           MOVE "CTRMAINT" TO ERR-PROGRAM-ID
           MOVE WS-ERROR-CODE TO ERR-ERROR-CODE
           MOVE WS-ERROR-SEVERITY TO ERR-SEVERITY
           MOVE "E" TO WS-ERROR-SEVERITY
           MOVE SPACES TO ERR-MESSAGE
           STRING WS-ERROR-MESSAGE DELIMITED BY "  "
               " - " WS-OPERATOR-ID DELIMITED BY SIZE
