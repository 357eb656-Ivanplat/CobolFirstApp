      *> file and uses each work record's last-applied detail count
      *> to skip exactly the work already done. CTRFILE is committed
      *> from the work file only at end of run, so an abend mid-run
      *> never leaves half a night on the live counters. Only a
      *> counter open on the counter master takes a posting - the
      *> counter setup run opens, freezes and closes counters, and a
      *> record naming any other counter is refused and logged. A
      *> transfer posts both of its legs or neither, and each leg is
      *> audited on its own row under the paired transfer reason
      *> codes with a shared reference. A business date may be posted
      *> in more than one cycle (the nightly run plus later cycles the
      *> same day): the header names the cycle, cycle N+1 is accepted
      *> only once cycle N for the date has ended cleanly, a restart
      *> resumes only the cycle it interrupted, and every audit row
      *> and run-status record carries the cycle that wrote it.
      *> Each posting is also held to its counter's business limits
      *> from the CTRLIMIT reference file - ceiling, floor and
      *> maximum movement in the business day. A breach is logged
      *> for ERRSCAN; on a counter set to warn the record still
      *> posts, on one set to hold it is put in suspense (SUSPFILE)
      *> for the next edit run to recycle, and taken off the posting
      *> register so nothing downstream treats it as posted.
      *> Before anything posts, the date's audit summary (AUDSUM) is
      *> marked unproven, so balancing and the GL extract wait for
      *> it to be rebuilt with this run's rows in it. The highest
      *> sequence number on each cycle's file is kept on the restart
      *> record for the edit step to number the next cycle from.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.

           SELECT GL-CONTROL-FILE
               ASSIGN TO "GLCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLCTL-FILE-STATUS.

           SELECT AUDIT-SUMMARY-FILE
               ASSIGN TO "AUDSUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASM-KEY
               FILE STATUS IS WS-SUM-FILE-STATUS.

           SELECT RUN-STATUS-FILE
               ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTAT-FILE-STATUS.

           SELECT COUNTER-LIMIT-FILE
               ASSIGN TO "CTRLIMIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIMIT-FILE-STATUS.

           SELECT SUSPENSE-FILE
               ASSIGN TO "SUSPFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT POSTING-REG-FILE
               ASSIGN TO "POSTREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRG-KEY
               FILE STATUS IS WS-POSTREG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNTER-FILE.
           RECORDING MODE IS F.
       COPY PERCTLREC.

       FD  GL-CONTROL-FILE
           RECORDING MODE IS F.
       COPY GLCTLREC.

       FD  AUDIT-SUMMARY-FILE.
       COPY AUDSUMREC.

       FD  RUN-STATUS-FILE.
       COPY RUNSTATREC.

       FD  COUNTER-LIMIT-FILE
           RECORDING MODE IS F.
       COPY CTRLIMREC.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       COPY SUSPREC.

       FD  POSTING-REG-FILE.
       COPY POSTREGREC.

       WORKING-STORAGE SECTION.
       COPY WSVAR.

           88  WS-WORK-EOF                       VALUE "Y".
       01  WS-WORK-FOUND-SW            PIC X(01).
           88  WS-WORK-FOUND                     VALUE "Y".
       01  WS-CTR-ON-FILE-SW           PIC X(01).
           88  WS-CTR-ON-FILE                    VALUE "Y".

      *> The from-counter's work record, held while the to-counter's
      *> is located so both legs of a transfer can be proved before
      *> either is posted.
       COPY CTRWORKREC REPLACING ==CTR-WORK-RECORD==
           BY ==WS-XFR-FROM-WORK== LEADING ==CTW== BY ==XFW==.
       01  WS-XFR-FROM-DUE-SW          PIC X(01).
           88  WS-XFR-FROM-DUE                   VALUE "Y".
       01  WS-XFR-TO-DUE-SW            PIC X(01).
           88  WS-XFR-TO-DUE                     VALUE "Y".
       01  WS-XFR-FROM-CHECK           PIC S9(09)V99.
      *> Set once the run has read any transfer record - the audit
      *> writer then makes its second pass for the transfer legs.
       01  WS-XFR-SEEN-SW              PIC X(01) VALUE "N".
           88  WS-XFR-SEEN                       VALUE "Y".
      *> The record number an overflow stopped the run on - records
      *> from there on never posted, so the transfer-leg audit pass
      *> stops there too. Zero when no overflow occurred.
       01  WS-OVERFLOW-AT-COUNT        PIC 9(08) VALUE ZERO.
       01  WS-AUD-PASS-COUNT           PIC 9(08) VALUE ZERO.
       01  WS-AUD-ROW-REF              PIC X(14).
       01  WS-XFR-REF.
           05  WS-XFR-REF-DATE         PIC 9(08).
           05  WS-XFR-REF-SEQ-NO       PIC 9(06).
       01  WS-XFR-LEG-FOUND-SW         PIC X(01).
           88  WS-XFR-LEG-FOUND                  VALUE "Y".
       01  WS-XFR-BOTH-LEGS-SW         PIC X(01).
           88  WS-XFR-BOTH-LEGS                  VALUE "Y".

      *> Set by the work-record lookup when the counter is not open
      *> on the counter master (unknown, frozen or closed) - the
      *> record is not posted. WS-POSTING-REFUSED stays set for the
      *> rest of the run so it ends flagged for investigation: the
      *> edit step suspends such records, so one reaching this step
      *> means the counter changed state after the edit ran.
       01  WS-CTR-REFUSED-SW           PIC X(01) VALUE "N".
           88  WS-CTR-REFUSED                    VALUE "Y".
       01  WS-POSTING-REFUSED-SW       PIC X(01) VALUE "N".
           88  WS-POSTING-REFUSED               VALUE "Y".

      *> Counter business limits, loaded once from CTRLIMIT when the
      *> transaction file is present and copied onto each work record
      *> as it is created. No file means no limits. A table too small
      *> for the file stops the run before anything posts - carrying
      *> on would leave the counters past the limit unchecked.
       01  WS-LIMIT-FILE-STATUS        PIC X(02).
       01  WS-LIMIT-EOF-SW             PIC X(01) VALUE "N".
           88  WS-LIMIT-EOF                      VALUE "Y".
       01  WS-LIMIT-HIT-SW             PIC X(01).
           88  WS-LIMIT-HIT                      VALUE "Y".
       01  WS-LIMIT-MAX                PIC 9(04) VALUE 1000.
       01  WS-LIMIT-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-LIMIT-TABLE.
           05  WS-LIMIT-ENTRY OCCURS 1000 TIMES.
               10  WS-LIMIT-CTR-ID     PIC X(08).
               10  WS-LIMIT-CEILING    PIC 9(07)V99.
               10  WS-LIMIT-FLOOR      PIC 9(07)V99.
               10  WS-LIMIT-MAX-MOVE   PIC 9(07)V99.
               10  WS-LIMIT-ACTION     PIC X(01).
       01  WS-LIMIT-SUB                PIC 9(04).

      *> The work record being held to its limits - the buffer for a
      *> detail, reversal or transfer to-leg, the held-aside record
      *> for a transfer from-leg - and the value the posting would
      *> leave it at.
       COPY CTRWORKREC REPLACING ==CTR-WORK-RECORD==
           BY ==WS-LIMIT-CHECK-WORK== LEADING ==CTW== BY ==LCW==.
       01  WS-LIMIT-NEW-VALUE          PIC S9(09)V99.
       01  WS-LIMIT-OLD-MOVE           PIC S9(09)V99.
       01  WS-LIMIT-NEW-MOVE           PIC S9(09)V99.
      *> The limit the posting breaches (the suspense reason it is
      *> held under: RLCE ceiling, RLFL floor, RLDM daily movement)
      *> or spaces, and whether the record is to be held - set by
      *> any breach on a hold counter, on either leg of a transfer.
       01  WS-LIMIT-BREACH-CODE        PIC X(04).
       01  WS-LIMIT-BREACH-TEXT        PIC X(15).
       01  WS-LIMIT-HOLD-SW            PIC X(01) VALUE "N".
           88  WS-LIMIT-HOLD                     VALUE "Y".
      *> Warn-counter breaches waiting to be logged. A transfer's
      *> are kept until both legs have been checked - a hold on the
      *> other leg puts the whole transfer in suspense, and the
      *> warning must say so rather than that it posted.
       01  WS-LIMIT-DEFER-SW           PIC X(01) VALUE "N".
           88  WS-LIMIT-DEFER                    VALUE "Y".
       01  WS-LIMIT-WARN-COUNT         PIC 9(01) VALUE ZERO.
       01  WS-LIMIT-WARN-TABLE.
           05  WS-LIMIT-WARN-ENTRY OCCURS 2 TIMES.
               10  WS-LIMIT-WARN-CTR-ID    PIC X(08).
               10  WS-LIMIT-WARN-TEXT      PIC X(15).
               10  WS-LIMIT-WARN-CODE      PIC X(05).
       01  WS-LIMIT-WARN-SUB           PIC 9(01).
       01  WS-HOLD-REASON-CODE         PIC X(04).
       01  WS-HOLD-REASON-TEXT         PIC X(30).
       01  WS-HOLD-COUNT               PIC 9(08) VALUE ZERO.

      *> A held record is appended to the day's suspense file, and
      *> its posting-register entry undone - a held detail is taken
      *> off the register, a held reversal gives back the reversed
      *> mark on the original it named - both opened only when the
      *> first record is held. A reversal whose original this date
      *> was held (so is no longer on the register) is held too.
      *> The suspense file is read back by the transfer audit pass
      *> so a held transfer writes no legs.
       01  WS-SUSP-FILE-STATUS         PIC X(02).
       01  WS-SUSP-OPEN-SW             PIC X(01) VALUE "N".
           88  WS-SUSP-OPEN                      VALUE "Y".
       01  WS-SUSP-EOF-SW              PIC X(01) VALUE "N".
           88  WS-SUSP-EOF                       VALUE "Y".
       01  WS-XFR-HELD-SW              PIC X(01).
           88  WS-XFR-HELD                       VALUE "Y".
       01  WS-POSTREG-FILE-STATUS      PIC X(02).
       01  WS-POSTREG-OPEN-SW          PIC X(01) VALUE "N".
           88  WS-POSTREG-OPEN                   VALUE "Y".
           88  WS-POSTREG-ABSENT                 VALUE "X".
       01  WS-ORIG-HELD-SW             PIC X(01).
           88  WS-ORIG-HELD                      VALUE "Y".
       01  WS-PARM-FILE-STATUS         PIC X(02).
       01  WS-RESTART-FILE-STATUS      PIC X(02).
       01  WS-ERROR-FILE-STATUS        PIC X(02).
       01  WS-TRAN-FILE-STATUS         PIC X(02).
       01  WS-CAL-FILE-STATUS          PIC X(02).
       01  WS-RUNSTAT-FILE-STATUS      PIC X(02).
       01  WS-GLCTL-FILE-STATUS        PIC X(02).
       01  WS-SUM-FILE-STATUS          PIC X(02).

       01  WS-RSR-EVENT                PIC X(01).
       01  WS-FINAL-RC                 PIC 9(02) VALUE ZERO.
       01  WS-HDR-PERIOD               PIC 9(06) VALUE ZERO.
       01  WS-HDR-PERIOD-CLOSED-SW     PIC X(01) VALUE "N".
           88  WS-HDR-PERIOD-CLOSED             VALUE "Y".
      *> Set when a fiscal year-end close on CLOSEDPD covers the
      *> header date - the year's counters have been reset and
      *> carried forward, so nothing more may post into it.
       01  WS-HDR-YEAR-CLOSED-SW       PIC X(01) VALUE "N".
           88  WS-HDR-YEAR-CLOSED               VALUE "Y".

      *> Latest CTR-LAST-RUN-DATE across the counter file - the date
      *> the system last posted.
       01  WS-LAST-RUN-DATE            PIC 9(08) VALUE ZERO.
       01  WS-HEADER-DATE              PIC 9(08) VALUE ZERO.
      *> Posting cycle named on the header - 01 when the header
      *> carries none.
       01  WS-HEADER-CYCLE             PIC 9(02) VALUE ZERO.

      *> The cycle stamp the restart record held when this run
      *> started - the last cycle to pass the start-up gate, and how
      *> far it got: "S" started but never committed, "C" committed,
      *> "Y" committed and ended cleanly. Zero when the record
      *> predates cycles.
       01  WS-PRIOR-CYCLE-DATE         PIC 9(08) VALUE ZERO.
       01  WS-PRIOR-CYCLE-NO           PIC 9(02) VALUE ZERO.
       01  WS-PRIOR-CYCLE-STATE        PIC X(01) VALUE SPACE.
      *> Derived by the gate for the header date: the highest cycle
      *> already posted for it (zero when none) and whether that
      *> cycle ended cleanly.
       01  WS-POSTED-CYCLE             PIC 9(02) VALUE ZERO.
       01  WS-POSTED-CLEAN-SW          PIC X(01) VALUE "N".
           88  WS-POSTED-CLEAN                   VALUE "Y".
      *> Last business date the GL extract has taken - once a date
      *> is extracted, no further cycle may post to it or its
      *> movement would never reach the ledger.
       01  WS-GL-EXTRACT-DATE          PIC 9(08) VALUE ZERO.
      *> First business date on the calendar after WS-LAST-RUN-DATE.
       01  WS-EXPECTED-DATE            PIC 9(08) VALUE ZERO.

      *> is actually re-applied.
       01  WS-DETAIL-COUNT             PIC 9(08) VALUE ZERO.
       01  WS-HASH-TOTAL-ACCUM         PIC S9(11)V99 VALUE ZERO.
      *> Highest sequence number on the file - details, reversals
      *> and transfers, posted or held - carried to the cycle stamp
      *> when the cycle commits.
       01  WS-TRAN-HIGH-SEQ-NO         PIC 9(06) VALUE ZERO.

      *> The business date this run posts - the header date, or the
      *> run date on the legacy path - whose audit summary proof is
      *> withdrawn before anything posts.
       01  WS-SUM-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-SUM-WITHDRAW-FAILED-SW   PIC X(01) VALUE "N".
           88  WS-SUM-WITHDRAW-FAILED           VALUE "Y".

       01  WS-ERROR-MESSAGE            PIC X(60).
       01  WS-ERROR-CODE               PIC X(05).
           IF WS-TRAN-FILE-PRESENT AND WS-RUN-CONTROL-FAILED
               PERFORM 0900-ABORT-RUN
           END-IF
           PERFORM 1995-WITHDRAW-SUMMARY-PROOF
           IF WS-SUM-WITHDRAW-FAILED
               PERFORM 0900-ABORT-RUN
           END-IF
           IF WS-TRAN-FILE-PRESENT AND NOT WS-RESUMING
               PERFORM 1990-STAMP-CYCLE
           END-IF
           IF WS-TRAN-FILE-PRESENT
               PERFORM 2000-READ-AND-PROCESS-TRAN
                   UNTIL WS-TRAN-EOF OR WS-OVERFLOW-OCCURRED
                   PERFORM 2880-HANDLE-MISSING-TRAILER
               END-IF
               CLOSE TRAN-FILE
               PERFORM 2690-CLOSE-HOLD-FILES
               PERFORM 2500-WRITE-CHECKPOINT
           ELSE
               PERFORM 2900-LEGACY-ACCUMULATION
           CLOSE CTR-WORK-FILE
           CLOSE COUNTER-FILE
           IF WS-OVERFLOW-OCCURRED OR WS-TRAILER-BREAK-DETECTED
                   OR WS-POSTING-REFUSED
               MOVE 16 TO WS-FINAL-RC
           END-IF
           IF WS-TRAN-FILE-PRESENT AND WS-FINAL-RC = ZERO
               PERFORM 8600-MARK-CYCLE-CLEAN
           END-IF
           MOVE "E" TO WS-RSR-EVENT
           PERFORM 9900-WRITE-RUN-STATUS
           MOVE WS-FINAL-RC TO RETURN-CODE
               CLOSE PARM-CARD-FILE
           END-IF.

      *> The limits file is optional - without it no counter has
      *> business limits and only the picture range applies.
       1600-LOAD-COUNTER-LIMITS.
           MOVE "N" TO WS-LIMIT-EOF-SW
           OPEN INPUT COUNTER-LIMIT-FILE
           IF WS-LIMIT-FILE-STATUS = "00"
               PERFORM 1650-LOAD-ONE-LIMIT
                   UNTIL WS-LIMIT-EOF
               CLOSE COUNTER-LIMIT-FILE
           END-IF.

       1650-LOAD-ONE-LIMIT.
           READ COUNTER-LIMIT-FILE
               AT END
                   SET WS-LIMIT-EOF TO TRUE
               NOT AT END
                   IF WS-LIMIT-COUNT < WS-LIMIT-MAX
                       ADD 1 TO WS-LIMIT-COUNT
                       MOVE LIM-COUNTER-ID
                           TO WS-LIMIT-CTR-ID (WS-LIMIT-COUNT)
                       MOVE LIM-CEILING
                           TO WS-LIMIT-CEILING (WS-LIMIT-COUNT)
                       MOVE LIM-FLOOR
                           TO WS-LIMIT-FLOOR (WS-LIMIT-COUNT)
                       MOVE LIM-MAX-DAY-MOVE
                           TO WS-LIMIT-MAX-MOVE (WS-LIMIT-COUNT)
                       MOVE LIM-BREACH-ACTION
                           TO WS-LIMIT-ACTION (WS-LIMIT-COUNT)
                   ELSE
                       SET WS-LIMIT-EOF TO TRUE
                       SET WS-RUN-CONTROL-FAILED TO TRUE
                       MOVE "COUNTER LIMITS TABLE FULL - RUN ABORTED"
                           TO WS-ERROR-MESSAGE
                       MOVE "TA026" TO WS-ERROR-CODE
                       MOVE "F" TO WS-ERROR-SEVERITY
                       PERFORM 5000-LOG-ERROR-RECORD
                   END-IF
           END-READ
           IF WS-LIMIT-FILE-STATUS NOT = "00"
                   AND WS-LIMIT-FILE-STATUS NOT = "10"
               SET WS-LIMIT-EOF TO TRUE
           END-IF.

      *> A run in progress reopens the surviving work file and
      *> replays; a fresh run starts with an empty one. A resuming
      *> run whose work file is gone simply re-derives everything
               MOVE ZERO TO RST-LAST-RECORD-COUNT
               MOVE "N" TO RST-IN-PROGRESS-SW
               MOVE SPACES TO RST-MODE
               MOVE ZERO TO RST-BUSINESS-DATE
               MOVE ZERO TO RST-CYCLE-NO
               MOVE SPACE TO RST-CYCLE-CLEAN-SW
               MOVE ZERO TO RST-CYCLE-BASE-SEQ-NO
               MOVE ZERO TO RST-CYCLE-HIGH-SEQ-NO
               WRITE RESTART-RECORD
               CLOSE RESTART-FILE
               OPEN I-O RESTART-FILE
           ELSE
               READ RESTART-FILE
                   NOT AT END
                       PERFORM 1720-LOAD-PRIOR-CYCLE
                       IF RST-IN-PROGRESS-SW = "Y"
                           SET WS-RESUMING TO TRUE
                           IF RST-MODE-LEGACY
           END-IF
           PERFORM 1780-OPEN-WORK-FILE.

      *> A restart record written before cycles existed carries no
      *> stamp - it reads as no prior cycle.
       1720-LOAD-PRIOR-CYCLE.
           IF RST-BUSINESS-DATE IS NUMERIC
                   AND RST-CYCLE-NO IS NUMERIC
               MOVE RST-BUSINESS-DATE TO WS-PRIOR-CYCLE-DATE
               MOVE RST-CYCLE-NO TO WS-PRIOR-CYCLE-NO
               MOVE RST-CYCLE-CLEAN-SW TO WS-PRIOR-CYCLE-STATE
           END-IF.

       1750-REPOSITION-RESTART-FILE.
           CLOSE RESTART-FILE
           OPEN I-O RESTART-FILE
                   OPEN OUTPUT CTR-WORK-FILE
                   CLOSE CTR-WORK-FILE
                   OPEN I-O CTR-WORK-FILE
               ELSE
                   IF RST-MODE-TRANSACTION
                           AND WS-PRIOR-CYCLE-DATE NOT = ZERO
                       PERFORM 1790-CHECK-WORK-FILE-CYCLE
                   END-IF
               END-IF
           ELSE
               OPEN OUTPUT CTR-WORK-FILE
               OPEN I-O CTR-WORK-FILE
           END-IF.

      *> The work file surviving a restart must have been built by the
      *> cycle being resumed. One left by any other cycle is treated
      *> as if it were gone - emptied, so the replay re-derives the
      *> cycle from the uncommitted counter file.
       1790-CHECK-WORK-FILE-CYCLE.
           MOVE "N" TO WS-WORK-FOUND-SW
           MOVE LOW-VALUES TO CTW-COUNTER-ID
           START CTR-WORK-FILE KEY NOT < CTW-COUNTER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CTR-WORK-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           SET WS-WORK-FOUND TO TRUE
                   END-READ
           END-START
           IF WS-WORK-FOUND
               IF CTW-BUSINESS-DATE NOT = WS-PRIOR-CYCLE-DATE
                       OR CTW-CYCLE-NO NOT = WS-PRIOR-CYCLE-NO
                   PERFORM 1795-REBUILD-WORK-FILE
               END-IF
           END-IF.

       1795-REBUILD-WORK-FILE.
           CLOSE CTR-WORK-FILE
           OPEN OUTPUT CTR-WORK-FILE
           CLOSE CTR-WORK-FILE
           OPEN I-O CTR-WORK-FILE
           MOVE "CTRWORK FROM ANOTHER CYCLE - REBUILT FOR RESTART"
               TO WS-ERROR-MESSAGE
           MOVE "TA020" TO WS-ERROR-CODE
           MOVE "W" TO WS-ERROR-SEVERITY
           PERFORM 5000-LOG-ERROR-RECORD.

       1800-OPEN-TRAN-FILE.
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-FILE-STATUS = "00"
      *> resume, so the gate is skipped on restart. The header is
      *> read on every path - even a resumed run needs
      *> WS-HEADER-DATE so the counter commit records the business
      *> date actually posted. A resumed run must still be presenting
      *> the very cycle the checkpoint belongs to.
       1900-VERIFY-RUN-CONTROL.
           PERFORM 1910-READ-TRAN-HEADER
           IF WS-RESUMING
               IF NOT WS-RUN-CONTROL-FAILED
                   PERFORM 1920-CHECK-RESUMED-CYCLE
               END-IF
           ELSE
               IF NOT WS-RUN-CONTROL-FAILED
                   PERFORM 1950-SCAN-BUSINESS-CALENDAR
               IF NOT WS-RUN-CONTROL-FAILED
                   PERFORM 1980-APPLY-RUN-CONTROL-RULES
               END-IF
           END-IF
           IF NOT WS-RUN-CONTROL-FAILED
               PERFORM 1600-LOAD-COUNTER-LIMITS
           END-IF.

       1910-READ-TRAN-HEADER.
                   IF TRAN-HEADER
                           AND TRAN-HDR-RUN-DATE IS NUMERIC
                       MOVE TRAN-HDR-RUN-DATE TO WS-HEADER-DATE
                       IF TRAN-HDR-CYCLE-NO IS NUMERIC
                               AND TRAN-HDR-CYCLE-NO > ZERO
                           MOVE TRAN-HDR-CYCLE-NO TO WS-HEADER-CYCLE
                       ELSE
                           MOVE 1 TO WS-HEADER-CYCLE
                       END-IF
                   ELSE
                       SET WS-RUN-CONTROL-FAILED TO TRUE
                       MOVE "TRANFILE HAS NO VALID HEADER RECORD"
                   END-IF
           END-READ.

       1920-CHECK-RESUMED-CYCLE.
           IF WS-PRIOR-CYCLE-DATE NOT = ZERO
                   AND (WS-HEADER-DATE NOT = WS-PRIOR-CYCLE-DATE
                       OR WS-HEADER-CYCLE NOT = WS-PRIOR-CYCLE-NO)
               SET WS-RUN-CONTROL-FAILED TO TRUE
               MOVE "TRANFILE IS NOT THE CYCLE BEING RESTARTED"
                   TO WS-ERROR-MESSAGE
               MOVE "TA019" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           END-IF.

      *> One pass over the calendar picks up both facts the rules
      *> need: whether the header date is a business day, and the
      *> first business date after the last posting date.

      *> A missing closed-period file just means no period has been
      *> closed yet - the gate only fires on a record that names the
      *> header date's period as closed, or on a year-closed record
      *> dated on or after the header date. The whole file is read,
      *> since the year-closed record follows its periods.
       1970-SCAN-CLOSED-PERIODS.
           MOVE WS-HEADER-DATE (1:6) TO WS-HDR-PERIOD
           OPEN INPUT PERIOD-CONTROL-FILE
               NOT AT END
                   IF PCL-PERIOD = WS-HDR-PERIOD AND PCL-CLOSED
                       SET WS-HDR-PERIOD-CLOSED TO TRUE
                   END-IF
                   IF PCL-YEAR-CLOSED
                           AND PCL-CLOSE-DATE NOT < WS-HEADER-DATE
                       SET WS-HDR-YEAR-CLOSED TO TRUE
                   END-IF
           END-READ
           IF WS-PERIOD-FILE-STATUS NOT = "00"
               SET WS-PERIOD-EOF TO TRUE
           END-IF.

      *> A date already posted takes only its next cycle, and only
      *> once the cycle before it ended cleanly; a date not yet
      *> posted must start at cycle 01 on the expected business
      *> date. Presenting a cycle already posted is still the double
      *> run the gate exists to stop.
       1980-APPLY-RUN-CONTROL-RULES.
           PERFORM 1985-FIND-POSTED-CYCLE
           PERFORM 1988-READ-GL-CONTROL
           EVALUATE TRUE
               WHEN WS-POSTED-CYCLE > ZERO
                       AND WS-HEADER-CYCLE NOT > WS-POSTED-CYCLE
                   SET WS-RUN-CONTROL-FAILED TO TRUE
                   MOVE "TRANFILE CYCLE ALREADY POSTED - DOUBLE RUN"
                       TO WS-ERROR-MESSAGE
                   MOVE "TA013" TO WS-ERROR-CODE
                   MOVE "F" TO WS-ERROR-SEVERITY
                   PERFORM 5000-LOG-ERROR-RECORD
               WHEN WS-POSTED-CYCLE > ZERO
                       AND WS-HEADER-CYCLE > WS-POSTED-CYCLE + 1
                   SET WS-RUN-CONTROL-FAILED TO TRUE
                   MOVE "TRANFILE CYCLE OUT OF SEQUENCE - CYCLE SKIPPED"
                       TO WS-ERROR-MESSAGE
                   MOVE "TA018" TO WS-ERROR-CODE
                   MOVE "F" TO WS-ERROR-SEVERITY
                   PERFORM 5000-LOG-ERROR-RECORD
               WHEN WS-POSTED-CYCLE > ZERO
                       AND WS-GL-EXTRACT-DATE >= WS-HEADER-DATE
                   SET WS-RUN-CONTROL-FAILED TO TRUE
                   MOVE "DATE ALREADY EXTRACTED TO GL - NO MORE CYCLES"
                       TO WS-ERROR-MESSAGE
                   MOVE "TA021" TO WS-ERROR-CODE
                   MOVE "F" TO WS-ERROR-SEVERITY
                   PERFORM 5000-LOG-ERROR-RECORD
               WHEN WS-POSTED-CYCLE > ZERO
                       AND NOT WS-POSTED-CLEAN
                   SET WS-RUN-CONTROL-FAILED TO TRUE
                   MOVE "PRIOR CYCLE FOR DATE DID NOT END CLEANLY"
                       TO WS-ERROR-MESSAGE
                   MOVE "TA017" TO WS-ERROR-CODE
                   MOVE "F" TO WS-ERROR-SEVERITY
                   PERFORM 5000-LOG-ERROR-RECORD
               WHEN WS-POSTED-CYCLE = ZERO
                       AND WS-HEADER-CYCLE NOT = 1
                   SET WS-RUN-CONTROL-FAILED TO TRUE
                   MOVE "TRANFILE CYCLE OUT OF SEQUENCE - NO CYCLE 01"
                       TO WS-ERROR-MESSAGE
                   MOVE "TA018" TO WS-ERROR-CODE
                   MOVE "F" TO WS-ERROR-SEVERITY
                   PERFORM 5000-LOG-ERROR-RECORD
               WHEN WS-HDR-YEAR-CLOSED
                   SET WS-RUN-CONTROL-FAILED TO TRUE
                   MOVE "TRANFILE DATE FALLS IN A CLOSED FISCAL YEAR"
                       TO WS-ERROR-MESSAGE
                   MOVE "TA022" TO WS-ERROR-CODE
                   MOVE "F" TO WS-ERROR-SEVERITY
                   PERFORM 5000-LOG-ERROR-RECORD
               WHEN WS-HDR-PERIOD-CLOSED
                   SET WS-RUN-CONTROL-FAILED TO TRUE
                   MOVE "TRANFILE DATE FALLS IN A CLOSED PERIOD"
                   MOVE "TA012" TO WS-ERROR-CODE
                   MOVE "F" TO WS-ERROR-SEVERITY
                   PERFORM 5000-LOG-ERROR-RECORD
               WHEN WS-POSTED-CYCLE = ZERO
                       AND WS-LAST-RUN-DATE NOT = ZERO
                       AND WS-HEADER-DATE NOT = WS-EXPECTED-DATE
                   SET WS-RUN-CONTROL-FAILED TO TRUE
                   MOVE "TRANFILE DATE NOT EXPECTED BUSINESS DATE"
                   PERFORM 5000-LOG-ERROR-RECORD
           END-EVALUATE.

      *> The restart record's stamp is the cycle history for its own
      *> date: a cycle stamped but never committed ("S") did not
      *> post, so the one before it is the last posted - and it was
      *> clean, or the stamped cycle would never have passed the
      *> gate. A date the counters carry with no stamp for it (posted
      *> before cycles existed) counts as cycle 01, not known clean.
       1985-FIND-POSTED-CYCLE.
           MOVE ZERO TO WS-POSTED-CYCLE
           MOVE "N" TO WS-POSTED-CLEAN-SW
           EVALUATE TRUE
               WHEN WS-PRIOR-CYCLE-DATE = WS-HEADER-DATE
                       AND WS-PRIOR-CYCLE-STATE = "S"
                   COMPUTE WS-POSTED-CYCLE = WS-PRIOR-CYCLE-NO - 1
                   SET WS-POSTED-CLEAN TO TRUE
               WHEN WS-PRIOR-CYCLE-DATE = WS-HEADER-DATE
                   MOVE WS-PRIOR-CYCLE-NO TO WS-POSTED-CYCLE
                   IF WS-PRIOR-CYCLE-STATE = "Y"
                       SET WS-POSTED-CLEAN TO TRUE
                   END-IF
               WHEN WS-LAST-RUN-DATE NOT = ZERO
                       AND WS-HEADER-DATE = WS-LAST-RUN-DATE
                   MOVE 1 TO WS-POSTED-CYCLE
           END-EVALUATE.

      *> No control record yet means nothing has been extracted.
       1988-READ-GL-CONTROL.
           OPEN INPUT GL-CONTROL-FILE
           IF WS-GLCTL-FILE-STATUS = "00"
               READ GL-CONTROL-FILE
                   NOT AT END
                       IF GLC-LAST-EXTRACT-DATE IS NUMERIC
                           MOVE GLC-LAST-EXTRACT-DATE
                               TO WS-GL-EXTRACT-DATE
                       END-IF
               END-READ
               CLOSE GL-CONTROL-FILE
           END-IF.

      *> The gate passed - the restart record now names this cycle
      *> as started. It moves to "C" once the commit lands and to
      *> "Y" when the run ends with return code 0. The cycle's
      *> sequence base is the high mark of the cycle before it on
      *> the same date (zero for a new date); a cycle stamped again
      *> after a failed start keeps the base it already had.
       1990-STAMP-CYCLE.
           PERFORM 1750-REPOSITION-RESTART-FILE
           EVALUATE TRUE
               WHEN RST-BUSINESS-DATE NOT = WS-HEADER-DATE
                   MOVE ZERO TO RST-CYCLE-BASE-SEQ-NO
               WHEN RST-CYCLE-NO NOT = WS-HEADER-CYCLE
                   MOVE RST-CYCLE-HIGH-SEQ-NO
                       TO RST-CYCLE-BASE-SEQ-NO
           END-EVALUATE
           MOVE RST-CYCLE-BASE-SEQ-NO TO RST-CYCLE-HIGH-SEQ-NO
           MOVE WS-HEADER-DATE TO RST-BUSINESS-DATE
           MOVE WS-HEADER-CYCLE TO RST-CYCLE-NO
           MOVE "S" TO RST-CYCLE-CLEAN-SW
           REWRITE RESTART-RECORD.

      *> A summary already built for the date no longer matches the
      *> trail once this run posts, so its day record is marked
      *> unproven first - balancing and the GL extract then refuse
      *> the date until the summary is rebuilt with this run in it.
      *> A resumed run withdraws again, as the summary may have been
      *> rebuilt while it was down. No summary file, or none for the
      *> date, leaves nothing to withdraw; one that cannot be
      *> withdrawn ends the run before anything posts.
       1995-WITHDRAW-SUMMARY-PROOF.
           IF WS-TRAN-FILE-PRESENT AND WS-HEADER-DATE NOT = ZERO
               MOVE WS-HEADER-DATE TO WS-SUM-DATE
           ELSE
               ACCEPT WS-SUM-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE "N" TO WS-SUM-WITHDRAW-FAILED-SW
           OPEN I-O AUDIT-SUMMARY-FILE
           IF WS-SUM-FILE-STATUS = "00"
               MOVE LOW-VALUES TO ASM-KEY
               MOVE WS-SUM-DATE TO ASM-BUSINESS-DATE
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
               MOVE "AUDIT SUMMARY PROOF NOT WITHDRAWN - RUN ABORTED"
                   TO WS-ERROR-MESSAGE
               MOVE "TA028" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           END-IF.

      *> The gate failed - put everything back untouched and end the
      *> run loudly. Nothing was posted, so the restart checkpoint
      *> and the work file are left exactly as they were found.
           END-READ.

       2100-HANDLE-TRAN-RECORD.
           IF TRAN-DETAIL OR TRAN-REVERSAL OR TRAN-TRANSFER
               IF TRAN-DET-SEQ-NO IS NUMERIC
                       AND TRAN-DET-SEQ-NO > WS-TRAN-HIGH-SEQ-NO
                   MOVE TRAN-DET-SEQ-NO TO WS-TRAN-HIGH-SEQ-NO
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN TRAN-DETAIL
                   PERFORM 2200-APPLY-DETAIL
               WHEN TRAN-REVERSAL
                   PERFORM 2210-APPLY-REVERSAL
               WHEN TRAN-TRANSFER
                   PERFORM 2220-APPLY-TRANSFER
               WHEN TRAN-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   PERFORM 2800-VERIFY-TRAILER
                   MOVE TRAN-DET-COUNTER-ID TO WS-COUNTER-ID
               END-IF
               PERFORM 6000-LOCATE-COUNTER-WORK
               IF WS-CTR-REFUSED
                   PERFORM 2070-HANDLE-REFUSED-POSTING
               ELSE
                   IF CTW-LAST-DETAIL-COUNT < WS-DETAIL-COUNT
                       MOVE TRAN-DET-AMOUNT TO WS-POST-AMOUNT
                       PERFORM 2250-POST-AMOUNT-TO-COUNTER
                   END-IF
               END-IF
           END-IF.

                   MOVE TRAN-REV-COUNTER-ID TO WS-COUNTER-ID
               END-IF
               PERFORM 6000-LOCATE-COUNTER-WORK
               IF WS-CTR-REFUSED
                   PERFORM 2070-HANDLE-REFUSED-POSTING
               ELSE
                   IF CTW-LAST-DETAIL-COUNT < WS-DETAIL-COUNT
                       MOVE TRAN-REV-AMOUNT TO WS-POST-AMOUNT
                       PERFORM 2290-CHECK-ORIGINAL-HELD
                       IF WS-ORIG-HELD
                           PERFORM 2295-HOLD-REVERSAL
                       ELSE
                           ADD TRAN-REV-AMOUNT TO CTW-REV-NET
                           PERFORM 2250-POST-AMOUNT-TO-COUNTER
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Both counters of a transfer are located before either leg
      *> moves - if either is not open the whole transfer is
      *> refused. The from-counter's work record is held aside while
      *> the to-counter's is read into the buffer.
       2220-APPLY-TRANSFER.
           SET WS-XFR-SEEN TO TRUE
           ADD 1 TO WS-DETAIL-COUNT
           ADD TRAN-XFR-AMOUNT TO WS-HASH-TOTAL-ACCUM
               ON SIZE ERROR
                   PERFORM 2060-HANDLE-HASH-OVERFLOW
           END-ADD
           IF NOT WS-OVERFLOW-OCCURRED
               MOVE TRAN-XFR-FROM-COUNTER-ID TO WS-COUNTER-ID
               PERFORM 6000-LOCATE-COUNTER-WORK
               IF WS-CTR-REFUSED
                   PERFORM 2070-HANDLE-REFUSED-POSTING
               ELSE
                   MOVE CTR-WORK-RECORD TO WS-XFR-FROM-WORK
                   MOVE TRAN-XFR-TO-COUNTER-ID TO WS-COUNTER-ID
                   PERFORM 6000-LOCATE-COUNTER-WORK
                   IF WS-CTR-REFUSED
                       PERFORM 2070-HANDLE-REFUSED-POSTING
                   ELSE
                       PERFORM 2230-POST-TRANSFER-LEGS
                   END-IF
               END-IF
           END-IF.

      *> Each leg carries its own replay stamp, so a run that abended
      *> between the two rewrites re-applies only the leg that never
      *> landed. Every leg still due is range-checked before any is
      *> applied - a leg that would breach the range stops the run
      *> with neither leg posted. Both legs are then held to their
      *> counters' limits, and a hold on either holds the transfer
      *> whole: neither value moves, but both legs are stamped so a
      *> replay does not hold it twice.
       2230-POST-TRANSFER-LEGS.
           MOVE "N" TO WS-XFR-FROM-DUE-SW
           MOVE "N" TO WS-XFR-TO-DUE-SW
           IF XFW-LAST-DETAIL-COUNT < WS-DETAIL-COUNT
               SET WS-XFR-FROM-DUE TO TRUE
           END-IF
           IF CTW-LAST-DETAIL-COUNT < WS-DETAIL-COUNT
               SET WS-XFR-TO-DUE TO TRUE
           END-IF
           COMPUTE WS-XFR-FROM-CHECK =
               XFW-CURRENT-VALUE - TRAN-XFR-AMOUNT
           COMPUTE WS-V1-RESULT-CHECK =
               CTW-CURRENT-VALUE + TRAN-XFR-AMOUNT
           IF (WS-XFR-FROM-DUE
                   AND (WS-XFR-FROM-CHECK < 0
                       OR WS-XFR-FROM-CHECK > 9999999.99))
               OR (WS-XFR-TO-DUE
                   AND (WS-V1-RESULT-CHECK < 0
                       OR WS-V1-RESULT-CHECK > 9999999.99))
               PERFORM 2050-HANDLE-OVERFLOW
           ELSE
               MOVE "N" TO WS-LIMIT-HOLD-SW
               SET WS-LIMIT-DEFER TO TRUE
               IF WS-XFR-FROM-DUE
                   MOVE WS-XFR-FROM-WORK TO WS-LIMIT-CHECK-WORK
                   MOVE WS-XFR-FROM-CHECK TO WS-LIMIT-NEW-VALUE
                   PERFORM 2260-CHECK-COUNTER-LIMITS
               END-IF
               IF WS-XFR-TO-DUE
                   MOVE CTR-WORK-RECORD TO WS-LIMIT-CHECK-WORK
                   MOVE WS-V1-RESULT-CHECK TO WS-LIMIT-NEW-VALUE
                   PERFORM 2260-CHECK-COUNTER-LIMITS
               END-IF
               MOVE "N" TO WS-LIMIT-DEFER-SW
               PERFORM 2275-LOG-LIMIT-WARNINGS
               IF WS-LIMIT-HOLD
                   PERFORM 2280-HOLD-TRAN-RECORD
               END-IF
               IF WS-XFR-TO-DUE
                   IF NOT WS-LIMIT-HOLD
                       ADD TRAN-XFR-AMOUNT TO CTW-CURRENT-VALUE
                       ADD TRAN-XFR-AMOUNT TO CTW-XFR-NET
                   END-IF
                   MOVE WS-DETAIL-COUNT TO CTW-LAST-DETAIL-COUNT
                   REWRITE CTR-WORK-RECORD
               END-IF
               IF WS-XFR-FROM-DUE
                   MOVE WS-XFR-FROM-WORK TO CTR-WORK-RECORD
                   IF NOT WS-LIMIT-HOLD
                       SUBTRACT TRAN-XFR-AMOUNT FROM CTW-CURRENT-VALUE
                       SUBTRACT TRAN-XFR-AMOUNT FROM CTW-XFR-NET
                   END-IF
                   MOVE WS-DETAIL-COUNT TO CTW-LAST-DETAIL-COUNT
                   REWRITE CTR-WORK-RECORD
               END-IF
               IF FUNCTION MOD(WS-DETAIL-COUNT
                       WS-CHECKPOINT-INTERVAL) = 0
                   PERFORM 2500-WRITE-CHECKPOINT
               END-IF
           END-IF.

      *> range rule, stamps the record with the detail count so a
      *> replay skips it, and rewrites it - the one mutation per
      *> record, so the applied/not-applied state and the value can
      *> never disagree. A record held for the counter's limits is
      *> stamped the same way with the value left alone; a held
      *> reversal takes its amount back off the reversal net.
       2250-POST-AMOUNT-TO-COUNTER.
           COMPUTE WS-V1-RESULT-CHECK =
               CTW-CURRENT-VALUE + WS-POST-AMOUNT
                   OR WS-V1-RESULT-CHECK > 9999999.99
               PERFORM 2050-HANDLE-OVERFLOW
           ELSE
               MOVE "N" TO WS-LIMIT-HOLD-SW
               MOVE CTR-WORK-RECORD TO WS-LIMIT-CHECK-WORK
               MOVE WS-V1-RESULT-CHECK TO WS-LIMIT-NEW-VALUE
               PERFORM 2260-CHECK-COUNTER-LIMITS
               IF WS-LIMIT-HOLD
                   PERFORM 2280-HOLD-TRAN-RECORD
                   IF TRAN-REVERSAL
                       SUBTRACT WS-POST-AMOUNT FROM CTW-REV-NET
                   END-IF
               ELSE
                   ADD WS-POST-AMOUNT TO CTW-CURRENT-VALUE
               END-IF
               MOVE WS-DETAIL-COUNT TO CTW-LAST-DETAIL-COUNT
               REWRITE CTR-WORK-RECORD
               IF FUNCTION MOD(WS-DETAIL-COUNT
               END-IF
           END-IF.

      *> Holds the work record in WS-LIMIT-CHECK-WORK to its limits
      *> for a posting that would leave it at WS-LIMIT-NEW-VALUE. Only
      *> a posting that moves the counter further past a limit is a
      *> breach - one bringing a counter already over its ceiling
      *> back down, or a day's movement back toward zero, is let
      *> through. The day's movement is measured from the counter's
      *> value before the first posting of the business date, so
      *> earlier cycles and adjustments count toward it.
       2260-CHECK-COUNTER-LIMITS.
           MOVE SPACES TO WS-LIMIT-BREACH-CODE
           IF LCW-LIM-FOUND
               COMPUTE WS-LIMIT-OLD-MOVE =
                   LCW-CURRENT-VALUE - LCW-DAY-OPEN-VALUE
               IF WS-LIMIT-OLD-MOVE < ZERO
                   COMPUTE WS-LIMIT-OLD-MOVE = WS-LIMIT-OLD-MOVE * -1
               END-IF
               COMPUTE WS-LIMIT-NEW-MOVE =
                   WS-LIMIT-NEW-VALUE - LCW-DAY-OPEN-VALUE
               IF WS-LIMIT-NEW-MOVE < ZERO
                   COMPUTE WS-LIMIT-NEW-MOVE = WS-LIMIT-NEW-MOVE * -1
               END-IF
               EVALUATE TRUE
                   WHEN LCW-LIM-CEILING > ZERO
                           AND WS-LIMIT-NEW-VALUE > LCW-LIM-CEILING
                           AND WS-LIMIT-NEW-VALUE > LCW-CURRENT-VALUE
                       MOVE "RLCE" TO WS-LIMIT-BREACH-CODE
                       MOVE "OVER CEILING" TO WS-LIMIT-BREACH-TEXT
                       MOVE "TA023" TO WS-ERROR-CODE
                   WHEN LCW-LIM-FLOOR > ZERO
                           AND WS-LIMIT-NEW-VALUE < LCW-LIM-FLOOR
                           AND WS-LIMIT-NEW-VALUE < LCW-CURRENT-VALUE
                       MOVE "RLFL" TO WS-LIMIT-BREACH-CODE
                       MOVE "UNDER FLOOR" TO WS-LIMIT-BREACH-TEXT
                       MOVE "TA024" TO WS-ERROR-CODE
                   WHEN LCW-LIM-MAX-DAY-MOVE > ZERO
                           AND WS-LIMIT-NEW-MOVE > LCW-LIM-MAX-DAY-MOVE
                           AND WS-LIMIT-NEW-MOVE > WS-LIMIT-OLD-MOVE
                       MOVE "RLDM" TO WS-LIMIT-BREACH-CODE
                       MOVE "OVER DAY MOVE" TO WS-LIMIT-BREACH-TEXT
                       MOVE "TA025" TO WS-ERROR-CODE
               END-EVALUATE
               IF WS-LIMIT-BREACH-CODE NOT = SPACES
                   PERFORM 2270-LOG-LIMIT-BREACH
               END-IF
           END-IF.

      *> A warn counter's breach is a warning and the record posts; a
      *> hold counter's is an error and sets the record to be held,
      *> under the first limit that held it. A warning on a transfer
      *> leg waits for the other leg's check.
       2270-LOG-LIMIT-BREACH.
           MOVE SPACES TO WS-ERROR-MESSAGE
           IF LCW-LIM-HOLD
               IF NOT WS-LIMIT-HOLD
                   SET WS-LIMIT-HOLD TO TRUE
                   MOVE WS-LIMIT-BREACH-CODE TO WS-HOLD-REASON-CODE
                   MOVE SPACES TO WS-HOLD-REASON-TEXT
                   STRING "COUNTER " WS-LIMIT-BREACH-TEXT
                       DELIMITED BY "  "
                       " LIMIT" DELIMITED BY SIZE
                       INTO WS-HOLD-REASON-TEXT
               END-IF
               STRING "COUNTER " LCW-COUNTER-ID " "
                   DELIMITED BY SIZE
                   WS-LIMIT-BREACH-TEXT DELIMITED BY "  "
                   " - RECORD HELD IN SUSPENSE" DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE
               MOVE "E" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           ELSE
               ADD 1 TO WS-LIMIT-WARN-COUNT
               MOVE LCW-COUNTER-ID
                   TO WS-LIMIT-WARN-CTR-ID (WS-LIMIT-WARN-COUNT)
               MOVE WS-LIMIT-BREACH-TEXT
                   TO WS-LIMIT-WARN-TEXT (WS-LIMIT-WARN-COUNT)
               MOVE WS-ERROR-CODE
                   TO WS-LIMIT-WARN-CODE (WS-LIMIT-WARN-COUNT)
               IF NOT WS-LIMIT-DEFER
                   PERFORM 2275-LOG-LIMIT-WARNINGS
               END-IF
           END-IF.

       2275-LOG-LIMIT-WARNINGS.
           PERFORM 2278-LOG-ONE-LIMIT-WARNING
               VARYING WS-LIMIT-WARN-SUB FROM 1 BY 1
               UNTIL WS-LIMIT-WARN-SUB > WS-LIMIT-WARN-COUNT
           MOVE ZERO TO WS-LIMIT-WARN-COUNT.

      *> The warn counter's own limit only warns, but a record held
      *> for another counter's limit did not post.
       2278-LOG-ONE-LIMIT-WARNING.
           MOVE SPACES TO WS-ERROR-MESSAGE
           MOVE WS-LIMIT-WARN-CODE (WS-LIMIT-WARN-SUB)
               TO WS-ERROR-CODE
           IF WS-LIMIT-HOLD
               STRING "COUNTER "
                   WS-LIMIT-WARN-CTR-ID (WS-LIMIT-WARN-SUB) " "
                   DELIMITED BY SIZE
                   WS-LIMIT-WARN-TEXT (WS-LIMIT-WARN-SUB)
                   DELIMITED BY "  "
                   " - RECORD HELD IN SUSPENSE" DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE
           ELSE
               STRING "COUNTER "
                   WS-LIMIT-WARN-CTR-ID (WS-LIMIT-WARN-SUB) " "
                   DELIMITED BY SIZE
                   WS-LIMIT-WARN-TEXT (WS-LIMIT-WARN-SUB)
                   DELIMITED BY "  "
                   " - POSTED WITH WARNING" DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE
           END-IF
           MOVE "W" TO WS-ERROR-SEVERITY
           PERFORM 5000-LOG-ERROR-RECORD.

      *> Puts the record on the day's suspense file under the reason
      *> that held it, dated this business date, and undoes what the
      *> edit registered for it.
       2280-HOLD-TRAN-RECORD.
           ADD 1 TO WS-HOLD-COUNT
           IF NOT WS-SUSP-OPEN
               OPEN EXTEND SUSPENSE-FILE
               IF WS-SUSP-FILE-STATUS = "35"
                   OPEN OUTPUT SUSPENSE-FILE
               END-IF
               SET WS-SUSP-OPEN TO TRUE
           END-IF
           MOVE SPACES TO SUSPENSE-RECORD
           MOVE WS-HOLD-REASON-CODE TO SUSP-REASON-CODE
           MOVE WS-HOLD-REASON-TEXT TO SUSP-REASON-TEXT
           MOVE TRAN-RECORD TO SUSP-ORIG-RECORD
           MOVE WS-HEADER-DATE TO SUSP-FIRST-DATE
           WRITE SUSPENSE-RECORD
           IF TRAN-DETAIL OR TRAN-REVERSAL
               PERFORM 2700-OPEN-POSTING-REGISTER
           END-IF
           IF WS-POSTREG-OPEN
               EVALUATE TRUE
                   WHEN TRAN-DETAIL
                       MOVE WS-HEADER-DATE TO PRG-BUSINESS-DATE
                       MOVE TRAN-DET-SEQ-NO TO PRG-SEQ-NO
                       DELETE POSTING-REG-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   WHEN TRAN-REVERSAL
                       PERFORM 2285-RELEASE-REVERSED-MARK
               END-EVALUATE
           END-IF.

      *> Only the mark this cycle's edit took is given back - the
      *> original stays reversible by the record once it recycles.
       2285-RELEASE-REVERSED-MARK.
           MOVE TRAN-REV-ORIG-DATE TO PRG-BUSINESS-DATE
           MOVE TRAN-REV-ORIG-SEQ-NO TO PRG-SEQ-NO
           READ POSTING-REG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRG-REVERSED
                           AND PRG-REV-DATE = WS-HEADER-DATE
                           AND PRG-REV-CYCLE-NO = WS-HEADER-CYCLE
                       MOVE "N" TO PRG-REVERSED-SW
                       MOVE ZERO TO PRG-REV-DATE
                       MOVE ZERO TO PRG-REV-CYCLE-NO
                       REWRITE POSTING-REG-RECORD
                   END-IF
           END-READ.

      *> A reversal of a detail posted under this business date whose
      *> original is no longer on the register - this step held it
      *> for its limits - must not post either, or the counter would
      *> carry the correction without the business it corrects.
       2290-CHECK-ORIGINAL-HELD.
           MOVE "N" TO WS-ORIG-HELD-SW
           IF TRAN-REV-ORIG-DATE = WS-HEADER-DATE
               PERFORM 2700-OPEN-POSTING-REGISTER
               IF WS-POSTREG-OPEN
                   MOVE TRAN-REV-ORIG-DATE TO PRG-BUSINESS-DATE
                   MOVE TRAN-REV-ORIG-SEQ-NO TO PRG-SEQ-NO
                   READ POSTING-REG-FILE
                       INVALID KEY
                           SET WS-ORIG-HELD TO TRUE
                   END-READ
               END-IF
           END-IF.

       2295-HOLD-REVERSAL.
           MOVE "RREV" TO WS-HOLD-REASON-CODE
           MOVE "ORIGINAL HELD - NOT POSTED" TO WS-HOLD-REASON-TEXT
           PERFORM 2280-HOLD-TRAN-RECORD
           MOVE SPACES TO WS-ERROR-MESSAGE
           STRING "REVERSAL ON COUNTER " WS-COUNTER-ID
               " HELD - ORIGINAL WAS HELD" DELIMITED BY SIZE
               INTO WS-ERROR-MESSAGE
           MOVE "TA027" TO WS-ERROR-CODE
           MOVE "E" TO WS-ERROR-SEVERITY
           PERFORM 5000-LOG-ERROR-RECORD
           MOVE WS-DETAIL-COUNT TO CTW-LAST-DETAIL-COUNT
           REWRITE CTR-WORK-RECORD
           IF FUNCTION MOD(WS-DETAIL-COUNT
                   WS-CHECKPOINT-INTERVAL) = 0
               PERFORM 2500-WRITE-CHECKPOINT
           END-IF.

       2690-CLOSE-HOLD-FILES.
           IF WS-SUSP-OPEN
               CLOSE SUSPENSE-FILE
               MOVE "N" TO WS-SUSP-OPEN-SW
           END-IF
           IF WS-POSTREG-OPEN
               CLOSE POSTING-REG-FILE
               MOVE "N" TO WS-POSTREG-OPEN-SW
           END-IF.

      *> Opened on first need and left open for the run. A missing
      *> register (no edit has ever run) is remembered so it is not
      *> tried again.
       2700-OPEN-POSTING-REGISTER.
           IF NOT WS-POSTREG-OPEN AND NOT WS-POSTREG-ABSENT
               OPEN I-O POSTING-REG-FILE
               IF WS-POSTREG-FILE-STATUS = "00"
                   SET WS-POSTREG-OPEN TO TRUE
               ELSE
                   SET WS-POSTREG-ABSENT TO TRUE
               END-IF
           END-IF.

       2500-WRITE-CHECKPOINT.
           PERFORM 1750-REPOSITION-RESTART-FILE
           MOVE WS-DETAIL-COUNT TO RST-LAST-RECORD-COUNT
       2900-LEGACY-ACCUMULATION.
           MOVE "GENERAL " TO WS-COUNTER-ID
           PERFORM 6000-LOCATE-COUNTER-WORK
           IF WS-CTR-REFUSED
               PERFORM 2070-HANDLE-REFUSED-POSTING
           END-IF
           IF NOT WS-STEP-ALREADY-APPLIED
                   AND NOT WS-OVERFLOW-OCCURRED
                   AND NOT WS-CTR-REFUSED
               COMPUTE WS-V1-RESULT-CHECK =
                   CTW-CURRENT-VALUE + WS-INCREMENT
               IF WS-V1-RESULT-CHECK < 0

      *> Finds WS-COUNTER-ID on the work file, creating the work
      *> record the first time a run touches the counter: the start
      *> value comes from the live counter file, and the counter
      *> must be open there. A counter the file has never seen, or
      *> one frozen or closed by the counter setup run, is refused -
      *> no work record is written, so nothing for it can reach the
      *> commit. The one exception is the original global counter on
      *> a brand-new counter file, which still seeds from the WS-V1
      *> copybook default as it always has and is opened by the
      *> commit. Leaves the work record in its buffer for the
      *> caller. The new work record also takes the counter's value
      *> before the business date's first posting (the master's day
      *> stamp when it has already posted today, its value when not)
      *> and its business limits.
       6000-LOCATE-COUNTER-WORK.
           MOVE "N" TO WS-WORK-FOUND-SW
           MOVE "N" TO WS-CTR-REFUSED-SW
           MOVE WS-COUNTER-ID TO CTW-COUNTER-ID
           READ CTR-WORK-FILE
               INVALID KEY
                       IF WS-CTR-FILE-IS-NEW = "Y"
                               AND WS-COUNTER-ID = "GENERAL "
                           MOVE WS-V1 TO CTW-START-VALUE
                           MOVE WS-V1 TO CTW-DAY-OPEN-VALUE
                       ELSE
                           SET WS-CTR-REFUSED TO TRUE
                       END-IF
                   NOT INVALID KEY
                       IF CTR-OPEN
                           MOVE CTR-VALUE TO CTW-START-VALUE
                           IF CTR-DAY-DATE IS NUMERIC
                                   AND CTR-DAY-OPEN-VALUE IS NUMERIC
                                   AND CTR-DAY-DATE = WS-HEADER-DATE
                                   AND WS-HEADER-DATE NOT = ZERO
                               MOVE CTR-DAY-OPEN-VALUE
                                   TO CTW-DAY-OPEN-VALUE
                           ELSE
                               MOVE CTR-VALUE TO CTW-DAY-OPEN-VALUE
                           END-IF
                       ELSE
                           SET WS-CTR-REFUSED TO TRUE
                       END-IF
               END-READ
               IF NOT WS-CTR-REFUSED
                   PERFORM 6050-FIND-COUNTER-LIMIT
                   MOVE CTW-START-VALUE TO CTW-CURRENT-VALUE
                   MOVE ZERO TO CTW-REV-NET
                   MOVE ZERO TO CTW-XFR-NET
                   MOVE ZERO TO CTW-AUD-POSITION
                   MOVE ZERO TO CTW-LAST-DETAIL-COUNT
                   MOVE WS-HEADER-DATE TO CTW-BUSINESS-DATE
                   MOVE WS-HEADER-CYCLE TO CTW-CYCLE-NO
                   WRITE CTR-WORK-RECORD
               END-IF
           END-IF.

       6050-FIND-COUNTER-LIMIT.
           MOVE "N" TO WS-LIMIT-HIT-SW
           MOVE "N" TO CTW-LIM-FOUND-SW
           MOVE ZERO TO CTW-LIM-CEILING
           MOVE ZERO TO CTW-LIM-FLOOR
           MOVE ZERO TO CTW-LIM-MAX-DAY-MOVE
           MOVE SPACE TO CTW-LIM-BREACH-ACTION
           PERFORM 6060-MATCH-LIMIT-ENTRY
               VARYING WS-LIMIT-SUB FROM 1 BY 1
               UNTIL WS-LIMIT-SUB > WS-LIMIT-COUNT OR WS-LIMIT-HIT.

       6060-MATCH-LIMIT-ENTRY.
           IF WS-LIMIT-CTR-ID (WS-LIMIT-SUB) = CTW-COUNTER-ID
               SET WS-LIMIT-HIT TO TRUE
               SET CTW-LIM-FOUND TO TRUE
               MOVE WS-LIMIT-CEILING (WS-LIMIT-SUB) TO CTW-LIM-CEILING
               MOVE WS-LIMIT-FLOOR (WS-LIMIT-SUB) TO CTW-LIM-FLOOR
               MOVE WS-LIMIT-MAX-MOVE (WS-LIMIT-SUB)
                   TO CTW-LIM-MAX-DAY-MOVE
               MOVE WS-LIMIT-ACTION (WS-LIMIT-SUB)
                   TO CTW-LIM-BREACH-ACTION
           END-IF.

       2050-HANDLE-OVERFLOW.
           SET WS-OVERFLOW-OCCURRED TO TRUE
           MOVE WS-DETAIL-COUNT TO WS-OVERFLOW-AT-COUNT
           MOVE "WS-V1 OVERFLOW/UNDERFLOW - COUNTER NOT UPDATED"
               TO WS-ERROR-MESSAGE
           MOVE "TA001" TO WS-ERROR-CODE

       2060-HANDLE-HASH-OVERFLOW.
           SET WS-OVERFLOW-OCCURRED TO TRUE
           MOVE WS-DETAIL-COUNT TO WS-OVERFLOW-AT-COUNT
           MOVE "HASH TOTAL ACCUMULATOR OVERFLOW - TRAN FILE REJECTED"
               TO WS-ERROR-MESSAGE
           MOVE "TA002" TO WS-ERROR-CODE
           MOVE "E" TO WS-ERROR-SEVERITY
           PERFORM 5000-LOG-ERROR-RECORD.

      *> The record still counts toward the trailer proof - it was
      *> read and hashed - but its amount lands on no counter.
       2070-HANDLE-REFUSED-POSTING.
           SET WS-POSTING-REFUSED TO TRUE
           MOVE SPACES TO WS-ERROR-MESSAGE
           STRING "POSTING REFUSED - COUNTER " WS-COUNTER-ID
               " NOT OPEN" DELIMITED BY SIZE
               INTO WS-ERROR-MESSAGE
           MOVE "TA016" TO WS-ERROR-CODE
           MOVE "E" TO WS-ERROR-SEVERITY
           PERFORM 5000-LOG-ERROR-RECORD.

       5000-LOG-ERROR-RECORD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
      *> date, not the wall clock (a nightly that finishes after
      *> midnight would otherwise read as tomorrow's posting). The
      *> legacy path has no header and keeps the wall-clock date.
      *> The master record is read first so its status, lifecycle
      *> dates and owner carry through the commit untouched. The day
      *> stamp moves to the posting date when this is the counter's
      *> first posting of it, opening at the value the run started
      *> from; a later cycle of the same date keeps the stamp.
       8100-COMMIT-ONE-COUNTER.
           READ CTR-WORK-FILE NEXT RECORD
               AT END
                   SET WS-WORK-EOF TO TRUE
               NOT AT END
                   MOVE "N" TO WS-CTR-ON-FILE-SW
                   MOVE CTW-COUNTER-ID TO CTR-ID
                   READ COUNTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-CTR-ON-FILE TO TRUE
                   END-READ
                   IF NOT WS-CTR-ON-FILE
                       PERFORM 8150-OPEN-SEEDED-COUNTER
                   END-IF
                   MOVE CTW-CURRENT-VALUE TO CTR-VALUE
                   IF WS-TRAN-FILE-PRESENT
                           AND WS-HEADER-DATE NOT = ZERO
                   ELSE
                       MOVE WS-RUN-DATE TO CTR-LAST-RUN-DATE
                   END-IF
                   IF CTR-DAY-DATE IS NOT NUMERIC
                           OR CTR-DAY-DATE NOT = CTR-LAST-RUN-DATE
                       MOVE CTR-LAST-RUN-DATE TO CTR-DAY-DATE
                       MOVE CTW-START-VALUE TO CTR-DAY-OPEN-VALUE
                   END-IF
                   MOVE WS-RUN-TIME TO CTR-LAST-RUN-TIME
                   IF WS-CTR-ON-FILE
                       REWRITE CTR-RECORD
                   ELSE
                       WRITE CTR-RECORD
                   END-IF
           END-READ
           IF WS-WORK-FILE-STATUS NOT = "00"
               SET WS-WORK-EOF TO TRUE
           END-IF.

      *> Only the GENERAL counter seeded on a brand-new counter file
      *> reaches the commit without a master record - it is opened
      *> as of the date this run posted.
       8150-OPEN-SEEDED-COUNTER.
           MOVE SPACES TO CTR-RECORD
           MOVE CTW-COUNTER-ID TO CTR-ID
           MOVE "O" TO CTR-STATUS
           IF WS-TRAN-FILE-PRESENT AND WS-HEADER-DATE NOT = ZERO
               MOVE WS-HEADER-DATE TO CTR-OPEN-DATE
           ELSE
               MOVE WS-RUN-DATE TO CTR-OPEN-DATE
           END-IF
           MOVE ZERO TO CTR-FROZEN-DATE
           MOVE ZERO TO CTR-CLOSE-DATE
           MOVE ZERO TO CTR-DAY-DATE
           MOVE ZERO TO CTR-DAY-OPEN-VALUE.

       8500-CLEAR-RESTART-CHECKPOINT.
           PERFORM 1750-REPOSITION-RESTART-FILE
           MOVE "N" TO RST-IN-PROGRESS-SW
           IF WS-TRAN-FILE-PRESENT
               MOVE "C" TO RST-CYCLE-CLEAN-SW
               IF WS-TRAN-HIGH-SEQ-NO > RST-CYCLE-HIGH-SEQ-NO
                   MOVE WS-TRAN-HIGH-SEQ-NO TO RST-CYCLE-HIGH-SEQ-NO
               END-IF
           END-IF
           REWRITE RESTART-RECORD
           CLOSE RESTART-FILE.

      *> Only a cycle that ended with return code 0 lets the next
      *> cycle of its date in.
       8600-MARK-CYCLE-CLEAN.
           OPEN I-O RESTART-FILE
           READ RESTART-FILE
               NOT AT END
                   IF RST-BUSINESS-DATE = WS-HEADER-DATE
                           AND RST-CYCLE-NO = WS-HEADER-CYCLE
                           AND RST-CYCLE-CLEAN-SW = "C"
                       MOVE "Y" TO RST-CYCLE-CLEAN-SW
                       REWRITE RESTART-RECORD
                   END-IF
           END-READ
           CLOSE RESTART-FILE.

      *> One audit row per counter touched (two when it carried
      *> reversal activity), each with that counter's own
      *> before/after values, so the trail still answers "why did
           END-START
           PERFORM 9100-AUDIT-ONE-COUNTER
               UNTIL WS-WORK-EOF
           IF WS-XFR-SEEN
               PERFORM 9200-AUDIT-TRANSFER-LEGS
           END-IF
           CLOSE AUDIT-FILE.

      *> A counter with reversal activity gets two rows that chain:
      *> the position before reversals, and the reversal row (reason
      *> "RVSL") carries the reversal movement to the final value -
      *> so the balancing run still cross-foots, and a correction is
      *> never mistaken for new business on the trail. Transfer legs
      *> chain on after these rows, written by the second pass; the
      *> position they start from is left on the work record.
       9100-AUDIT-ONE-COUNTER.
           READ CTR-WORK-FILE NEXT RECORD
               AT END
                   MOVE CTW-REV-NET TO WS-REV-CHANGE
                   MOVE CTW-START-VALUE TO WS-AUD-ROW-OLD
                   COMPUTE WS-AUD-ROW-CHANGE =
                       WS-NET-CHANGE - WS-REV-CHANGE - CTW-XFR-NET
                   COMPUTE WS-AUD-ROW-NEW =
                       CTW-START-VALUE + WS-AUD-ROW-CHANGE
                   MOVE SPACES TO WS-AUD-ROW-REASON
                   MOVE SPACES TO WS-AUD-ROW-REF
                   PERFORM 9150-WRITE-AUDIT-ROW-IMAGE
                   IF WS-REV-CHANGE NOT = ZERO
                       MOVE WS-AUD-ROW-NEW TO WS-AUD-ROW-OLD
                       MOVE WS-REV-CHANGE TO WS-AUD-ROW-CHANGE
                       COMPUTE WS-AUD-ROW-NEW =
                           WS-AUD-ROW-OLD + WS-REV-CHANGE
                       MOVE "RVSL" TO WS-AUD-ROW-REASON
                       PERFORM 9150-WRITE-AUDIT-ROW-IMAGE
                   END-IF
                   IF WS-XFR-SEEN
                       MOVE WS-AUD-ROW-NEW TO CTW-AUD-POSITION
                       REWRITE CTR-WORK-RECORD
                   END-IF
           END-READ
           IF WS-WORK-FILE-STATUS NOT = "00"
               SET WS-WORK-EOF TO TRUE
           END-IF.

      *> One row per transfer leg, in transaction-file order. The
      *> file is read again from the top - it is the record of which
      *> transfers were presented - and a transfer is taken to have
      *> posted when both of its counters reached the work file (a
      *> refused counter never does) and it lies before any record
      *> an overflow stopped the run on, and was not held for its
      *> counters' limits (a held transfer is on the day's suspense
      *> file under a limit reason). Each leg chains from its
      *> counter's running audit position, so the counter's rows
      *> still run from its start-of-run value to its final value.
       9200-AUDIT-TRANSFER-LEGS.
           MOVE ZERO TO WS-AUD-PASS-COUNT
           MOVE "N" TO WS-TRAN-EOF-SW
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-FILE-STATUS = "00"
               PERFORM 9210-AUDIT-ONE-TRAN-RECORD
                   UNTIL WS-TRAN-EOF
               CLOSE TRAN-FILE
           END-IF.

       9210-AUDIT-ONE-TRAN-RECORD.
           READ TRAN-FILE
               AT END
                   SET WS-TRAN-EOF TO TRUE
               NOT AT END
                   IF TRAN-DETAIL OR TRAN-REVERSAL OR TRAN-TRANSFER
                       ADD 1 TO WS-AUD-PASS-COUNT
                       IF WS-OVERFLOW-AT-COUNT > ZERO
                               AND WS-AUD-PASS-COUNT
                                   >= WS-OVERFLOW-AT-COUNT
                           SET WS-TRAN-EOF TO TRUE
                       ELSE
                           IF TRAN-TRANSFER
                               PERFORM 9220-AUDIT-ONE-TRANSFER
                           END-IF
                       END-IF
                   END-IF
           END-READ
           IF WS-TRAN-FILE-STATUS NOT = "00"
               SET WS-TRAN-EOF TO TRUE
           END-IF.

       9220-AUDIT-ONE-TRANSFER.
           MOVE "N" TO WS-XFR-BOTH-LEGS-SW
           MOVE TRAN-XFR-TO-COUNTER-ID TO CTW-COUNTER-ID
           PERFORM 9250-READ-LEG-WORK-RECORD
           IF WS-XFR-LEG-FOUND
               MOVE TRAN-XFR-FROM-COUNTER-ID TO CTW-COUNTER-ID
               PERFORM 9250-READ-LEG-WORK-RECORD
               IF WS-XFR-LEG-FOUND
                   SET WS-XFR-BOTH-LEGS TO TRUE
               END-IF
           END-IF
           IF WS-XFR-BOTH-LEGS
                   AND (WS-HOLD-COUNT > ZERO OR WS-RESUMING)
               PERFORM 9230-CHECK-TRANSFER-HELD
               IF WS-XFR-HELD
                   MOVE "N" TO WS-XFR-BOTH-LEGS-SW
               END-IF
           END-IF
           IF WS-XFR-BOTH-LEGS
               MOVE WS-HEADER-DATE TO WS-XFR-REF-DATE
               MOVE TRAN-XFR-SEQ-NO TO WS-XFR-REF-SEQ-NO
               MOVE WS-XFR-REF TO WS-AUD-ROW-REF
               COMPUTE WS-AUD-ROW-CHANGE = TRAN-XFR-AMOUNT * -1
               MOVE "XFRO" TO WS-AUD-ROW-REASON
               PERFORM 9260-WRITE-TRANSFER-LEG
               MOVE TRAN-XFR-TO-COUNTER-ID TO CTW-COUNTER-ID
               PERFORM 9250-READ-LEG-WORK-RECORD
               MOVE TRAN-XFR-AMOUNT TO WS-AUD-ROW-CHANGE
               MOVE "XFRI" TO WS-AUD-ROW-REASON
               PERFORM 9260-WRITE-TRANSFER-LEG
           END-IF.

       9230-CHECK-TRANSFER-HELD.
           MOVE "N" TO WS-XFR-HELD-SW
           MOVE "N" TO WS-SUSP-EOF-SW
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-FILE-STATUS = "00"
               PERFORM 9240-MATCH-ONE-HELD-RECORD
                   UNTIL WS-SUSP-EOF OR WS-XFR-HELD
               CLOSE SUSPENSE-FILE
           END-IF.

       9240-MATCH-ONE-HELD-RECORD.
           READ SUSPENSE-FILE
               AT END
                   SET WS-SUSP-EOF TO TRUE
               NOT AT END
                   IF SUSP-LIMIT-HOLD
                           AND SUSP-FIRST-DATE = WS-HEADER-DATE
                           AND SUSP-ORIG-RECORD = TRAN-RECORD
                       SET WS-XFR-HELD TO TRUE
                   END-IF
           END-READ
           IF WS-SUSP-FILE-STATUS NOT = "00"
               SET WS-SUSP-EOF TO TRUE
           END-IF.

       9250-READ-LEG-WORK-RECORD.
           MOVE "N" TO WS-XFR-LEG-FOUND-SW
           READ CTR-WORK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-XFR-LEG-FOUND TO TRUE
           END-READ.

      *> Writes the leg for the work record in the buffer and moves
      *> that counter's running audit position on past it.
       9260-WRITE-TRANSFER-LEG.
           MOVE CTW-AUD-POSITION TO WS-AUD-ROW-OLD
           COMPUTE WS-AUD-ROW-NEW =
               CTW-AUD-POSITION + WS-AUD-ROW-CHANGE
           PERFORM 9150-WRITE-AUDIT-ROW-IMAGE
           MOVE WS-AUD-ROW-NEW TO CTW-AUD-POSITION
           REWRITE CTR-WORK-RECORD.

       9150-WRITE-AUDIT-ROW-IMAGE.
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-RUN-DATE TO AUD-TIMESTAMP (1:8)
           MOVE WS-AUD-ROW-CHANGE TO AUD-INCREMENT-APPLIED
           MOVE WS-AUD-ROW-NEW TO AUD-NEW-VALUE
           MOVE WS-AUD-ROW-REASON TO AUD-REASON-CODE
           MOVE WS-AUD-ROW-REF TO AUD-TRANSFER-REF
           IF WS-TRAN-FILE-PRESENT AND WS-HEADER-DATE NOT = ZERO
               MOVE WS-HEADER-DATE TO AUD-BUSINESS-DATE
               MOVE WS-HEADER-CYCLE TO AUD-CYCLE-NO
           ELSE
               MOVE WS-RUN-DATE TO AUD-BUSINESS-DATE
               MOVE 1 TO AUD-CYCLE-NO
           END-IF
           EVALUATE TRUE
               WHEN WS-OVERFLOW-OCCURRED
                   SET WS-CTR-SCAN-EOF TO TRUE
           END-START
           PERFORM 9550-DISPLAY-ONE-COUNTER
               UNTIL WS-CTR-SCAN-EOF
           IF WS-HOLD-COUNT > ZERO
               DISPLAY "RECORDS HELD FOR COUNTER LIMITS: "
                   WS-HOLD-COUNT
           END-IF.

       9550-DISPLAY-ONE-COUNTER.
           READ COUNTER-FILE NEXT RECORD
      *> record once the run-control gate has read the header (so
      *> the business date is known), one "E" record with the return
      *> code at the end - so the stream-status report can prove the
      *> step ran, once per cycle and in cycle order.
       9900-WRITE-RUN-STATUS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-FINAL-RC TO RSR-RETURN-CODE
           IF WS-TRAN-FILE-PRESENT AND WS-HEADER-DATE NOT = ZERO
               MOVE WS-HEADER-DATE TO RSR-BUSINESS-DATE
               MOVE WS-HEADER-CYCLE TO RSR-CYCLE-NO
           ELSE
               MOVE WS-RUN-DATE TO RSR-BUSINESS-DATE
               MOVE 1 TO RSR-CYCLE-NO
           END-IF
           WRITE RUN-STATUS-RECORD
           CLOSE RUN-STATUS-FILE.
