       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKOUT.
      *> Business-date backout - takes back an entire date's TestApp
      *> posting when a bad transaction file went through (a feed
      *> sent the day before's data again, the wrong consolidation
      *> slot), instead of hand-keyed CTRMAINT adjustments counter by
      *> counter. Runs under dual control in two steps, like the
      *> pending-adjustment queue: a profiled operator requests the
      *> backout of a business date (BKOPARM action "R", queued on
      *> BKOREQ), and a different operator with checker authority
      *> approves ("A") or rejects ("X") it. On approval, every
      *> counter the date's TestApp rows on AUDITLOG moved is
      *> returned to its start-of-day value by a compensating "A"
      *> audit row under reason code "BKOT" carrying both operator
      *> IDs - maintenance adjustments posted on the date are kept
      *> and reported - and each counter posted for the date has its
      *> CTR-LAST-RUN-DATE put back to the prior business day on
      *> CALFILE. The date's POSTREG entries are deleted and the
      *> reversal marks its edit took are cleared, so the corrected
      *> file's reversals edit correctly; TestApp's cycle stamp for
      *> the date is cleared so the corrected file posts as cycle
      *> 01; items the date's posting held in suspense for their
      *> limits are removed from SUSPFILE, so they cannot recycle
      *> beside the corrected file; and an extract already built for
      *> the date but not yet acknowledged is withdrawn on GLCTL so
      *> the GL extract runs again. The date's audit summary
      *> (AUDSUM) is marked unproven first, so balancing and the GL
      *> extract refuse the date until it is rebuilt over the
      *> compensating rows - an approval that cannot withdraw it, or
      *> cannot open the counter file and audit trail, changes no
      *> counter and leaves the request pending. A step that fails
      *> once the counters are restored is logged at "F" and the
      *> backout reported incomplete; the request is still approved,
      *> as running it again would compensate twice. The backout is
      *> refused while the date's period (or fiscal year) is closed,
      *> once its GL extract has been acknowledged, after a later
      *> date has posted, or while a TestApp run is in progress.
      *> Return codes: 0 clean, 4 done with warnings, 16 refused or
      *> incomplete.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNTER-FILE
               ASSIGN TO "CTRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-ID
               FILE STATUS IS WS-CTR-FILE-STATUS.

           SELECT POSTING-REG-FILE
               ASSIGN TO "POSTREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRG-KEY
               FILE STATUS IS WS-POSTREG-STATUS.

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

           SELECT RESTART-FILE
               ASSIGN TO "RESTARTF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESTART-FILE-STATUS.

           SELECT SUSPENSE-FILE
               ASSIGN TO "SUSPFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT SUSPENSE-WORK-FILE
               ASSIGN TO "SUSPBKO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSW-FILE-STATUS.

           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO "CLOSEDPD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO "CALFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT GL-CONTROL-FILE
               ASSIGN TO "GLCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLCTL-FILE-STATUS.

           SELECT GL-ACK-FILE
               ASSIGN TO "GLACK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

           SELECT OPERATOR-PROFILE-FILE
               ASSIGN TO "OPRPROF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROF-FILE-STATUS.

           SELECT BACKOUT-REQ-FILE
               ASSIGN TO "BKOREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQ-FILE-STATUS.

           SELECT BKO-PARM-FILE
               ASSIGN TO "BKOPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT BACKOUT-REPORT-FILE
               ASSIGN TO "BKORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT ERROR-FILE
               ASSIGN TO "ERRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNTER-FILE.
       COPY CTRREC.

       FD  POSTING-REG-FILE.
       COPY POSTREGREC.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  AUDIT-SUMMARY-FILE.
       COPY AUDSUMREC.

       FD  RESTART-FILE
           RECORDING MODE IS F.
       COPY RESTARTREC.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       COPY SUSPREC.

      *> Pass-through record is a raw image of the full SUSPREC
      *> layout (124 bytes) - the surviving items are copied out and
      *> back unchanged.
       FD  SUSPENSE-WORK-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-WORK-RECORD            PIC X(124).

       FD  PERIOD-CONTROL-FILE
           RECORDING MODE IS F.
       COPY PERCTLREC.

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       COPY CALREC.

       FD  GL-CONTROL-FILE
           RECORDING MODE IS F.
       COPY GLCTLREC.

       FD  GL-ACK-FILE
           RECORDING MODE IS F.
       COPY GLACKREC.

       FD  OPERATOR-PROFILE-FILE
           RECORDING MODE IS F.
       COPY OPRPROFREC.

       FD  BACKOUT-REQ-FILE
           RECORDING MODE IS F.
       COPY BKOREQREC.

       FD  BKO-PARM-FILE
           RECORDING MODE IS F.
       COPY BKOPARMREC.

       FD  BACKOUT-REPORT-FILE.
       01  BACKOUT-REPORT-LINE             PIC X(132).

       FD  ERROR-FILE.
       COPY ERRREC.

       WORKING-STORAGE SECTION.
       01  WS-CTR-FILE-STATUS              PIC X(02).
       01  WS-POSTREG-STATUS               PIC X(02).
       01  WS-AUDIT-FILE-STATUS            PIC X(02).
       01  WS-SUM-FILE-STATUS              PIC X(02).
       01  WS-RESTART-FILE-STATUS          PIC X(02).
       01  WS-SUSP-FILE-STATUS             PIC X(02).
       01  WS-SUSW-FILE-STATUS             PIC X(02).
       01  WS-PERIOD-FILE-STATUS           PIC X(02).
       01  WS-CAL-FILE-STATUS              PIC X(02).
       01  WS-GLCTL-FILE-STATUS            PIC X(02).
       01  WS-ACK-FILE-STATUS              PIC X(02).
       01  WS-PROF-FILE-STATUS             PIC X(02).
       01  WS-REQ-FILE-STATUS              PIC X(02).
       01  WS-PARM-FILE-STATUS             PIC X(02).
       01  WS-RPT-FILE-STATUS              PIC X(02).
       01  WS-ERROR-FILE-STATUS            PIC X(02).

       01  WS-FINAL-RC                     PIC 9(02) VALUE ZERO.

       01  WS-SUM-WITHDRAW-FAILED-SW       PIC X(01) VALUE "N".
           88  WS-SUM-WITHDRAW-FAILED               VALUE "Y".
       01  WS-BACKOUT-BLOCKED-SW           PIC X(01) VALUE "N".
           88  WS-BACKOUT-BLOCKED                   VALUE "Y".
      *> Set when an approved backout has restored the counters but
      *> a later step could not finish - the date is only partly
      *> backed out and needs the operator.
       01  WS-BACKOUT-INCOMPLETE-SW        PIC X(01) VALUE "N".
           88  WS-BACKOUT-INCOMPLETE                VALUE "Y".
       01  WS-STEP-FAILED-SW               PIC X(01) VALUE "N".
           88  WS-STEP-FAILED                       VALUE "Y".
       01  WS-WARNING-SW                   PIC X(01) VALUE "N".
           88  WS-WARNING-RAISED                    VALUE "Y".
       01  WS-AUD-EOF-SW                   PIC X(01) VALUE "N".
           88  WS-AUD-EOF                           VALUE "Y".
       01  WS-CTR-EOF-SW                   PIC X(01) VALUE "N".
           88  WS-CTR-EOF                           VALUE "Y".
       01  WS-REG-EOF-SW                   PIC X(01) VALUE "N".
           88  WS-REG-EOF                           VALUE "Y".
       01  WS-SUSP-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-SUSP-EOF                          VALUE "Y".
       01  WS-PERIOD-EOF-SW                PIC X(01) VALUE "N".
           88  WS-PERIOD-EOF                        VALUE "Y".
       01  WS-CAL-EOF-SW                   PIC X(01) VALUE "N".
           88  WS-CAL-EOF                           VALUE "Y".
       01  WS-PROF-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-PROF-EOF                          VALUE "Y".
       01  WS-REQ-EOF-SW                   PIC X(01) VALUE "N".
           88  WS-REQ-EOF                           VALUE "Y".
       01  WS-PROF-FOUND-SW                PIC X(01) VALUE "N".
           88  WS-PROF-FOUND                        VALUE "Y".
       01  WS-OPR-CHECKER-SW               PIC X(01) VALUE "N".
           88  WS-OPR-HAS-CHECKER-AUTH              VALUE "Y".
       01  WS-REQ-FOUND-SW                 PIC X(01) VALUE "N".
           88  WS-REQ-FOUND                         VALUE "Y".
       01  WS-PERIOD-CLOSED-SW             PIC X(01) VALUE "N".
           88  WS-PERIOD-CLOSED                     VALUE "Y".
       01  WS-GL-ACKED-SW                  PIC X(01) VALUE "N".
           88  WS-GL-ACKED                          VALUE "Y".
       01  WS-GL-WITHDRAW-SW               PIC X(01) VALUE "N".
           88  WS-GL-WITHDRAW                       VALUE "Y".
       01  WS-ENTRY-HIT-SW                 PIC X(01).
           88  WS-ENTRY-HIT                         VALUE "Y".
       01  WS-CTR-CHANGED-SW               PIC X(01).
           88  WS-CTR-CHANGED                       VALUE "Y".

       01  WS-ACTION                       PIC X(01) VALUE SPACE.
           88  WS-ACTION-REQUEST                    VALUE "R".
           88  WS-ACTION-APPROVE                    VALUE "A".
           88  WS-ACTION-REJECT                     VALUE "X".
       01  WS-BACKOUT-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-BACKOUT-PERIOD               PIC 9(06) VALUE ZERO.
       01  WS-OPERATOR-ID                  PIC X(08) VALUE SPACES.
       01  WS-REASON-TEXT                  PIC X(40) VALUE SPACES.
       01  WS-MAKER-ID                     PIC X(08) VALUE SPACES.

      *> The business day before the backout date on the calendar -
      *> what each backed-out counter's CTR-LAST-RUN-DATE goes back
      *> to, so TestApp expects the backout date again.
       01  WS-PRIOR-BUSINESS-DATE          PIC 9(08) VALUE ZERO.
       01  WS-MAX-LAST-RUN-DATE            PIC 9(08) VALUE ZERO.
       01  WS-GL-EXTRACT-DATE              PIC 9(08) VALUE ZERO.
       01  WS-GL-ACK-STATUS                PIC X(01) VALUE SPACE.

      *> One entry per counter with a counted row for the backout
      *> date. TestApp movement and any earlier backout of the date
      *> are what this run takes back; anything else that posted on
      *> the date (maintenance, year-end) is kept and reported.
       01  WS-BKO-LIMIT                    PIC 9(04) VALUE 1000.
       01  WS-BKO-COUNT                    PIC 9(04) VALUE ZERO.
       01  WS-BKO-TABLE.
           05  WS-BKO-ENTRY OCCURS 1000 TIMES.
               10  WS-BKO-CTR-ID           PIC X(08).
               10  WS-BKO-START-VALUE      PIC S9(07)V99.
               10  WS-BKO-TESTAPP-ROWS     PIC 9(05).
               10  WS-BKO-NET              PIC S9(09)V99.
               10  WS-BKO-OTHER-NET        PIC S9(09)V99.
      *> Error-halt ("E") rows of one TestApp run are held here until
      *> the trail shows whether a resumed run of the same cycle
      *> superseded them - the resumed run starts again from the
      *> same work-file value, so both cannot count.
               10  WS-BKO-HELD-NET         PIC S9(09)V99.
               10  WS-BKO-HELD-CYCLE       PIC 9(02).
               10  WS-BKO-HELD-STAMP       PIC 9(14).
               10  WS-BKO-HELD-SW          PIC X(01).
                   88  WS-BKO-HELD                  VALUE "Y".
       01  WS-BKO-SUB                      PIC 9(04).
       01  WS-BKO-FOUND-SUB                PIC 9(04).
       01  WS-LOOKUP-CTR-ID                PIC X(08).
       01  WS-TESTAPP-ROW-COUNT            PIC 9(08) VALUE ZERO.

       01  WS-NEW-VALUE-CHECK              PIC S9(09)V99.
       01  WS-OLD-VALUE                    PIC S9(07)V99.
       01  WS-COMPENSATION                 PIC S9(07)V99.

       01  WS-COUNTERS-RESTORED            PIC 9(06) VALUE ZERO.
       01  WS-DATES-RESET                  PIC 9(06) VALUE ZERO.
       01  WS-REG-DELETED                  PIC 9(06) VALUE ZERO.
       01  WS-REG-MARKS-CLEARED            PIC 9(06) VALUE ZERO.
       01  WS-SUSP-REMOVED                 PIC 9(06) VALUE ZERO.

       01  WS-COUNTER-MESSAGE.
           05  WS-CMSG-TEXT                PIC X(40).
           05  WS-CMSG-COUNTER-ID          PIC X(08).

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

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(29) VALUE
               "BUSINESS-DATE BACKOUT - ".
           05  WS-HDG-DATE                 PIC 9(08).
           05  FILLER                      PIC X(10) VALUE
               "  MAKER ".
           05  WS-HDG-MAKER                PIC X(08).
           05  FILLER                      PIC X(10) VALUE
               "  CHECKER ".
           05  WS-HDG-CHECKER              PIC X(08).

       01  WS-COLUMN-HEADING.
           05  FILLER                      PIC X(10) VALUE "COUNTER".
           05  FILLER                      PIC X(14) VALUE
               "  START OF DAY".
           05  FILLER                      PIC X(14) VALUE
               "   BEFORE BKO".
           05  FILLER                      PIC X(14) VALUE
               "  COMPENSATED".
           05  FILLER                      PIC X(14) VALUE
               "    AFTER BKO".
           05  FILLER                      PIC X(20) VALUE
               " REMARK".

       01  WS-BKO-DETAIL-LINE.
           05  WS-BDL-COUNTER-ID           PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-BDL-START-VALUE          PIC -(9)9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-BDL-BEFORE-VALUE         PIC -(9)9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-BDL-COMPENSATION         PIC -(9)9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-BDL-AFTER-VALUE          PIC -(9)9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-BDL-REMARK               PIC X(20).

       01  WS-BKO-TOTAL-LINE.
           05  WS-BTL-LABEL                PIC X(32).
           05  WS-BTL-COUNT                PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-READ-PARM-CARD
           IF NOT WS-BACKOUT-BLOCKED
               PERFORM 1100-VERIFY-OPERATOR
           END-IF
      *> A rejection changes nothing, so it is never held up by the
      *> gates - only a request and an approval are.
           IF NOT WS-BACKOUT-BLOCKED AND NOT WS-ACTION-REJECT
               PERFORM 1200-CHECK-PERIOD-OPEN
               PERFORM 1300-CHECK-GL-STATUS
               PERFORM 1400-CHECK-RESTART-STATE
           END-IF
           IF NOT WS-BACKOUT-BLOCKED AND NOT WS-ACTION-REJECT
               PERFORM 1500-LOAD-DAY-POSTING
           END-IF
           IF NOT WS-BACKOUT-BLOCKED AND NOT WS-ACTION-REJECT
               PERFORM 1700-CHECK-COUNTERS
           END-IF
           IF NOT WS-BACKOUT-BLOCKED AND NOT WS-ACTION-REJECT
               PERFORM 1800-FIND-PRIOR-BUSINESS-DAY
           END-IF
           IF NOT WS-BACKOUT-BLOCKED
               IF WS-ACTION-REQUEST
                   PERFORM 2000-RECORD-REQUEST
               ELSE
                   PERFORM 3000-DECIDE-REQUEST
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-BACKOUT-BLOCKED OR WS-BACKOUT-INCOMPLETE
                   MOVE 16 TO WS-FINAL-RC
               WHEN WS-WARNING-RAISED
                   MOVE 4 TO WS-FINAL-RC
           END-EVALUATE
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       1000-READ-PARM-CARD.
           OPEN INPUT BKO-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ BKO-PARM-FILE
                   NOT AT END
                       MOVE BPR-ACTION TO WS-ACTION
                       IF BPR-BUSINESS-DATE IS NUMERIC
                           MOVE BPR-BUSINESS-DATE
                               TO WS-BACKOUT-DATE
                       END-IF
                       MOVE BPR-OPERATOR-ID TO WS-OPERATOR-ID
                       MOVE BPR-REASON-TEXT TO WS-REASON-TEXT
               END-READ
               CLOSE BKO-PARM-FILE
           END-IF
           IF WS-BACKOUT-DATE = ZERO
                   OR WS-OPERATOR-ID = SPACES
                   OR NOT (WS-ACTION-REQUEST OR WS-ACTION-APPROVE
                           OR WS-ACTION-REJECT)
               SET WS-BACKOUT-BLOCKED TO TRUE
               MOVE "BACKOUT - CONTROL CARD MISSING OR NOT VALID"
                   TO WS-ERROR-MESSAGE
               MOVE "BO001" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           ELSE
               MOVE WS-BACKOUT-DATE (1:6) TO WS-BACKOUT-PERIOD
           END-IF.

      *> Both halves of the dual control must be profiled operators;
      *> only a checker may approve or reject.
       1100-VERIFY-OPERATOR.
           OPEN INPUT OPERATOR-PROFILE-FILE
           IF WS-PROF-FILE-STATUS = "00"
               PERFORM 1150-MATCH-ONE-PROFILE
                   UNTIL WS-PROF-EOF
               CLOSE OPERATOR-PROFILE-FILE
               EVALUATE TRUE
                   WHEN NOT WS-PROF-FOUND
                       SET WS-BACKOUT-BLOCKED TO TRUE
                       MOVE "BACKOUT - OPERATOR NOT ON PROFILE FILE"
                           TO WS-ERROR-MESSAGE
                       MOVE "BO002" TO WS-ERROR-CODE
                       MOVE "F" TO WS-ERROR-SEVERITY
                       PERFORM 5000-LOG-ERROR-RECORD
                   WHEN NOT WS-ACTION-REQUEST
                           AND NOT WS-OPR-HAS-CHECKER-AUTH
                       SET WS-BACKOUT-BLOCKED TO TRUE
                       MOVE "BACKOUT - NO CHECKER AUTHORITY"
                           TO WS-ERROR-MESSAGE
                       MOVE "BO003" TO WS-ERROR-CODE
                       MOVE "F" TO WS-ERROR-SEVERITY
                       PERFORM 5000-LOG-ERROR-RECORD
               END-EVALUATE
           ELSE
               SET WS-BACKOUT-BLOCKED TO TRUE
               MOVE "BACKOUT - OPERATOR PROFILE FILE NOT AVAILABLE"
                   TO WS-ERROR-MESSAGE
               MOVE "BO017" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           END-IF.

       1150-MATCH-ONE-PROFILE.
           READ OPERATOR-PROFILE-FILE
               AT END
                   SET WS-PROF-EOF TO TRUE
               NOT AT END
                   IF OPF-OPERATOR-ID = WS-OPERATOR-ID
                       SET WS-PROF-EOF TO TRUE
                       SET WS-PROF-FOUND TO TRUE
                       MOVE OPF-CHECKER-AUTH TO WS-OPR-CHECKER-SW
                   END-IF
           END-READ
           IF WS-PROF-FILE-STATUS NOT = "00"
               SET WS-PROF-EOF TO TRUE
           END-IF.

      *> A closed period - or a closed fiscal year - is final; the
      *> backout would change a position Finance has reported from.
       1200-CHECK-PERIOD-OPEN.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERIOD-FILE-STATUS = "00"
               PERFORM 1250-CHECK-ONE-PERIOD
                   UNTIL WS-PERIOD-EOF
               CLOSE PERIOD-CONTROL-FILE
           END-IF
           IF WS-PERIOD-CLOSED
               SET WS-BACKOUT-BLOCKED TO TRUE
               MOVE "BACKOUT - DATE FALLS IN A CLOSED PERIOD"
                   TO WS-ERROR-MESSAGE
               MOVE "BO004" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           END-IF.

       1250-CHECK-ONE-PERIOD.
           READ PERIOD-CONTROL-FILE
               AT END
                   SET WS-PERIOD-EOF TO TRUE
               NOT AT END
                   IF PCL-PERIOD = WS-BACKOUT-PERIOD AND PCL-CLOSED
                       SET WS-PERIOD-CLOSED TO TRUE
                   END-IF
                   IF PCL-YEAR-CLOSED
                           AND PCL-CLOSE-DATE NOT < WS-BACKOUT-DATE
                       SET WS-PERIOD-CLOSED TO TRUE
                   END-IF
           END-READ
           IF WS-PERIOD-FILE-STATUS NOT = "00"
               SET WS-PERIOD-EOF TO TRUE
           END-IF.

      *> Once the GL has acknowledged the date's extract the journal
      *> is on the ledger and the backout must go through the GL as
      *> a correction instead. An extract built for the date but not
      *> yet acknowledged is withdrawn by the backout, so the date
      *> can be extracted again. A later date extracted means this
      *> one was acknowledged before it.
       1300-CHECK-GL-STATUS.
           OPEN INPUT GL-CONTROL-FILE
           IF WS-GLCTL-FILE-STATUS = "00"
               READ GL-CONTROL-FILE
                   NOT AT END
                       IF GLC-LAST-EXTRACT-DATE IS NUMERIC
                           MOVE GLC-LAST-EXTRACT-DATE
                               TO WS-GL-EXTRACT-DATE
                           MOVE GLC-ACK-STATUS TO WS-GL-ACK-STATUS
                       END-IF
               END-READ
               CLOSE GL-CONTROL-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-GL-EXTRACT-DATE > WS-BACKOUT-DATE
                   SET WS-GL-ACKED TO TRUE
               WHEN WS-GL-EXTRACT-DATE = WS-BACKOUT-DATE
                   IF WS-GL-ACK-STATUS = "Y"
                       SET WS-GL-ACKED TO TRUE
                   ELSE
                       PERFORM 1350-CHECK-GL-ACK-FILE
                   END-IF
           END-EVALUATE
           IF WS-GL-ACKED
               SET WS-BACKOUT-BLOCKED TO TRUE
               MOVE "BACKOUT - GL EXTRACT FOR DATE ACKNOWLEDGED"
                   TO WS-ERROR-MESSAGE
               MOVE "BO005" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           END-IF.

       1350-CHECK-GL-ACK-FILE.
           OPEN INPUT GL-ACK-FILE
           IF WS-ACK-FILE-STATUS = "00"
               READ GL-ACK-FILE
                   NOT AT END
                       IF GLA-ACKNOWLEDGED
                               AND GLA-BUSINESS-DATE = WS-BACKOUT-DATE
                           SET WS-GL-ACKED TO TRUE
                       END-IF
               END-READ
               CLOSE GL-ACK-FILE
           END-IF
           IF NOT WS-GL-ACKED
               SET WS-GL-WITHDRAW TO TRUE
           END-IF.

      *> An interrupted TestApp run must be finished or restarted
      *> first - its work file holds postings the trail does not
      *> show yet.
       1400-CHECK-RESTART-STATE.
           OPEN INPUT RESTART-FILE
           IF WS-RESTART-FILE-STATUS = "00"
               READ RESTART-FILE
                   NOT AT END
                       IF RST-IN-PROGRESS-SW = "Y"
                           SET WS-BACKOUT-BLOCKED TO TRUE
                           MOVE "BACKOUT - TESTAPP RUN IN PROGRESS"
                               TO WS-ERROR-MESSAGE
                           MOVE "BO008" TO WS-ERROR-CODE
                           MOVE "F" TO WS-ERROR-SEVERITY
                           PERFORM 5000-LOG-ERROR-RECORD
                       END-IF
               END-READ
               CLOSE RESTART-FILE
           END-IF.

      *> One pass over AUDITLOG gathers, per counter, the value the
      *> date's first TestApp row started from and the net of every
      *> TestApp and earlier backout row for the date. A TestApp run
      *> that halted in error still committed its work, so its "E"
      *> rows count - unless a later TestApp run of the same cycle
      *> follows them for the counter. That run resumed from the
      *> same work file and restarted from the same value, so its
      *> rows replace the halted run's. Of several halted runs of a
      *> cycle only the last one's rows can stand.
       1500-LOAD-DAY-POSTING.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               SET WS-BACKOUT-BLOCKED TO TRUE
               MOVE "BACKOUT - AUDITLOG NOT AVAILABLE"
                   TO WS-ERROR-MESSAGE
               MOVE "BO018" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           ELSE
               PERFORM 1550-LOAD-ONE-AUDIT-ROW
                   UNTIL WS-AUD-EOF
               CLOSE AUDIT-FILE
               PERFORM 1680-RELEASE-HELD-NET
                   VARYING WS-BKO-SUB FROM 1 BY 1
                   UNTIL WS-BKO-SUB > WS-BKO-COUNT
               IF WS-TESTAPP-ROW-COUNT = ZERO
                       AND NOT WS-BACKOUT-BLOCKED
                   SET WS-BACKOUT-BLOCKED TO TRUE
                   MOVE "BACKOUT - NO TESTAPP POSTING FOR DATE"
                       TO WS-ERROR-MESSAGE
                   MOVE "BO006" TO WS-ERROR-CODE
                   MOVE "F" TO WS-ERROR-SEVERITY
                   PERFORM 5000-LOG-ERROR-RECORD
               END-IF
           END-IF.

       1550-LOAD-ONE-AUDIT-ROW.
           READ AUDIT-FILE
               AT END
                   SET WS-AUD-EOF TO TRUE
               NOT AT END
                   IF AUD-BUSINESS-DATE = WS-BACKOUT-DATE
                       PERFORM 1600-TALLY-AUDIT-ROW
                   END-IF
           END-READ
           IF WS-AUDIT-FILE-STATUS NOT = "00"
                   AND WS-AUDIT-FILE-STATUS NOT = "10"
               SET WS-AUD-EOF TO TRUE
           END-IF.

       1600-TALLY-AUDIT-ROW.
           EVALUATE TRUE
               WHEN AUD-JOB-NAME = "TESTAPP"
                   PERFORM 1650-FIND-OR-ADD-ENTRY
                   IF WS-ENTRY-HIT
                       IF WS-BKO-TESTAPP-ROWS (WS-BKO-FOUND-SUB) = ZERO
                           MOVE AUD-OLD-VALUE
                               TO WS-BKO-START-VALUE (WS-BKO-FOUND-SUB)
                       END-IF
                       ADD 1 TO WS-BKO-TESTAPP-ROWS (WS-BKO-FOUND-SUB)
                       ADD 1 TO WS-TESTAPP-ROW-COUNT
                       PERFORM 1620-TALLY-TESTAPP-ROW
                   END-IF
               WHEN AUD-JOB-NAME = "BACKOUT"
                   PERFORM 1650-FIND-OR-ADD-ENTRY
                   IF WS-ENTRY-HIT
                       ADD AUD-INCREMENT-APPLIED
                           TO WS-BKO-NET (WS-BKO-FOUND-SUB)
                   END-IF
               WHEN AUD-STATUS = "P" OR AUD-STATUS = "R"
                       OR AUD-STATUS = "E" OR AUD-STATUS = "W"
                   CONTINUE
               WHEN OTHER
                   PERFORM 1650-FIND-OR-ADD-ENTRY
                   IF WS-ENTRY-HIT
                       ADD AUD-INCREMENT-APPLIED
                           TO WS-BKO-OTHER-NET (WS-BKO-FOUND-SUB)
                   END-IF
           END-EVALUATE.

      *> A row of another cycle, or of a later run of the held
      *> cycle, settles what is held: a different cycle means the
      *> halted run was never resumed and its rows stand; the same
      *> cycle means they were superseded and are dropped.
       1620-TALLY-TESTAPP-ROW.
           IF WS-BKO-HELD (WS-BKO-FOUND-SUB)
               IF AUD-CYCLE-NO = WS-BKO-HELD-CYCLE (WS-BKO-FOUND-SUB)
                   IF AUD-TIMESTAMP
                           NOT = WS-BKO-HELD-STAMP (WS-BKO-FOUND-SUB)
                       MOVE "N" TO WS-BKO-HELD-SW (WS-BKO-FOUND-SUB)
                       MOVE ZERO TO WS-BKO-HELD-NET (WS-BKO-FOUND-SUB)
                   END-IF
               ELSE
                   MOVE WS-BKO-FOUND-SUB TO WS-BKO-SUB
                   PERFORM 1680-RELEASE-HELD-NET
               END-IF
           END-IF
           IF AUD-STATUS = "E"
               MOVE "Y" TO WS-BKO-HELD-SW (WS-BKO-FOUND-SUB)
               MOVE AUD-CYCLE-NO
                   TO WS-BKO-HELD-CYCLE (WS-BKO-FOUND-SUB)
               MOVE AUD-TIMESTAMP
                   TO WS-BKO-HELD-STAMP (WS-BKO-FOUND-SUB)
               ADD AUD-INCREMENT-APPLIED
                   TO WS-BKO-HELD-NET (WS-BKO-FOUND-SUB)
           ELSE
               ADD AUD-INCREMENT-APPLIED
                   TO WS-BKO-NET (WS-BKO-FOUND-SUB)
           END-IF.

      *> Held "E" rows nothing superseded were committed and stand.
       1680-RELEASE-HELD-NET.
           IF WS-BKO-HELD (WS-BKO-SUB)
               ADD WS-BKO-HELD-NET (WS-BKO-SUB)
                   TO WS-BKO-NET (WS-BKO-SUB)
               MOVE ZERO TO WS-BKO-HELD-NET (WS-BKO-SUB)
               MOVE "N" TO WS-BKO-HELD-SW (WS-BKO-SUB)
           END-IF.

       1650-FIND-OR-ADD-ENTRY.
           MOVE AUD-COUNTER-ID TO WS-LOOKUP-CTR-ID
           PERFORM 4900-FIND-ENTRY
           IF NOT WS-ENTRY-HIT
               IF WS-BKO-COUNT < WS-BKO-LIMIT
                   ADD 1 TO WS-BKO-COUNT
                   MOVE WS-BKO-COUNT TO WS-BKO-FOUND-SUB
                   MOVE AUD-COUNTER-ID
                       TO WS-BKO-CTR-ID (WS-BKO-FOUND-SUB)
                   MOVE ZERO TO WS-BKO-START-VALUE (WS-BKO-FOUND-SUB)
                   MOVE ZERO TO WS-BKO-TESTAPP-ROWS (WS-BKO-FOUND-SUB)
                   MOVE ZERO TO WS-BKO-NET (WS-BKO-FOUND-SUB)
                   MOVE ZERO TO WS-BKO-OTHER-NET (WS-BKO-FOUND-SUB)
                   MOVE ZERO TO WS-BKO-HELD-NET (WS-BKO-FOUND-SUB)
                   MOVE ZERO TO WS-BKO-HELD-CYCLE (WS-BKO-FOUND-SUB)
                   MOVE ZERO TO WS-BKO-HELD-STAMP (WS-BKO-FOUND-SUB)
                   MOVE "N" TO WS-BKO-HELD-SW (WS-BKO-FOUND-SUB)
                   SET WS-ENTRY-HIT TO TRUE
               ELSE
                   IF NOT WS-BACKOUT-BLOCKED
                       SET WS-BACKOUT-BLOCKED TO TRUE
                       MOVE "BACKOUT - COUNTER TABLE FULL"
                           TO WS-ERROR-MESSAGE
                       MOVE "BO013" TO WS-ERROR-CODE
                       MOVE "F" TO WS-ERROR-SEVERITY
                       PERFORM 5000-LOG-ERROR-RECORD
                   END-IF
               END-IF
           END-IF.

      *> Only the latest posted date can be backed out - once a later
      *> date has posted, its values run on from this date's and
      *> resetting the run date would send TestApp backwards. Every
      *> counter to be restored must also land inside the range a
      *> counter may hold.
       1700-CHECK-COUNTERS.
           OPEN INPUT COUNTER-FILE
           IF WS-CTR-FILE-STATUS NOT = "00"
               SET WS-BACKOUT-BLOCKED TO TRUE
               MOVE "BACKOUT - COUNTER FILE NOT AVAILABLE"
                   TO WS-ERROR-MESSAGE
               MOVE "BO019" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           ELSE
               MOVE LOW-VALUES TO CTR-ID
               START COUNTER-FILE KEY NOT < CTR-ID
                   INVALID KEY
                       SET WS-CTR-EOF TO TRUE
               END-START
               PERFORM 1750-CHECK-ONE-COUNTER
                   UNTIL WS-CTR-EOF
               CLOSE COUNTER-FILE
               IF WS-MAX-LAST-RUN-DATE > WS-BACKOUT-DATE
                   SET WS-BACKOUT-BLOCKED TO TRUE
                   MOVE "BACKOUT - A LATER DATE HAS ALREADY POSTED"
                       TO WS-ERROR-MESSAGE
                   MOVE "BO007" TO WS-ERROR-CODE
                   MOVE "F" TO WS-ERROR-SEVERITY
                   PERFORM 5000-LOG-ERROR-RECORD
               END-IF
           END-IF.

       1750-CHECK-ONE-COUNTER.
           READ COUNTER-FILE NEXT RECORD
               AT END
                   SET WS-CTR-EOF TO TRUE
               NOT AT END
                   IF CTR-LAST-RUN-DATE > WS-MAX-LAST-RUN-DATE
                       MOVE CTR-LAST-RUN-DATE
                           TO WS-MAX-LAST-RUN-DATE
                   END-IF
                   MOVE CTR-ID TO WS-LOOKUP-CTR-ID
                   PERFORM 4900-FIND-ENTRY
                   IF WS-ENTRY-HIT
                       COMPUTE WS-NEW-VALUE-CHECK = CTR-VALUE
                           - WS-BKO-NET (WS-BKO-FOUND-SUB)
                       IF WS-NEW-VALUE-CHECK < ZERO
                               OR WS-NEW-VALUE-CHECK > 9999999.99
                           SET WS-BACKOUT-BLOCKED TO TRUE
                           MOVE "BACKOUT - RESTORE OUT OF RANGE - "
                               TO WS-CMSG-TEXT
                           MOVE CTR-ID TO WS-CMSG-COUNTER-ID
                           MOVE WS-COUNTER-MESSAGE TO WS-ERROR-MESSAGE
                           MOVE "BO014" TO WS-ERROR-CODE
                           MOVE "F" TO WS-ERROR-SEVERITY
                           PERFORM 5000-LOG-ERROR-RECORD
                       END-IF
                   END-IF
           END-READ
           IF WS-CTR-FILE-STATUS NOT = "00"
               SET WS-CTR-EOF TO TRUE
           END-IF.

       1800-FIND-PRIOR-BUSINESS-DAY.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-FILE-STATUS = "00"
               PERFORM 1850-SCAN-CALENDAR-ENTRY
                   UNTIL WS-CAL-EOF
               CLOSE CALENDAR-FILE
           END-IF
           IF WS-PRIOR-BUSINESS-DATE = ZERO
               SET WS-BACKOUT-BLOCKED TO TRUE
               MOVE "BACKOUT - NO PRIOR BUSINESS DAY ON CALENDAR"
                   TO WS-ERROR-MESSAGE
               MOVE "BO015" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           END-IF.

       1850-SCAN-CALENDAR-ENTRY.
           READ CALENDAR-FILE
               AT END
                   SET WS-CAL-EOF TO TRUE
               NOT AT END
                   IF CAL-DATE NOT < WS-BACKOUT-DATE
                       SET WS-CAL-EOF TO TRUE
                   ELSE
                       IF CAL-BUSINESS-DAY
                           MOVE CAL-DATE TO WS-PRIOR-BUSINESS-DATE
                       END-IF
                   END-IF
           END-READ
           IF WS-CAL-FILE-STATUS NOT = "00"
               SET WS-CAL-EOF TO TRUE
           END-IF.

      *> The maker's half: one pending request per date.
       2000-RECORD-REQUEST.
           PERFORM 2100-FIND-PENDING-REQUEST
           IF WS-REQ-FOUND
               SET WS-BACKOUT-BLOCKED TO TRUE
               MOVE "BACKOUT - REQUEST ALREADY PENDING FOR DATE"
                   TO WS-ERROR-MESSAGE
               MOVE "BO009" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-RUN-TIME-RAW FROM TIME
               MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-TIME
               OPEN EXTEND BACKOUT-REQ-FILE
               IF WS-REQ-FILE-STATUS = "35"
                   OPEN OUTPUT BACKOUT-REQ-FILE
               END-IF
               MOVE SPACES TO BACKOUT-REQ-RECORD
               MOVE WS-BACKOUT-DATE TO BKR-BUSINESS-DATE
               MOVE "P" TO BKR-STATUS
               MOVE WS-OPERATOR-ID TO BKR-MAKER-ID
               MOVE WS-RUN-DATE TO BKR-REQUESTED-TIMESTAMP (1:8)
               MOVE WS-RUN-TIME TO BKR-REQUESTED-TIMESTAMP (9:6)
               MOVE SPACES TO BKR-CHECKER-ID
               MOVE ZERO TO BKR-DECIDED-TIMESTAMP
               MOVE WS-REASON-TEXT TO BKR-REASON-TEXT
               WRITE BACKOUT-REQ-RECORD
               CLOSE BACKOUT-REQ-FILE
               DISPLAY "BACKOUT - REQUEST FOR " WS-BACKOUT-DATE
                   " QUEUED FOR APPROVAL"
           END-IF.

       2100-FIND-PENDING-REQUEST.
           MOVE "N" TO WS-REQ-FOUND-SW
           MOVE "N" TO WS-REQ-EOF-SW
           OPEN INPUT BACKOUT-REQ-FILE
           IF WS-REQ-FILE-STATUS = "00"
               PERFORM 2150-CHECK-ONE-REQUEST
                   UNTIL WS-REQ-EOF
               CLOSE BACKOUT-REQ-FILE
           END-IF.

       2150-CHECK-ONE-REQUEST.
           READ BACKOUT-REQ-FILE
               AT END
                   SET WS-REQ-EOF TO TRUE
               NOT AT END
                   IF BKR-PENDING
                           AND BKR-BUSINESS-DATE = WS-BACKOUT-DATE
                       SET WS-REQ-FOUND TO TRUE
                       SET WS-REQ-EOF TO TRUE
                   END-IF
           END-READ
           IF WS-REQ-FILE-STATUS NOT = "00"
               SET WS-REQ-EOF TO TRUE
           END-IF.

      *> The checker's half. The request stays positioned on its
      *> record while the backout runs and is stamped with the
      *> decision afterwards - the maker can never decide their own.
       3000-DECIDE-REQUEST.
           MOVE "N" TO WS-REQ-FOUND-SW
           MOVE "N" TO WS-REQ-EOF-SW
           OPEN I-O BACKOUT-REQ-FILE
           IF WS-REQ-FILE-STATUS = "00"
               PERFORM 2150-CHECK-ONE-REQUEST
                   UNTIL WS-REQ-EOF
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-REQ-FOUND
                   SET WS-BACKOUT-BLOCKED TO TRUE
                   MOVE "BACKOUT - NO PENDING REQUEST FOR DATE"
                       TO WS-ERROR-MESSAGE
                   MOVE "BO010" TO WS-ERROR-CODE
                   MOVE "F" TO WS-ERROR-SEVERITY
                   PERFORM 5000-LOG-ERROR-RECORD
               WHEN BKR-MAKER-ID = WS-OPERATOR-ID
                   SET WS-BACKOUT-BLOCKED TO TRUE
                   MOVE "BACKOUT - MAKER CANNOT DECIDE OWN REQUEST"
                       TO WS-ERROR-MESSAGE
                   MOVE "BO011" TO WS-ERROR-CODE
                   MOVE "F" TO WS-ERROR-SEVERITY
                   PERFORM 5000-LOG-ERROR-RECORD
               WHEN WS-ACTION-REJECT
                   MOVE "R" TO BKR-STATUS
                   PERFORM 3100-STAMP-DECISION
                   DISPLAY "BACKOUT - REQUEST FOR " WS-BACKOUT-DATE
                       " REJECTED"
               WHEN OTHER
                   MOVE BKR-MAKER-ID TO WS-MAKER-ID
                   PERFORM 4000-BACK-OUT-DATE
                   IF NOT WS-BACKOUT-BLOCKED
                       MOVE "A" TO BKR-STATUS
                       PERFORM 3100-STAMP-DECISION
                   END-IF
           END-EVALUATE
           IF WS-REQ-FILE-STATUS = "00"
                   OR WS-REQ-FILE-STATUS = "10"
               CLOSE BACKOUT-REQ-FILE
           END-IF.

       3100-STAMP-DECISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-TIME
           MOVE WS-OPERATOR-ID TO BKR-CHECKER-ID
           MOVE WS-RUN-DATE TO BKR-DECIDED-TIMESTAMP (1:8)
           MOVE WS-RUN-TIME TO BKR-DECIDED-TIMESTAMP (9:6)
           REWRITE BACKOUT-REQ-RECORD.

       4000-BACK-OUT-DATE.
           PERFORM 4050-WITHDRAW-SUMMARY-PROOF
           IF NOT WS-BACKOUT-BLOCKED
               PERFORM 4100-RESTORE-COUNTERS
           END-IF
           IF NOT WS-BACKOUT-BLOCKED
               PERFORM 4500-CLEAR-POSTING-REGISTER
               PERFORM 4600-REMOVE-HELD-SUSPENSE
               PERFORM 4700-CLEAR-CYCLE-STAMP
               IF WS-GL-WITHDRAW
                   PERFORM 4800-WITHDRAW-GL-EXTRACT
               END-IF
               PERFORM 4850-WRITE-BACKOUT-TOTALS
               CLOSE BACKOUT-REPORT-FILE
               DISPLAY "BACKOUT - DATE " WS-BACKOUT-DATE
                   " BACKED OUT - " WS-COUNTERS-RESTORED
                   " COUNTERS RESTORED"
           END-IF.

      *> The summary built for the date holds the movement being
      *> taken back. Its day record is marked unproven before the
      *> compensating rows are written, as the GL control record is
      *> withdrawn, so neither balancing nor the GL extract takes the
      *> date from the summary until it has been rebuilt. No summary
      *> file, or none for the date, leaves nothing to withdraw.
       4050-WITHDRAW-SUMMARY-PROOF.
           MOVE "N" TO WS-SUM-WITHDRAW-FAILED-SW
           OPEN I-O AUDIT-SUMMARY-FILE
           IF WS-SUM-FILE-STATUS = "00"
               MOVE LOW-VALUES TO ASM-KEY
               MOVE WS-BACKOUT-DATE TO ASM-BUSINESS-DATE
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
               SET WS-BACKOUT-BLOCKED TO TRUE
               MOVE "BACKOUT - AUDIT SUMMARY PROOF NOT WITHDRAWN"
                   TO WS-ERROR-MESSAGE
               MOVE "BO020" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           END-IF.

      *> One pass over the counter file: a counter TestApp moved on
      *> the date takes its compensating row and goes back by the
      *> net; any counter carrying the date as its last posting goes
      *> back to the prior business day.
       4100-RESTORE-COUNTERS.
           PERFORM 4110-OPEN-RESTORE-FILES
           IF NOT WS-BACKOUT-BLOCKED
               PERFORM 4150-START-BACKOUT-REPORT
               MOVE "N" TO WS-CTR-EOF-SW
               MOVE LOW-VALUES TO CTR-ID
               START COUNTER-FILE KEY NOT < CTR-ID
                   INVALID KEY
                       SET WS-CTR-EOF TO TRUE
               END-START
               PERFORM 4200-RESTORE-ONE-COUNTER
                   UNTIL WS-CTR-EOF
               CLOSE AUDIT-FILE
               CLOSE COUNTER-FILE
           END-IF.

      *> Nothing is backed out unless both the counter file and the
      *> audit trail are open for update - the request then stays
      *> pending for the approval to be run again.
       4110-OPEN-RESTORE-FILES.
           OPEN I-O COUNTER-FILE
           IF WS-CTR-FILE-STATUS NOT = "00"
               SET WS-BACKOUT-BLOCKED TO TRUE
               MOVE "BACKOUT - COUNTER FILE NOT AVAILABLE FOR UPDATE"
                   TO WS-ERROR-MESSAGE
               MOVE "BO021" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           ELSE
               PERFORM 4120-OPEN-AUDIT-FILE
           END-IF.

       4120-OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               SET WS-BACKOUT-BLOCKED TO TRUE
               MOVE "BACKOUT - AUDITLOG NOT AVAILABLE"
                   TO WS-ERROR-MESSAGE
               MOVE "BO022" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
               CLOSE COUNTER-FILE
           END-IF.

       4150-START-BACKOUT-REPORT.
           OPEN OUTPUT BACKOUT-REPORT-FILE
           MOVE WS-BACKOUT-DATE TO WS-HDG-DATE
           MOVE WS-MAKER-ID TO WS-HDG-MAKER
           MOVE WS-OPERATOR-ID TO WS-HDG-CHECKER
           MOVE WS-HEADING-LINE TO BACKOUT-REPORT-LINE
           WRITE BACKOUT-REPORT-LINE
           MOVE WS-COLUMN-HEADING TO BACKOUT-REPORT-LINE
           WRITE BACKOUT-REPORT-LINE.

       4200-RESTORE-ONE-COUNTER.
           READ COUNTER-FILE NEXT RECORD
               AT END
                   SET WS-CTR-EOF TO TRUE
               NOT AT END
                   MOVE "N" TO WS-CTR-CHANGED-SW
                   MOVE CTR-ID TO WS-LOOKUP-CTR-ID
                   PERFORM 4900-FIND-ENTRY
                   IF WS-ENTRY-HIT
                       IF WS-BKO-TESTAPP-ROWS (WS-BKO-FOUND-SUB) > ZERO
                           PERFORM 4300-COMPENSATE-COUNTER
                       END-IF
                   END-IF
                   IF CTR-LAST-RUN-DATE = WS-BACKOUT-DATE
                       MOVE WS-PRIOR-BUSINESS-DATE
                           TO CTR-LAST-RUN-DATE
                       ADD 1 TO WS-DATES-RESET
                       SET WS-CTR-CHANGED TO TRUE
                   END-IF
                   IF WS-CTR-CHANGED
                       REWRITE CTR-RECORD
                   END-IF
           END-READ
           IF WS-CTR-FILE-STATUS NOT = "00"
               SET WS-CTR-EOF TO TRUE
           END-IF.

       4300-COMPENSATE-COUNTER.
           MOVE CTR-VALUE TO WS-OLD-VALUE
           COMPUTE WS-COMPENSATION =
               0 - WS-BKO-NET (WS-BKO-FOUND-SUB)
           MOVE SPACES TO WS-BDL-REMARK
           IF WS-COMPENSATION NOT = ZERO
               ADD WS-COMPENSATION TO CTR-VALUE
               SET WS-CTR-CHANGED TO TRUE
               PERFORM 4400-WRITE-COMPENSATING-ROW
           ELSE
               MOVE "NO NET MOVEMENT" TO WS-BDL-REMARK
           END-IF
           ADD 1 TO WS-COUNTERS-RESTORED
      *> Anything else that posted to the counter on the date stays
      *> - it was keyed and approved on its own - so the counter
      *> ends away from its start-of-day value by exactly that much.
           IF WS-BKO-OTHER-NET (WS-BKO-FOUND-SUB) NOT = ZERO
               MOVE "OTHER ACTIVITY KEPT" TO WS-BDL-REMARK
               SET WS-WARNING-RAISED TO TRUE
               MOVE "BACKOUT - OTHER ACTIVITY ON DATE KEPT - "
                   TO WS-CMSG-TEXT
               MOVE CTR-ID TO WS-CMSG-COUNTER-ID
               MOVE WS-COUNTER-MESSAGE TO WS-ERROR-MESSAGE
               MOVE "BO012" TO WS-ERROR-CODE
               MOVE "W" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           END-IF
           MOVE CTR-ID TO WS-BDL-COUNTER-ID
           MOVE WS-BKO-START-VALUE (WS-BKO-FOUND-SUB)
               TO WS-BDL-START-VALUE
           MOVE WS-OLD-VALUE TO WS-BDL-BEFORE-VALUE
           MOVE WS-COMPENSATION TO WS-BDL-COMPENSATION
           MOVE CTR-VALUE TO WS-BDL-AFTER-VALUE
           MOVE WS-BKO-DETAIL-LINE TO BACKOUT-REPORT-LINE
           WRITE BACKOUT-REPORT-LINE.

      *> The compensating row is a dual-controlled adjustment ("A")
      *> carrying both operators, dated the backed-out business date
      *> so balancing and the GL extract net it against the rows it
      *> takes back.
       4400-WRITE-COMPENSATING-ROW.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-TIME
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-RUN-DATE TO AUD-TIMESTAMP (1:8)
           MOVE WS-RUN-TIME TO AUD-TIMESTAMP (9:6)
           MOVE "BACKOUT" TO AUD-JOB-NAME
           MOVE "BACKOUT" TO AUD-STEP-NAME
           MOVE CTR-ID TO AUD-COUNTER-ID
           MOVE WS-OLD-VALUE TO AUD-OLD-VALUE
           MOVE WS-COMPENSATION TO AUD-INCREMENT-APPLIED
           MOVE CTR-VALUE TO AUD-NEW-VALUE
           MOVE "A" TO AUD-STATUS
           MOVE "BKOT" TO AUD-REASON-CODE
           MOVE WS-MAKER-ID TO AUD-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO AUD-APPROVER-ID
           MOVE WS-BACKOUT-DATE TO AUD-BUSINESS-DATE
           MOVE ZERO TO AUD-CYCLE-NO
           WRITE AUDIT-RECORD.

      *> The date's register entries go, so the corrected file's
      *> details register afresh; a reversal mark taken by the
      *> date's edit is lifted, so the corrected file can present
      *> that reversal again.
      *> A register that cannot be opened or updated leaves the
      *> date's sequence numbers registered, and the corrected file
      *> would be refused as duplicates - the backout is reported
      *> incomplete. No register at all leaves nothing to clear.
       4500-CLEAR-POSTING-REGISTER.
           MOVE "N" TO WS-STEP-FAILED-SW
           OPEN I-O POSTING-REG-FILE
           IF WS-POSTREG-STATUS = "00"
               MOVE LOW-VALUES TO PRG-KEY
               START POSTING-REG-FILE KEY NOT < PRG-KEY
                   INVALID KEY
                       SET WS-REG-EOF TO TRUE
               END-START
               PERFORM 4550-CLEAR-ONE-REGISTER-ROW
                   UNTIL WS-REG-EOF
               CLOSE POSTING-REG-FILE
           ELSE
               IF WS-POSTREG-STATUS NOT = "35"
                   SET WS-STEP-FAILED TO TRUE
               END-IF
           END-IF
           IF WS-STEP-FAILED
               SET WS-BACKOUT-INCOMPLETE TO TRUE
               MOVE "BACKOUT - POSTREG NOT CLEARED FOR THE DATE"
                   TO WS-ERROR-MESSAGE
               MOVE "BO023" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           END-IF.

       4550-CLEAR-ONE-REGISTER-ROW.
           READ POSTING-REG-FILE NEXT RECORD
               AT END
                   SET WS-REG-EOF TO TRUE
               NOT AT END
                   IF PRG-BUSINESS-DATE = WS-BACKOUT-DATE
                       DELETE POSTING-REG-FILE RECORD
                       IF WS-POSTREG-STATUS = "00"
                           ADD 1 TO WS-REG-DELETED
                       END-IF
                   ELSE
                       IF PRG-REVERSED
                               AND PRG-REV-DATE = WS-BACKOUT-DATE
                           MOVE "N" TO PRG-REVERSED-SW
                           MOVE ZERO TO PRG-REV-DATE
                           MOVE ZERO TO PRG-REV-CYCLE-NO
                           REWRITE POSTING-REG-RECORD
                           IF WS-POSTREG-STATUS = "00"
                               ADD 1 TO WS-REG-MARKS-CLEARED
                           END-IF
                       END-IF
                   END-IF
           END-READ
           IF WS-POSTREG-STATUS NOT = "00"
               IF WS-POSTREG-STATUS NOT = "10"
                   SET WS-STEP-FAILED TO TRUE
               END-IF
               SET WS-REG-EOF TO TRUE
           END-IF.

      *> Items the backed-out posting held for their limits were
      *> suspended under the backout date, and would recycle beside
      *> the corrected file and post twice - they are dropped. The
      *> other items are copied to SUSPBKO and back. A failure on
      *> the first pass leaves SUSPFILE as it was; one on the way
      *> back leaves the surviving items on SUSPBKO to be put back
      *> by hand. No suspense file leaves nothing to remove.
       4600-REMOVE-HELD-SUSPENSE.
           MOVE "N" TO WS-STEP-FAILED-SW
           MOVE "N" TO WS-SUSP-EOF-SW
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-FILE-STATUS = "00"
               OPEN OUTPUT SUSPENSE-WORK-FILE
               IF WS-SUSW-FILE-STATUS = "00"
                   PERFORM 4610-SCREEN-ONE-SUSPENSE
                       UNTIL WS-SUSP-EOF
                   CLOSE SUSPENSE-WORK-FILE
               ELSE
                   SET WS-STEP-FAILED TO TRUE
               END-IF
               CLOSE SUSPENSE-FILE
           ELSE
               IF WS-SUSP-FILE-STATUS NOT = "35"
                   SET WS-STEP-FAILED TO TRUE
               END-IF
           END-IF
           IF WS-STEP-FAILED
               SET WS-BACKOUT-INCOMPLETE TO TRUE
               MOVE "BACKOUT - HELD ITEMS LEFT ON SUSPFILE"
                   TO WS-ERROR-MESSAGE
               MOVE "BO025" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
               MOVE ZERO TO WS-SUSP-REMOVED
           ELSE
               IF WS-SUSP-REMOVED > ZERO
                   PERFORM 4650-RELOAD-SUSPENSE
               END-IF
           END-IF.

       4610-SCREEN-ONE-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   SET WS-SUSP-EOF TO TRUE
               NOT AT END
                   IF SUSP-LIMIT-HOLD
                           AND SUSP-FIRST-DATE = WS-BACKOUT-DATE
                       ADD 1 TO WS-SUSP-REMOVED
                   ELSE
                       MOVE SUSPENSE-RECORD TO SUSPENSE-WORK-RECORD
                       WRITE SUSPENSE-WORK-RECORD
                       IF WS-SUSW-FILE-STATUS NOT = "00"
                           SET WS-STEP-FAILED TO TRUE
                           SET WS-SUSP-EOF TO TRUE
                       END-IF
                   END-IF
           END-READ
           IF WS-SUSP-FILE-STATUS NOT = "00"
               IF WS-SUSP-FILE-STATUS NOT = "10"
                   SET WS-STEP-FAILED TO TRUE
               END-IF
               SET WS-SUSP-EOF TO TRUE
           END-IF.

       4650-RELOAD-SUSPENSE.
           MOVE "N" TO WS-SUSP-EOF-SW
           OPEN INPUT SUSPENSE-WORK-FILE
           IF WS-SUSW-FILE-STATUS = "00"
               OPEN OUTPUT SUSPENSE-FILE
               IF WS-SUSP-FILE-STATUS = "00"
                   PERFORM 4660-RELOAD-ONE-SUSPENSE
                       UNTIL WS-SUSP-EOF
                   CLOSE SUSPENSE-FILE
               ELSE
                   SET WS-STEP-FAILED TO TRUE
               END-IF
               CLOSE SUSPENSE-WORK-FILE
           ELSE
               SET WS-STEP-FAILED TO TRUE
           END-IF
           IF WS-STEP-FAILED
               SET WS-BACKOUT-INCOMPLETE TO TRUE
               MOVE "BACKOUT - SUSPFILE NOT RELOADED - ITEMS ON SUSPBKO"
                   TO WS-ERROR-MESSAGE
               MOVE "BO026" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           END-IF.

       4660-RELOAD-ONE-SUSPENSE.
           READ SUSPENSE-WORK-FILE
               AT END
                   SET WS-SUSP-EOF TO TRUE
               NOT AT END
                   MOVE SUSPENSE-WORK-RECORD TO SUSPENSE-RECORD
                   WRITE SUSPENSE-RECORD
                   IF WS-SUSP-FILE-STATUS NOT = "00"
                       SET WS-STEP-FAILED TO TRUE
                       SET WS-SUSP-EOF TO TRUE
                   END-IF
           END-READ
           IF WS-SUSW-FILE-STATUS NOT = "00"
               IF WS-SUSW-FILE-STATUS NOT = "10"
                   SET WS-STEP-FAILED TO TRUE
               END-IF
               SET WS-SUSP-EOF TO TRUE
           END-IF.

      *> TestApp's cycle history for the date goes, so the corrected
      *> file is taken as the date's cycle 01 on the expected date.
       4700-CLEAR-CYCLE-STAMP.
           MOVE "N" TO WS-STEP-FAILED-SW
           OPEN I-O RESTART-FILE
           IF WS-RESTART-FILE-STATUS = "00"
               READ RESTART-FILE
                   NOT AT END
                       IF RST-BUSINESS-DATE = WS-BACKOUT-DATE
                           MOVE ZERO TO RST-BUSINESS-DATE
                           MOVE ZERO TO RST-CYCLE-NO
                           MOVE SPACE TO RST-CYCLE-CLEAN-SW
                           MOVE ZERO TO RST-CYCLE-BASE-SEQ-NO
                           MOVE ZERO TO RST-CYCLE-HIGH-SEQ-NO
                           REWRITE RESTART-RECORD
                       END-IF
               END-READ
               IF WS-RESTART-FILE-STATUS NOT = "00"
                       AND WS-RESTART-FILE-STATUS NOT = "10"
                   SET WS-STEP-FAILED TO TRUE
               END-IF
               CLOSE RESTART-FILE
           ELSE
               IF WS-RESTART-FILE-STATUS NOT = "35"
                   SET WS-STEP-FAILED TO TRUE
               END-IF
           END-IF
           IF WS-STEP-FAILED
               SET WS-BACKOUT-INCOMPLETE TO TRUE
               MOVE "BACKOUT - CYCLE STAMP NOT CLEARED ON RESTARTF"
                   TO WS-ERROR-MESSAGE
               MOVE "BO027" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           END-IF.

      *> The GL extract would not take the date again while the
      *> control record shows it extracted. The record goes back to
      *> the prior business day, acknowledged - the extract for the
      *> backout date was only built after the one before it was
      *> acknowledged - and the unsent file is flagged.
       4800-WITHDRAW-GL-EXTRACT.
           MOVE "N" TO WS-STEP-FAILED-SW
           OPEN OUTPUT GL-CONTROL-FILE
           IF WS-GLCTL-FILE-STATUS = "00"
               MOVE WS-PRIOR-BUSINESS-DATE TO GLC-LAST-EXTRACT-DATE
               MOVE "Y" TO GLC-ACK-STATUS
               WRITE GL-CONTROL-RECORD
               IF WS-GLCTL-FILE-STATUS NOT = "00"
                   SET WS-STEP-FAILED TO TRUE
               END-IF
               CLOSE GL-CONTROL-FILE
           ELSE
               SET WS-STEP-FAILED TO TRUE
           END-IF
           IF WS-STEP-FAILED
               SET WS-BACKOUT-INCOMPLETE TO TRUE
               MOVE "BACKOUT - GLCTL NOT WITHDRAWN - STILL EXTRACTED"
                   TO WS-ERROR-MESSAGE
               MOVE "BO024" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
           ELSE
               SET WS-WARNING-RAISED TO TRUE
               MOVE "BACKOUT - GL EXTRACT WITHDRAWN - DO NOT SEND"
                   TO WS-ERROR-MESSAGE
               MOVE "BO016" TO WS-ERROR-CODE
               MOVE "W" TO WS-ERROR-SEVERITY
           END-IF
           PERFORM 5000-LOG-ERROR-RECORD.

       4850-WRITE-BACKOUT-TOTALS.
           MOVE SPACES TO BACKOUT-REPORT-LINE
           WRITE BACKOUT-REPORT-LINE
           MOVE "COUNTERS RESTORED :" TO WS-BTL-LABEL
           MOVE WS-COUNTERS-RESTORED TO WS-BTL-COUNT
           MOVE WS-BKO-TOTAL-LINE TO BACKOUT-REPORT-LINE
           WRITE BACKOUT-REPORT-LINE
           MOVE "LAST-RUN DATES RESET :" TO WS-BTL-LABEL
           MOVE WS-DATES-RESET TO WS-BTL-COUNT
           MOVE WS-BKO-TOTAL-LINE TO BACKOUT-REPORT-LINE
           WRITE BACKOUT-REPORT-LINE
           MOVE "POSTREG ENTRIES DELETED :" TO WS-BTL-LABEL
           MOVE WS-REG-DELETED TO WS-BTL-COUNT
           MOVE WS-BKO-TOTAL-LINE TO BACKOUT-REPORT-LINE
           WRITE BACKOUT-REPORT-LINE
           MOVE "POSTREG REVERSAL MARKS CLEARED :" TO WS-BTL-LABEL
           MOVE WS-REG-MARKS-CLEARED TO WS-BTL-COUNT
           MOVE WS-BKO-TOTAL-LINE TO BACKOUT-REPORT-LINE
           WRITE BACKOUT-REPORT-LINE
           MOVE "HELD SUSPENSE ITEMS REMOVED :" TO WS-BTL-LABEL
           MOVE WS-SUSP-REMOVED TO WS-BTL-COUNT
           MOVE WS-BKO-TOTAL-LINE TO BACKOUT-REPORT-LINE
           WRITE BACKOUT-REPORT-LINE
           IF WS-BACKOUT-INCOMPLETE
               MOVE SPACES TO BACKOUT-REPORT-LINE
               MOVE "*** BACKOUT INCOMPLETE - SEE ERRFILE ***"
                   TO BACKOUT-REPORT-LINE
               WRITE BACKOUT-REPORT-LINE
           END-IF.

       4900-FIND-ENTRY.
           MOVE "N" TO WS-ENTRY-HIT-SW
           PERFORM 4950-MATCH-ONE-ENTRY
               VARYING WS-BKO-SUB FROM 1 BY 1
               UNTIL WS-BKO-SUB > WS-BKO-COUNT OR WS-ENTRY-HIT.

       4950-MATCH-ONE-ENTRY.
           IF WS-BKO-CTR-ID (WS-BKO-SUB) = WS-LOOKUP-CTR-ID
               SET WS-ENTRY-HIT TO TRUE
               MOVE WS-BKO-SUB TO WS-BKO-FOUND-SUB
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
           MOVE "BACKOUT" TO ERR-PROGRAM-ID
           MOVE WS-ERROR-CODE TO ERR-ERROR-CODE
           MOVE WS-ERROR-SEVERITY TO ERR-SEVERITY
           MOVE WS-ERROR-MESSAGE TO ERR-MESSAGE
           IF WS-BACKOUT-DATE NOT = ZERO
               MOVE WS-BACKOUT-DATE TO ERR-BUSINESS-DATE
           ELSE
               MOVE WS-RUN-DATE TO ERR-BUSINESS-DATE
           END-IF
           WRITE ERROR-LINE
           CLOSE ERROR-FILE.
