      *> actual movement of every counter: per counter, the sum of
      *> AUD-INCREMENT-APPLIED must equal the movement from the first
      *> row's old value to the last row's new value, and the counter
      *> file must hold that final value. Transfers between counters
      *> must also net to zero across the company - every "XFRO" leg
      *> out matched by an "XFRI" leg in for the same amount - since
      *> a transfer moves value, it never creates or destroys it.
      *> A date posted in several cycles balances as one day - each
      *> cycle's rows run on from the values the cycle before left -
      *> and the certificate lists how many rows each cycle wrote.
      *> The day's rows are taken from the audit summary (AUDSUM)
      *> the summary step built and proved for the date, read by key
      *> - a date with no summary, or one that did not prove, cannot
      *> be certified. Any ERRFILE entries for the
      *> day are listed on the certificate. Prints a single PASS/FAIL
      *> balance certificate and ends with return code 16 on FAIL so
      *> the scheduler holds downstream work automatically instead of
               RECORD KEY IS CTR-ID
               FILE STATUS IS WS-CTR-FILE-STATUS.

           SELECT AUDIT-SUMMARY-FILE
               ASSIGN TO "AUDSUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASM-KEY
               FILE STATUS IS WS-SUM-FILE-STATUS.

           SELECT ERROR-FILE
               ASSIGN TO "ERRFILE"
       FD  COUNTER-FILE.
       COPY CTRREC.

       FD  AUDIT-SUMMARY-FILE.
       COPY AUDSUMREC.

       FD  ERROR-FILE.
       COPY ERRREC.

       WORKING-STORAGE SECTION.
       01  WS-CTR-FILE-STATUS              PIC X(02).
       01  WS-SUM-FILE-STATUS              PIC X(02).
       01  WS-ERROR-FILE-STATUS            PIC X(02).
       01  WS-PARM-FILE-STATUS             PIC X(02).
       01  WS-RPT-FILE-STATUS              PIC X(02).
      *> Accept into this field and take (1:6) for HHMMSS.
       01  WS-RUN-TIME-RAW                 PIC 9(08).

       01  WS-SUM-EOF-SW                   PIC X(01) VALUE "N".
           88  WS-SUM-EOF                           VALUE "Y".
       01  WS-SUM-FILE-OPEN-SW             PIC X(01) VALUE "N".
           88  WS-SUM-FILE-OPEN                     VALUE "Y".
       01  WS-SUM-USABLE-SW                PIC X(01) VALUE "N".
           88  WS-SUM-USABLE                        VALUE "Y".
       01  WS-ERR-EOF-SW                   PIC X(01) VALUE "N".
           88  WS-ERR-EOF                           VALUE "Y".
       01  WS-CTR-FILE-OPEN-SW             PIC X(01) VALUE "N".
           88  WS-BALANCE-FAILED                    VALUE "Y".

       01  WS-BUSINESS-DATE                PIC 9(08) VALUE ZERO.
       01  WS-ERR-DATE                     PIC 9(08).
       01  WS-ERR-DAY-COUNT                PIC 9(06) VALUE ZERO.
      *> Exceptions at warning severity are listed for the record
      *> but do not by themselves fail the day.
       01  WS-ERR-FAIL-COUNT               PIC 9(06) VALUE ZERO.

      *> One entry per counter total on the day's summary: the
      *> first row's before value, the last row's after value, and
      *> the sum of increments in between.
       01  WS-BAL-LIMIT                    PIC 9(03) VALUE 50.
       01  WS-BAL-COUNT                    PIC 9(03) VALUE ZERO.
       01  WS-BAL-TABLE.
           05  WS-BAL-ENTRY OCCURS 50 TIMES.
               10  WS-BAL-COUNTER-ID       PIC X(08).
               10  WS-BAL-FIRST-OLD        PIC S9(07)V99.
               10  WS-BAL-LAST-NEW         PIC S9(07)V99.
               10  WS-BAL-NET-CHANGE       PIC S9(09)V99.
               10  WS-BAL-ROW-COUNT        PIC 9(06).
       01  WS-BAL-SUB                      PIC 9(03).

       01  WS-MOVEMENT                     PIC S9(09)V99.

      *> Company-wide transfer legs for the day - out legs carry a
      *> negative increment, in legs a positive one, so the two
      *> totals must sum to zero and the leg counts must agree.
       01  WS-XFR-OUT-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-XFR-IN-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-XFR-OUT-TOTAL                PIC S9(11)V99 VALUE ZERO.
       01  WS-XFR-IN-TOTAL                 PIC S9(11)V99 VALUE ZERO.
       01  WS-XFR-NET                      PIC S9(11)V99 VALUE ZERO.

      *> Rows counted per posting cycle of the date. Rows written
      *> outside the cycles (maintenance adjustments) carry cycle
      *> zero and are not listed here.
       01  WS-MAX-CYCLE                    PIC 9(02) VALUE ZERO.
       01  WS-CYCLE-SUB                    PIC 9(02).
       01  WS-DAY-CYCLE-SUB                PIC 9(03).
       01  WS-CYCLE-TABLE.
           05  WS-CYCLE-ROW-COUNT          PIC 9(06) OCCURS 99 TIMES.

       01  WS-NET-EDIT                     PIC -(9)9.99.
       01  WS-MOVE-EDIT                    PIC -(9)9.99.
       01  WS-VALUE-EDIT                   PIC -(7)9.99.
               "  RESULT : ".
           05  WS-CL-RESULT                PIC X(22).

       01  WS-TRANSFER-LINE.
           05  FILLER                      PIC X(17) VALUE
               "TRANSFERS - OUT ".
           05  WS-TL-OUT-COUNT             PIC ZZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-TL-OUT-TOTAL             PIC -(11)9.99.
           05  FILLER                      PIC X(06) VALUE "  IN ".
           05  WS-TL-IN-COUNT              PIC ZZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-TL-IN-TOTAL              PIC -(11)9.99.
           05  FILLER                      PIC X(07) VALUE "  NET ".
           05  WS-TL-NET                   PIC -(11)9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-TL-RESULT                PIC X(20).

       01  WS-CYCLE-LINE.
           05  FILLER                      PIC X(14) VALUE
               "POSTING CYCLE ".
           05  WS-CYL-CYCLE-NO             PIC 9(02).
           05  FILLER                      PIC X(16) VALUE
               " - AUDIT ROWS : ".
           05  WS-CYL-ROW-COUNT            PIC ZZZZZ9.

       01  WS-CERT-RESULT-LINE.
           05  FILLER                      PIC X(20) VALUE
               "BALANCE RESULT : ".
           PERFORM 9900-WRITE-RUN-STATUS
           PERFORM 2000-SUMMARIZE-AUDIT-ROWS
           PERFORM 3000-BALANCE-EACH-COUNTER
           PERFORM 3500-PROVE-TRANSFERS
           PERFORM 3700-LIST-CYCLES
           PERFORM 4000-LIST-DAY-ERRORS
           PERFORM 5000-WRITE-CERTIFICATE
           PERFORM 9000-TERMINATE
                   TO BALANCE-REPORT-LINE
               WRITE BALANCE-REPORT-LINE
           END-IF
           INITIALIZE WS-CYCLE-TABLE
           MOVE WS-BUSINESS-DATE TO WS-CH-BUSINESS-DATE
           MOVE WS-CERT-HEADING TO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE
           OPEN INPUT AUDIT-SUMMARY-FILE
           IF WS-SUM-FILE-STATUS = "00"
               SET WS-SUM-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT COUNTER-FILE
           IF WS-CTR-FILE-STATUS = "00"
           END-IF.

       2000-SUMMARIZE-AUDIT-ROWS.
           IF NOT WS-SUM-FILE-OPEN
               SET WS-BALANCE-FAILED TO TRUE
               MOVE "AUDIT SUMMARY NOT AVAILABLE - CANNOT BALANCE"
                   TO BALANCE-REPORT-LINE
               WRITE BALANCE-REPORT-LINE
           ELSE
               IF WS-BUSINESS-DATE NOT = ZERO
                   PERFORM 2050-READ-DAY-CONTROL
               END-IF
           END-IF
           IF WS-SUM-USABLE
               PERFORM 2100-READ-SUMMARY-RECORD UNTIL WS-SUM-EOF
               IF WS-BAL-COUNT = ZERO
                   SET WS-BALANCE-FAILED TO TRUE
                   MOVE "NO AUDIT ROWS FOUND FOR THE BUSINESS DATE"
                       TO BALANCE-REPORT-LINE
                   WRITE BALANCE-REPORT-LINE
               END-IF
           END-IF.

      *> The day control record leads the date's summary records and
      *> says whether the summary step proved them; it also carries
      *> the rows each posting cycle wrote. Reading it by key leaves
      *> the file positioned on the date's first counter total.
       2050-READ-DAY-CONTROL.
           MOVE SPACES TO BALANCE-REPORT-LINE
           MOVE LOW-VALUES TO ASM-KEY
           MOVE WS-BUSINESS-DATE TO ASM-BUSINESS-DATE
           READ AUDIT-SUMMARY-FILE
               INVALID KEY
                   MOVE "NO AUDIT SUMMARY FOR THE BUSINESS DATE"
                       TO BALANCE-REPORT-LINE
               NOT INVALID KEY
                   IF ASM-DAY-PROVEN
                       SET WS-SUM-USABLE TO TRUE
                   ELSE
                       MOVE "AUDIT SUMMARY NOT PROVEN FOR THE DATE"
                           TO BALANCE-REPORT-LINE
                   END-IF
           END-READ
           IF WS-SUM-USABLE
               PERFORM 2060-LOAD-ONE-CYCLE
                   VARYING WS-DAY-CYCLE-SUB FROM 1 BY 1
                   UNTIL WS-DAY-CYCLE-SUB > 99
           ELSE
               SET WS-BALANCE-FAILED TO TRUE
               WRITE BALANCE-REPORT-LINE
           END-IF.

       2060-LOAD-ONE-CYCLE.
           MOVE ASM-DAY-CYCLE-ROWS (WS-DAY-CYCLE-SUB)
               TO WS-CYCLE-ROW-COUNT (WS-DAY-CYCLE-SUB)
           IF ASM-DAY-CYCLE-ROWS (WS-DAY-CYCLE-SUB) > ZERO
               MOVE WS-DAY-CYCLE-SUB TO WS-MAX-CYCLE
           END-IF.

      *> The summary holds only movement rows - dual-control
      *> decisions, superseded error-halt rows and suspense
      *> write-offs were left out when it was built.
       2100-READ-SUMMARY-RECORD.
           READ AUDIT-SUMMARY-FILE NEXT RECORD
               AT END
                   SET WS-SUM-EOF TO TRUE
               NOT AT END
                   IF ASM-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                       SET WS-SUM-EOF TO TRUE
                   ELSE
                       PERFORM 2200-POST-RECORD-TO-TABLE
                   END-IF
           END-READ
           IF WS-SUM-FILE-STATUS NOT = "00"
               SET WS-SUM-EOF TO TRUE
           END-IF.

      *> Counter totals go to the balance table; the transfer
      *> buckets are tallied for the company-wide transfer proof.
       2200-POST-RECORD-TO-TABLE.
           EVALUATE TRUE
               WHEN ASM-COUNTER-TOTAL
                   PERFORM 2300-ADD-BALANCE-ENTRY
               WHEN ASM-MOVEMENT-BUCKET
                   EVALUATE ASM-ENT-REASON-CODE
                       WHEN "XFRO"
                           ADD ASM-BKT-ROW-COUNT TO WS-XFR-OUT-COUNT
                           ADD ASM-BKT-AMOUNT TO WS-XFR-OUT-TOTAL
                       WHEN "XFRI"
                           ADD ASM-BKT-ROW-COUNT TO WS-XFR-IN-COUNT
                           ADD ASM-BKT-AMOUNT TO WS-XFR-IN-TOTAL
                   END-EVALUATE
           END-EVALUATE.

       2300-ADD-BALANCE-ENTRY.
           IF WS-BAL-COUNT < WS-BAL-LIMIT
               ADD 1 TO WS-BAL-COUNT
               MOVE WS-BAL-COUNT TO WS-BAL-SUB
               MOVE ASM-COUNTER-ID TO WS-BAL-COUNTER-ID (WS-BAL-SUB)
               MOVE ASM-CTR-FIRST-OLD TO WS-BAL-FIRST-OLD (WS-BAL-SUB)
               MOVE ASM-CTR-LAST-NEW TO WS-BAL-LAST-NEW (WS-BAL-SUB)
               MOVE ASM-CTR-NET-MOVEMENT
                   TO WS-BAL-NET-CHANGE (WS-BAL-SUB)
               MOVE ASM-CTR-ROW-COUNT TO WS-BAL-ROW-COUNT (WS-BAL-SUB)
           ELSE
               SET WS-BALANCE-FAILED TO TRUE
               MOVE "BALANCE TABLE FULL - COUNTER NOT BALANCED"
                   TO BALANCE-REPORT-LINE
               WRITE BALANCE-REPORT-LINE
           END-IF.

       3000-BALANCE-EACH-COUNTER.
               END-READ
           END-IF.

      *> Printed only on a day that carried transfers. A leg without
      *> its partner, or a pair that does not offset, fails the day -
      *> the company total has moved by a transfer.
       3500-PROVE-TRANSFERS.
           IF WS-XFR-OUT-COUNT > ZERO OR WS-XFR-IN-COUNT > ZERO
               COMPUTE WS-XFR-NET = WS-XFR-OUT-TOTAL + WS-XFR-IN-TOTAL
               MOVE WS-XFR-OUT-COUNT TO WS-TL-OUT-COUNT
               MOVE WS-XFR-OUT-TOTAL TO WS-TL-OUT-TOTAL
               MOVE WS-XFR-IN-COUNT TO WS-TL-IN-COUNT
               MOVE WS-XFR-IN-TOTAL TO WS-TL-IN-TOTAL
               MOVE WS-XFR-NET TO WS-TL-NET
               IF WS-XFR-NET = ZERO
                       AND WS-XFR-OUT-COUNT = WS-XFR-IN-COUNT
                   MOVE "NET TO ZERO" TO WS-TL-RESULT
               ELSE
                   SET WS-BALANCE-FAILED TO TRUE
                   MOVE "TRANSFERS DO NOT NET" TO WS-TL-RESULT
               END-IF
               MOVE SPACES TO BALANCE-REPORT-LINE
               WRITE BALANCE-REPORT-LINE
               MOVE WS-TRANSFER-LINE TO BALANCE-REPORT-LINE
               WRITE BALANCE-REPORT-LINE
           END-IF.

       3700-LIST-CYCLES.
           IF WS-MAX-CYCLE > ZERO
               MOVE SPACES TO BALANCE-REPORT-LINE
               WRITE BALANCE-REPORT-LINE
               PERFORM 3750-LIST-ONE-CYCLE
                   VARYING WS-CYCLE-SUB FROM 1 BY 1
                   UNTIL WS-CYCLE-SUB > WS-MAX-CYCLE
           END-IF.

       3750-LIST-ONE-CYCLE.
           MOVE WS-CYCLE-SUB TO WS-CYL-CYCLE-NO
           MOVE WS-CYCLE-ROW-COUNT (WS-CYCLE-SUB) TO WS-CYL-ROW-COUNT
           MOVE WS-CYCLE-LINE TO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE.

       4000-LIST-DAY-ERRORS.
           OPEN INPUT ERROR-FILE
           IF WS-ERROR-FILE-STATUS = "00"
           DISPLAY "EODBAL BALANCE RESULT: " WS-CRL-RESULT.

       9000-TERMINATE.
           IF WS-SUM-FILE-OPEN
               CLOSE AUDIT-SUMMARY-FILE
           END-IF
           IF WS-CTR-FILE-OPEN
               CLOSE COUNTER-FILE
           ELSE
               MOVE WS-RUN-DATE TO RSR-BUSINESS-DATE
           END-IF
           MOVE ZERO TO RSR-CYCLE-NO
           WRITE RUN-STATUS-RECORD
           CLOSE RUN-STATUS-FILE.
