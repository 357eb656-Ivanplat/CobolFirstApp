      *> same figure. A counter missing from the hierarchy is rolled
      *> up under *ORPHAN* so the proof still crosses, flagged on the
      *> report, and logged to ERRFILE at warning severity so the
      *> night's ERRSCAN surfaces it. The counter-to-counter
      *> transfers AUDITLOG carries for the business date last
      *> posted are listed after the proof: a transfer between two
      *> counters of the same division is shown as eliminated - the
      *> division's total did not move - and only transfers that
      *> cross divisions are shown as divisional activity. Return
      *> code 4 when any orphan
      *> or table overflow was flagged, 16 when the counter file
      *> could not be read at all.
       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIER-FILE-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT ROLLUP-REPORT-FILE
               ASSIGN TO "ROLLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
           RECORDING MODE IS F.
       COPY HIERREC.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  ROLLUP-REPORT-FILE.
       01  ROLLUP-REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CTR-FILE-STATUS              PIC X(02).
       01  WS-HIER-FILE-STATUS             PIC X(02).
       01  WS-AUDIT-FILE-STATUS            PIC X(02).
       01  WS-RPT-FILE-STATUS              PIC X(02).
       01  WS-ERROR-FILE-STATUS            PIC X(02).

       01  WS-DIVISION-GRAND-TOTAL         PIC S9(11)V99 VALUE ZERO.
       01  WS-REGION-GRAND-TOTAL           PIC S9(11)V99 VALUE ZERO.

      *> The day's transfers, one entry per shared reference within a
      *> posting cycle, paired up from their "XFRO" and "XFRI" legs.
      *> The business date is the latest posting date on the counter
      *> file - the date the balances on this report were last moved.
       01  WS-AUD-EOF-SW                   PIC X(01) VALUE "N".
           88  WS-AUD-EOF                           VALUE "Y".
       01  WS-ROLL-BUSINESS-DATE           PIC 9(08) VALUE ZERO.
       01  WS-XFR-LIMIT                    PIC 9(03) VALUE 200.
       01  WS-XFR-COUNT                    PIC 9(03) VALUE ZERO.
       01  WS-XFR-TABLE.
           05  WS-XFR-ENTRY OCCURS 200 TIMES.
               10  WS-XFR-REF              PIC X(14).
               10  WS-XFR-CYCLE-NO         PIC 9(02).
               10  WS-XFR-FROM-ID          PIC X(08).
               10  WS-XFR-TO-ID            PIC X(08).
               10  WS-XFR-AMOUNT           PIC S9(07)V99.
       01  WS-XFR-SUB                      PIC 9(03).
       01  WS-XFR-HIT                      PIC 9(03).
       01  WS-XFR-FULL-SW                  PIC X(01) VALUE "N".
           88  WS-XFR-FULL                          VALUE "Y".
       01  WS-LOOKUP-CTR-ID                PIC X(08).
       01  WS-LOOKUP-DIVISION              PIC X(08).
       01  WS-XFR-FROM-DIV                 PIC X(08).
       01  WS-XFR-TO-DIV                   PIC X(08).
       01  WS-ELIM-COUNT                   PIC 9(06) VALUE ZERO.
       01  WS-ELIM-TOTAL                   PIC S9(11)V99 VALUE ZERO.
       01  WS-INTER-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-INTER-TOTAL                  PIC S9(11)V99 VALUE ZERO.

       01  WS-COUNTERS-READ                PIC 9(06) VALUE ZERO.
       01  WS-ORPHAN-COUNT                 PIC 9(06) VALUE ZERO.

           05  FILLER                      PIC X(10) VALUE "REGION".
           05  FILLER                      PIC X(14) VALUE
               "        VALUE".
           05  FILLER                      PIC X(09) VALUE " STATUS".
           05  FILLER                      PIC X(10) VALUE "REMARK".

       01  WS-COUNTER-DETAIL-LINE.
           05  WS-CDL-COUNTER-ID           PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-CDL-VALUE                PIC -(9)9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
      *> Lifecycle status off the counter master - frozen and closed
      *> counters are still rolled up at whatever value they hold.
           05  WS-CDL-STATUS               PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-CDL-REMARK               PIC X(14).

       01  WS-DIV-TOTAL-LINE.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-PRF-RESULT               PIC X(10).

       01  WS-XFR-HEADING.
           05  FILLER                      PIC X(32) VALUE
               "TRANSFERS FOR BUSINESS DATE : ".
           05  WS-XH-BUSINESS-DATE         PIC 9(08).

       01  WS-XFR-COLUMN-HEADING.
           05  FILLER                      PIC X(19) VALUE
               "REFERENCE      CY".
           05  FILLER                      PIC X(20) VALUE
               "FROM     DIVISION".
           05  FILLER                      PIC X(20) VALUE
               "TO       DIVISION".
           05  FILLER                      PIC X(14) VALUE
               "       AMOUNT".
           05  FILLER                      PIC X(16) VALUE " TREATMENT".

       01  WS-XFR-DETAIL-LINE.
           05  WS-XDL-REF                  PIC X(14).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-XDL-CYCLE-NO             PIC 9(02).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-XDL-FROM-ID              PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-XDL-FROM-DIV             PIC X(08).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-XDL-TO-ID                PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-XDL-TO-DIV               PIC X(08).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-XDL-AMOUNT               PIC -(9)9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-XDL-TREATMENT            PIC X(16).

       01  WS-XFR-TOTAL-LINE.
           05  WS-XTL-LABEL                PIC X(34).
           05  WS-XTL-COUNT                PIC ZZZZZ9.
           05  FILLER                      PIC X(10) VALUE
               "  TOTAL : ".
           05  WS-XTL-TOTAL                PIC -(10)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               PERFORM 3000-WRITE-DIVISION-TOTALS
               PERFORM 3500-WRITE-REGION-TOTALS
               PERFORM 4000-WRITE-PROOF-LINES
               PERFORM 4500-ROLL-UP-TRANSFERS
           END-IF
           CLOSE ROLLUP-REPORT-FILE
           DISPLAY "CTRROLL - COUNTERS ROLLED UP: " WS-COUNTERS-READ
               NOT AT END
                   ADD 1 TO WS-COUNTERS-READ
                   ADD CTR-VALUE TO WS-COUNTER-GRAND-TOTAL
                   IF CTR-LAST-RUN-DATE > WS-ROLL-BUSINESS-DATE
                       MOVE CTR-LAST-RUN-DATE
                           TO WS-ROLL-BUSINESS-DATE
                   END-IF
                   PERFORM 2200-RESOLVE-HIERARCHY
                   PERFORM 2400-POST-TO-DIVISION
                   PERFORM 2600-WRITE-COUNTER-LINE
           MOVE WS-ROLL-DIVISION TO WS-CDL-DIVISION
           MOVE WS-ROLL-REGION TO WS-CDL-REGION
           MOVE CTR-VALUE TO WS-CDL-VALUE
           EVALUATE TRUE
               WHEN CTR-OPEN
                   MOVE "OPEN" TO WS-CDL-STATUS
               WHEN CTR-FROZEN
                   MOVE "FROZEN" TO WS-CDL-STATUS
               WHEN CTR-CLOSED
                   MOVE "CLOSED" TO WS-CDL-STATUS
               WHEN OTHER
                   MOVE "?" TO WS-CDL-STATUS
           END-EVALUATE
           IF WS-HIER-HIT
               MOVE SPACES TO WS-CDL-REMARK
           ELSE
           MOVE WS-PROOF-LINE TO ROLLUP-REPORT-LINE
           WRITE ROLLUP-REPORT-LINE.

       4500-ROLL-UP-TRANSFERS.
           IF WS-ROLL-BUSINESS-DATE NOT = ZERO
               OPEN INPUT AUDIT-FILE
               IF WS-AUDIT-FILE-STATUS = "00"
                   PERFORM 4600-READ-TRANSFER-LEG
                       UNTIL WS-AUD-EOF
                   CLOSE AUDIT-FILE
               END-IF
           END-IF
           IF WS-XFR-COUNT > ZERO
               MOVE SPACES TO ROLLUP-REPORT-LINE
               WRITE ROLLUP-REPORT-LINE
               MOVE WS-ROLL-BUSINESS-DATE TO WS-XH-BUSINESS-DATE
               MOVE WS-XFR-HEADING TO ROLLUP-REPORT-LINE
               WRITE ROLLUP-REPORT-LINE
               MOVE WS-XFR-COLUMN-HEADING TO ROLLUP-REPORT-LINE
               WRITE ROLLUP-REPORT-LINE
               PERFORM 4800-WRITE-ONE-TRANSFER
                   VARYING WS-XFR-SUB FROM 1 BY 1
                   UNTIL WS-XFR-SUB > WS-XFR-COUNT
               MOVE SPACES TO ROLLUP-REPORT-LINE
               WRITE ROLLUP-REPORT-LINE
               MOVE "WITHIN DIVISION - ELIMINATED : "
                   TO WS-XTL-LABEL
               MOVE WS-ELIM-COUNT TO WS-XTL-COUNT
               MOVE WS-ELIM-TOTAL TO WS-XTL-TOTAL
               MOVE WS-XFR-TOTAL-LINE TO ROLLUP-REPORT-LINE
               WRITE ROLLUP-REPORT-LINE
               MOVE "ACROSS DIVISIONS - ACTIVITY : "
                   TO WS-XTL-LABEL
               MOVE WS-INTER-COUNT TO WS-XTL-COUNT
               MOVE WS-INTER-TOTAL TO WS-XTL-TOTAL
               MOVE WS-XFR-TOTAL-LINE TO ROLLUP-REPORT-LINE
               WRITE ROLLUP-REPORT-LINE
           END-IF.

      *> Posted transfer legs only - the same rows the balancing run
      *> counts as movement.
       4600-READ-TRANSFER-LEG.
           READ AUDIT-FILE
               AT END
                   SET WS-AUD-EOF TO TRUE
               NOT AT END
                   IF AUD-BUSINESS-DATE = WS-ROLL-BUSINESS-DATE
                           AND (AUD-REASON-CODE = "XFRO"
                               OR AUD-REASON-CODE = "XFRI")
                           AND AUD-STATUS NOT = "P"
                           AND AUD-STATUS NOT = "R"
                           AND AUD-STATUS NOT = "E"
                           AND AUD-STATUS NOT = "W"
                       PERFORM 4650-POST-TRANSFER-LEG
                   END-IF
           END-READ
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               SET WS-AUD-EOF TO TRUE
           END-IF.

       4650-POST-TRANSFER-LEG.
           MOVE ZERO TO WS-XFR-HIT
           PERFORM 4660-MATCH-ONE-TRANSFER
               VARYING WS-XFR-SUB FROM 1 BY 1
               UNTIL WS-XFR-SUB > WS-XFR-COUNT
                   OR WS-XFR-HIT > ZERO
           IF WS-XFR-HIT = ZERO
               IF WS-XFR-COUNT < WS-XFR-LIMIT
                   ADD 1 TO WS-XFR-COUNT
                   MOVE WS-XFR-COUNT TO WS-XFR-HIT
                   MOVE AUD-TRANSFER-REF TO WS-XFR-REF (WS-XFR-HIT)
                   MOVE AUD-CYCLE-NO TO WS-XFR-CYCLE-NO (WS-XFR-HIT)
                   MOVE SPACES TO WS-XFR-FROM-ID (WS-XFR-HIT)
                   MOVE SPACES TO WS-XFR-TO-ID (WS-XFR-HIT)
                   MOVE ZERO TO WS-XFR-AMOUNT (WS-XFR-HIT)
               ELSE
                   IF NOT WS-XFR-FULL
                       SET WS-XFR-FULL TO TRUE
                       SET WS-WARNING-RAISED TO TRUE
                       MOVE "CTRROLL - TRANSFER TABLE FULL"
                           TO WS-ERROR-MESSAGE
                       MOVE "CR007" TO WS-ERROR-CODE
                       MOVE "W" TO WS-ERROR-SEVERITY
                       PERFORM 5000-LOG-ERROR-RECORD
                   END-IF
               END-IF
           END-IF
           IF WS-XFR-HIT > ZERO
               IF AUD-REASON-CODE = "XFRO"
                   MOVE AUD-COUNTER-ID TO WS-XFR-FROM-ID (WS-XFR-HIT)
                   COMPUTE WS-XFR-AMOUNT (WS-XFR-HIT) =
                       AUD-INCREMENT-APPLIED * -1
               ELSE
                   MOVE AUD-COUNTER-ID TO WS-XFR-TO-ID (WS-XFR-HIT)
                   MOVE AUD-INCREMENT-APPLIED
                       TO WS-XFR-AMOUNT (WS-XFR-HIT)
               END-IF
           END-IF.

       4660-MATCH-ONE-TRANSFER.
           IF WS-XFR-REF (WS-XFR-SUB) = AUD-TRANSFER-REF
                   AND WS-XFR-CYCLE-NO (WS-XFR-SUB) = AUD-CYCLE-NO
               MOVE WS-XFR-SUB TO WS-XFR-HIT
           END-IF.

      *> A leg whose partner never turned up is shown but neither
      *> eliminated nor counted as activity - it is flagged so the
      *> night's ERRSCAN surfaces it.
       4800-WRITE-ONE-TRANSFER.
           MOVE WS-XFR-FROM-ID (WS-XFR-SUB) TO WS-LOOKUP-CTR-ID
           PERFORM 4900-LOOKUP-DIVISION
           MOVE WS-LOOKUP-DIVISION TO WS-XFR-FROM-DIV
           MOVE WS-XFR-TO-ID (WS-XFR-SUB) TO WS-LOOKUP-CTR-ID
           PERFORM 4900-LOOKUP-DIVISION
           MOVE WS-LOOKUP-DIVISION TO WS-XFR-TO-DIV
           MOVE WS-XFR-REF (WS-XFR-SUB) TO WS-XDL-REF
           MOVE WS-XFR-CYCLE-NO (WS-XFR-SUB) TO WS-XDL-CYCLE-NO
           MOVE WS-XFR-FROM-ID (WS-XFR-SUB) TO WS-XDL-FROM-ID
           MOVE WS-XFR-FROM-DIV TO WS-XDL-FROM-DIV
           MOVE WS-XFR-TO-ID (WS-XFR-SUB) TO WS-XDL-TO-ID
           MOVE WS-XFR-TO-DIV TO WS-XDL-TO-DIV
           MOVE WS-XFR-AMOUNT (WS-XFR-SUB) TO WS-XDL-AMOUNT
           EVALUATE TRUE
               WHEN WS-XFR-FROM-ID (WS-XFR-SUB) = SPACES
                       OR WS-XFR-TO-ID (WS-XFR-SUB) = SPACES
                   MOVE "UNPAIRED LEG" TO WS-XDL-TREATMENT
                   SET WS-WARNING-RAISED TO TRUE
                   MOVE SPACES TO WS-ERROR-MESSAGE
                   STRING "TRANSFER " WS-XFR-REF (WS-XFR-SUB)
                       " HAS ONLY ONE LEG ON AUDITLOG"
                       DELIMITED BY SIZE
                       INTO WS-ERROR-MESSAGE
                   MOVE "CR006" TO WS-ERROR-CODE
                   MOVE "W" TO WS-ERROR-SEVERITY
                   PERFORM 5000-LOG-ERROR-RECORD
               WHEN WS-XFR-FROM-DIV = WS-XFR-TO-DIV
                       AND WS-XFR-FROM-DIV NOT = WS-ORPHAN-ID
                   MOVE "ELIMINATED" TO WS-XDL-TREATMENT
                   ADD 1 TO WS-ELIM-COUNT
                   ADD WS-XFR-AMOUNT (WS-XFR-SUB) TO WS-ELIM-TOTAL
               WHEN OTHER
                   MOVE "INTER-DIVISION" TO WS-XDL-TREATMENT
                   ADD 1 TO WS-INTER-COUNT
                   ADD WS-XFR-AMOUNT (WS-XFR-SUB) TO WS-INTER-TOTAL
           END-EVALUATE
           MOVE WS-XFR-DETAIL-LINE TO ROLLUP-REPORT-LINE
           WRITE ROLLUP-REPORT-LINE.

       4900-LOOKUP-DIVISION.
           MOVE WS-ORPHAN-ID TO WS-LOOKUP-DIVISION
           PERFORM 4950-MATCH-LOOKUP-ENTRY
               VARYING WS-HIER-SUB FROM 1 BY 1
               UNTIL WS-HIER-SUB > WS-HIER-COUNT.

       4950-MATCH-LOOKUP-ENTRY.
           IF WS-HIER-CTR-ID (WS-HIER-SUB) = WS-LOOKUP-CTR-ID
               MOVE WS-HIER-DIV-ID (WS-HIER-SUB) TO WS-LOOKUP-DIVISION
           END-IF.

       5000-LOG-ERROR-RECORD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
