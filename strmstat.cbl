      *> the batch programs register on and, for the business date on
      *> the control card, prints the night's entries in the order
      *> they were written followed by a step-by-step verdict: the
      *> core stream (FEEDCONS, TRANEDIT, TESTAPP, AUDSUM, RECON,
      *> GLEXT, ERRSCAN) must each have started and ended for the
      *> date, in that order, exactly once, with a clean return code;
      *> DLYACC and EODBAL are held to the same once-and-clean
      *> standard without an order check (they run from their own
      *> inputs).
      *> A step that never started, never ended, ended badly, ran
      *> twice or ran out of order is flagged, and any flag ends the
      *> run with return code 16 so the scheduler holds the morning
      *> work. A DLYACC run against the prior day's file registers
      *> under the prior date and shows here as NEVER STARTED.
      *> FEEDCONS, TRANEDIT and TESTAPP run once per posting cycle of
      *> the date, so they are judged cycle by cycle: each must have
      *> run once in every cycle up to the highest one seen, the
      *> order chain runs through the cycles in turn (cycle 2's
      *> FEEDCONS after cycle 1's TESTAPP ended), and every cycle but
      *> the last must have ended with a clean TESTAPP. The steps
      *> after TESTAPP run once for the whole day, after the last
      *> cycle.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *> One entry per monitored step. WS-STEP-SEQ-NO is the step's
      *> place in the core stream; zero means the step is checked
      *> for health but not for order. Entries 1-7 are the core
      *> stream in running order; entries 1-3 run once per cycle and
      *> are tallied in the cycle table instead.
       01  WS-STEP-COUNT                   PIC 9(02) VALUE 9.
       01  WS-CYCLE-STEP-COUNT             PIC 9(02) VALUE 3.
       01  WS-FIRST-DAY-STEP               PIC 9(02) VALUE 4.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 9 TIMES.
               10  WS-STEP-PROGRAM         PIC X(08).
               10  WS-STEP-SEQ-NO          PIC 9(01).
               10  WS-STEP-STARTS          PIC 9(03).
       01  WS-STEP-SUB                     PIC 9(02).
       01  WS-PREV-LAST-END                PIC 9(14).

      *> One row per posting cycle of the date, one entry in it per
      *> per-cycle step (same order as step table entries 1-3). An
      *> entry written before cycles were recorded counts as cycle 1.
       01  WS-MAX-CYCLE                    PIC 9(02) VALUE ZERO.
       01  WS-ENTRY-CYCLE                  PIC 9(02).
       01  WS-CYCLE-SUB                    PIC 9(02).
       01  WS-CYCLE-TABLE.
           05  WS-CYC-ENTRY OCCURS 99 TIMES.
               10  WS-CYC-STEP OCCURS 3 TIMES.
                   15  WS-CYC-STARTS       PIC 9(03).
                   15  WS-CYC-ENDS         PIC 9(03).
                   15  WS-CYC-LAST-RC      PIC 9(02).
                   15  WS-CYC-FIRST-START  PIC 9(14).
                   15  WS-CYC-LAST-END     PIC 9(14).

      *> The tallies of the step (or step within a cycle) being
      *> judged, so one set of rules serves both.
       01  WS-JDG-SEQ-NO                   PIC 9(01).
       01  WS-JDG-STARTS                   PIC 9(03).
       01  WS-JDG-ENDS                     PIC 9(03).
       01  WS-JDG-LAST-RC                  PIC 9(02).
       01  WS-JDG-FIRST-START              PIC 9(14).
       01  WS-JDG-LAST-END                 PIC 9(14).
       01  WS-JDG-NEED-CLEAN-SW            PIC X(01).
           88  WS-JDG-NEED-CLEAN                    VALUE "Y".

       01  WS-RUN-DATE                     PIC 9(08).

       01  WS-HEADING-LINE.

       01  WS-STEP-DETAIL-LINE.
           05  WS-SDL-PROGRAM              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-SDL-SCOPE                PIC X(08).
           05  FILLER                      PIC X(11) VALUE
               "  STARTS : ".
           05  WS-SDL-STARTS               PIC ZZ9.
           MOVE 2 TO WS-STEP-SEQ-NO (2)
           MOVE "TESTAPP" TO WS-STEP-PROGRAM (3)
           MOVE 3 TO WS-STEP-SEQ-NO (3)
           MOVE "AUDSUM" TO WS-STEP-PROGRAM (4)
           MOVE 4 TO WS-STEP-SEQ-NO (4)
           MOVE "RECON" TO WS-STEP-PROGRAM (5)
           MOVE 5 TO WS-STEP-SEQ-NO (5)
           MOVE "GLEXT" TO WS-STEP-PROGRAM (6)
           MOVE 6 TO WS-STEP-SEQ-NO (6)
           MOVE "ERRSCAN" TO WS-STEP-PROGRAM (7)
           MOVE 7 TO WS-STEP-SEQ-NO (7)
           MOVE "DLYACC" TO WS-STEP-PROGRAM (8)
           MOVE ZERO TO WS-STEP-SEQ-NO (8)
           MOVE "EODBAL" TO WS-STEP-PROGRAM (9)
           MOVE ZERO TO WS-STEP-SEQ-NO (9)
           PERFORM 1100-CLEAR-ONE-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
           INITIALIZE WS-CYCLE-TABLE
           OPEN OUTPUT STREAM-REPORT-FILE
           MOVE WS-REPORT-DATE TO WS-HDG-REPORT-DATE
           MOVE WS-HEADING-LINE TO STREAM-REPORT-LINE
       2300-TALLY-ONE-STEP.
           IF WS-STEP-PROGRAM (WS-STEP-SUB) = RSR-PROGRAM-ID
               SET WS-STEP-HIT TO TRUE
               IF WS-STEP-SUB > WS-CYCLE-STEP-COUNT
                   PERFORM 2350-TALLY-DAY-STEP
               ELSE
                   PERFORM 2400-TALLY-CYCLE-STEP
               END-IF
           END-IF.

       2350-TALLY-DAY-STEP.
           EVALUATE TRUE
               WHEN RSR-EVENT-START
                   ADD 1 TO WS-STEP-STARTS (WS-STEP-SUB)
                   IF WS-STEP-FIRST-START (WS-STEP-SUB) = ZERO
                       MOVE RSR-TIMESTAMP
                           TO WS-STEP-FIRST-START (WS-STEP-SUB)
                   END-IF
               WHEN RSR-EVENT-END
                   ADD 1 TO WS-STEP-ENDS (WS-STEP-SUB)
                   MOVE RSR-RETURN-CODE
                       TO WS-STEP-LAST-RC (WS-STEP-SUB)
                   MOVE RSR-TIMESTAMP
                       TO WS-STEP-LAST-END (WS-STEP-SUB)
           END-EVALUATE.

       2400-TALLY-CYCLE-STEP.
           IF RSR-CYCLE-NO IS NUMERIC AND RSR-CYCLE-NO > ZERO
               MOVE RSR-CYCLE-NO TO WS-ENTRY-CYCLE
           ELSE
               MOVE 1 TO WS-ENTRY-CYCLE
           END-IF
           IF WS-ENTRY-CYCLE > WS-MAX-CYCLE
               MOVE WS-ENTRY-CYCLE TO WS-MAX-CYCLE
           END-IF
           EVALUATE TRUE
               WHEN RSR-EVENT-START
                   ADD 1 TO WS-CYC-STARTS (WS-ENTRY-CYCLE WS-STEP-SUB)
                   IF WS-CYC-FIRST-START (WS-ENTRY-CYCLE WS-STEP-SUB)
                           = ZERO
                       MOVE RSR-TIMESTAMP TO
                           WS-CYC-FIRST-START (WS-ENTRY-CYCLE
                                               WS-STEP-SUB)
                   END-IF
               WHEN RSR-EVENT-END
                   ADD 1 TO WS-CYC-ENDS (WS-ENTRY-CYCLE WS-STEP-SUB)
                   MOVE RSR-RETURN-CODE
                       TO WS-CYC-LAST-RC (WS-ENTRY-CYCLE WS-STEP-SUB)
                   MOVE RSR-TIMESTAMP
                       TO WS-CYC-LAST-END (WS-ENTRY-CYCLE WS-STEP-SUB)
           END-EVALUATE.

       3000-JUDGE-EACH-STEP.
           MOVE SPACES TO STREAM-REPORT-LINE
           WRITE STREAM-REPORT-LINE
           MOVE ZERO TO WS-PREV-LAST-END
           IF WS-MAX-CYCLE = ZERO
               MOVE 1 TO WS-MAX-CYCLE
           END-IF
           PERFORM 3200-JUDGE-ONE-CYCLE
               VARYING WS-CYCLE-SUB FROM 1 BY 1
               UNTIL WS-CYCLE-SUB > WS-MAX-CYCLE
           PERFORM 3100-JUDGE-ONE-STEP
               VARYING WS-STEP-SUB FROM WS-FIRST-DAY-STEP BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.

      *> The steps that run once for the whole day.
       3100-JUDGE-ONE-STEP.
           MOVE WS-STEP-SEQ-NO (WS-STEP-SUB) TO WS-JDG-SEQ-NO
           MOVE WS-STEP-STARTS (WS-STEP-SUB) TO WS-JDG-STARTS
           MOVE WS-STEP-ENDS (WS-STEP-SUB) TO WS-JDG-ENDS
           MOVE WS-STEP-LAST-RC (WS-STEP-SUB) TO WS-JDG-LAST-RC
           MOVE WS-STEP-FIRST-START (WS-STEP-SUB)
               TO WS-JDG-FIRST-START
           MOVE WS-STEP-LAST-END (WS-STEP-SUB) TO WS-JDG-LAST-END
           MOVE "N" TO WS-JDG-NEED-CLEAN-SW
           MOVE "DAY" TO WS-SDL-SCOPE
           PERFORM 3300-JUDGE-TALLIES.

       3200-JUDGE-ONE-CYCLE.
           PERFORM 3250-JUDGE-CYCLE-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-CYCLE-STEP-COUNT.

      *> A later cycle of the date is only let in once the cycle
      *> before it ended cleanly, so every cycle but the last must
      *> show a TESTAPP that ended with return code 0.
       3250-JUDGE-CYCLE-STEP.
           MOVE WS-STEP-SEQ-NO (WS-STEP-SUB) TO WS-JDG-SEQ-NO
           MOVE WS-CYC-STARTS (WS-CYCLE-SUB WS-STEP-SUB)
               TO WS-JDG-STARTS
           MOVE WS-CYC-ENDS (WS-CYCLE-SUB WS-STEP-SUB)
               TO WS-JDG-ENDS
           MOVE WS-CYC-LAST-RC (WS-CYCLE-SUB WS-STEP-SUB)
               TO WS-JDG-LAST-RC
           MOVE WS-CYC-FIRST-START (WS-CYCLE-SUB WS-STEP-SUB)
               TO WS-JDG-FIRST-START
           MOVE WS-CYC-LAST-END (WS-CYCLE-SUB WS-STEP-SUB)
               TO WS-JDG-LAST-END
           MOVE "N" TO WS-JDG-NEED-CLEAN-SW
           IF WS-STEP-SUB = WS-CYCLE-STEP-COUNT
                   AND WS-CYCLE-SUB < WS-MAX-CYCLE
               SET WS-JDG-NEED-CLEAN TO TRUE
           END-IF
           MOVE SPACES TO WS-SDL-SCOPE
           STRING "CYCLE " WS-CYCLE-SUB DELIMITED BY SIZE
               INTO WS-SDL-SCOPE
           PERFORM 3300-JUDGE-TALLIES.

      *> Return code 4 is a degraded-but-valid night (records
      *> suspended, warnings) - 8 and above is a step that ended
      *> badly. The order check only binds the core stream: each
      *> step must have started after the previous core step ended.
       3300-JUDGE-TALLIES.
           MOVE WS-STEP-PROGRAM (WS-STEP-SUB) TO WS-SDL-PROGRAM
           MOVE WS-JDG-STARTS TO WS-SDL-STARTS
           MOVE WS-JDG-ENDS TO WS-SDL-ENDS
           MOVE WS-JDG-LAST-RC TO WS-SDL-LAST-RC
           EVALUATE TRUE
               WHEN WS-JDG-STARTS = ZERO
                   SET WS-GAP-DETECTED TO TRUE
                   MOVE "NEVER STARTED" TO WS-SDL-STATUS
               WHEN WS-JDG-ENDS = ZERO
                   SET WS-GAP-DETECTED TO TRUE
                   MOVE "DID NOT END" TO WS-SDL-STATUS
               WHEN WS-JDG-STARTS > 1 OR WS-JDG-ENDS > 1
                   SET WS-GAP-DETECTED TO TRUE
                   MOVE "RAN TWICE" TO WS-SDL-STATUS
               WHEN WS-JDG-LAST-RC >= 8
                   SET WS-GAP-DETECTED TO TRUE
                   MOVE "ENDED BADLY" TO WS-SDL-STATUS
               WHEN WS-JDG-NEED-CLEAN AND WS-JDG-LAST-RC NOT = ZERO
                   SET WS-GAP-DETECTED TO TRUE
                   MOVE "CYCLE NOT CLEAN" TO WS-SDL-STATUS
               WHEN WS-JDG-SEQ-NO > ZERO
                       AND WS-JDG-FIRST-START < WS-PREV-LAST-END
                   SET WS-GAP-DETECTED TO TRUE
                   MOVE "OUT OF SEQUENCE" TO WS-SDL-STATUS
               WHEN OTHER
                   MOVE "OK" TO WS-SDL-STATUS
           END-EVALUATE
           IF WS-JDG-SEQ-NO > ZERO
               MOVE WS-JDG-LAST-END TO WS-PREV-LAST-END
           END-IF
           MOVE WS-STEP-DETAIL-LINE TO STREAM-REPORT-LINE
           WRITE STREAM-REPORT-LINE.
