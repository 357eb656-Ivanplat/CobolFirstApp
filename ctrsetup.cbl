       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRSETUP.
      *> Counter setup and lifecycle maintenance. A counter reaches
      *> the counter file only through this run - the posting steps
      *> refuse any counter ID they do not find open, so a keying
      *> typo on an upstream feed suspends in TRANEDIT instead of
      *> quietly opening a new business unit. Each control card
      *> (CTRSETIN) carries one action on one counter: open it under
      *> its CTRHIER division and region with an open date and an
      *> owner, freeze it (no postings, still reported), reinstate a
      *> frozen counter, or close it (zero balance required; the
      *> record is retained for history). An open appends the
      *> counter's hierarchy record to CTRHIER unless an identical
      *> one is already there. Every card names the releasing
      *> operator, who must hold an OPRPROF entitlement profile
      *> covering the counter - the same control the maintenance
      *> transaction applies. Each card's outcome is printed on the
      *> setup report (CTRSRPT); a refused card is logged to ERRFILE
      *> at error severity. Return codes: 0 every card applied, 4
      *> one or more cards refused, 16 the run could not start
      *> (counter file or profile file not available).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNTER-FILE
               ASSIGN TO "CTRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-ID
               FILE STATUS IS WS-CTR-FILE-STATUS.

           SELECT SETUP-CARD-FILE
               ASSIGN TO "CTRSETIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT HIERARCHY-FILE
               ASSIGN TO "CTRHIER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIER-FILE-STATUS.

           SELECT OPERATOR-PROFILE-FILE
               ASSIGN TO "OPRPROF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROF-FILE-STATUS.

           SELECT SETUP-REPORT-FILE
               ASSIGN TO "CTRSRPT"
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

       FD  SETUP-CARD-FILE
           RECORDING MODE IS F.
       COPY CTRSETREC.

       FD  HIERARCHY-FILE
           RECORDING MODE IS F.
       COPY HIERREC.

       FD  OPERATOR-PROFILE-FILE
           RECORDING MODE IS F.
       COPY OPRPROFREC.

       FD  SETUP-REPORT-FILE.
       01  SETUP-REPORT-LINE               PIC X(132).

       FD  ERROR-FILE.
       COPY ERRREC.

       WORKING-STORAGE SECTION.
       01  WS-CTR-FILE-STATUS              PIC X(02).
       01  WS-CARD-FILE-STATUS             PIC X(02).
       01  WS-HIER-FILE-STATUS             PIC X(02).
       01  WS-PROF-FILE-STATUS             PIC X(02).
       01  WS-RPT-FILE-STATUS              PIC X(02).
       01  WS-ERROR-FILE-STATUS            PIC X(02).

       01  WS-CARD-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-CARD-EOF                          VALUE "Y".
       01  WS-HIER-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-HIER-EOF                          VALUE "Y".
       01  WS-PROF-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-PROF-EOF                          VALUE "Y".
       01  WS-PROF-FOUND-SW                PIC X(01) VALUE "N".
           88  WS-PROF-FOUND                        VALUE "Y".
       01  WS-CTR-FOUND-SW                 PIC X(01) VALUE "N".
           88  WS-CTR-FOUND                         VALUE "Y".

      *> Set when the run cannot start at all - no counter file or no
      *> profile file to entitle the cards against.
       01  WS-RUN-BLOCKED-SW               PIC X(01) VALUE "N".
           88  WS-RUN-BLOCKED                       VALUE "Y".
      *> Set when any card was refused - the run ends with 4 so the
      *> refused cards are looked at before the next posting night.
       01  WS-CARD-REFUSED-SW              PIC X(01) VALUE "N".
           88  WS-CARD-REFUSED                      VALUE "Y".

      *> Outcome of the card being processed - spaces while the card
      *> is still good, otherwise the refusal the report and the
      *> ERRFILE entry carry.
       01  WS-CARD-RESULT                  PIC X(30).
       01  WS-REFUSE-CODE                  PIC X(05).

      *> Hierarchy state for the counter on an open card: whether
      *> CTRHIER already maps it, and whether that mapping agrees
      *> with the card.
       01  WS-HIER-MATCH-SW                PIC X(01) VALUE "N".
           88  WS-HIER-MATCHED                      VALUE "Y".
       01  WS-HIER-CONFLICT-SW             PIC X(01) VALUE "N".
           88  WS-HIER-CONFLICT                     VALUE "Y".

      *> Entitlements of the operator named on the card, loaded from
      *> their OPRPROF record.
       01  WS-OPR-PATTERN-TABLE.
           05  WS-OPR-PATTERN OCCURS 3 TIMES
                                           PIC X(08).
       01  WS-PAT-SUB                      PIC 9(01).
       01  WS-STAR-POS                     PIC 9(02).
       01  WS-COUNTER-ALLOWED-SW           PIC X(01) VALUE "N".
           88  WS-COUNTER-ALLOWED                   VALUE "Y".

       01  WS-EFF-MM                       PIC 9(02).
       01  WS-EFF-DD                       PIC 9(02).

       01  WS-CARDS-READ                   PIC 9(06) VALUE ZERO.
       01  WS-CARDS-APPLIED                PIC 9(06) VALUE ZERO.
       01  WS-CARDS-REFUSED                PIC 9(06) VALUE ZERO.

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
           05  FILLER                      PIC X(37) VALUE
               "COUNTER SETUP REPORT     RUN DATE : ".
           05  WS-HDG-RUN-DATE             PIC 9(08).

       01  WS-COLUMN-HEADING.
           05  FILLER                      PIC X(04) VALUE "ACT".
           05  FILLER                      PIC X(10) VALUE "COUNTER".
           05  FILLER                      PIC X(10) VALUE "EFFECTIVE".
           05  FILLER                      PIC X(10) VALUE "DIVISION".
           05  FILLER                      PIC X(10) VALUE "REGION".
           05  FILLER                      PIC X(10) VALUE "OWNER".
           05  FILLER                      PIC X(10) VALUE "OPERATOR".
           05  FILLER                      PIC X(06) VALUE "RESULT".

       01  WS-CARD-DETAIL-LINE.
           05  WS-CDL-ACTION               PIC X(01).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-CDL-COUNTER-ID           PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-CDL-EFFECTIVE-DATE       PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-CDL-DIVISION             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-CDL-REGION               PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-CDL-OWNER                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-CDL-OPERATOR             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-CDL-RESULT               PIC X(30).

       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(15) VALUE
               "CARDS READ : ".
           05  WS-TOT-READ                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(14) VALUE
               "  APPLIED : ".
           05  WS-TOT-APPLIED              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(14) VALUE
               "  REFUSED : ".
           05  WS-TOT-REFUSED              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-OPEN-FILES
           IF NOT WS-RUN-BLOCKED
               PERFORM 2000-PROCESS-ONE-CARD
                   UNTIL WS-CARD-EOF
           END-IF
           PERFORM 9000-TERMINATE
           EVALUATE TRUE
               WHEN WS-RUN-BLOCKED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-CARD-REFUSED
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *> The profile file is only opened here to prove it exists -
      *> without it no card can be entitled, so the run fails closed
      *> rather than applying unentitled changes.
       1000-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT SETUP-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-HEADING-LINE TO SETUP-REPORT-LINE
           WRITE SETUP-REPORT-LINE
           MOVE WS-COLUMN-HEADING TO SETUP-REPORT-LINE
           WRITE SETUP-REPORT-LINE
           OPEN I-O COUNTER-FILE
           IF WS-CTR-FILE-STATUS = "35"
      *> First counter ever opened - create the file empty.
               OPEN OUTPUT COUNTER-FILE
               CLOSE COUNTER-FILE
               OPEN I-O COUNTER-FILE
           END-IF
           IF WS-CTR-FILE-STATUS NOT = "00"
               SET WS-RUN-BLOCKED TO TRUE
               MOVE "CTRSETUP - COUNTER FILE NOT AVAILABLE"
                   TO WS-ERROR-MESSAGE
               MOVE "CS010" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           END-IF
           OPEN INPUT OPERATOR-PROFILE-FILE
           IF WS-PROF-FILE-STATUS = "00"
               CLOSE OPERATOR-PROFILE-FILE
           ELSE
               SET WS-RUN-BLOCKED TO TRUE
               MOVE "CTRSETUP - OPERATOR PROFILE FILE NOT AVAILABLE"
                   TO WS-ERROR-MESSAGE
               MOVE "CS009" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           END-IF
           OPEN INPUT SETUP-CARD-FILE
           IF WS-CARD-FILE-STATUS NOT = "00"
               SET WS-CARD-EOF TO TRUE
               MOVE "NO SETUP CARDS SUPPLIED" TO SETUP-REPORT-LINE
               WRITE SETUP-REPORT-LINE
           END-IF.

       2000-PROCESS-ONE-CARD.
           READ SETUP-CARD-FILE
               AT END
                   SET WS-CARD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
                   PERFORM 2100-APPLY-ONE-CARD
           END-READ
           IF WS-CARD-FILE-STATUS NOT = "00"
               SET WS-CARD-EOF TO TRUE
           END-IF.

      *> Edits run in order and stop at the first refusal: the card
      *> itself, the operator's entitlement, then the counter's
      *> current state against the action asked for.
       2100-APPLY-ONE-CARD.
           MOVE SPACES TO WS-CARD-RESULT
           MOVE SPACES TO WS-REFUSE-CODE
           PERFORM 2200-EDIT-CARD-FIELDS
           IF WS-CARD-RESULT = SPACES
               PERFORM 2300-CHECK-OPERATOR-ENTITLEMENT
           END-IF
           IF WS-CARD-RESULT = SPACES
               PERFORM 2400-READ-COUNTER
               EVALUATE TRUE
                   WHEN CSU-ACTION-OPEN
                       PERFORM 3000-OPEN-COUNTER
                   WHEN CSU-ACTION-FREEZE
                       PERFORM 3200-FREEZE-COUNTER
                   WHEN CSU-ACTION-UNFREEZE
                       PERFORM 3300-UNFREEZE-COUNTER
                   WHEN CSU-ACTION-CLOSE
                       PERFORM 3400-CLOSE-COUNTER
               END-EVALUATE
           END-IF
           IF WS-CARD-RESULT (1:7) = "REFUSED"
               SET WS-CARD-REFUSED TO TRUE
               ADD 1 TO WS-CARDS-REFUSED
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING "COUNTER " CSU-COUNTER-ID " "
                   WS-CARD-RESULT DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE
               MOVE WS-REFUSE-CODE TO WS-ERROR-CODE
               MOVE "E" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           ELSE
               ADD 1 TO WS-CARDS-APPLIED
           END-IF
           PERFORM 6000-WRITE-CARD-LINE.

       2200-EDIT-CARD-FIELDS.
           IF CSU-EFFECTIVE-DATE IS NUMERIC
               MOVE CSU-EFFECTIVE-DATE (5:2) TO WS-EFF-MM
               MOVE CSU-EFFECTIVE-DATE (7:2) TO WS-EFF-DD
           ELSE
               MOVE ZERO TO WS-EFF-MM
               MOVE ZERO TO WS-EFF-DD
           END-IF
           EVALUATE TRUE
               WHEN NOT CSU-ACTION-OPEN
                       AND NOT CSU-ACTION-FREEZE
                       AND NOT CSU-ACTION-UNFREEZE
                       AND NOT CSU-ACTION-CLOSE
                   MOVE "REFUSED - UNKNOWN ACTION" TO WS-CARD-RESULT
                   MOVE "CS001" TO WS-REFUSE-CODE
               WHEN CSU-COUNTER-ID = SPACES
                   MOVE "REFUSED - NO COUNTER ID" TO WS-CARD-RESULT
                   MOVE "CS001" TO WS-REFUSE-CODE
               WHEN WS-EFF-MM < 01 OR WS-EFF-MM > 12
                       OR WS-EFF-DD < 01 OR WS-EFF-DD > 31
                   MOVE "REFUSED - BAD EFFECTIVE DATE"
                       TO WS-CARD-RESULT
                   MOVE "CS001" TO WS-REFUSE-CODE
               WHEN CSU-ACTION-OPEN
                       AND (CSU-DIVISION-ID = SPACES
                           OR CSU-REGION-ID = SPACES)
                   MOVE "REFUSED - NO DIVISION/REGION"
                       TO WS-CARD-RESULT
                   MOVE "CS001" TO WS-REFUSE-CODE
               WHEN CSU-ACTION-OPEN AND CSU-OWNER-ID = SPACES
                   MOVE "REFUSED - NO OWNER" TO WS-CARD-RESULT
                   MOVE "CS001" TO WS-REFUSE-CODE
           END-EVALUATE.

      *> The releasing operator must be on the profile file, and one
      *> of their counter patterns must cover the counter - an exact
      *> ID, a prefix ending in "*", or "*" alone.
       2300-CHECK-OPERATOR-ENTITLEMENT.
           MOVE "N" TO WS-PROF-FOUND-SW
           MOVE "N" TO WS-PROF-EOF-SW
           MOVE "N" TO WS-COUNTER-ALLOWED-SW
           OPEN INPUT OPERATOR-PROFILE-FILE
           IF WS-PROF-FILE-STATUS = "00"
               PERFORM 2350-MATCH-ONE-PROFILE
                   UNTIL WS-PROF-EOF
               CLOSE OPERATOR-PROFILE-FILE
           END-IF
           IF WS-PROF-FOUND
               PERFORM 2360-MATCH-ONE-PATTERN
                   VARYING WS-PAT-SUB FROM 1 BY 1
                   UNTIL WS-PAT-SUB > 3
                       OR WS-COUNTER-ALLOWED
           END-IF
           EVALUATE TRUE
               WHEN CSU-OPERATOR-ID = SPACES OR NOT WS-PROF-FOUND
                   MOVE "REFUSED - OPERATOR NOT PROFILED"
                       TO WS-CARD-RESULT
                   MOVE "CS002" TO WS-REFUSE-CODE
               WHEN NOT WS-COUNTER-ALLOWED
                   MOVE "REFUSED - OPERATOR NOT ENTITLED"
                       TO WS-CARD-RESULT
                   MOVE "CS003" TO WS-REFUSE-CODE
           END-EVALUATE.

       2350-MATCH-ONE-PROFILE.
           READ OPERATOR-PROFILE-FILE
               AT END
                   SET WS-PROF-EOF TO TRUE
               NOT AT END
                   IF OPF-OPERATOR-ID = CSU-OPERATOR-ID
                       SET WS-PROF-EOF TO TRUE
                       SET WS-PROF-FOUND TO TRUE
                       MOVE OPF-PATTERN-1 TO WS-OPR-PATTERN (1)
                       MOVE OPF-PATTERN-2 TO WS-OPR-PATTERN (2)
                       MOVE OPF-PATTERN-3 TO WS-OPR-PATTERN (3)
                   END-IF
           END-READ.

       2360-MATCH-ONE-PATTERN.
           IF WS-OPR-PATTERN (WS-PAT-SUB) NOT = SPACES
               MOVE ZERO TO WS-STAR-POS
               INSPECT WS-OPR-PATTERN (WS-PAT-SUB)
                   TALLYING WS-STAR-POS
                   FOR CHARACTERS BEFORE INITIAL "*"
               EVALUATE TRUE
                   WHEN WS-STAR-POS = ZERO
                       SET WS-COUNTER-ALLOWED TO TRUE
                   WHEN WS-STAR-POS = 8
                       IF WS-OPR-PATTERN (WS-PAT-SUB)
                               = CSU-COUNTER-ID
                           SET WS-COUNTER-ALLOWED TO TRUE
                       END-IF
                   WHEN OTHER
                       IF WS-OPR-PATTERN (WS-PAT-SUB)
                               (1:WS-STAR-POS)
                               = CSU-COUNTER-ID (1:WS-STAR-POS)
                           SET WS-COUNTER-ALLOWED TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.

       2400-READ-COUNTER.
           MOVE "N" TO WS-CTR-FOUND-SW
           MOVE CSU-COUNTER-ID TO CTR-ID
           READ COUNTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CTR-FOUND TO TRUE
           END-READ.

      *> A counter ID is opened once. A closed counter stays on file
      *> for history, so its ID cannot be reused for a new unit -
      *> the old unit's trail would read as the new one's.
       3000-OPEN-COUNTER.
           IF WS-CTR-FOUND
               MOVE "REFUSED - COUNTER ALREADY ON FILE"
                   TO WS-CARD-RESULT
               MOVE "CS004" TO WS-REFUSE-CODE
           ELSE
               PERFORM 3100-CHECK-HIERARCHY
               IF WS-HIER-CONFLICT
                   MOVE "REFUSED - CTRHIER MAPS IT ELSEWHERE"
                       TO WS-CARD-RESULT
                   MOVE "CS008" TO WS-REFUSE-CODE
               ELSE
                   MOVE SPACES TO CTR-RECORD
                   MOVE CSU-COUNTER-ID TO CTR-ID
                   MOVE ZERO TO CTR-VALUE
                   MOVE ZERO TO CTR-LAST-RUN-DATE
                   MOVE ZERO TO CTR-LAST-RUN-TIME
                   MOVE "O" TO CTR-STATUS
                   MOVE CSU-EFFECTIVE-DATE TO CTR-OPEN-DATE
                   MOVE ZERO TO CTR-FROZEN-DATE
                   MOVE ZERO TO CTR-CLOSE-DATE
                   MOVE CSU-OWNER-ID TO CTR-OWNER-ID
                   MOVE ZERO TO CTR-DAY-DATE
                   MOVE ZERO TO CTR-DAY-OPEN-VALUE
                   WRITE CTR-RECORD
                   IF NOT WS-HIER-MATCHED
                       PERFORM 3150-APPEND-HIERARCHY
                   END-IF
                   MOVE "OPENED" TO WS-CARD-RESULT
               END-IF
           END-IF.

      *> CTRHIER may already carry the counter (operations keyed it
      *> ahead of the open). The same division and region is taken
      *> as agreement; a different mapping is refused so the rollup
      *> never has two answers for one counter.
       3100-CHECK-HIERARCHY.
           MOVE "N" TO WS-HIER-MATCH-SW
           MOVE "N" TO WS-HIER-CONFLICT-SW
           MOVE "N" TO WS-HIER-EOF-SW
           OPEN INPUT HIERARCHY-FILE
           IF WS-HIER-FILE-STATUS = "00"
               PERFORM 3110-CHECK-ONE-HIER-RECORD
                   UNTIL WS-HIER-EOF
               CLOSE HIERARCHY-FILE
           END-IF.

       3110-CHECK-ONE-HIER-RECORD.
           READ HIERARCHY-FILE
               AT END
                   SET WS-HIER-EOF TO TRUE
               NOT AT END
                   IF HIE-COUNTER-ID = CSU-COUNTER-ID
                       IF HIE-DIVISION-ID = CSU-DIVISION-ID
                               AND HIE-REGION-ID = CSU-REGION-ID
                           SET WS-HIER-MATCHED TO TRUE
                       ELSE
                           SET WS-HIER-CONFLICT TO TRUE
                       END-IF
                   END-IF
           END-READ
           IF WS-HIER-FILE-STATUS NOT = "00"
               SET WS-HIER-EOF TO TRUE
           END-IF.

       3150-APPEND-HIERARCHY.
           OPEN EXTEND HIERARCHY-FILE
           IF WS-HIER-FILE-STATUS = "35"
               OPEN OUTPUT HIERARCHY-FILE
           END-IF
           MOVE SPACES TO HIERARCHY-RECORD
           MOVE CSU-COUNTER-ID TO HIE-COUNTER-ID
           MOVE CSU-DIVISION-ID TO HIE-DIVISION-ID
           MOVE CSU-REGION-ID TO HIE-REGION-ID
           WRITE HIERARCHY-RECORD
           CLOSE HIERARCHY-FILE.

       3200-FREEZE-COUNTER.
           EVALUATE TRUE
               WHEN NOT WS-CTR-FOUND
                   MOVE "REFUSED - COUNTER NOT ON FILE"
                       TO WS-CARD-RESULT
                   MOVE "CS005" TO WS-REFUSE-CODE
               WHEN NOT CTR-OPEN
                   MOVE "REFUSED - COUNTER NOT OPEN"
                       TO WS-CARD-RESULT
                   MOVE "CS006" TO WS-REFUSE-CODE
               WHEN CSU-EFFECTIVE-DATE < CTR-OPEN-DATE
                   MOVE "REFUSED - DATED BEFORE OPEN DATE"
                       TO WS-CARD-RESULT
                   MOVE "CS001" TO WS-REFUSE-CODE
               WHEN OTHER
                   MOVE "F" TO CTR-STATUS
                   MOVE CSU-EFFECTIVE-DATE TO CTR-FROZEN-DATE
                   REWRITE CTR-RECORD
                   MOVE "FROZEN" TO WS-CARD-RESULT
           END-EVALUATE.

      *> Reinstating clears the freeze date - the counter reads as
      *> open again from the effective date on the card.
       3300-UNFREEZE-COUNTER.
           EVALUATE TRUE
               WHEN NOT WS-CTR-FOUND
                   MOVE "REFUSED - COUNTER NOT ON FILE"
                       TO WS-CARD-RESULT
                   MOVE "CS005" TO WS-REFUSE-CODE
               WHEN NOT CTR-FROZEN
                   MOVE "REFUSED - COUNTER NOT FROZEN"
                       TO WS-CARD-RESULT
                   MOVE "CS006" TO WS-REFUSE-CODE
               WHEN OTHER
                   MOVE "O" TO CTR-STATUS
                   MOVE ZERO TO CTR-FROZEN-DATE
                   REWRITE CTR-RECORD
                   MOVE "REINSTATED" TO WS-CARD-RESULT
           END-EVALUATE.

      *> Only a zero balance may close - a counter closed with value
      *> on it would drop that value out of every later rollup.
       3400-CLOSE-COUNTER.
           EVALUATE TRUE
               WHEN NOT WS-CTR-FOUND
                   MOVE "REFUSED - COUNTER NOT ON FILE"
                       TO WS-CARD-RESULT
                   MOVE "CS005" TO WS-REFUSE-CODE
               WHEN CTR-CLOSED
                   MOVE "REFUSED - COUNTER ALREADY CLOSED"
                       TO WS-CARD-RESULT
                   MOVE "CS006" TO WS-REFUSE-CODE
               WHEN CTR-VALUE NOT = ZERO
                   MOVE "REFUSED - BALANCE NOT ZERO"
                       TO WS-CARD-RESULT
                   MOVE "CS007" TO WS-REFUSE-CODE
               WHEN CSU-EFFECTIVE-DATE < CTR-OPEN-DATE
                   MOVE "REFUSED - DATED BEFORE OPEN DATE"
                       TO WS-CARD-RESULT
                   MOVE "CS001" TO WS-REFUSE-CODE
               WHEN OTHER
                   MOVE "C" TO CTR-STATUS
                   MOVE CSU-EFFECTIVE-DATE TO CTR-CLOSE-DATE
                   REWRITE CTR-RECORD
                   MOVE "CLOSED" TO WS-CARD-RESULT
           END-EVALUATE.

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
           MOVE "CTRSETUP" TO ERR-PROGRAM-ID
           MOVE WS-ERROR-CODE TO ERR-ERROR-CODE
           MOVE WS-ERROR-SEVERITY TO ERR-SEVERITY
           MOVE WS-ERROR-MESSAGE TO ERR-MESSAGE
           IF WS-CARDS-READ > ZERO AND CSU-EFFECTIVE-DATE IS NUMERIC
               MOVE CSU-EFFECTIVE-DATE TO ERR-BUSINESS-DATE
           ELSE
               MOVE WS-RUN-DATE TO ERR-BUSINESS-DATE
           END-IF
           WRITE ERROR-LINE
           CLOSE ERROR-FILE.

       6000-WRITE-CARD-LINE.
           MOVE CSU-ACTION TO WS-CDL-ACTION
           MOVE CSU-COUNTER-ID TO WS-CDL-COUNTER-ID
           MOVE CSU-EFFECTIVE-DATE TO WS-CDL-EFFECTIVE-DATE
           MOVE CSU-DIVISION-ID TO WS-CDL-DIVISION
           MOVE CSU-REGION-ID TO WS-CDL-REGION
           MOVE CSU-OWNER-ID TO WS-CDL-OWNER
           MOVE CSU-OPERATOR-ID TO WS-CDL-OPERATOR
           MOVE WS-CARD-RESULT TO WS-CDL-RESULT
           MOVE WS-CARD-DETAIL-LINE TO SETUP-REPORT-LINE
           WRITE SETUP-REPORT-LINE.

       9000-TERMINATE.
           IF WS-CARD-FILE-STATUS = "00" OR WS-CARD-FILE-STATUS = "10"
               CLOSE SETUP-CARD-FILE
           END-IF
           IF WS-CTR-FILE-STATUS NOT = "35"
               CLOSE COUNTER-FILE
           END-IF
           MOVE SPACES TO SETUP-REPORT-LINE
           WRITE SETUP-REPORT-LINE
           MOVE WS-CARDS-READ TO WS-TOT-READ
           MOVE WS-CARDS-APPLIED TO WS-TOT-APPLIED
           MOVE WS-CARDS-REFUSED TO WS-TOT-REFUSED
           MOVE WS-TOTAL-LINE TO SETUP-REPORT-LINE
           WRITE SETUP-REPORT-LINE
           CLOSE SETUP-REPORT-FILE
           DISPLAY "CTRSETUP - CARDS READ: " WS-CARDS-READ
               " APPLIED: " WS-CARDS-APPLIED
               " REFUSED: " WS-CARDS-REFUSED.
