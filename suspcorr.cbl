       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPCORR.
      *> Suspense correction transaction - lets an authorized
      *> operator browse the items on the suspense file (SUSPFILE)
      *> by reason code and first-suspended date, correct the
      *> counter IDs and amount on an item's original record image,
      *> and mark it for resubmission, so an item suspended for a
      *> bad amount or a bad counter need not wait for the upstream
      *> system to re-send it. Nothing is posted here: the corrected
      *> image is queued on the suspense correction file (SUSPCOR)
      *> and the next TRANEDIT recycle substitutes it for the
      *> suspended image, so the corrected record goes through the
      *> full pre-edit like any other. A correction whose amount is
      *> above the release threshold waits on the queue for a second
      *> operator to release or reject it, as a large counter
      *> adjustment does. Sessions are governed by the same operator
      *> entitlement profiles (OPRPROF) as counter maintenance, and
      *> every correction and decision is written to the correction
      *> audit file (SUSPCAUD) with the before and after images and
      *> both operator IDs. Same EVALUATE-driven menu structure as
      *> the counter maintenance transaction.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE
               ASSIGN TO "SUSPFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT SUSP-CORR-FILE
               ASSIGN TO "SUSPCOR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORR-FILE-STATUS.

           SELECT SUSP-CORR-AUDIT-FILE
               ASSIGN TO "SUSPCAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCA-FILE-STATUS.

           SELECT SCR-PARM-FILE
               ASSIGN TO "SCRPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT OPERATOR-PROFILE-FILE
               ASSIGN TO "OPRPROF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROF-FILE-STATUS.

           SELECT ERROR-FILE
               ASSIGN TO "ERRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       COPY SUSPREC.

       FD  SUSP-CORR-FILE
           RECORDING MODE IS F.
       COPY SUSCORREC.

       FD  SUSP-CORR-AUDIT-FILE.
       COPY SCAUDREC.

       FD  SCR-PARM-FILE
           RECORDING MODE IS F.
       COPY SCRPARMREC.

       FD  OPERATOR-PROFILE-FILE
           RECORDING MODE IS F.
       COPY OPRPROFREC.

       FD  ERROR-FILE.
       COPY ERRREC.

       WORKING-STORAGE SECTION.
      *> The suspended record image being browsed or corrected,
      *> viewed through the transaction record layout.
       COPY TRANREC REPLACING LEADING ==TRAN== BY ==SCW==.

       01  WS-SUSP-FILE-STATUS          PIC X(02).
       01  WS-CORR-FILE-STATUS          PIC X(02).
       01  WS-SCA-FILE-STATUS           PIC X(02).
       01  WS-PARM-FILE-STATUS          PIC X(02).

       01  WS-MENU-CHOICE               PIC X(01).
       01  WS-CONTINUE-SW               PIC X(01) VALUE "Y".
           88  WS-CONTINUE                       VALUE "Y".
      *> Set when the session cannot be entitled at all (no profile
      *> file) - the transaction ends with return code 16 so the
      *> missing control is an operations incident, not a bypass.
       01  WS-SESSION-BLOCKED-SW        PIC X(01) VALUE "N".
           88  WS-SESSION-BLOCKED                VALUE "Y".

       01  WS-SUSP-EOF-SW               PIC X(01) VALUE "N".
           88  WS-SUSP-EOF                       VALUE "Y".
       01  WS-CORR-EOF-SW               PIC X(01) VALUE "N".
           88  WS-CORR-EOF                       VALUE "Y".

       01  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.

      *> Entitlements of the operator signed on to this session,
      *> loaded from their OPRPROF record at entry. An operator with
      *> no profile record cannot start a session at all.
       01  WS-PROF-FILE-STATUS          PIC X(02).
       01  WS-ERROR-FILE-STATUS         PIC X(02).
       01  WS-PROF-EOF-SW               PIC X(01) VALUE "N".
           88  WS-PROF-EOF                       VALUE "Y".
       01  WS-PROF-FOUND-SW             PIC X(01) VALUE "N".
           88  WS-PROF-FOUND                     VALUE "Y".
       01  WS-OPR-ADJ-LIMIT             PIC 9(07)V99 VALUE ZERO.
       01  WS-OPR-CHECKER-SW            PIC X(01) VALUE "N".
           88  WS-OPR-HAS-CHECKER-AUTH           VALUE "Y".
       01  WS-OPR-PATTERN-TABLE.
           05  WS-OPR-PATTERN OCCURS 3 TIMES
                                        PIC X(08).
       01  WS-PAT-SUB                   PIC 9(01).

      *> Work fields for the counter pattern match - a pattern is an
      *> exact ID, a prefix ending in "*", or "*" alone for every
      *> counter. WS-COUNTER-ID is the counter being tested; a
      *> record naming no counter posts to GENERAL and is tested as
      *> such.
       01  WS-COUNTER-ID                PIC X(08).
       01  WS-STAR-POS                  PIC 9(02).
       01  WS-COUNTER-ALLOWED-SW        PIC X(01) VALUE "N".
           88  WS-COUNTER-ALLOWED                VALUE "Y".
      *> Set when every counter a record image names passes the
      *> pattern match; WS-DENIED-COUNTER-ID holds the first that
      *> did not.
       01  WS-IMAGE-ALLOWED-SW          PIC X(01) VALUE "N".
           88  WS-IMAGE-ALLOWED                  VALUE "Y".
       01  WS-DENIED-COUNTER-ID         PIC X(08).

       01  WS-ERROR-MESSAGE             PIC X(60).
       01  WS-ERROR-CODE                PIC X(05).

      *> Corrections whose amount, in absolute value, exceeds this
      *> must be released by a second operator. Zero (the default
      *> when no control card is supplied) holds every correction.
       01  WS-RELEASE-THRESHOLD         PIC 9(07)V99 VALUE ZERO.

      *> Browse selection - reason code (blank for every reason) and
      *> an inclusive first-suspended date range (zero for open).
       01  WS-SEL-REASON-CODE           PIC X(04).
       01  WS-SEL-FROM-DATE             PIC 9(08).
       01  WS-SEL-TO-DATE               PIC 9(08).
       01  WS-SHOWN-COUNT               PIC 9(06).

      *> Items are identified by their position on the suspense
      *> file - the number the browse shows is the number the
      *> correction prompt takes.
       01  WS-ITEM-NO                   PIC 9(06).
       01  WS-WANTED-ITEM-NO            PIC 9(06).
       01  WS-ITEM-FOUND-SW             PIC X(01) VALUE "N".
           88  WS-ITEM-FOUND                     VALUE "Y".

      *> The item being corrected, held across the prompts.
       01  WS-ITEM-REASON-CODE          PIC X(04).
       01  WS-ITEM-FIRST-DATE           PIC 9(08).
       01  WS-BEFORE-IMAGE              PIC X(79).
       01  WS-NEW-COUNTER-ID            PIC X(08).
       01  WS-NEW-TO-COUNTER-ID         PIC X(08).
       01  WS-NEW-AMOUNT                PIC S9(07)V99.
       01  WS-CHANGE-AMOUNT-SW          PIC X(01).
       01  WS-CORR-AMOUNT               PIC S9(07)V99.
       01  WS-CORR-OK-SW                PIC X(01) VALUE "N".
           88  WS-CORR-OK                        VALUE "Y".

      *> Result of the open-correction lookup for an item - the ID
      *> and status of a correction still awaiting release or
      *> recycle against the same first date and image.
       01  WS-OPEN-CORR-FOUND-SW        PIC X(01) VALUE "N".
           88  WS-OPEN-CORR-FOUND                VALUE "Y".
       01  WS-OPEN-CORR-ID              PIC 9(06).
       01  WS-OPEN-CORR-STATUS          PIC X(01).

       01  WS-CORR-NEXT-ID              PIC 9(06) VALUE ZERO.
       01  WS-CORR-DECISION             PIC X(01).
       01  WS-SCA-EVENT                 PIC X(01).

       01  WS-DISPLAY-AMOUNT            PIC -(7)9.99.

       01  WS-JOB-NAME                  PIC X(08) VALUE "SUSPCORR".

       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-DATE              PIC 9(08).
           05  WS-RUN-TIME              PIC 9(06).

      *> ACCEPT FROM TIME always returns the full 8-digit HHMMSSss -
      *> accepting directly into a narrower field truncates the
      *> high-order digits (the hour), not the low-order hundredths.
      *> Accept into this field and take (1:6) for HHMMSS.
       01  WS-RUN-TIME-RAW              PIC 9(08).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1100-READ-SCR-PARM
           PERFORM 1200-GET-OPERATOR-ID
               UNTIL WS-OPERATOR-ID NOT = SPACES
                   OR NOT WS-CONTINUE
           PERFORM 2500-RUN-ONE-CHOICE
               UNTIL NOT WS-CONTINUE
           IF WS-SESSION-BLOCKED
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

       1100-READ-SCR-PARM.
           OPEN INPUT SCR-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ SCR-PARM-FILE
                   NOT AT END
                       IF SCP-RELEASE-THRESHOLD IS NUMERIC
                           MOVE SCP-RELEASE-THRESHOLD
                               TO WS-RELEASE-THRESHOLD
                       END-IF
               END-READ
               CLOSE SCR-PARM-FILE
           END-IF.

      *> Every correction is recorded against an operator, so the
      *> prompt repeats until an ID carrying an entitlement profile
      *> is supplied; an unprofiled ID is logged as a violation.
       1200-GET-OPERATOR-ID.
           DISPLAY "ENTER OPERATOR ID (8 CHARS): " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           IF WS-OPERATOR-ID NOT = SPACES
               PERFORM 1300-VERIFY-OPERATOR-PROFILE
               IF NOT WS-PROF-FOUND AND WS-CONTINUE
                   DISPLAY "OPERATOR " WS-OPERATOR-ID
                       " HAS NO ENTITLEMENT PROFILE"
                   MOVE "OPERATOR NOT ON ENTITLEMENT PROFILE FILE"
                       TO WS-ERROR-MESSAGE
                   MOVE "SC001" TO WS-ERROR-CODE
                   PERFORM 5100-LOG-VIOLATION
                   MOVE SPACES TO WS-OPERATOR-ID
               END-IF
           END-IF.

       1300-VERIFY-OPERATOR-PROFILE.
           MOVE "N" TO WS-PROF-FOUND-SW
           MOVE "N" TO WS-PROF-EOF-SW
           OPEN INPUT OPERATOR-PROFILE-FILE
           IF WS-PROF-FILE-STATUS = "00"
               PERFORM 1350-MATCH-ONE-PROFILE
                   UNTIL WS-PROF-EOF
               CLOSE OPERATOR-PROFILE-FILE
           ELSE
      *> No profile file means no entitlements can be verified at
      *> all - fail closed.
               MOVE "N" TO WS-CONTINUE-SW
               SET WS-SESSION-BLOCKED TO TRUE
               DISPLAY "OPERATOR PROFILE FILE NOT AVAILABLE - "
                   "SESSION ENDED"
               MOVE "OPERATOR PROFILE FILE NOT AVAILABLE"
                   TO WS-ERROR-MESSAGE
               MOVE "SC005" TO WS-ERROR-CODE
               PERFORM 5100-LOG-VIOLATION
           END-IF.

       1350-MATCH-ONE-PROFILE.
           READ OPERATOR-PROFILE-FILE
               AT END
                   SET WS-PROF-EOF TO TRUE
               NOT AT END
                   IF OPF-OPERATOR-ID = WS-OPERATOR-ID
                       SET WS-PROF-EOF TO TRUE
                       SET WS-PROF-FOUND TO TRUE
                       MOVE OPF-ADJ-LIMIT TO WS-OPR-ADJ-LIMIT
                       MOVE OPF-CHECKER-AUTH TO WS-OPR-CHECKER-SW
                       MOVE OPF-PATTERN-1 TO WS-OPR-PATTERN (1)
                       MOVE OPF-PATTERN-2 TO WS-OPR-PATTERN (2)
                       MOVE OPF-PATTERN-3 TO WS-OPR-PATTERN (3)
                   END-IF
           END-READ.

      *> Tests WS-COUNTER-ID against the session operator's counter
      *> patterns. A pattern is an exact ID, a prefix ending in "*",
      *> or "*" alone; blank slots are unused.
       1400-CHECK-COUNTER-ENTITLEMENT.
           IF WS-COUNTER-ID = SPACES
               MOVE "GENERAL " TO WS-COUNTER-ID
           END-IF
           MOVE "N" TO WS-COUNTER-ALLOWED-SW
           PERFORM 1450-MATCH-ONE-PATTERN
               VARYING WS-PAT-SUB FROM 1 BY 1
               UNTIL WS-PAT-SUB > 3
                   OR WS-COUNTER-ALLOWED.

       1450-MATCH-ONE-PATTERN.
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
                               = WS-COUNTER-ID
                           SET WS-COUNTER-ALLOWED TO TRUE
                       END-IF
                   WHEN OTHER
                       IF WS-OPR-PATTERN (WS-PAT-SUB)
                               (1:WS-STAR-POS)
                               = WS-COUNTER-ID (1:WS-STAR-POS)
                           SET WS-COUNTER-ALLOWED TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.

      *> Tests every counter the record image in SCW-RECORD names -
      *> both sides of a transfer - against the operator's patterns.
      *> Correcting an item, or releasing a correction, needs
      *> entitlement to the counters it named before and after.
       1500-CHECK-IMAGE-ENTITLEMENT.
           SET WS-IMAGE-ALLOWED TO TRUE
           MOVE SPACES TO WS-DENIED-COUNTER-ID
           EVALUATE TRUE
               WHEN SCW-REVERSAL
                   MOVE SCW-REV-COUNTER-ID TO WS-COUNTER-ID
                   PERFORM 1550-CHECK-ONE-IMAGE-COUNTER
               WHEN SCW-TRANSFER
                   MOVE SCW-XFR-FROM-COUNTER-ID TO WS-COUNTER-ID
                   PERFORM 1550-CHECK-ONE-IMAGE-COUNTER
                   MOVE SCW-XFR-TO-COUNTER-ID TO WS-COUNTER-ID
                   PERFORM 1550-CHECK-ONE-IMAGE-COUNTER
               WHEN OTHER
                   MOVE SCW-DET-COUNTER-ID TO WS-COUNTER-ID
                   PERFORM 1550-CHECK-ONE-IMAGE-COUNTER
           END-EVALUATE.

       1550-CHECK-ONE-IMAGE-COUNTER.
           PERFORM 1400-CHECK-COUNTER-ENTITLEMENT
           IF NOT WS-COUNTER-ALLOWED AND WS-IMAGE-ALLOWED
               MOVE "N" TO WS-IMAGE-ALLOWED-SW
               MOVE WS-COUNTER-ID TO WS-DENIED-COUNTER-ID
           END-IF.

       2000-DISPLAY-MENU.
           DISPLAY "----------------------------------------"
           DISPLAY "  TESTAPP SUSPENSE CORRECTION"
           DISPLAY "  OPERATOR: " WS-OPERATOR-ID
           DISPLAY "  1. BROWSE SUSPENSE ITEMS"
           DISPLAY "  2. CORRECT SUSPENSE ITEM"
           DISPLAY "  3. REVIEW CORRECTIONS AWAITING RELEASE"
           DISPLAY "  9. EXIT"
           DISPLAY "----------------------------------------"
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE.

       2500-RUN-ONE-CHOICE.
           PERFORM 2000-DISPLAY-MENU
           PERFORM 3000-PROCESS-CHOICE.

       3000-PROCESS-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM 3100-BROWSE-SUSPENSE
               WHEN "2"
                   PERFORM 3200-CORRECT-ITEM
               WHEN "3"
                   PERFORM 3500-REVIEW-CORRECTIONS
               WHEN "9"
                   MOVE "N" TO WS-CONTINUE-SW
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
           END-EVALUATE.

      *> Lists the suspense items matching the reason code and date
      *> range asked for, each with its item number and any
      *> correction already queued against it.
       3100-BROWSE-SUSPENSE.
           DISPLAY "ENTER REASON CODE (4 CHARS, BLANK FOR ALL): "
               WITH NO ADVANCING
           ACCEPT WS-SEL-REASON-CODE
           DISPLAY "FIRST SUSPENDED FROM (YYYYMMDD, 0 FOR ANY): "
               WITH NO ADVANCING
           ACCEPT WS-SEL-FROM-DATE
           DISPLAY "FIRST SUSPENDED TO   (YYYYMMDD, 0 FOR ANY): "
               WITH NO ADVANCING
           ACCEPT WS-SEL-TO-DATE
           IF WS-SEL-TO-DATE = ZERO
               MOVE 99999999 TO WS-SEL-TO-DATE
           END-IF
           MOVE ZERO TO WS-ITEM-NO
           MOVE ZERO TO WS-SHOWN-COUNT
           MOVE "N" TO WS-SUSP-EOF-SW
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-FILE-STATUS = "00"
               PERFORM 3150-BROWSE-ONE-ITEM
                   UNTIL WS-SUSP-EOF
               CLOSE SUSPENSE-FILE
               DISPLAY WS-SHOWN-COUNT " ITEM(S) SELECTED OF "
                   WS-ITEM-NO " ON SUSPENSE"
           ELSE
               DISPLAY "NO SUSPENSE FILE ON HAND"
           END-IF.

       3150-BROWSE-ONE-ITEM.
           READ SUSPENSE-FILE
               AT END
                   SET WS-SUSP-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ITEM-NO
                   IF (WS-SEL-REASON-CODE = SPACES
                           OR SUSP-REASON-CODE = WS-SEL-REASON-CODE)
                       AND SUSP-FIRST-DATE NOT < WS-SEL-FROM-DATE
                       AND SUSP-FIRST-DATE NOT > WS-SEL-TO-DATE
                       ADD 1 TO WS-SHOWN-COUNT
                       PERFORM 3160-SHOW-ITEM
                   END-IF
           END-READ
           IF WS-SUSP-FILE-STATUS NOT = "00"
               SET WS-SUSP-EOF TO TRUE
           END-IF.

       3160-SHOW-ITEM.
           MOVE SUSP-ORIG-RECORD TO SCW-RECORD
           DISPLAY "ITEM " WS-ITEM-NO
               " " SUSP-REASON-CODE " " SUSP-REASON-TEXT
               " FIRST " SUSP-FIRST-DATE
           PERFORM 3170-SHOW-IMAGE
           MOVE SUSP-FIRST-DATE TO WS-ITEM-FIRST-DATE
           MOVE SUSP-ORIG-RECORD TO WS-BEFORE-IMAGE
           PERFORM 3800-FIND-OPEN-CORRECTION
           IF WS-OPEN-CORR-FOUND
               IF WS-OPEN-CORR-STATUS = "P"
                   DISPLAY "     CORRECTION " WS-OPEN-CORR-ID
                       " AWAITING RELEASE"
               ELSE
                   DISPLAY "     CORRECTION " WS-OPEN-CORR-ID
                       " READY FOR NEXT RECYCLE"
               END-IF
           END-IF.

      *> Shows the record image in SCW-RECORD field by field. An
      *> amount that is not numeric (the item may be suspended for
      *> exactly that) is shown as the raw characters.
       3170-SHOW-IMAGE.
           EVALUATE TRUE
               WHEN SCW-DETAIL
                   IF SCW-DET-AMOUNT IS NUMERIC
                       MOVE SCW-DET-AMOUNT TO WS-DISPLAY-AMOUNT
                       DISPLAY "     DETAIL    SEQ " SCW-DET-SEQ-NO
                           " COUNTER " SCW-DET-COUNTER-ID
                           " AMOUNT " WS-DISPLAY-AMOUNT
                   ELSE
                       DISPLAY "     DETAIL    SEQ " SCW-DET-SEQ-NO
                           " COUNTER " SCW-DET-COUNTER-ID
                           " AMOUNT '" SCW-RECORD (16:9) "'"
                   END-IF
               WHEN SCW-REVERSAL
                   IF SCW-REV-AMOUNT IS NUMERIC
                       MOVE SCW-REV-AMOUNT TO WS-DISPLAY-AMOUNT
                       DISPLAY "     REVERSAL  SEQ " SCW-REV-SEQ-NO
                           " COUNTER " SCW-REV-COUNTER-ID
                           " AMOUNT " WS-DISPLAY-AMOUNT
                   ELSE
                       DISPLAY "     REVERSAL  SEQ " SCW-REV-SEQ-NO
                           " COUNTER " SCW-REV-COUNTER-ID
                           " AMOUNT '" SCW-RECORD (16:9) "'"
                   END-IF
                   DISPLAY "     REVERSES " SCW-REV-ORIG-DATE
                       " SEQ " SCW-REV-ORIG-SEQ-NO
               WHEN SCW-TRANSFER
                   IF SCW-XFR-AMOUNT IS NUMERIC
                       MOVE SCW-XFR-AMOUNT TO WS-DISPLAY-AMOUNT
                       DISPLAY "     TRANSFER  SEQ " SCW-XFR-SEQ-NO
                           " FROM " SCW-XFR-FROM-COUNTER-ID
                           " TO " SCW-XFR-TO-COUNTER-ID
                           " AMOUNT " WS-DISPLAY-AMOUNT
                   ELSE
                       DISPLAY "     TRANSFER  SEQ " SCW-XFR-SEQ-NO
                           " FROM " SCW-XFR-FROM-COUNTER-ID
                           " TO " SCW-XFR-TO-COUNTER-ID
                           " AMOUNT '" SCW-RECORD (16:9) "'"
                   END-IF
               WHEN OTHER
                   DISPLAY "     RECORD '" SCW-RECORD "'"
           END-EVALUATE.

      *> Corrects one suspense item, chosen by the item number the
      *> browse shows. Only the counter IDs and the amount can be
      *> corrected - the reasons an upstream team would otherwise
      *> have to re-send the record. The corrected image is queued,
      *> not posted: it is released now if within the threshold, or
      *> held for a second operator if above it.
       3200-CORRECT-ITEM.
           DISPLAY "ENTER ITEM NUMBER: " WITH NO ADVANCING
           ACCEPT WS-WANTED-ITEM-NO
           PERFORM 3210-LOCATE-ITEM
           MOVE "N" TO WS-CORR-OK-SW
           IF NOT WS-ITEM-FOUND
               DISPLAY "ITEM " WS-WANTED-ITEM-NO
                   " NOT ON SUSPENSE FILE"
           ELSE
               PERFORM 3220-CHECK-ITEM-CORRECTABLE
           END-IF
           IF WS-CORR-OK
               PERFORM 3230-KEY-CORRECTION
           END-IF
           IF WS-CORR-OK
               PERFORM 3260-CHECK-CORRECTION
           END-IF
           IF WS-CORR-OK
               PERFORM 3400-QUEUE-CORRECTION
           END-IF.

       3210-LOCATE-ITEM.
           MOVE ZERO TO WS-ITEM-NO
           MOVE "N" TO WS-ITEM-FOUND-SW
           MOVE "N" TO WS-SUSP-EOF-SW
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-FILE-STATUS = "00"
               PERFORM 3215-LOCATE-ONE-ITEM
                   UNTIL WS-SUSP-EOF
               CLOSE SUSPENSE-FILE
           END-IF.

       3215-LOCATE-ONE-ITEM.
           READ SUSPENSE-FILE
               AT END
                   SET WS-SUSP-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ITEM-NO
                   IF WS-ITEM-NO = WS-WANTED-ITEM-NO
                       SET WS-SUSP-EOF TO TRUE
                       SET WS-ITEM-FOUND TO TRUE
                       MOVE SUSP-REASON-CODE TO WS-ITEM-REASON-CODE
                       MOVE SUSP-FIRST-DATE TO WS-ITEM-FIRST-DATE
                       MOVE SUSP-ORIG-RECORD TO WS-BEFORE-IMAGE
                   END-IF
           END-READ
           IF WS-SUSP-FILE-STATUS NOT = "00"
               SET WS-SUSP-EOF TO TRUE
           END-IF.

      *> An item can be corrected once at a time - a second
      *> correction while one is still queued would leave the recycle
      *> two images to choose between. Only details, reversals and
      *> transfers carry correctable fields, and the operator must be
      *> entitled to the counters the item names as it stands.
       3220-CHECK-ITEM-CORRECTABLE.
           MOVE WS-BEFORE-IMAGE TO SCW-RECORD
           PERFORM 3800-FIND-OPEN-CORRECTION
           PERFORM 1500-CHECK-IMAGE-ENTITLEMENT
           EVALUATE TRUE
               WHEN WS-OPEN-CORR-FOUND
                   DISPLAY "ITEM ALREADY HAS CORRECTION "
                       WS-OPEN-CORR-ID " OUTSTANDING"
               WHEN NOT SCW-DETAIL AND NOT SCW-REVERSAL
                       AND NOT SCW-TRANSFER
                   DISPLAY "RECORD TYPE '" SCW-RECORD-TYPE
                       "' CANNOT BE CORRECTED - RESEND UPSTREAM"
               WHEN NOT WS-IMAGE-ALLOWED
                   DISPLAY "COUNTER " WS-DENIED-COUNTER-ID
                       " NOT IN YOUR ENTITLEMENT"
                   MOVE "OPERATOR NOT ENTITLED TO COUNTER"
                       TO WS-ERROR-MESSAGE
                   MOVE "SC002" TO WS-ERROR-CODE
                   PERFORM 5100-LOG-VIOLATION
               WHEN OTHER
                   SET WS-CORR-OK TO TRUE
           END-EVALUATE.

      *> Prompts for the corrected fields. A blank counter ID keeps
      *> the one on the record; the amount is replaced only when the
      *> operator says so.
       3230-KEY-CORRECTION.
           DISPLAY "ITEM " WS-WANTED-ITEM-NO " " WS-ITEM-REASON-CODE
               " FIRST SUSPENDED " WS-ITEM-FIRST-DATE
           PERFORM 3170-SHOW-IMAGE
           IF SCW-TRANSFER
               DISPLAY "NEW FROM COUNTER (BLANK TO KEEP): "
                   WITH NO ADVANCING
               ACCEPT WS-NEW-COUNTER-ID
               DISPLAY "NEW TO COUNTER (BLANK TO KEEP): "
                   WITH NO ADVANCING
               ACCEPT WS-NEW-TO-COUNTER-ID
           ELSE
               DISPLAY "NEW COUNTER (BLANK TO KEEP): "
                   WITH NO ADVANCING
               ACCEPT WS-NEW-COUNTER-ID
               MOVE SPACES TO WS-NEW-TO-COUNTER-ID
           END-IF
           DISPLAY "CHANGE AMOUNT (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CHANGE-AMOUNT-SW
           IF WS-CHANGE-AMOUNT-SW = "Y"
               DISPLAY "ENTER AMOUNT (SIGNED, UP TO 9999999.99): "
                   WITH NO ADVANCING
               ACCEPT WS-NEW-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN SCW-DETAIL
                   IF WS-NEW-COUNTER-ID NOT = SPACES
                       MOVE WS-NEW-COUNTER-ID TO SCW-DET-COUNTER-ID
                   END-IF
                   IF WS-CHANGE-AMOUNT-SW = "Y"
                       MOVE WS-NEW-AMOUNT TO SCW-DET-AMOUNT
                   END-IF
               WHEN SCW-REVERSAL
                   IF WS-NEW-COUNTER-ID NOT = SPACES
                       MOVE WS-NEW-COUNTER-ID TO SCW-REV-COUNTER-ID
                   END-IF
                   IF WS-CHANGE-AMOUNT-SW = "Y"
                       MOVE WS-NEW-AMOUNT TO SCW-REV-AMOUNT
                   END-IF
               WHEN SCW-TRANSFER
                   IF WS-NEW-COUNTER-ID NOT = SPACES
                       MOVE WS-NEW-COUNTER-ID
                           TO SCW-XFR-FROM-COUNTER-ID
                   END-IF
                   IF WS-NEW-TO-COUNTER-ID NOT = SPACES
                       MOVE WS-NEW-TO-COUNTER-ID
                           TO SCW-XFR-TO-COUNTER-ID
                   END-IF
                   IF WS-CHANGE-AMOUNT-SW = "Y"
                       MOVE WS-NEW-AMOUNT TO SCW-XFR-AMOUNT
                   END-IF
           END-EVALUATE
           IF SCW-RECORD = WS-BEFORE-IMAGE
               MOVE "N" TO WS-CORR-OK-SW
               DISPLAY "NOTHING CHANGED - NO CORRECTION QUEUED"
           END-IF.

      *> The corrected image must name only counters the operator is
      *> entitled to, and its amount must be numeric and within the
      *> operator's personal limit - above the limit the correction
      *> is refused outright, not queued, as with an adjustment.
      *> The amount sits in the same place on all three record
      *> types, so the detail view serves for each.
       3260-CHECK-CORRECTION.
           PERFORM 1500-CHECK-IMAGE-ENTITLEMENT
           MOVE ZERO TO WS-CORR-AMOUNT
           IF SCW-DET-AMOUNT IS NUMERIC
               MOVE SCW-DET-AMOUNT TO WS-CORR-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-IMAGE-ALLOWED
                   MOVE "N" TO WS-CORR-OK-SW
                   DISPLAY "COUNTER " WS-DENIED-COUNTER-ID
                       " NOT IN YOUR ENTITLEMENT - NOTHING QUEUED"
                   MOVE "OPERATOR NOT ENTITLED TO COUNTER"
                       TO WS-ERROR-MESSAGE
                   MOVE "SC002" TO WS-ERROR-CODE
                   PERFORM 5100-LOG-VIOLATION
               WHEN SCW-DET-AMOUNT IS NOT NUMERIC
                   MOVE "N" TO WS-CORR-OK-SW
                   DISPLAY "AMOUNT IS NOT NUMERIC - CORRECT THE "
                       "AMOUNT AS WELL"
               WHEN FUNCTION ABS(WS-CORR-AMOUNT) > WS-OPR-ADJ-LIMIT
                   MOVE "N" TO WS-CORR-OK-SW
                   DISPLAY "CORRECTION REJECTED - OVER YOUR "
                       "PERSONAL LIMIT"
                   MOVE "CORRECTION OVER OPERATOR PERSONAL LIMIT"
                       TO WS-ERROR-MESSAGE
                   MOVE "SC003" TO WS-ERROR-CODE
                   PERFORM 5100-LOG-VIOLATION
           END-EVALUATE.

      *> Writes the correction to the queue - ready for the next
      *> recycle when within the release threshold, held for a
      *> second operator when above it - and audits the entry.
       3400-QUEUE-CORRECTION.
           PERFORM 3410-COUNT-CORRECTIONS
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-TIME
           OPEN EXTEND SUSP-CORR-FILE
           IF WS-CORR-FILE-STATUS = "35"
               OPEN OUTPUT SUSP-CORR-FILE
           END-IF
           MOVE SPACES TO SUSP-CORR-RECORD
           ADD 1 TO WS-CORR-NEXT-ID
           MOVE WS-CORR-NEXT-ID TO SCR-ID
           IF FUNCTION ABS(WS-CORR-AMOUNT) > WS-RELEASE-THRESHOLD
               MOVE "P" TO SCR-STATUS
               MOVE "Q" TO WS-SCA-EVENT
           ELSE
               MOVE "A" TO SCR-STATUS
               MOVE "C" TO WS-SCA-EVENT
           END-IF
           MOVE WS-ITEM-FIRST-DATE TO SCR-FIRST-DATE
           MOVE WS-ITEM-REASON-CODE TO SCR-SUSP-REASON-CODE
           MOVE WS-BEFORE-IMAGE TO SCR-BEFORE-IMAGE
           MOVE SCW-RECORD TO SCR-AFTER-IMAGE
           MOVE WS-CORR-AMOUNT TO SCR-AMOUNT
           MOVE WS-OPERATOR-ID TO SCR-MAKER-ID
           MOVE WS-RUN-DATE TO SCR-ENTERED-TIMESTAMP (1:8)
           MOVE WS-RUN-TIME TO SCR-ENTERED-TIMESTAMP (9:6)
           MOVE SPACES TO SCR-CHECKER-ID
           MOVE ZERO TO SCR-DECIDED-TIMESTAMP
           MOVE ZERO TO SCR-RESUBMIT-DATE
           MOVE ZERO TO SCR-RESUBMIT-CYCLE
           WRITE SUSP-CORR-RECORD
           CLOSE SUSP-CORR-FILE
           PERFORM 3300-WRITE-CORR-AUDIT
           IF WS-SCA-EVENT = "Q"
               DISPLAY "CORRECTION QUEUED FOR RELEASE AS ITEM "
                   WS-CORR-NEXT-ID
           ELSE
               DISPLAY "CORRECTION " WS-CORR-NEXT-ID
                   " READY FOR NEXT RECYCLE"
           END-IF.

      *> Single writer for every correction audit row - the event is
      *> staged in WS-SCA-EVENT, everything else comes from the
      *> correction record just written or rewritten.
       3300-WRITE-CORR-AUDIT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-TIME
           OPEN EXTEND SUSP-CORR-AUDIT-FILE
           IF WS-SCA-FILE-STATUS = "35"
               OPEN OUTPUT SUSP-CORR-AUDIT-FILE
           END-IF
           MOVE SPACES TO SUSP-CORR-AUDIT-RECORD
           MOVE WS-RUN-DATE TO SCA-TIMESTAMP (1:8)
           MOVE WS-RUN-TIME TO SCA-TIMESTAMP (9:6)
           MOVE WS-JOB-NAME TO SCA-JOB-NAME
           MOVE WS-SCA-EVENT TO SCA-EVENT
           MOVE SCR-ID TO SCA-CORR-ID
           MOVE SCR-FIRST-DATE TO SCA-FIRST-DATE
           MOVE SCR-SUSP-REASON-CODE TO SCA-SUSP-REASON-CODE
           MOVE SCR-MAKER-ID TO SCA-MAKER-ID
           MOVE SCR-CHECKER-ID TO SCA-CHECKER-ID
           MOVE SCR-BEFORE-IMAGE TO SCA-BEFORE-IMAGE
           MOVE SCR-AFTER-IMAGE TO SCA-AFTER-IMAGE
           WRITE SUSP-CORR-AUDIT-RECORD
           CLOSE SUSP-CORR-AUDIT-FILE.

       3410-COUNT-CORRECTIONS.
           MOVE ZERO TO WS-CORR-NEXT-ID
           MOVE "N" TO WS-CORR-EOF-SW
           OPEN INPUT SUSP-CORR-FILE
           IF WS-CORR-FILE-STATUS = "00"
               PERFORM 3420-COUNT-ONE-CORRECTION
                   UNTIL WS-CORR-EOF
               CLOSE SUSP-CORR-FILE
           END-IF.

       3420-COUNT-ONE-CORRECTION.
           READ SUSP-CORR-FILE
               AT END
                   SET WS-CORR-EOF TO TRUE
               NOT AT END
                   IF SCR-ID > WS-CORR-NEXT-ID
                       MOVE SCR-ID TO WS-CORR-NEXT-ID
                   END-IF
           END-READ.

       3500-REVIEW-CORRECTIONS.
           MOVE "N" TO WS-CORR-EOF-SW
           OPEN I-O SUSP-CORR-FILE
           IF WS-CORR-FILE-STATUS = "00"
               PERFORM 3510-REVIEW-ONE-CORRECTION
                   UNTIL WS-CORR-EOF
               CLOSE SUSP-CORR-FILE
           ELSE
               DISPLAY "NO CORRECTIONS ON FILE"
           END-IF.

       3510-REVIEW-ONE-CORRECTION.
           READ SUSP-CORR-FILE
               AT END
                   SET WS-CORR-EOF TO TRUE
               NOT AT END
                   IF SCR-AWAITING-RELEASE
                       PERFORM 3515-PRESENT-CORRECTION
                   END-IF
           END-READ.

       3515-PRESENT-CORRECTION.
           MOVE SCR-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY "CORRECTION " SCR-ID
               " " SCR-SUSP-REASON-CODE
               " FIRST SUSPENDED " SCR-FIRST-DATE
               " MAKER " SCR-MAKER-ID
               " AMOUNT " WS-DISPLAY-AMOUNT
           DISPLAY "  BEFORE:"
           MOVE SCR-BEFORE-IMAGE TO SCW-RECORD
           PERFORM 3170-SHOW-IMAGE
           DISPLAY "  AFTER:"
           MOVE SCR-AFTER-IMAGE TO SCW-RECORD
           PERFORM 3170-SHOW-IMAGE
           DISPLAY "RELEASE, REJECT OR SKIP (A/R/S): "
               WITH NO ADVANCING
           ACCEPT WS-CORR-DECISION
           EVALUATE WS-CORR-DECISION
               WHEN "A"
                   PERFORM 3518-CHECK-RELEASE-AUTHORITY
               WHEN "R"
                   IF WS-OPR-HAS-CHECKER-AUTH
                       PERFORM 3530-REJECT-CORRECTION
                   ELSE
                       DISPLAY "NO CHECKER AUTHORITY - "
                           "CORRECTION LEFT PENDING"
                       MOVE "DECISION WITHOUT CHECKER AUTHORITY"
                           TO WS-ERROR-MESSAGE
                       MOVE "SC004" TO WS-ERROR-CODE
                       PERFORM 5100-LOG-VIOLATION
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> A release takes checker authority from the profile, must
      *> not be the maker's own correction, and the checker must
      *> themselves be entitled to the counters the record named
      *> both before and after the correction.
       3518-CHECK-RELEASE-AUTHORITY.
           MOVE SCR-BEFORE-IMAGE TO SCW-RECORD
           PERFORM 1500-CHECK-IMAGE-ENTITLEMENT
           IF WS-IMAGE-ALLOWED
               MOVE SCR-AFTER-IMAGE TO SCW-RECORD
               PERFORM 1500-CHECK-IMAGE-ENTITLEMENT
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-OPR-HAS-CHECKER-AUTH
                   DISPLAY "NO CHECKER AUTHORITY - "
                       "CORRECTION LEFT PENDING"
                   MOVE "RELEASE WITHOUT CHECKER AUTHORITY"
                       TO WS-ERROR-MESSAGE
                   MOVE "SC004" TO WS-ERROR-CODE
                   PERFORM 5100-LOG-VIOLATION
               WHEN SCR-MAKER-ID = WS-OPERATOR-ID
                   DISPLAY "MAKER CANNOT RELEASE OWN "
                       "CORRECTION - LEFT PENDING"
                   MOVE "CHECKER ATTEMPTED RELEASE OF OWN ITEM"
                       TO WS-ERROR-MESSAGE
                   MOVE "SC006" TO WS-ERROR-CODE
                   PERFORM 5100-LOG-VIOLATION
               WHEN NOT WS-IMAGE-ALLOWED
                   DISPLAY "COUNTER " WS-DENIED-COUNTER-ID
                       " NOT IN YOUR ENTITLEMENT - "
                       "CORRECTION LEFT PENDING"
                   MOVE "CHECKER NOT ENTITLED TO COUNTER"
                       TO WS-ERROR-MESSAGE
                   MOVE "SC002" TO WS-ERROR-CODE
                   PERFORM 5100-LOG-VIOLATION
               WHEN OTHER
                   PERFORM 3520-RELEASE-CORRECTION
           END-EVALUATE.

       3520-RELEASE-CORRECTION.
           MOVE "A" TO SCR-STATUS
           PERFORM 3550-STAMP-AND-REWRITE-ITEM
           MOVE "A" TO WS-SCA-EVENT
           PERFORM 3300-WRITE-CORR-AUDIT
           DISPLAY "CORRECTION " SCR-ID
               " RELEASED - READY FOR NEXT RECYCLE".

       3530-REJECT-CORRECTION.
           MOVE "R" TO SCR-STATUS
           PERFORM 3550-STAMP-AND-REWRITE-ITEM
           MOVE "R" TO WS-SCA-EVENT
           PERFORM 3300-WRITE-CORR-AUDIT
           DISPLAY "CORRECTION " SCR-ID " REJECTED".

       3550-STAMP-AND-REWRITE-ITEM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-TIME
           MOVE WS-OPERATOR-ID TO SCR-CHECKER-ID
           MOVE WS-RUN-DATE TO SCR-DECIDED-TIMESTAMP (1:8)
           MOVE WS-RUN-TIME TO SCR-DECIDED-TIMESTAMP (9:6)
           REWRITE SUSP-CORR-RECORD.

      *> Looks for a correction still awaiting release or recycle
      *> against the item in WS-ITEM-FIRST-DATE / WS-BEFORE-IMAGE.
      *> The queue is read through a separate pass so a browse or
      *> correction never disturbs a review in progress.
       3800-FIND-OPEN-CORRECTION.
           MOVE "N" TO WS-OPEN-CORR-FOUND-SW
           MOVE "N" TO WS-CORR-EOF-SW
           OPEN INPUT SUSP-CORR-FILE
           IF WS-CORR-FILE-STATUS = "00"
               PERFORM 3850-CHECK-ONE-CORRECTION
                   UNTIL WS-CORR-EOF
               CLOSE SUSP-CORR-FILE
           END-IF.

       3850-CHECK-ONE-CORRECTION.
           READ SUSP-CORR-FILE
               AT END
                   SET WS-CORR-EOF TO TRUE
               NOT AT END
                   IF (SCR-AWAITING-RELEASE OR SCR-READY)
                           AND SCR-FIRST-DATE = WS-ITEM-FIRST-DATE
                           AND SCR-BEFORE-IMAGE = WS-BEFORE-IMAGE
                       SET WS-CORR-EOF TO TRUE
                       SET WS-OPEN-CORR-FOUND TO TRUE
                       MOVE SCR-ID TO WS-OPEN-CORR-ID
                       MOVE SCR-STATUS TO WS-OPEN-CORR-STATUS
                   END-IF
           END-READ
           IF WS-CORR-FILE-STATUS NOT = "00"
               SET WS-CORR-EOF TO TRUE
           END-IF.

      *> Every entitlement violation goes to ERRFILE at error
      *> severity with its own code, tagged with the operator who
      *> tripped it, so the night's ERRSCAN surfaces the attempt.
       5100-LOG-VIOLATION.
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
           MOVE "SUSPCORR" TO ERR-PROGRAM-ID
           MOVE WS-ERROR-CODE TO ERR-ERROR-CODE
           MOVE "E" TO ERR-SEVERITY
           MOVE SPACES TO ERR-MESSAGE
           STRING WS-ERROR-MESSAGE DELIMITED BY "  "
               " - " WS-OPERATOR-ID DELIMITED BY SIZE
               INTO ERR-MESSAGE
           MOVE WS-RUN-DATE TO ERR-BUSINESS-DATE
           WRITE ERROR-LINE
           CLOSE ERROR-FILE.
