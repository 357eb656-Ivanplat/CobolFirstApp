      *> header run date and amount fields, writes clean records with
      *> a regenerated header/trailer to the file TestApp reads
      *> (TRANFILE), and writes each reject to the suspense file
      *> (SUSPFILE) with a reason. A detail or reversal naming a
      *> counter that is not open on the counter master (CTRFILE) -
      *> unknown, frozen or closed - is suspended under its own
      *> reason code rather than left for the accumulation step to
      *> refuse. A transfer ("X") is edited as a unit: both its
      *> counters must be open or the whole transfer suspends, so
      *> one leg can never pass without the other. The header names
      *> the posting cycle of the business date the file belongs to;
      *> a later cycle's clean records are numbered on from the
      *> highest sequence number the earlier cycle's posting run kept
      *> on its restart-record stamp (RESTARTF), so no sequence
      *> number - and no posting-register key - is used twice on a
      *> date, whether or not the earlier record stayed registered.
      *> A recycled item an operator has corrected through the
      *> suspense correction transaction, and that is ready on the
      *> correction file (SUSPCOR), is replaced by its corrected
      *> image before the edits run, so the correction passes every
      *> edit a fresh record does; the resubmission is audited on
      *> the correction audit file (SUSPCAUD).
      *> Return codes: 0 clean, 4 records
      *> suspended, 16 file-level break (header/trailer/sequence gap)
      *> - the scheduler holds the accumulation step on 16.
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTAT-FILE-STATUS.

           SELECT COUNTER-FILE
               ASSIGN TO "CTRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-ID
               FILE STATUS IS WS-CTR-FILE-STATUS.

           SELECT SUSP-CORR-FILE
               ASSIGN TO "SUSPCOR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORR-FILE-STATUS.

           SELECT SUSP-CORR-AUDIT-FILE
               ASSIGN TO "SUSPCAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCA-FILE-STATUS.

           SELECT RESTART-FILE
               ASSIGN TO "RESTARTF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESTART-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-IN-FILE
       FD  RUN-STATUS-FILE.
       COPY RUNSTATREC.

       FD  COUNTER-FILE.
       COPY CTRREC.

       FD  SUSP-CORR-FILE
           RECORDING MODE IS F.
       COPY SUSCORREC.

       FD  SUSP-CORR-AUDIT-FILE.
       COPY SCAUDREC.

       FD  RESTART-FILE
           RECORDING MODE IS F.
       COPY RESTARTREC.

       WORKING-STORAGE SECTION.
       01  WS-TRAN-IN-STATUS           PIC X(02).
       01  WS-SUSP-IN-STATUS           PIC X(02).
       01  WS-ERROR-FILE-STATUS        PIC X(02).
       01  WS-POSTREG-STATUS           PIC X(02).
       01  WS-RUNSTAT-FILE-STATUS      PIC X(02).
       01  WS-CTR-FILE-STATUS          PIC X(02).
       01  WS-CORR-FILE-STATUS         PIC X(02).
       01  WS-SCA-FILE-STATUS          PIC X(02).
       01  WS-RESTART-FILE-STATUS      PIC X(02).

      *> Lookup of an operator correction ready for the item being
      *> recycled.
       01  WS-CORR-EOF-SW              PIC X(01) VALUE "N".
           88  WS-CORR-EOF                       VALUE "Y".
       01  WS-CORR-APPLIED-SW          PIC X(01) VALUE "N".
           88  WS-CORR-APPLIED                   VALUE "Y".
       01  WS-CORR-FIRST-USE-SW        PIC X(01) VALUE "N".
           88  WS-CORR-FIRST-USE                 VALUE "Y".

      *> The counter a detail or reversal posts to, normalized the
      *> way the accumulation step posts it, for the counter master
      *> status edit.
       01  WS-EDIT-COUNTER-ID          PIC X(08).
       01  WS-CTR-OPENED-SW            PIC X(01) VALUE "N".
           88  WS-CTR-OPENED                     VALUE "Y".

      *> Work fields for the reversal edit - the original posting as
      *> found on the register, and the counter IDs normalized the
       01  WS-OUT-DETAIL-COUNT         PIC 9(08) VALUE ZERO.
       01  WS-OUT-HASH-TOTAL           PIC S9(11)V99 VALUE ZERO.
       01  WS-OUT-SEQ-NO               PIC 9(06) VALUE ZERO.
       01  WS-SEQ-BASE-FOUND-SW        PIC X(01) VALUE "N".
           88  WS-SEQ-BASE-FOUND                 VALUE "Y".

       01  WS-SUSPENDED-COUNT          PIC 9(08) VALUE ZERO.
       01  WS-RECYCLED-COUNT           PIC 9(08) VALUE ZERO.
       01  WS-CORRECTED-COUNT          PIC 9(08) VALUE ZERO.

       01  WS-HDR-RUN-DATE             PIC 9(08) VALUE ZERO.
       01  WS-HDR-CYCLE-NO             PIC 9(02) VALUE ZERO.
       01  WS-HDR-MM                   PIC 9(02).
       01  WS-HDR-DD                   PIC 9(02).

       0000-MAIN-LOGIC.
           PERFORM 1000-OPEN-FILES
           PERFORM 1200-EDIT-HEADER
           IF NOT WS-EDIT-BREAK
               PERFORM 1400-FIND-SEQUENCE-BASE
           END-IF
           MOVE "S" TO WS-RSR-EVENT
           PERFORM 9900-WRITE-RUN-STATUS
           IF NOT WS-EDIT-BREAK
               OPEN OUTPUT POSTING-REG-FILE
               CLOSE POSTING-REG-FILE
               OPEN I-O POSTING-REG-FILE
           END-IF
      *> Without the counter master no record can be proved postable,
      *> so the day is held rather than passed unedited.
           OPEN INPUT COUNTER-FILE
           IF WS-CTR-FILE-STATUS = "00"
               SET WS-CTR-OPENED TO TRUE
           ELSE
               SET WS-EDIT-BREAK TO TRUE
               SET WS-TRAN-EOF TO TRUE
               MOVE "CTRFILE NOT AVAILABLE - COUNTERS NOT EDITED"
                   TO WS-ERROR-MESSAGE
               MOVE "TE010" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           END-IF.

      *> The first record of the raw file must be the header, and
      *> its run date must at least look like a date. The clean
      *> file's header is regenerated from it, cycle number and all;
      *> a header with no cycle number is the nightly cycle 01.
       1200-EDIT-HEADER.
           IF NOT WS-EDIT-BREAK
               READ TRAN-IN-FILE
                       MOVE "F" TO WS-ERROR-SEVERITY
                       PERFORM 5000-LOG-ERROR-RECORD
                   ELSE
                       PERFORM 1270-VALIDATE-HEADER-CYCLE
                   END-IF
               END-IF
           END-IF.

       1270-VALIDATE-HEADER-CYCLE.
           EVALUATE TRUE
               WHEN TRAN-HDR-CYCLE-NO = SPACES
                   MOVE 1 TO WS-HDR-CYCLE-NO
               WHEN TRAN-HDR-CYCLE-NO IS NOT NUMERIC
                   SET WS-EDIT-BREAK TO TRUE
                   MOVE "TRANIN HEADER CYCLE NUMBER NOT NUMERIC"
                       TO WS-ERROR-MESSAGE
                   MOVE "TE011" TO WS-ERROR-CODE
                   MOVE "F" TO WS-ERROR-SEVERITY
                   PERFORM 5000-LOG-ERROR-RECORD
               WHEN TRAN-HDR-CYCLE-NO = ZERO
                   MOVE 1 TO WS-HDR-CYCLE-NO
               WHEN OTHER
                   MOVE TRAN-HDR-CYCLE-NO TO WS-HDR-CYCLE-NO
           END-EVALUATE
           IF NOT WS-EDIT-BREAK
               SET WS-HEADER-SEEN TO TRUE
               MOVE SPACES TO TOUT-RECORD
               MOVE "H" TO TOUT-RECORD-TYPE
               MOVE WS-HDR-RUN-DATE TO TOUT-HDR-RUN-DATE
               MOVE WS-HDR-CYCLE-NO TO TOUT-HDR-CYCLE-NO
               WRITE TOUT-RECORD
           END-IF.

      *> Re-editing today's file before the accumulation step posts
      *> it is supported (the register entries are simply replaced),
      *> so reversal marks taken by an earlier edit of this same day
      *> must not survive into the re-run - they would falsely
      *> reject the re-presented reversal as a duplicate. Marks
      *> dated by other days, or taken by an earlier cycle of this
      *> day, stand: those reversals posted.
       1300-RESET-TODAYS-REVERSALS.
           MOVE "N" TO WS-REG-EOF-SW
           MOVE LOW-VALUES TO PRG-KEY
               NOT AT END
                   IF PRG-REVERSED
                           AND PRG-REV-DATE = WS-HDR-RUN-DATE
                           AND PRG-REV-CYCLE-NO = WS-HDR-CYCLE-NO
                       MOVE "N" TO PRG-REVERSED-SW
                       MOVE ZERO TO PRG-REV-DATE
                       MOVE ZERO TO PRG-REV-CYCLE-NO
                       REWRITE POSTING-REG-RECORD
                   END-IF
           END-READ
               SET WS-REG-EOF TO TRUE
           END-IF.

      *> A later cycle of the date numbers its clean records on from
      *> the high mark the posting step kept on the restart record
      *> for the cycle before it - every sequence number that cycle
      *> used, transfers and records held for their limits included,
      *> though neither stays on the posting register. A re-edit of
      *> the cycle already stamped starts from the base its stamp
      *> recorded and so replaces its own earlier entries, as
      *> before. With neither stamp on file the earlier cycle has
      *> not posted and the posting step would refuse this one, so
      *> the file is stopped here rather than numbered on a guess.
       1400-FIND-SEQUENCE-BASE.
           MOVE ZERO TO WS-OUT-SEQ-NO
           IF WS-HDR-CYCLE-NO > 1
               MOVE "N" TO WS-SEQ-BASE-FOUND-SW
               OPEN INPUT RESTART-FILE
               IF WS-RESTART-FILE-STATUS = "00"
                   READ RESTART-FILE
                       NOT AT END
                           PERFORM 1450-TAKE-STAMP-BASE
                   END-READ
                   CLOSE RESTART-FILE
               END-IF
               IF NOT WS-SEQ-BASE-FOUND
                   SET WS-EDIT-BREAK TO TRUE
                   MOVE "PRIOR CYCLE NOT POSTED - NO SEQUENCE BASE"
                       TO WS-ERROR-MESSAGE
                   MOVE "TE012" TO WS-ERROR-CODE
                   MOVE "F" TO WS-ERROR-SEVERITY
                   PERFORM 5000-LOG-ERROR-RECORD
               END-IF
           END-IF.

      *> A stamp still at "S" for the cycle before this one never
      *> committed - that cycle did not post.
       1450-TAKE-STAMP-BASE.
           IF RST-BUSINESS-DATE = WS-HDR-RUN-DATE
                   AND RST-CYCLE-BASE-SEQ-NO IS NUMERIC
                   AND RST-CYCLE-HIGH-SEQ-NO IS NUMERIC
               EVALUATE TRUE
                   WHEN RST-CYCLE-NO = WS-HDR-CYCLE-NO
                       MOVE RST-CYCLE-BASE-SEQ-NO TO WS-OUT-SEQ-NO
                       SET WS-SEQ-BASE-FOUND TO TRUE
                   WHEN RST-CYCLE-NO = WS-HDR-CYCLE-NO - 1
                           AND RST-CYCLE-CLEAN-SW NOT = "S"
                       MOVE RST-CYCLE-HIGH-SEQ-NO TO WS-OUT-SEQ-NO
                       SET WS-SEQ-BASE-FOUND TO TRUE
               END-EVALUATE
           END-IF.

      *> Corrected suspense records from the prior day are edited
      *> exactly like today's details except for sequence
      *> continuity - they are resequenced onto the clean file, so
                   ELSE
                       MOVE WS-HDR-RUN-DATE TO WS-SUSP-FIRST-DATE
                   END-IF
                   PERFORM 1610-APPLY-OPERATOR-CORRECTION
                   EVALUATE TRUE
                       WHEN TRAN-REVERSAL
                           PERFORM 1650-RECYCLE-REVERSAL
                       WHEN TRAN-TRANSFER
                           PERFORM 1670-RECYCLE-TRANSFER
                       WHEN OTHER
                           PERFORM 1630-RECYCLE-DETAIL
                   END-EVALUATE
           END-READ.

      *> A correction ready for this item - same first-suspended date,
      *> same image as it stands - replaces the record about to be
      *> edited and is marked resubmitted on this business date and
      *> cycle. A re-edit of that cycle meets the same SUSPIN item
      *> again and takes the correction it resubmitted, so the
      *> correction is not lost to the re-run; it is audited once,
      *> on first use. An item with no such correction recycles
      *> exactly as it came.
       1610-APPLY-OPERATOR-CORRECTION.
           MOVE "N" TO WS-CORR-APPLIED-SW
           MOVE "N" TO WS-CORR-FIRST-USE-SW
           MOVE "N" TO WS-CORR-EOF-SW
           OPEN I-O SUSP-CORR-FILE
           IF WS-CORR-FILE-STATUS = "00"
               PERFORM 1620-MATCH-ONE-CORRECTION
                   UNTIL WS-CORR-EOF
               CLOSE SUSP-CORR-FILE
           END-IF
           IF WS-CORR-FIRST-USE
               PERFORM 1625-WRITE-CORRECTION-AUDIT
           END-IF.

       1620-MATCH-ONE-CORRECTION.
           READ SUSP-CORR-FILE
               AT END
                   SET WS-CORR-EOF TO TRUE
               NOT AT END
                   IF SCR-FIRST-DATE = WS-SUSP-FIRST-DATE
                           AND SCR-BEFORE-IMAGE = SUSP-IN-ORIG-RECORD
                       IF SCR-READY
                           SET WS-CORR-EOF TO TRUE
                           SET WS-CORR-APPLIED TO TRUE
                           SET WS-CORR-FIRST-USE TO TRUE
                           MOVE SCR-AFTER-IMAGE TO TRAN-RECORD
                           MOVE "S" TO SCR-STATUS
                           MOVE WS-HDR-RUN-DATE TO SCR-RESUBMIT-DATE
                           MOVE WS-HDR-CYCLE-NO TO SCR-RESUBMIT-CYCLE
                           REWRITE SUSP-CORR-RECORD
                           ADD 1 TO WS-CORRECTED-COUNT
                       END-IF
                       IF SCR-RESUBMITTED
                               AND SCR-RESUBMIT-DATE = WS-HDR-RUN-DATE
                               AND SCR-RESUBMIT-CYCLE = WS-HDR-CYCLE-NO
                               AND NOT WS-CORR-APPLIED
                           SET WS-CORR-EOF TO TRUE
                           SET WS-CORR-APPLIED TO TRUE
                           MOVE SCR-AFTER-IMAGE TO TRAN-RECORD
                           ADD 1 TO WS-CORRECTED-COUNT
                       END-IF
                   END-IF
           END-READ
           IF WS-CORR-FILE-STATUS NOT = "00"
               SET WS-CORR-EOF TO TRUE
           END-IF.

       1625-WRITE-CORRECTION-AUDIT.
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
           MOVE "TRANEDIT" TO SCA-JOB-NAME
           MOVE "S" TO SCA-EVENT
           MOVE SCR-ID TO SCA-CORR-ID
           MOVE SCR-FIRST-DATE TO SCA-FIRST-DATE
           MOVE SCR-SUSP-REASON-CODE TO SCA-SUSP-REASON-CODE
           MOVE SCR-MAKER-ID TO SCA-MAKER-ID
           MOVE SCR-CHECKER-ID TO SCA-CHECKER-ID
           MOVE SCR-BEFORE-IMAGE TO SCA-BEFORE-IMAGE
           MOVE SCR-AFTER-IMAGE TO SCA-AFTER-IMAGE
           WRITE SUSP-CORR-AUDIT-RECORD
           CLOSE SUSP-CORR-AUDIT-FILE.

       1630-RECYCLE-DETAIL.
           PERFORM 2300-EDIT-DETAIL-FIELDS
           IF WS-REJECT-REASON = SPACES
               MOVE TRAN-DET-COUNTER-ID TO WS-EDIT-COUNTER-ID
               PERFORM 2350-EDIT-COUNTER-STATUS
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 2500-WRITE-CLEAN-DETAIL
               ADD 1 TO WS-RECYCLED-COUNT
           ELSE
               PERFORM 2600-WRITE-SUSPENSE-RECORD
           END-IF.

       1650-RECYCLE-REVERSAL.
           PERFORM 2320-EDIT-REVERSAL-FIELDS
           IF WS-REJECT-REASON = SPACES
               MOVE TRAN-REV-COUNTER-ID TO WS-EDIT-COUNTER-ID
               PERFORM 2350-EDIT-COUNTER-STATUS
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 2550-WRITE-CLEAN-REVERSAL
               ADD 1 TO WS-RECYCLED-COUNT
           ELSE
               PERFORM 2600-WRITE-SUSPENSE-RECORD
           END-IF.

       1670-RECYCLE-TRANSFER.
           PERFORM 2340-EDIT-TRANSFER-FIELDS
           IF WS-REJECT-REASON = SPACES
               PERFORM 2360-EDIT-TRANSFER-COUNTERS
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 2560-WRITE-CLEAN-TRANSFER
               ADD 1 TO WS-RECYCLED-COUNT
           ELSE
               PERFORM 2600-WRITE-SUSPENSE-RECORD
           END-IF.

       2000-EDIT-TRAN-RECORD.
           READ TRAN-IN-FILE
                   PERFORM 2200-EDIT-DETAIL
               WHEN TRAN-REVERSAL
                   PERFORM 2250-EDIT-REVERSAL
               WHEN TRAN-TRANSFER
                   PERFORM 2270-EDIT-TRANSFER
               WHEN TRAN-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   PERFORM 2700-VERIFY-INPUT-TRAILER
           IF WS-REJECT-REASON = SPACES
               PERFORM 2400-CHECK-SEQUENCE
           END-IF
      *> The counter edit runs after the sequence check so a record
      *> suspended for its counter still advances the sequence.
           IF WS-REJECT-REASON = SPACES
               MOVE TRAN-DET-COUNTER-ID TO WS-EDIT-COUNTER-ID
               PERFORM 2350-EDIT-COUNTER-STATUS
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 2500-WRITE-CLEAN-DETAIL
           ELSE
           IF WS-REJECT-REASON = SPACES
               PERFORM 2400-CHECK-SEQUENCE
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE TRAN-REV-COUNTER-ID TO WS-EDIT-COUNTER-ID
               PERFORM 2350-EDIT-COUNTER-STATUS
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 2550-WRITE-CLEAN-REVERSAL
           ELSE
               PERFORM 2600-WRITE-SUSPENSE-RECORD
           END-IF.

      *> A transfer rides the sequence and count/hash controls like a
      *> detail - its amount is hashed once - and then both of its
      *> counters must be open. Any failure suspends the whole
      *> record, so neither leg reaches the clean file alone.
       2270-EDIT-TRANSFER.
           ADD 1 TO WS-IN-DETAIL-COUNT
           IF TRAN-XFR-AMOUNT IS NUMERIC
               ADD TRAN-XFR-AMOUNT TO WS-IN-HASH-TOTAL
           END-IF
           PERFORM 2340-EDIT-TRANSFER-FIELDS
           IF WS-REJECT-REASON = SPACES
               PERFORM 2400-CHECK-SEQUENCE
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 2360-EDIT-TRANSFER-COUNTERS
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 2560-WRITE-CLEAN-TRANSFER
           ELSE
               PERFORM 2600-WRITE-SUSPENSE-RECORD
           END-IF.

      *> Field-level edits shared by today's details and recycled
      *> suspense records. Leaves WS-REJECT-REASON as spaces when
      *> the record is clean.
                   END-IF
           END-EVALUATE.

      *> Field edits for a transfer, shared by today's records and
      *> recycled suspense. Both counters must be named - a blank
      *> does not default to GENERAL here, a transfer has to say
      *> where the money goes - and must differ. The amount moves
      *> from the first counter to the second, so it must be
      *> positive; a transfer the other way is keyed the other way
      *> round.
       2340-EDIT-TRANSFER-FIELDS.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-REJECT-TEXT
           EVALUATE TRUE
               WHEN TRAN-XFR-SEQ-NO IS NOT NUMERIC
                   MOVE "RSEQ" TO WS-REJECT-REASON
                   MOVE "SEQUENCE NUMBER NOT NUMERIC"
                       TO WS-REJECT-TEXT
               WHEN TRAN-XFR-AMOUNT IS NOT NUMERIC
                   MOVE "RAMT" TO WS-REJECT-REASON
                   MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-TEXT
               WHEN TRAN-XFR-AMOUNT NOT > ZERO
                   MOVE "RAMT" TO WS-REJECT-REASON
                   MOVE "TRANSFER AMOUNT NOT POSITIVE"
                       TO WS-REJECT-TEXT
               WHEN TRAN-XFR-FROM-COUNTER-ID = SPACES
                       OR TRAN-XFR-TO-COUNTER-ID = SPACES
                   MOVE "RXFR" TO WS-REJECT-REASON
                   MOVE "TRANSFER COUNTER NOT NAMED"
                       TO WS-REJECT-TEXT
               WHEN TRAN-XFR-FROM-COUNTER-ID
                       = TRAN-XFR-TO-COUNTER-ID
                   MOVE "RXFR" TO WS-REJECT-REASON
                   MOVE "TRANSFER TO ITS OWN COUNTER"
                       TO WS-REJECT-TEXT
           END-EVALUATE.

      *> The counter a record posts to must be open on the counter
      *> master. A frozen counter takes no postings until it is
      *> reinstated; a closed one never again; an unknown one has to
      *> be opened through the counter setup run first. Blank counter
      *> IDs post to GENERAL, so that is the ID looked up.
       2350-EDIT-COUNTER-STATUS.
           IF WS-EDIT-COUNTER-ID = SPACES
               MOVE "GENERAL " TO WS-EDIT-COUNTER-ID
           END-IF
           MOVE WS-EDIT-COUNTER-ID TO CTR-ID
           READ COUNTER-FILE
               INVALID KEY
                   MOVE "RCUN" TO WS-REJECT-REASON
                   STRING "COUNTER " WS-EDIT-COUNTER-ID
                       " NOT ON MASTER" DELIMITED BY SIZE
                       INTO WS-REJECT-TEXT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CTR-FROZEN
                           MOVE "RCFZ" TO WS-REJECT-REASON
                           STRING "COUNTER " WS-EDIT-COUNTER-ID
                               " FROZEN" DELIMITED BY SIZE
                               INTO WS-REJECT-TEXT
                       WHEN CTR-CLOSED
                           MOVE "RCCL" TO WS-REJECT-REASON
                           STRING "COUNTER " WS-EDIT-COUNTER-ID
                               " CLOSED" DELIMITED BY SIZE
                               INTO WS-REJECT-TEXT
                       WHEN NOT CTR-OPEN
                           MOVE "RCUN" TO WS-REJECT-REASON
                           STRING "COUNTER " WS-EDIT-COUNTER-ID
                               " STATUS INVALID" DELIMITED BY SIZE
                               INTO WS-REJECT-TEXT
                   END-EVALUATE
           END-READ.

      *> Both sides of a transfer through the counter status edit -
      *> the reject text names whichever counter failed.
       2360-EDIT-TRANSFER-COUNTERS.
           MOVE TRAN-XFR-FROM-COUNTER-ID TO WS-EDIT-COUNTER-ID
           PERFORM 2350-EDIT-COUNTER-STATUS
           IF WS-REJECT-REASON = SPACES
               MOVE TRAN-XFR-TO-COUNTER-ID TO WS-EDIT-COUNTER-ID
               PERFORM 2350-EDIT-COUNTER-STATUS
           END-IF.

      *> Today's details must arrive in strict sequence. A duplicate
      *> is suspended (the record itself is suspect); a gap means a
      *> record is missing upstream, which no amount of suspense
           MOVE TRAN-DET-AMOUNT TO PRG-AMOUNT
           MOVE "N" TO PRG-REVERSED-SW
           MOVE ZERO TO PRG-REV-DATE
           MOVE WS-HDR-CYCLE-NO TO PRG-CYCLE-NO
           MOVE ZERO TO PRG-REV-CYCLE-NO
           WRITE POSTING-REG-RECORD
               INVALID KEY
                   REWRITE POSTING-REG-RECORD
           WRITE TOUT-RECORD
           MOVE "Y" TO PRG-REVERSED-SW
           MOVE WS-HDR-RUN-DATE TO PRG-REV-DATE
           MOVE WS-HDR-CYCLE-NO TO PRG-REV-CYCLE-NO
           REWRITE POSTING-REG-RECORD.

      *> A clean transfer rides the clean file under the merged
      *> sequence like a detail. It is not put on the posting
      *> register - a reversal names a detail, and a transfer is
      *> undone by keying the opposite transfer.
       2560-WRITE-CLEAN-TRANSFER.
           ADD 1 TO WS-OUT-SEQ-NO
           ADD 1 TO WS-OUT-DETAIL-COUNT
           ADD TRAN-XFR-AMOUNT TO WS-OUT-HASH-TOTAL
           MOVE TRAN-RECORD TO TOUT-RECORD
           MOVE WS-OUT-SEQ-NO TO TOUT-XFR-SEQ-NO
           WRITE TOUT-RECORD.

       2600-WRITE-SUSPENSE-RECORD.
           SET WS-RECORDS-SUSPENDED TO TRUE
           ADD 1 TO WS-SUSPENDED-COUNT
           CLOSE TRAN-OUT-FILE
           CLOSE SUSPENSE-OUT-FILE
           CLOSE POSTING-REG-FILE
           IF WS-CTR-OPENED
               CLOSE COUNTER-FILE
           END-IF
           DISPLAY "TRANEDIT - CLEAN DETAILS WRITTEN: "
               WS-OUT-DETAIL-COUNT
           DISPLAY "TRANEDIT - RECORDS SUSPENDED:     "
               WS-SUSPENDED-COUNT
           DISPLAY "TRANEDIT - SUSPENSE RECYCLED:     "
               WS-RECYCLED-COUNT
           DISPLAY "TRANEDIT - OPERATOR CORRECTIONS:  "
               WS-CORRECTED-COUNT.

      *> Registers this run on the shared run-status file - one "S"
      *> record at start, one "E" record with the return code at the
           ELSE
               MOVE WS-RUN-DATE TO RSR-BUSINESS-DATE
           END-IF
           IF WS-HDR-CYCLE-NO > ZERO
               MOVE WS-HDR-CYCLE-NO TO RSR-CYCLE-NO
           ELSE
               MOVE 1 TO RSR-CYCLE-NO
           END-IF
           WRITE RUN-STATUS-RECORD
           CLOSE RUN-STATUS-FILE.
