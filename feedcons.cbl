      *> or fails its file-level checks ends the run with return code
      *> 16 so the scheduler holds the stream instead of posting a
      *> partial day; a feed present but not registered is held with
      *> a warning rather than merged unvetted. The control card also
      *> names the posting cycle of the date being consolidated: only
      *> the feeds registered for that cycle are expected, each must
      *> carry that cycle on its header, and the merged header passes
      *> it on to the edit step.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           88  WS-WARNING-RAISED                VALUE "Y".

       01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
      *> Posting cycle on the control card, and the cycle a feed or
      *> registration names - spaces or zero in either mean cycle 01.
       01  WS-CYCLE-NO                 PIC 9(02) VALUE 1.
       01  WS-ITEM-CYCLE-NO            PIC 9(02).
       01  WS-REGISTERED-COUNT         PIC 9(01) VALUE ZERO.

      *> One entry per consolidation slot - what is registered there,
           05  FILLER                  PIC X(29) VALUE
               "FEED CONSOLIDATION STATUS - ".
           05  WS-HDG-BUSINESS-DATE    PIC 9(08).
           05  FILLER                  PIC X(08) VALUE "  CYCLE ".
           05  WS-HDG-CYCLE-NO         PIC 9(02).

       01  WS-STATUS-DETAIL-LINE.
           05  FILLER                  PIC X(07) VALUE "SLOT ".
                           MOVE FPR-BUSINESS-DATE
                               TO WS-BUSINESS-DATE
                       END-IF
                       IF FPR-CYCLE-NO IS NUMERIC
                               AND FPR-CYCLE-NO > ZERO
                           MOVE FPR-CYCLE-NO TO WS-CYCLE-NO
                       END-IF
               END-READ
               CLOSE FEED-PARM-FILE
           END-IF
               AT END
                   SET WS-REG-EOF TO TRUE
               NOT AT END
                   IF FRG-CYCLE-NO IS NUMERIC
                           AND FRG-CYCLE-NO > ZERO
                       MOVE FRG-CYCLE-NO TO WS-ITEM-CYCLE-NO
                   ELSE
                       MOVE 1 TO WS-ITEM-CYCLE-NO
                   END-IF
                   IF FRG-BUSINESS-DATE = WS-BUSINESS-DATE
                           AND WS-ITEM-CYCLE-NO = WS-CYCLE-NO
                           AND FRG-SLOT-NO >= 1
                           AND FRG-SLOT-NO <= 3
                       MOVE "Y"
           MOVE SPACES TO TOUT-RECORD
           MOVE "H" TO TOUT-RECORD-TYPE
           MOVE WS-BUSINESS-DATE TO TOUT-HDR-RUN-DATE
           MOVE WS-CYCLE-NO TO TOUT-HDR-CYCLE-NO
           WRITE TOUT-RECORD.

       2000-PROCESS-ONE-SLOT.
               MOVE "FC004" TO WS-ERROR-CODE
               MOVE "E" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           ELSE
               PERFORM 2250-CHECK-FEED-CYCLE
           END-IF.

      *> A feed cut for another cycle of the same date would post its
      *> activity twice, or in the wrong cycle.
       2250-CHECK-FEED-CYCLE.
           IF TRAN-HDR-CYCLE-NO IS NUMERIC
                   AND TRAN-HDR-CYCLE-NO > ZERO
               MOVE TRAN-HDR-CYCLE-NO TO WS-ITEM-CYCLE-NO
           ELSE
               MOVE 1 TO WS-ITEM-CYCLE-NO
           END-IF
           IF WS-ITEM-CYCLE-NO NOT = WS-CYCLE-NO
               PERFORM 2700-FLAG-FEED-BREAK
               MOVE "WRONG CYCLE" TO WS-SLOT-RESULT (WS-FEED-SLOT)
               MOVE "FEEDCONS - FEED HEADER NAMES ANOTHER CYCLE"
                   TO WS-ERROR-MESSAGE
               MOVE "FC004" TO WS-ERROR-CODE
               MOVE "E" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           END-IF.

       2300-MERGE-FEED-RECORD.
               END-EVALUATE
           END-IF.

      *> Details, reversals and transfers are passed through
      *> unaltered except for the merged sequence - TRANEDIT still
      *> applies every field edit, so the consolidation step only
      *> vouches for file-level integrity. Senders count and hash all
      *> three types in their trailers, and the reversal's and the
      *> transfer's sequence and amount sit in the same bytes as the
      *> detail's (TRANREC documents the alignment), so one path
      *> counts, hashes and resequences them. Other record types
      *> ride through to TRANEDIT, which suspends them with the
      *> record image preserved.
       2400-MERGE-ONE-DETAIL.
           IF TRAN-DETAIL OR TRAN-REVERSAL OR TRAN-TRANSFER
               ADD 1 TO WS-FEED-DETAIL-COUNT
               ADD 1 TO WS-SLOT-DETAIL-COUNT (WS-FEED-SLOT)
               ADD 1 TO WS-OUT-SEQ-NO
       4000-WRITE-STATUS-REPORT.
           OPEN OUTPUT FEED-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO WS-HDG-BUSINESS-DATE
           MOVE WS-CYCLE-NO TO WS-HDG-CYCLE-NO
           MOVE WS-HEADING-LINE TO FEED-REPORT-LINE
           WRITE FEED-REPORT-LINE
           PERFORM 4100-WRITE-ONE-STATUS-LINE
           ELSE
               MOVE WS-RUN-DATE TO RSR-BUSINESS-DATE
           END-IF
           MOVE WS-CYCLE-NO TO RSR-CYCLE-NO
           WRITE RUN-STATUS-RECORD
           CLOSE RUN-STATUS-FILE.
