       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRSTMT.
      *> Monthly counter statement run, scheduled after the period
      *> close. For the period named by the close date on the
      *> period-close control card (PERPARM), prints one statement
      *> per counter for the business-unit owner: the opening balance
      *> from the prior period's CTRHIST record, every movement from
      *> AUDITHST and AUDITLOG in business-date order - batch
      *> postings, reversals, transfers, manual adjustments with the
      *> maker and checker IDs, backouts and suspense write-offs -
      *> and the closing balance, which must agree to this period's
      *> CTRHIST close value. Statements are grouped and page-broken
      *> by CTRHIER division so each division's pages can be sent on
      *> as they are; a statement that does not prove is flagged on
      *> the statement and on ERRFILE rather than printed as if it
      *> did. Fiscal year-end rows are written after the December
      *> snapshot, so they open the next period's statement instead.
      *> Everything is gathered onto a keyed work file (STMWORK)
      *> first, so there is no counter or row ceiling. Return codes:
      *> 0 every statement proves, 8 one or more does not, 16 the
      *> run was refused.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTR-HIST-FILE
               ASSIGN TO "CTRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT STMT-WORK-FILE
               ASSIGN TO "STMWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STW-KEY
               FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT AUDIT-HISTORY-FILE
               ASSIGN TO "AUDITHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-FILE-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT HIERARCHY-FILE
               ASSIGN TO "CTRHIER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIER-FILE-STATUS.

           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO "CLOSEDPD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.

           SELECT PERIOD-PARM-FILE
               ASSIGN TO "PERPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT STATEMENT-REPORT-FILE
               ASSIGN TO "STMTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT ERROR-FILE
               ASSIGN TO "ERRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-HIST-FILE.
       COPY CTRHISTREC.

       FD  STMT-WORK-FILE.
       COPY STMWORKREC.

      *> Both audit inputs are read as raw images of the AUDITREC
      *> layout (123 bytes) and laid over the working-storage copy,
      *> so the selection logic is written once for the two files.
       FD  AUDIT-HISTORY-FILE.
       01  AUDIT-HISTORY-RECORD            PIC X(123).

       FD  AUDIT-FILE.
       01  AUDIT-LIVE-RECORD               PIC X(123).

       FD  HIERARCHY-FILE
           RECORDING MODE IS F.
       COPY HIERREC.

       FD  PERIOD-CONTROL-FILE
           RECORDING MODE IS F.
       COPY PERCTLREC.

       FD  PERIOD-PARM-FILE
           RECORDING MODE IS F.
       COPY PERPARMREC.

       FD  STATEMENT-REPORT-FILE.
       01  STATEMENT-REPORT-LINE           PIC X(132).

       FD  ERROR-FILE.
       COPY ERRREC.

       WORKING-STORAGE SECTION.
       COPY AUDITREC.

       01  WS-HIST-FILE-STATUS             PIC X(02).
       01  WS-WORK-FILE-STATUS             PIC X(02).
       01  WS-HST-FILE-STATUS              PIC X(02).
       01  WS-AUDIT-FILE-STATUS            PIC X(02).
       01  WS-HIER-FILE-STATUS             PIC X(02).
       01  WS-PERIOD-FILE-STATUS           PIC X(02).
       01  WS-PARM-FILE-STATUS             PIC X(02).
       01  WS-RPT-FILE-STATUS              PIC X(02).
       01  WS-ERROR-FILE-STATUS            PIC X(02).

       01  WS-STMT-BLOCKED-SW              PIC X(01) VALUE "N".
           88  WS-STMT-BLOCKED                      VALUE "Y".
       01  WS-UNPROVEN-SW                  PIC X(01) VALUE "N".
           88  WS-UNPROVEN-FOUND                    VALUE "Y".
       01  WS-HIST-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-HIST-EOF                          VALUE "Y".
       01  WS-AUD-EOF-SW                   PIC X(01) VALUE "N".
           88  WS-AUD-EOF                           VALUE "Y".
       01  WS-WORK-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-WORK-EOF                          VALUE "Y".
       01  WS-HIER-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-HIER-EOF                          VALUE "Y".
       01  WS-PERIOD-EOF-SW                PIC X(01) VALUE "N".
           88  WS-PERIOD-EOF                        VALUE "Y".
       01  WS-PERIOD-CLOSED-SW             PIC X(01) VALUE "N".
           88  WS-PERIOD-CLOSED                     VALUE "Y".
       01  WS-HIER-HIT-SW                  PIC X(01).
           88  WS-HIER-HIT                          VALUE "Y".
       01  WS-STMT-OPEN-SW                 PIC X(01) VALUE "N".
           88  WS-STMT-OPEN                         VALUE "Y".
       01  WS-STMT-HAS-HISTORY-SW          PIC X(01) VALUE "N".
           88  WS-STMT-HAS-HISTORY                  VALUE "Y".

       01  WS-CLOSE-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-STMT-PERIOD                  PIC 9(06) VALUE ZERO.
       01  WS-PRIOR-PERIOD                 PIC 9(06) VALUE ZERO.
       01  WS-PRIOR-PERIOD-SPLIT REDEFINES WS-PRIOR-PERIOD.
           05  WS-PRIOR-YYYY               PIC 9(04).
           05  WS-PRIOR-MM                 PIC 9(02).
       01  WS-AUD-DATE                     PIC 9(08).
       01  WS-AUD-PERIOD                   PIC 9(06).

      *> The CTRHIST browse runs in key order - counter, then period
      *> - so a counter's prior-period record is the one read just
      *> before its current-period record.
       01  WS-LAST-HIST-COUNTER-ID         PIC X(08) VALUE SPACES.
       01  WS-LAST-HIST-PERIOD             PIC 9(06) VALUE ZERO.
       01  WS-LAST-HIST-CLOSE-VALUE        PIC S9(07)V99 VALUE ZERO.

      *> Counter-to-division map loaded from CTRHIER. A counter with
      *> no hierarchy record is grouped under the orphan division,
      *> as the rollup run does.
       01  WS-HIER-LIMIT                   PIC 9(04) VALUE 1000.
       01  WS-HIER-COUNT                   PIC 9(04) VALUE ZERO.
       01  WS-HIER-TABLE.
           05  WS-HIER-ENTRY OCCURS 1000 TIMES.
               10  WS-HIER-CTR-ID          PIC X(08).
               10  WS-HIER-DIV-ID          PIC X(08).
               10  WS-HIER-REG-ID          PIC X(08).
       01  WS-HIER-SUB                     PIC 9(04).
       01  WS-ORPHAN-ID                    PIC X(08) VALUE "*ORPHAN*".
       01  WS-LOOKUP-CTR-ID                PIC X(08).
       01  WS-LOOKUP-DIVISION              PIC X(08).
       01  WS-LOOKUP-REGION                PIC X(08).

       01  WS-ROW-SEQ-NO                   PIC 9(08) VALUE ZERO.

      *> Statement being printed.
       01  WS-CUR-DIVISION-ID              PIC X(08) VALUE SPACES.
       01  WS-CUR-COUNTER-ID               PIC X(08) VALUE SPACES.
       01  WS-CUR-REGION-ID                PIC X(08) VALUE SPACES.
       01  WS-OPENING-VALUE                PIC S9(07)V99.
       01  WS-HIST-CLOSE-VALUE             PIC S9(07)V99.
       01  WS-RUNNING-BALANCE              PIC S9(09)V99.
       01  WS-PROOF-DIFFERENCE             PIC S9(09)V99.
       01  WS-STMT-MOVEMENTS               PIC 9(06).

       01  WS-LINE-COUNT                   PIC 9(03) VALUE ZERO.
       01  WS-PAGE-LIMIT                   PIC 9(03) VALUE 55.
       01  WS-PAGE-NO                      PIC 9(04) VALUE ZERO.

       01  WS-ROWS-SELECTED                PIC 9(08) VALUE ZERO.
       01  WS-STATEMENTS-PRINTED           PIC 9(06) VALUE ZERO.
       01  WS-STATEMENTS-UNPROVEN          PIC 9(06) VALUE ZERO.
       01  WS-DIV-STATEMENTS               PIC 9(06) VALUE ZERO.
       01  WS-DIV-UNPROVEN                 PIC 9(06) VALUE ZERO.

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

       01  WS-PAGE-HEADING.
           05  FILLER                      PIC X(36) VALUE
               "MONTHLY COUNTER STATEMENTS - PERIOD ".
           05  WS-PGH-PERIOD               PIC 9(06).
           05  FILLER                      PIC X(13) VALUE
               "   DIVISION ".
           05  WS-PGH-DIVISION             PIC X(08).
           05  FILLER                      PIC X(09) VALUE
               "   PAGE ".
           05  WS-PGH-PAGE-NO              PIC ZZZ9.

       01  WS-STMT-HEADING.
           05  FILLER                      PIC X(10) VALUE
               "COUNTER ".
           05  WS-STH-COUNTER-ID           PIC X(08).
           05  FILLER                      PIC X(10) VALUE
               "  REGION ".
           05  WS-STH-REGION-ID            PIC X(08).

       01  WS-COLUMN-HEADING.
           05  FILLER                      PIC X(10) VALUE "BUS DATE".
           05  FILLER                      PIC X(04) VALUE "CY".
           05  FILLER                      PIC X(21) VALUE
               "MOVEMENT".
           05  FILLER                      PIC X(06) VALUE "RSN".
           05  FILLER                      PIC X(13) VALUE
               "     AMOUNT".
           05  FILLER                      PIC X(13) VALUE
               "    BALANCE".
           05  FILLER                      PIC X(09) VALUE "MAKER".
           05  FILLER                      PIC X(08) VALUE "CHECKER".

       01  WS-STMT-DETAIL-LINE.
           05  WS-SDL-BUSINESS-DATE        PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-SDL-CYCLE-NO             PIC X(02).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-SDL-DESCRIPTION          PIC X(20).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-SDL-REASON               PIC X(04).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-SDL-AMOUNT               PIC -(7)9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-SDL-BALANCE              PIC -(7)9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-SDL-MAKER                PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-SDL-CHECKER              PIC X(08).

       01  WS-STMT-BALANCE-LINE.
           05  WS-SBL-LABEL                PIC X(50).
           05  WS-SBL-VALUE                PIC -(9)9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-SBL-REMARK               PIC X(30).

       01  WS-DIVISION-TOTAL-LINE.
           05  FILLER                      PIC X(10) VALUE
               "DIVISION ".
           05  WS-DTL-DIVISION-ID          PIC X(08).
           05  FILLER                      PIC X(15) VALUE
               "  STATEMENTS : ".
           05  WS-DTL-STATEMENTS           PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(19) VALUE
               "  NOT PROVING : ".
           05  WS-DTL-UNPROVEN             PIC ZZZ,ZZ9.

       01  WS-RUN-TOTAL-LINE.
           05  FILLER                      PIC X(22) VALUE
               "STATEMENTS PRINTED : ".
           05  WS-RTL-STATEMENTS           PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(19) VALUE
               "  NOT PROVING : ".
           05  WS-RTL-UNPROVEN             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(19) VALUE
               "  AUDIT ROWS : ".
           05  WS-RTL-ROWS                 PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-READ-PARM-CARD
           IF NOT WS-STMT-BLOCKED
               PERFORM 1100-CHECK-PERIOD-CLOSED
           END-IF
           IF NOT WS-STMT-BLOCKED
               PERFORM 1200-LOAD-HIERARCHY
           END-IF
           IF NOT WS-STMT-BLOCKED
               PERFORM 2000-BUILD-STATEMENT-HEADERS
           END-IF
           IF NOT WS-STMT-BLOCKED
               PERFORM 3000-GATHER-MOVEMENTS
           END-IF
           IF NOT WS-STMT-BLOCKED
               PERFORM 4000-PRINT-STATEMENTS
           END-IF
           EVALUATE TRUE
               WHEN WS-STMT-BLOCKED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-UNPROVEN-FOUND
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *> The run takes the same card as the period close it follows,
      *> so the two can never be scheduled for different periods.
       1000-READ-PARM-CARD.
           OPEN INPUT PERIOD-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ PERIOD-PARM-FILE
                   NOT AT END
                       IF PPR-BUSINESS-DATE IS NUMERIC
                           MOVE PPR-BUSINESS-DATE TO WS-CLOSE-DATE
                       END-IF
               END-READ
               CLOSE PERIOD-PARM-FILE
           END-IF
           IF WS-CLOSE-DATE = ZERO
               SET WS-STMT-BLOCKED TO TRUE
               MOVE "CTRSTMT - NO CLOSE DATE SUPPLIED"
                   TO WS-ERROR-MESSAGE
               MOVE "ST001" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           ELSE
               MOVE WS-CLOSE-DATE (1:6) TO WS-STMT-PERIOD
               MOVE WS-STMT-PERIOD TO WS-PRIOR-PERIOD
               IF WS-PRIOR-MM = 01
                   SUBTRACT 1 FROM WS-PRIOR-YYYY
                   MOVE 12 TO WS-PRIOR-MM
               ELSE
                   SUBTRACT 1 FROM WS-PRIOR-MM
               END-IF
           END-IF.

      *> Until the period is closed its CTRHIST records do not exist
      *> and the positions are still moving - a statement now could
      *> only be wrong.
       1100-CHECK-PERIOD-CLOSED.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERIOD-FILE-STATUS = "00"
               PERFORM 1150-CHECK-ONE-PERIOD
                   UNTIL WS-PERIOD-EOF
               CLOSE PERIOD-CONTROL-FILE
           END-IF
           IF NOT WS-PERIOD-CLOSED
               SET WS-STMT-BLOCKED TO TRUE
               MOVE "CTRSTMT - PERIOD NOT YET CLOSED"
                   TO WS-ERROR-MESSAGE
               MOVE "ST002" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           END-IF.

       1150-CHECK-ONE-PERIOD.
           READ PERIOD-CONTROL-FILE
               AT END
                   SET WS-PERIOD-EOF TO TRUE
               NOT AT END
                   IF PCL-PERIOD = WS-STMT-PERIOD AND PCL-CLOSED
                       SET WS-PERIOD-CLOSED TO TRUE
                       SET WS-PERIOD-EOF TO TRUE
                   END-IF
           END-READ
           IF WS-PERIOD-FILE-STATUS NOT = "00"
               SET WS-PERIOD-EOF TO TRUE
           END-IF.

      *> Statements are addressed by division, so the map must be
      *> complete - a truncated table would send counters to the
      *> wrong pile.
       1200-LOAD-HIERARCHY.
           OPEN INPUT HIERARCHY-FILE
           IF WS-HIER-FILE-STATUS = "00"
               PERFORM 1250-LOAD-ONE-HIER-RECORD
                   UNTIL WS-HIER-EOF
               CLOSE HIERARCHY-FILE
           ELSE
               SET WS-STMT-BLOCKED TO TRUE
               MOVE "CTRSTMT - HIERARCHY FILE NOT AVAILABLE"
                   TO WS-ERROR-MESSAGE
               MOVE "ST003" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           END-IF.

       1250-LOAD-ONE-HIER-RECORD.
           READ HIERARCHY-FILE
               AT END
                   SET WS-HIER-EOF TO TRUE
               NOT AT END
                   IF WS-HIER-COUNT < WS-HIER-LIMIT
                       ADD 1 TO WS-HIER-COUNT
                       MOVE HIE-COUNTER-ID
                           TO WS-HIER-CTR-ID (WS-HIER-COUNT)
                       MOVE HIE-DIVISION-ID
                           TO WS-HIER-DIV-ID (WS-HIER-COUNT)
                       MOVE HIE-REGION-ID
                           TO WS-HIER-REG-ID (WS-HIER-COUNT)
                   ELSE
                       SET WS-HIER-EOF TO TRUE
                       SET WS-STMT-BLOCKED TO TRUE
                       MOVE "CTRSTMT - HIERARCHY TABLE FULL"
                           TO WS-ERROR-MESSAGE
                       MOVE "ST004" TO WS-ERROR-CODE
                       MOVE "F" TO WS-ERROR-SEVERITY
                       PERFORM 5000-LOG-ERROR-RECORD
                   END-IF
           END-READ
           IF WS-HIER-FILE-STATUS NOT = "00"
               SET WS-HIER-EOF TO TRUE
           END-IF.

      *> One header record per counter closed in the period, carrying
      *> the opening balance (the prior period's close - zero, and
      *> marked, for a counter with no prior period on file) and the
      *> close value the statement must prove to.
       2000-BUILD-STATEMENT-HEADERS.
           OPEN INPUT CTR-HIST-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               SET WS-STMT-BLOCKED TO TRUE
               MOVE "CTRSTMT - PERIOD HISTORY FILE NOT AVAILABLE"
                   TO WS-ERROR-MESSAGE
               MOVE "ST005" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           ELSE
      *> The work file is written keyed and then browsed - create it
      *> empty, then reopen I-O.
               OPEN OUTPUT STMT-WORK-FILE
               CLOSE STMT-WORK-FILE
               OPEN I-O STMT-WORK-FILE
               MOVE LOW-VALUES TO CTH-KEY
               START CTR-HIST-FILE KEY NOT < CTH-KEY
                   INVALID KEY
                       SET WS-HIST-EOF TO TRUE
               END-START
               PERFORM 2100-READ-ONE-HIST-RECORD
                   UNTIL WS-HIST-EOF
               CLOSE CTR-HIST-FILE
           END-IF.

       2100-READ-ONE-HIST-RECORD.
           READ CTR-HIST-FILE NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
               NOT AT END
                   IF CTH-PERIOD = WS-STMT-PERIOD
                       PERFORM 2200-WRITE-STATEMENT-HEADER
                   END-IF
                   MOVE CTH-COUNTER-ID TO WS-LAST-HIST-COUNTER-ID
                   MOVE CTH-PERIOD TO WS-LAST-HIST-PERIOD
                   MOVE CTH-CLOSE-VALUE TO WS-LAST-HIST-CLOSE-VALUE
           END-READ
           IF WS-HIST-FILE-STATUS NOT = "00"
               SET WS-HIST-EOF TO TRUE
           END-IF.

       2200-WRITE-STATEMENT-HEADER.
           MOVE CTH-COUNTER-ID TO WS-LOOKUP-CTR-ID
           PERFORM 2500-RESOLVE-DIVISION
           MOVE SPACES TO STMT-WORK-RECORD
           MOVE WS-LOOKUP-DIVISION TO STW-DIVISION-ID
           MOVE CTH-COUNTER-ID TO STW-COUNTER-ID
           MOVE ZERO TO STW-BUSINESS-DATE
           MOVE ZERO TO STW-SEQ-NO
           MOVE "H" TO STW-RECORD-TYPE
           MOVE WS-LOOKUP-REGION TO STW-REGION-ID
           MOVE CTH-CLOSE-VALUE TO STW-CLOSING-VALUE
           IF WS-LAST-HIST-COUNTER-ID = CTH-COUNTER-ID
                   AND WS-LAST-HIST-PERIOD = WS-PRIOR-PERIOD
               MOVE WS-LAST-HIST-CLOSE-VALUE TO STW-OPENING-VALUE
               MOVE "Y" TO STW-PRIOR-FOUND-SW
           ELSE
               MOVE ZERO TO STW-OPENING-VALUE
               MOVE "N" TO STW-PRIOR-FOUND-SW
           END-IF
           WRITE STMT-WORK-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       2500-RESOLVE-DIVISION.
           MOVE "N" TO WS-HIER-HIT-SW
           MOVE WS-ORPHAN-ID TO WS-LOOKUP-DIVISION
           MOVE WS-ORPHAN-ID TO WS-LOOKUP-REGION
           PERFORM 2550-MATCH-ONE-HIER-ENTRY
               VARYING WS-HIER-SUB FROM 1 BY 1
               UNTIL WS-HIER-SUB > WS-HIER-COUNT
                   OR WS-HIER-HIT.

       2550-MATCH-ONE-HIER-ENTRY.
           IF WS-HIER-CTR-ID (WS-HIER-SUB) = WS-LOOKUP-CTR-ID
               SET WS-HIER-HIT TO TRUE
               MOVE WS-HIER-DIV-ID (WS-HIER-SUB)
                   TO WS-LOOKUP-DIVISION
               MOVE WS-HIER-REG-ID (WS-HIER-SUB)
                   TO WS-LOOKUP-REGION
           END-IF.

      *> History first, then the live log - the archival run
      *> preserves chronology, so the row sequence numbers keep each
      *> date's rows in the order they were written.
       3000-GATHER-MOVEMENTS.
           MOVE "N" TO WS-AUD-EOF-SW
           OPEN INPUT AUDIT-HISTORY-FILE
           IF WS-HST-FILE-STATUS = "00"
               PERFORM 3100-READ-ONE-HST-ROW
                   UNTIL WS-AUD-EOF
               CLOSE AUDIT-HISTORY-FILE
           END-IF
           MOVE "N" TO WS-AUD-EOF-SW
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "00"
               PERFORM 3200-READ-ONE-LOG-ROW
                   UNTIL WS-AUD-EOF
               CLOSE AUDIT-FILE
           ELSE
               SET WS-STMT-BLOCKED TO TRUE
               MOVE "CTRSTMT - AUDITLOG NOT AVAILABLE"
                   TO WS-ERROR-MESSAGE
               MOVE "ST006" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           END-IF.

       3100-READ-ONE-HST-ROW.
           READ AUDIT-HISTORY-FILE
               AT END
                   SET WS-AUD-EOF TO TRUE
               NOT AT END
                   MOVE AUDIT-HISTORY-RECORD TO AUDIT-RECORD
                   PERFORM 3300-SELECT-AUDIT-ROW
           END-READ.

       3200-READ-ONE-LOG-ROW.
           READ AUDIT-FILE
               AT END
                   SET WS-AUD-EOF TO TRUE
               NOT AT END
                   MOVE AUDIT-LIVE-RECORD TO AUDIT-RECORD
                   PERFORM 3300-SELECT-AUDIT-ROW
           END-READ.

      *> A row belongs on the statement when it posted against a
      *> business date in the period. Dual-control entries ("P") and
      *> rejections ("R") are decisions, not movement - the release
      *> row carries both IDs - and error-halt rows ("E") are
      *> superseded by the resumed run's row, the same selection the
      *> balancing run applies. Write-off rows ("W") move nothing but
      *> are listed so the owner sees the item was retired. Year-end
      *> rows are written after the December snapshot, so they are
      *> taken as the opening movements of the period after it.
       3300-SELECT-AUDIT-ROW.
           IF AUD-BUSINESS-DATE IS NUMERIC
               MOVE AUD-BUSINESS-DATE TO WS-AUD-DATE
           ELSE
               MOVE AUD-TIMESTAMP (1:8) TO WS-AUD-DATE
           END-IF
           MOVE WS-AUD-DATE (1:6) TO WS-AUD-PERIOD
           IF AUD-STATUS NOT = "P"
                   AND AUD-STATUS NOT = "R"
                   AND AUD-STATUS NOT = "E"
               IF AUD-JOB-NAME = "YECLOSE"
                   IF WS-AUD-PERIOD = WS-PRIOR-PERIOD
                       PERFORM 3400-WRITE-MOVEMENT-RECORD
                   END-IF
               ELSE
                   IF WS-AUD-PERIOD = WS-STMT-PERIOD
                       PERFORM 3400-WRITE-MOVEMENT-RECORD
                   END-IF
               END-IF
           END-IF.

       3400-WRITE-MOVEMENT-RECORD.
           ADD 1 TO WS-ROWS-SELECTED
           ADD 1 TO WS-ROW-SEQ-NO
           MOVE AUD-COUNTER-ID TO WS-LOOKUP-CTR-ID
           PERFORM 2500-RESOLVE-DIVISION
           MOVE SPACES TO STMT-WORK-RECORD
           MOVE WS-LOOKUP-DIVISION TO STW-DIVISION-ID
           MOVE AUD-COUNTER-ID TO STW-COUNTER-ID
           MOVE WS-AUD-DATE TO STW-BUSINESS-DATE
           MOVE WS-ROW-SEQ-NO TO STW-SEQ-NO
           MOVE "M" TO STW-RECORD-TYPE
           MOVE WS-LOOKUP-REGION TO STW-REGION-ID
           MOVE ZERO TO STW-OPENING-VALUE
           MOVE ZERO TO STW-CLOSING-VALUE
           MOVE "N" TO STW-PRIOR-FOUND-SW
           MOVE AUDIT-RECORD TO STW-AUDIT-IMAGE
           WRITE STMT-WORK-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       4000-PRINT-STATEMENTS.
           OPEN OUTPUT STATEMENT-REPORT-FILE
           MOVE LOW-VALUES TO STW-KEY
           START STMT-WORK-FILE KEY NOT < STW-KEY
               INVALID KEY
                   SET WS-WORK-EOF TO TRUE
           END-START
           PERFORM 4100-PRINT-ONE-WORK-RECORD
               UNTIL WS-WORK-EOF
           IF WS-STMT-OPEN
               PERFORM 4500-CLOSE-STATEMENT
               PERFORM 4700-WRITE-DIVISION-TOTAL
           END-IF
           PERFORM 4800-WRITE-RUN-TOTAL
           CLOSE STATEMENT-REPORT-FILE
           CLOSE STMT-WORK-FILE
           DISPLAY "CTRSTMT - STATEMENTS PRINTED FOR PERIOD "
               WS-STMT-PERIOD ": " WS-STATEMENTS-PRINTED
               " NOT PROVING: " WS-STATEMENTS-UNPROVEN.

       4100-PRINT-ONE-WORK-RECORD.
           READ STMT-WORK-FILE NEXT RECORD
               AT END
                   SET WS-WORK-EOF TO TRUE
               NOT AT END
                   IF NOT WS-STMT-OPEN
                           OR STW-DIVISION-ID NOT = WS-CUR-DIVISION-ID
                           OR STW-COUNTER-ID NOT = WS-CUR-COUNTER-ID
                       PERFORM 4200-BREAK-STATEMENT
                   END-IF
                   IF STW-MOVEMENT
                       PERFORM 4400-PRINT-MOVEMENT-LINE
                   END-IF
           END-READ
           IF WS-WORK-FILE-STATUS NOT = "00"
               SET WS-WORK-EOF TO TRUE
           END-IF.

      *> A new counter closes the statement before it; a new division
      *> also closes the division and starts a fresh page.
       4200-BREAK-STATEMENT.
           IF WS-STMT-OPEN
               PERFORM 4500-CLOSE-STATEMENT
           END-IF
           IF WS-PAGE-NO = ZERO
                   OR STW-DIVISION-ID NOT = WS-CUR-DIVISION-ID
               IF WS-PAGE-NO > ZERO
                   PERFORM 4700-WRITE-DIVISION-TOTAL
               END-IF
               MOVE STW-DIVISION-ID TO WS-CUR-DIVISION-ID
               PERFORM 4950-START-NEW-PAGE
           END-IF
           SET WS-STMT-OPEN TO TRUE
           MOVE STW-COUNTER-ID TO WS-CUR-COUNTER-ID
           MOVE STW-REGION-ID TO WS-CUR-REGION-ID
           MOVE ZERO TO WS-STMT-MOVEMENTS
           PERFORM 4300-OPEN-STATEMENT.

      *> A counter with movements but no close record for the period
      *> (opened after the snapshot, or the history is damaged) has
      *> nothing to prove to - its statement opens at zero and is
      *> flagged when it closes.
       4300-OPEN-STATEMENT.
           IF WS-LINE-COUNT + 6 > WS-PAGE-LIMIT
               PERFORM 4950-START-NEW-PAGE
           END-IF
           MOVE SPACES TO STATEMENT-REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           MOVE WS-CUR-COUNTER-ID TO WS-STH-COUNTER-ID
           MOVE WS-CUR-REGION-ID TO WS-STH-REGION-ID
           MOVE WS-STMT-HEADING TO STATEMENT-REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           MOVE WS-COLUMN-HEADING TO STATEMENT-REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           MOVE SPACES TO WS-SBL-REMARK
           IF STW-STATEMENT-HEADER
               SET WS-STMT-HAS-HISTORY TO TRUE
               MOVE STW-OPENING-VALUE TO WS-OPENING-VALUE
               MOVE STW-CLOSING-VALUE TO WS-HIST-CLOSE-VALUE
               IF NOT STW-PRIOR-FOUND
                   MOVE "NO PRIOR PERIOD ON FILE" TO WS-SBL-REMARK
               END-IF
           ELSE
               MOVE "N" TO WS-STMT-HAS-HISTORY-SW
               MOVE ZERO TO WS-OPENING-VALUE
               MOVE ZERO TO WS-HIST-CLOSE-VALUE
               MOVE "NO PERIOD HISTORY RECORD" TO WS-SBL-REMARK
           END-IF
           MOVE WS-OPENING-VALUE TO WS-RUNNING-BALANCE
           MOVE "OPENING BALANCE - PRIOR PERIOD CLOSE"
               TO WS-SBL-LABEL
           MOVE WS-OPENING-VALUE TO WS-SBL-VALUE
           MOVE WS-STMT-BALANCE-LINE TO STATEMENT-REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE.

       4400-PRINT-MOVEMENT-LINE.
           MOVE STW-AUDIT-IMAGE TO AUDIT-RECORD
           ADD 1 TO WS-STMT-MOVEMENTS
           ADD AUD-INCREMENT-APPLIED TO WS-RUNNING-BALANCE
           PERFORM 4450-DESCRIBE-MOVEMENT
           MOVE STW-BUSINESS-DATE TO WS-SDL-BUSINESS-DATE
           IF AUD-CYCLE-NO IS NUMERIC AND AUD-CYCLE-NO > ZERO
               MOVE AUD-CYCLE-NO TO WS-SDL-CYCLE-NO
           ELSE
               MOVE SPACES TO WS-SDL-CYCLE-NO
           END-IF
           MOVE AUD-REASON-CODE TO WS-SDL-REASON
           MOVE AUD-INCREMENT-APPLIED TO WS-SDL-AMOUNT
           MOVE WS-RUNNING-BALANCE TO WS-SDL-BALANCE
           MOVE AUD-OPERATOR-ID TO WS-SDL-MAKER
           MOVE AUD-APPROVER-ID TO WS-SDL-CHECKER
           MOVE WS-STMT-DETAIL-LINE TO STATEMENT-REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE.

       4450-DESCRIBE-MOVEMENT.
           EVALUATE TRUE
               WHEN AUD-STATUS = "W"
                   MOVE "SUSPENSE WRITE-OFF" TO WS-SDL-DESCRIPTION
               WHEN AUD-JOB-NAME = "TESTAPP"
                       AND AUD-REASON-CODE = "RVSL"
                   MOVE "REVERSAL" TO WS-SDL-DESCRIPTION
               WHEN AUD-JOB-NAME = "TESTAPP"
                       AND AUD-REASON-CODE = "XFRO"
                   MOVE "TRANSFER OUT" TO WS-SDL-DESCRIPTION
               WHEN AUD-JOB-NAME = "TESTAPP"
                       AND AUD-REASON-CODE = "XFRI"
                   MOVE "TRANSFER IN" TO WS-SDL-DESCRIPTION
               WHEN AUD-JOB-NAME = "TESTAPP"
                   MOVE "BATCH POSTING" TO WS-SDL-DESCRIPTION
               WHEN AUD-JOB-NAME = "CTRMAINT"
                   MOVE "MANUAL ADJUSTMENT" TO WS-SDL-DESCRIPTION
               WHEN AUD-JOB-NAME = "BACKOUT"
                   MOVE "DATE BACKOUT" TO WS-SDL-DESCRIPTION
               WHEN AUD-JOB-NAME = "YECLOSE"
                   MOVE "FISCAL YEAR-END" TO WS-SDL-DESCRIPTION
               WHEN OTHER
                   MOVE AUD-JOB-NAME TO WS-SDL-DESCRIPTION
           END-EVALUATE.

      *> The statement proves when the opening balance plus every
      *> movement listed lands exactly on the period's close value.
       4500-CLOSE-STATEMENT.
           ADD 1 TO WS-STATEMENTS-PRINTED
           ADD 1 TO WS-DIV-STATEMENTS
           IF WS-LINE-COUNT + 4 > WS-PAGE-LIMIT
               PERFORM 4950-START-NEW-PAGE
           END-IF
           MOVE SPACES TO WS-SBL-REMARK
           MOVE "CLOSING BALANCE - OPENING PLUS MOVEMENTS"
               TO WS-SBL-LABEL
           MOVE WS-RUNNING-BALANCE TO WS-SBL-VALUE
           MOVE WS-STMT-BALANCE-LINE TO STATEMENT-REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           MOVE "CLOSING BALANCE - PERIOD HISTORY CLOSE VALUE"
               TO WS-SBL-LABEL
           MOVE WS-HIST-CLOSE-VALUE TO WS-SBL-VALUE
           IF NOT WS-STMT-HAS-HISTORY
               MOVE "NO PERIOD HISTORY RECORD" TO WS-SBL-REMARK
           END-IF
           MOVE WS-STMT-BALANCE-LINE TO STATEMENT-REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           COMPUTE WS-PROOF-DIFFERENCE =
               WS-RUNNING-BALANCE - WS-HIST-CLOSE-VALUE
           IF WS-PROOF-DIFFERENCE = ZERO AND WS-STMT-HAS-HISTORY
               MOVE "STATEMENT PROVES" TO STATEMENT-REPORT-LINE
               PERFORM 4900-WRITE-REPORT-LINE
           ELSE
               PERFORM 4600-FLAG-UNPROVEN-STATEMENT
           END-IF
           MOVE "N" TO WS-STMT-OPEN-SW.

       4600-FLAG-UNPROVEN-STATEMENT.
           SET WS-UNPROVEN-FOUND TO TRUE
           ADD 1 TO WS-STATEMENTS-UNPROVEN
           ADD 1 TO WS-DIV-UNPROVEN
           MOVE SPACES TO WS-SBL-REMARK
           MOVE "*** STATEMENT DOES NOT PROVE - DIFFERENCE"
               TO WS-SBL-LABEL
           MOVE WS-PROOF-DIFFERENCE TO WS-SBL-VALUE
           MOVE "***" TO WS-SBL-REMARK
           MOVE WS-STMT-BALANCE-LINE TO STATEMENT-REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           MOVE "CTRSTMT - STATEMENT DOES NOT PROVE - "
               TO WS-CMSG-TEXT
           MOVE WS-CUR-COUNTER-ID TO WS-CMSG-COUNTER-ID
           MOVE WS-COUNTER-MESSAGE TO WS-ERROR-MESSAGE
           MOVE "ST007" TO WS-ERROR-CODE
           MOVE "E" TO WS-ERROR-SEVERITY
           PERFORM 5000-LOG-ERROR-RECORD.

       4700-WRITE-DIVISION-TOTAL.
           MOVE SPACES TO STATEMENT-REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           MOVE WS-CUR-DIVISION-ID TO WS-DTL-DIVISION-ID
           MOVE WS-DIV-STATEMENTS TO WS-DTL-STATEMENTS
           MOVE WS-DIV-UNPROVEN TO WS-DTL-UNPROVEN
           MOVE WS-DIVISION-TOTAL-LINE TO STATEMENT-REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           MOVE ZERO TO WS-DIV-STATEMENTS
           MOVE ZERO TO WS-DIV-UNPROVEN.

       4800-WRITE-RUN-TOTAL.
           MOVE "*RUN*" TO WS-CUR-DIVISION-ID
           PERFORM 4950-START-NEW-PAGE
           MOVE WS-STATEMENTS-PRINTED TO WS-RTL-STATEMENTS
           MOVE WS-STATEMENTS-UNPROVEN TO WS-RTL-UNPROVEN
           MOVE WS-ROWS-SELECTED TO WS-RTL-ROWS
           MOVE WS-RUN-TOTAL-LINE TO STATEMENT-REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE.

       4900-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-PAGE-LIMIT
               PERFORM 4950-START-NEW-PAGE
           END-IF
           WRITE STATEMENT-REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

      *> The page heading names the division, so every page can be
      *> separated and sent to the division it belongs to.
       4950-START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-STMT-PERIOD TO WS-PGH-PERIOD
           MOVE WS-CUR-DIVISION-ID TO WS-PGH-DIVISION
           MOVE WS-PAGE-NO TO WS-PGH-PAGE-NO
           MOVE WS-PAGE-HEADING TO STATEMENT-REPORT-LINE
           IF WS-PAGE-NO = 1
               WRITE STATEMENT-REPORT-LINE
           ELSE
               WRITE STATEMENT-REPORT-LINE
                   AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE 2 TO WS-LINE-COUNT.

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
           MOVE "CTRSTMT" TO ERR-PROGRAM-ID
           MOVE WS-ERROR-CODE TO ERR-ERROR-CODE
           MOVE WS-ERROR-SEVERITY TO ERR-SEVERITY
           MOVE WS-ERROR-MESSAGE TO ERR-MESSAGE
           IF WS-CLOSE-DATE NOT = ZERO
               MOVE WS-CLOSE-DATE TO ERR-BUSINESS-DATE
           ELSE
               MOVE WS-RUN-DATE TO ERR-BUSINESS-DATE
           END-IF
           WRITE ERROR-LINE
           CLOSE ERROR-FILE.
