       IDENTIFICATION DIVISION.
       PROGRAM-ID. YECLOSE.
      *> Fiscal year-end close, scheduled on the last business day of
      *> the fiscal year after the period close has closed its last
      *> month and before the GL extract runs for the date. For the
      *> business date on the control card, verifies the date is the
      *> last business day of the fiscal year on CALFILE, that all
      *> twelve periods of the year are closed on CLOSEDPD and the
      *> year itself is not, that the date has not yet gone to the
      *> GL, and that every counter not closed is classified on the
      *> year-end class file (CTRCLASS). Then each activity counter
      *> classified reset has its closing value moved into the
      *> retained-total counter named on the card and starts the new
      *> year at zero, while balance counters carry forward as they
      *> stand. Every reset, and the retained counter's receipt, is
      *> written to AUDITLOG as a batch row for the year-end date so
      *> balancing proves it and the GL extract journals it; a
      *> year-end history record is written per counter to CTRYEHST
      *> beside the monthly CTRHIST snapshots, and the year is marked
      *> closed on CLOSEDPD so TestApp and CTRMAINT refuse any later
      *> posting dated in it. The close date's audit summary (AUDSUM)
      *> was built before the year-end rows existed, so its proof is
      *> withdrawn before anything is reset - the GL extract and the
      *> balancing run then refuse the date until the summary is
      *> rebuilt with the resets in it. Ends with return code 16 and
      *> changes nothing when any gate fails; an update file that
      *> will not open leaves only the withdrawn proof behind.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNTER-FILE
               ASSIGN TO "CTRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-ID
               FILE STATUS IS WS-CTR-FILE-STATUS.

           SELECT CTR-YE-FILE
               ASSIGN TO "CTRYEHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYE-KEY
               FILE STATUS IS WS-YEHST-FILE-STATUS.

           SELECT CTR-CLASS-FILE
               ASSIGN TO "CTRCLASS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLASS-FILE-STATUS.

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

           SELECT YE-PARM-FILE
               ASSIGN TO "YEPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

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

           SELECT YE-REPORT-FILE
               ASSIGN TO "YERPT"
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

       FD  CTR-YE-FILE.
       COPY CTRYEREC.

       FD  CTR-CLASS-FILE
           RECORDING MODE IS F.
       COPY CTRCLSREC.

       FD  PERIOD-CONTROL-FILE
           RECORDING MODE IS F.
       COPY PERCTLREC.

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       COPY CALREC.

       FD  GL-CONTROL-FILE
           RECORDING MODE IS F.
       COPY GLCTLREC.

       FD  YE-PARM-FILE
           RECORDING MODE IS F.
       COPY YEPARMREC.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  AUDIT-SUMMARY-FILE.
       COPY AUDSUMREC.

       FD  YE-REPORT-FILE.
       01  YE-REPORT-LINE                  PIC X(132).

       FD  ERROR-FILE.
       COPY ERRREC.

       WORKING-STORAGE SECTION.
       01  WS-CTR-FILE-STATUS              PIC X(02).
       01  WS-YEHST-FILE-STATUS            PIC X(02).
       01  WS-CLASS-FILE-STATUS            PIC X(02).
       01  WS-PERIOD-FILE-STATUS           PIC X(02).
       01  WS-CAL-FILE-STATUS              PIC X(02).
       01  WS-GLCTL-FILE-STATUS            PIC X(02).
       01  WS-PARM-FILE-STATUS             PIC X(02).
       01  WS-AUDIT-FILE-STATUS            PIC X(02).
       01  WS-SUM-FILE-STATUS              PIC X(02).
       01  WS-RPT-FILE-STATUS              PIC X(02).
       01  WS-ERROR-FILE-STATUS            PIC X(02).

       01  WS-SUM-WITHDRAW-FAILED-SW       PIC X(01) VALUE "N".
           88  WS-SUM-WITHDRAW-FAILED               VALUE "Y".
       01  WS-CLOSE-BLOCKED-SW             PIC X(01) VALUE "N".
           88  WS-CLOSE-BLOCKED                     VALUE "Y".
       01  WS-CAL-EOF-SW                   PIC X(01) VALUE "N".
           88  WS-CAL-EOF                           VALUE "Y".
       01  WS-CTR-EOF-SW                   PIC X(01) VALUE "N".
           88  WS-CTR-EOF                           VALUE "Y".
       01  WS-PERIOD-EOF-SW                PIC X(01) VALUE "N".
           88  WS-PERIOD-EOF                        VALUE "Y".
       01  WS-CLASS-EOF-SW                 PIC X(01) VALUE "N".
           88  WS-CLASS-EOF                         VALUE "Y".
       01  WS-SCAN-EOF-SW                  PIC X(01) VALUE "N".
           88  WS-SCAN-EOF                          VALUE "Y".
       01  WS-CLASS-HIT-SW                 PIC X(01).
           88  WS-CLASS-HIT                         VALUE "Y".
       01  WS-RETAINED-FOUND-SW            PIC X(01) VALUE "N".
           88  WS-RETAINED-FOUND                    VALUE "Y".

       01  WS-CLOSE-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-CLOSE-PERIOD                 PIC 9(06) VALUE ZERO.
       01  WS-CLOSE-PERIOD-SPLIT REDEFINES WS-CLOSE-PERIOD.
           05  WS-CLOSE-YYYY               PIC 9(04).
           05  WS-CLOSE-MM                 PIC 9(02).
       01  WS-FY-END-MONTH                 PIC 9(02) VALUE 12.
       01  WS-RETAINED-CTR-ID              PIC X(08) VALUE SPACES.

      *> Calendar facts gathered in one pass, as the period close
      *> gathers them: whether the close date is a business day, and
      *> whether any later business day shares its period - the
      *> fiscal year ends with that period, so a later business day
      *> in it means the close date is not the year's last.
       01  WS-DATE-IS-BUSINESS-SW          PIC X(01) VALUE "N".
           88  WS-DATE-IS-BUSINESS-DAY              VALUE "Y".
       01  WS-LATER-IN-PERIOD-SW           PIC X(01) VALUE "N".
           88  WS-LATER-IN-PERIOD                   VALUE "Y".
       01  WS-CAL-PERIOD                   PIC 9(06).

      *> The twelve periods of the fiscal year, oldest first, each
      *> marked when CLOSEDPD shows it closed.
       01  WS-FY-TABLE.
           05  WS-FY-ENTRY OCCURS 12 TIMES.
               10  WS-FY-PERIOD            PIC 9(06).
               10  WS-FY-CLOSED-SW         PIC X(01).
                   88  WS-FY-CLOSED                 VALUE "Y".
       01  WS-FY-SUB                       PIC 9(02).
       01  WS-WORK-PERIOD                  PIC 9(06).
       01  WS-WORK-PERIOD-SPLIT REDEFINES WS-WORK-PERIOD.
           05  WS-WORK-YYYY                PIC 9(04).
           05  WS-WORK-MM                  PIC 9(02).

       01  WS-PERIOD-MESSAGE.
           05  FILLER                      PIC X(18)
               VALUE "YECLOSE - PERIOD ".
           05  WS-PM-PERIOD                PIC 9(06).
           05  FILLER                      PIC X(11)
               VALUE " NOT CLOSED".

      *> Year-end class table, loaded once from CTRCLASS.
       01  WS-CLASS-LIMIT                  PIC 9(04) VALUE 1000.
       01  WS-CLASS-COUNT                  PIC 9(04) VALUE ZERO.
       01  WS-CLASS-TABLE.
           05  WS-CLASS-ENTRY OCCURS 1000 TIMES.
               10  WS-CLASS-CTR-ID         PIC X(08).
               10  WS-CLASS-CODE           PIC X(01).
       01  WS-CLASS-SUB                    PIC 9(04).
       01  WS-FOUND-CLASS                  PIC X(01).
           88  WS-FOUND-RESET                       VALUE "R".
           88  WS-FOUND-CARRY-FORWARD               VALUE "C".

       01  WS-UNCLASSIFIED-MESSAGE.
           05  FILLER                      PIC X(28)
               VALUE "YECLOSE - NOT CLASSIFIED - ".
           05  WS-UCM-COUNTER-ID           PIC X(08).

      *> The latest business date any counter has posted for - past
      *> the close date means the new year has already been posted
      *> into, and resetting now would sweep its activity too.
       01  WS-MAX-LAST-RUN-DATE            PIC 9(08) VALUE ZERO.
       01  WS-GL-EXTRACT-DATE              PIC 9(08) VALUE ZERO.

      *> What the reset counters will move to the retained counter,
      *> totalled in the checking pass so an overflow of the
      *> retained counter is refused before anything is changed.
       01  WS-RESET-TOTAL                  PIC S9(09)V99 VALUE ZERO.
       01  WS-RETAINED-OLD-VALUE           PIC S9(07)V99 VALUE ZERO.
       01  WS-RETAINED-CHECK               PIC S9(09)V99.
       01  WS-RESET-CLOSE-VALUE            PIC S9(07)V99.

       01  WS-COUNTERS-RESET               PIC 9(06) VALUE ZERO.
       01  WS-COUNTERS-CARRIED             PIC 9(06) VALUE ZERO.

      *> Staging fields for the audit row being written.
       01  WS-AUD-COUNTER-ID               PIC X(08).
       01  WS-AUD-STEP                     PIC X(08).
       01  WS-AUD-OLD                      PIC S9(07)V99.
       01  WS-AUD-CHANGE                   PIC S9(07)V99.
       01  WS-AUD-NEW                      PIC S9(07)V99.
       01  WS-AUD-REASON                   PIC X(04).

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
           05  FILLER                      PIC X(36) VALUE
               "FISCAL YEAR-END CLOSE - YEAR ENDED ".
           05  WS-HDG-CLOSE-DATE           PIC 9(08).
           05  FILLER                      PIC X(14) VALUE
               "  RETAINED : ".
           05  WS-HDG-RETAINED-ID          PIC X(08).

       01  WS-COLUMN-HEADING.
           05  FILLER                      PIC X(10) VALUE "COUNTER".
           05  FILLER                      PIC X(08) VALUE "CLASS".
           05  FILLER                      PIC X(14) VALUE
               "    CLOSE VAL".
           05  FILLER                      PIC X(14) VALUE
               "     MOVEMENT".
           05  FILLER                      PIC X(14) VALUE
               "     OPEN VAL".

       01  WS-YE-DETAIL-LINE.
           05  WS-YDL-COUNTER-ID           PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-YDL-CLASS                PIC X(08).
           05  WS-YDL-CLOSE-VALUE          PIC -(9)9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-YDL-MOVEMENT             PIC -(9)9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-YDL-OPEN-VALUE           PIC -(9)9.99.

       01  WS-YE-TOTAL-LINE.
           05  FILLER                      PIC X(18) VALUE
               "COUNTERS RESET : ".
           05  WS-YTL-RESET                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(14) VALUE
               "  CARRIED : ".
           05  WS-YTL-CARRIED              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(22) VALUE
               "  MOVED TO RETAINED : ".
           05  WS-YTL-RETAINED             PIC -(9)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-READ-PARM-CARD
           IF NOT WS-CLOSE-BLOCKED
               PERFORM 1500-VERIFY-CLOSE-DATE
           END-IF
           IF NOT WS-CLOSE-BLOCKED
               PERFORM 1800-CHECK-PERIODS-CLOSED
           END-IF
           IF NOT WS-CLOSE-BLOCKED
               PERFORM 1850-CHECK-GL-NOT-EXTRACTED
           END-IF
           IF NOT WS-CLOSE-BLOCKED
               PERFORM 1900-LOAD-CLASSES
           END-IF
           IF NOT WS-CLOSE-BLOCKED
               PERFORM 2000-CHECK-COUNTERS
           END-IF
           IF NOT WS-CLOSE-BLOCKED
               PERFORM 2500-WITHDRAW-SUMMARY-PROOF
           END-IF
           IF NOT WS-CLOSE-BLOCKED
               PERFORM 3000-CLOSE-YEAR
           END-IF
           IF NOT WS-CLOSE-BLOCKED
               PERFORM 8000-MARK-YEAR-CLOSED
           END-IF
           IF WS-CLOSE-BLOCKED
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-READ-PARM-CARD.
           OPEN INPUT YE-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ YE-PARM-FILE
                   NOT AT END
                       IF YPR-BUSINESS-DATE IS NUMERIC
                           MOVE YPR-BUSINESS-DATE TO WS-CLOSE-DATE
                       END-IF
                       IF YPR-FY-END-MONTH IS NUMERIC
                               AND YPR-FY-END-MONTH NOT = ZERO
                           MOVE YPR-FY-END-MONTH TO WS-FY-END-MONTH
                       END-IF
                       MOVE YPR-RETAINED-CTR-ID
                           TO WS-RETAINED-CTR-ID
               END-READ
               CLOSE YE-PARM-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-CLOSE-DATE = ZERO
                   SET WS-CLOSE-BLOCKED TO TRUE
                   MOVE "YECLOSE - NO YEAR-END DATE SUPPLIED"
                       TO WS-ERROR-MESSAGE
                   MOVE "YE001" TO WS-ERROR-CODE
                   MOVE "F" TO WS-ERROR-SEVERITY
                   PERFORM 5000-LOG-ERROR-RECORD
               WHEN WS-FY-END-MONTH > 12
                   SET WS-CLOSE-BLOCKED TO TRUE
                   MOVE "YECLOSE - FISCAL YEAR-END MONTH NOT VALID"
                       TO WS-ERROR-MESSAGE
                   MOVE "YE002" TO WS-ERROR-CODE
                   MOVE "F" TO WS-ERROR-SEVERITY
                   PERFORM 5000-LOG-ERROR-RECORD
               WHEN WS-RETAINED-CTR-ID = SPACES
                   SET WS-CLOSE-BLOCKED TO TRUE
                   MOVE "YECLOSE - NO RETAINED-TOTAL COUNTER NAMED"
                       TO WS-ERROR-MESSAGE
                   MOVE "YE003" TO WS-ERROR-CODE
                   MOVE "F" TO WS-ERROR-SEVERITY
                   PERFORM 5000-LOG-ERROR-RECORD
               WHEN OTHER
                   MOVE WS-CLOSE-DATE (1:6) TO WS-CLOSE-PERIOD
           END-EVALUATE.

      *> The close date must fall in the fiscal year's last month,
      *> be a business day on the calendar, and be the LAST business
      *> day of that month - closing the year any earlier would
      *> reset counters that still have a day's activity to take.
       1500-VERIFY-CLOSE-DATE.
           IF WS-CLOSE-MM NOT = WS-FY-END-MONTH
               SET WS-CLOSE-BLOCKED TO TRUE
               MOVE "YECLOSE - DATE NOT IN FISCAL YEAR-END MONTH"
                   TO WS-ERROR-MESSAGE
               MOVE "YE004" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           ELSE
               OPEN INPUT CALENDAR-FILE
               IF WS-CAL-FILE-STATUS = "00"
                   PERFORM 1600-SCAN-CALENDAR-ENTRY
                       UNTIL WS-CAL-EOF
                   CLOSE CALENDAR-FILE
                   PERFORM 1700-APPLY-CLOSE-DATE-RULES
               ELSE
                   SET WS-CLOSE-BLOCKED TO TRUE
                   MOVE "YECLOSE - BUSINESS CALENDAR NOT AVAILABLE"
                       TO WS-ERROR-MESSAGE
                   MOVE "YE005" TO WS-ERROR-CODE
                   MOVE "F" TO WS-ERROR-SEVERITY
                   PERFORM 5000-LOG-ERROR-RECORD
               END-IF
           END-IF.

       1600-SCAN-CALENDAR-ENTRY.
           READ CALENDAR-FILE
               AT END
                   SET WS-CAL-EOF TO TRUE
               NOT AT END
                   IF CAL-BUSINESS-DAY
                       IF CAL-DATE = WS-CLOSE-DATE
                           SET WS-DATE-IS-BUSINESS-DAY TO TRUE
                       END-IF
                       MOVE CAL-DATE (1:6) TO WS-CAL-PERIOD
                       IF CAL-DATE > WS-CLOSE-DATE
                               AND WS-CAL-PERIOD = WS-CLOSE-PERIOD
                           SET WS-LATER-IN-PERIOD TO TRUE
                       END-IF
                   END-IF
           END-READ
           IF WS-CAL-FILE-STATUS NOT = "00"
               SET WS-CAL-EOF TO TRUE
           END-IF.

       1700-APPLY-CLOSE-DATE-RULES.
           EVALUATE TRUE
               WHEN NOT WS-DATE-IS-BUSINESS-DAY
                   SET WS-CLOSE-BLOCKED TO TRUE
                   MOVE "YECLOSE - YEAR-END DATE NOT A BUSINESS DAY"
                       TO WS-ERROR-MESSAGE
                   MOVE "YE006" TO WS-ERROR-CODE
                   MOVE "F" TO WS-ERROR-SEVERITY
                   PERFORM 5000-LOG-ERROR-RECORD
               WHEN WS-LATER-IN-PERIOD
                   SET WS-CLOSE-BLOCKED TO TRUE
                   MOVE "YECLOSE - NOT LAST BUSINESS DAY OF FISCAL YEAR"
                       TO WS-ERROR-MESSAGE
                   MOVE "YE007" TO WS-ERROR-CODE
                   MOVE "F" TO WS-ERROR-SEVERITY
                   PERFORM 5000-LOG-ERROR-RECORD
           END-EVALUATE.

      *> All twelve periods ending with the close date's period must
      *> be closed - the year's monthly history has to be final
      *> before the year is - and the year may be closed only once.
       1800-CHECK-PERIODS-CLOSED.
           MOVE WS-CLOSE-PERIOD TO WS-WORK-PERIOD
           PERFORM 1810-SET-FISCAL-PERIOD
               VARYING WS-FY-SUB FROM 12 BY -1
               UNTIL WS-FY-SUB < 1
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERIOD-FILE-STATUS = "00"
               PERFORM 1820-CHECK-ONE-PERIOD
                   UNTIL WS-PERIOD-EOF
               CLOSE PERIOD-CONTROL-FILE
           END-IF
           IF NOT WS-CLOSE-BLOCKED
               PERFORM 1830-REPORT-OPEN-PERIOD
                   VARYING WS-FY-SUB FROM 1 BY 1
                   UNTIL WS-FY-SUB > 12
           END-IF.

       1810-SET-FISCAL-PERIOD.
           MOVE WS-WORK-PERIOD TO WS-FY-PERIOD (WS-FY-SUB)
           MOVE "N" TO WS-FY-CLOSED-SW (WS-FY-SUB)
           IF WS-WORK-MM = 01
               SUBTRACT 1 FROM WS-WORK-YYYY
               MOVE 12 TO WS-WORK-MM
           ELSE
               SUBTRACT 1 FROM WS-WORK-MM
           END-IF.

       1820-CHECK-ONE-PERIOD.
           READ PERIOD-CONTROL-FILE
               AT END
                   SET WS-PERIOD-EOF TO TRUE
               NOT AT END
                   IF PCL-YEAR-CLOSED
                           AND PCL-CLOSE-DATE NOT < WS-CLOSE-DATE
                       SET WS-PERIOD-EOF TO TRUE
                       SET WS-CLOSE-BLOCKED TO TRUE
                       MOVE "YECLOSE - FISCAL YEAR ALREADY CLOSED"
                           TO WS-ERROR-MESSAGE
                       MOVE "YE009" TO WS-ERROR-CODE
                       MOVE "F" TO WS-ERROR-SEVERITY
                       PERFORM 5000-LOG-ERROR-RECORD
                   END-IF
                   IF PCL-CLOSED
                       PERFORM 1825-MARK-FISCAL-PERIOD
                           VARYING WS-FY-SUB FROM 1 BY 1
                           UNTIL WS-FY-SUB > 12
                   END-IF
           END-READ
           IF WS-PERIOD-FILE-STATUS NOT = "00"
               SET WS-PERIOD-EOF TO TRUE
           END-IF.

       1825-MARK-FISCAL-PERIOD.
           IF WS-FY-PERIOD (WS-FY-SUB) = PCL-PERIOD
               SET WS-FY-CLOSED (WS-FY-SUB) TO TRUE
           END-IF.

       1830-REPORT-OPEN-PERIOD.
           IF NOT WS-FY-CLOSED (WS-FY-SUB)
               SET WS-CLOSE-BLOCKED TO TRUE
               MOVE WS-FY-PERIOD (WS-FY-SUB) TO WS-PM-PERIOD
               MOVE WS-PERIOD-MESSAGE TO WS-ERROR-MESSAGE
               MOVE "YE008" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           END-IF.

      *> The resets are audited against the year-end date and the
      *> GL extract takes a date once - if the date has already gone
      *> to the GL, the resets would never be journalled.
       1850-CHECK-GL-NOT-EXTRACTED.
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
           END-IF
           IF WS-GL-EXTRACT-DATE NOT < WS-CLOSE-DATE
               SET WS-CLOSE-BLOCKED TO TRUE
               MOVE "YECLOSE - YEAR-END DATE ALREADY EXTRACTED TO GL"
                   TO WS-ERROR-MESSAGE
               MOVE "YE010" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           END-IF.

       1900-LOAD-CLASSES.
           OPEN INPUT CTR-CLASS-FILE
           IF WS-CLASS-FILE-STATUS = "00"
               PERFORM 1950-LOAD-ONE-CLASS
                   UNTIL WS-CLASS-EOF
               CLOSE CTR-CLASS-FILE
           ELSE
               SET WS-CLOSE-BLOCKED TO TRUE
               MOVE "YECLOSE - YEAR-END CLASS FILE NOT AVAILABLE"
                   TO WS-ERROR-MESSAGE
               MOVE "YE011" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           END-IF.

       1950-LOAD-ONE-CLASS.
           READ CTR-CLASS-FILE
               AT END
                   SET WS-CLASS-EOF TO TRUE
               NOT AT END
                   IF WS-CLASS-COUNT < WS-CLASS-LIMIT
                       ADD 1 TO WS-CLASS-COUNT
                       MOVE CCL-COUNTER-ID
                           TO WS-CLASS-CTR-ID (WS-CLASS-COUNT)
                       MOVE CCL-YEAR-END-CLASS
                           TO WS-CLASS-CODE (WS-CLASS-COUNT)
                   ELSE
                       SET WS-CLASS-EOF TO TRUE
                       SET WS-CLOSE-BLOCKED TO TRUE
                       MOVE "YECLOSE - YEAR-END CLASS TABLE FULL"
                           TO WS-ERROR-MESSAGE
                       MOVE "YE012" TO WS-ERROR-CODE
                       MOVE "F" TO WS-ERROR-SEVERITY
                       PERFORM 5000-LOG-ERROR-RECORD
                   END-IF
           END-READ
           IF WS-CLASS-FILE-STATUS NOT = "00"
                   AND WS-CLASS-FILE-STATUS NOT = "10"
               SET WS-CLASS-EOF TO TRUE
           END-IF.

      *> Checking pass - nothing is changed until every counter has
      *> been proved closable: none posted past the year-end date,
      *> every counter not closed classified, the retained counter
      *> on file, open and carried forward, and able to take the
      *> total it is about to receive.
       2000-CHECK-COUNTERS.
           OPEN INPUT COUNTER-FILE
           IF WS-CTR-FILE-STATUS NOT = "00"
               SET WS-CLOSE-BLOCKED TO TRUE
               MOVE "YECLOSE - COUNTER FILE NOT AVAILABLE"
                   TO WS-ERROR-MESSAGE
               MOVE "YE013" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           ELSE
               MOVE LOW-VALUES TO CTR-ID
               START COUNTER-FILE KEY NOT < CTR-ID
                   INVALID KEY
                       SET WS-SCAN-EOF TO TRUE
               END-START
               PERFORM 2100-CHECK-ONE-COUNTER
                   UNTIL WS-SCAN-EOF
               CLOSE COUNTER-FILE
               PERFORM 2300-APPLY-COUNTER-RULES
           END-IF
           IF NOT WS-CLOSE-BLOCKED
               PERFORM 2400-CHECK-YE-HISTORY
           END-IF.

       2100-CHECK-ONE-COUNTER.
           READ COUNTER-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   IF CTR-LAST-RUN-DATE > WS-MAX-LAST-RUN-DATE
                       MOVE CTR-LAST-RUN-DATE
                           TO WS-MAX-LAST-RUN-DATE
                   END-IF
                   PERFORM 2200-CHECK-COUNTER-CLASS
           END-READ
           IF WS-CTR-FILE-STATUS NOT = "00"
               SET WS-SCAN-EOF TO TRUE
           END-IF.

       2200-CHECK-COUNTER-CLASS.
           PERFORM 4000-FIND-COUNTER-CLASS
           EVALUATE TRUE
               WHEN CTR-ID = WS-RETAINED-CTR-ID
                   SET WS-RETAINED-FOUND TO TRUE
                   MOVE CTR-VALUE TO WS-RETAINED-OLD-VALUE
                   IF NOT CTR-OPEN OR NOT WS-FOUND-CARRY-FORWARD
                       SET WS-CLOSE-BLOCKED TO TRUE
                       MOVE "YECLOSE - RETAINED CTR NOT OPEN/CARRIED"
                           TO WS-ERROR-MESSAGE
                       MOVE "YE015" TO WS-ERROR-CODE
                       MOVE "F" TO WS-ERROR-SEVERITY
                       PERFORM 5000-LOG-ERROR-RECORD
                   END-IF
               WHEN CTR-CLOSED
                   CONTINUE
               WHEN NOT WS-CLASS-HIT
                   SET WS-CLOSE-BLOCKED TO TRUE
                   MOVE CTR-ID TO WS-UCM-COUNTER-ID
                   MOVE WS-UNCLASSIFIED-MESSAGE TO WS-ERROR-MESSAGE
                   MOVE "YE014" TO WS-ERROR-CODE
                   MOVE "F" TO WS-ERROR-SEVERITY
                   PERFORM 5000-LOG-ERROR-RECORD
               WHEN WS-FOUND-RESET
                   ADD CTR-VALUE TO WS-RESET-TOTAL
           END-EVALUATE.

       2300-APPLY-COUNTER-RULES.
           COMPUTE WS-RETAINED-CHECK =
               WS-RETAINED-OLD-VALUE + WS-RESET-TOTAL
           EVALUATE TRUE
               WHEN WS-MAX-LAST-RUN-DATE > WS-CLOSE-DATE
                   SET WS-CLOSE-BLOCKED TO TRUE
                   MOVE "YECLOSE - COUNTERS POSTED PAST YEAR-END DATE"
                       TO WS-ERROR-MESSAGE
                   MOVE "YE016" TO WS-ERROR-CODE
                   MOVE "F" TO WS-ERROR-SEVERITY
                   PERFORM 5000-LOG-ERROR-RECORD
               WHEN NOT WS-RETAINED-FOUND
                   SET WS-CLOSE-BLOCKED TO TRUE
                   MOVE "YECLOSE - RETAINED COUNTER NOT ON FILE"
                       TO WS-ERROR-MESSAGE
                   MOVE "YE015" TO WS-ERROR-CODE
                   MOVE "F" TO WS-ERROR-SEVERITY
                   PERFORM 5000-LOG-ERROR-RECORD
               WHEN WS-RETAINED-CHECK > 9999999.99
                       OR WS-RETAINED-CHECK < ZERO
                   SET WS-CLOSE-BLOCKED TO TRUE
                   MOVE "YECLOSE - RETAINED COUNTER WOULD OVERFLOW"
                       TO WS-ERROR-MESSAGE
                   MOVE "YE017" TO WS-ERROR-CODE
                   MOVE "F" TO WS-ERROR-SEVERITY
                   PERFORM 5000-LOG-ERROR-RECORD
           END-EVALUATE.

      *> A year-end history row already on file for the retained
      *> counter means this year was closed before - or a close was
      *> interrupted after updating counters - and must be looked at
      *> before anything is reset again.
       2400-CHECK-YE-HISTORY.
           OPEN INPUT CTR-YE-FILE
           IF WS-YEHST-FILE-STATUS = "00"
               MOVE WS-RETAINED-CTR-ID TO CYE-COUNTER-ID
               MOVE WS-CLOSE-YYYY TO CYE-FISCAL-YEAR
               READ CTR-YE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CLOSE-BLOCKED TO TRUE
                       MOVE "YECLOSE - YEAR-END HISTORY ALREADY ON FILE"
                           TO WS-ERROR-MESSAGE
                       MOVE "YE018" TO WS-ERROR-CODE
                       MOVE "F" TO WS-ERROR-SEVERITY
                       PERFORM 5000-LOG-ERROR-RECORD
               END-READ
               CLOSE CTR-YE-FILE
           END-IF.

      *> The summary's day record for the close date is marked
      *> unproven, so nothing reads the date from the summary until
      *> it has been rebuilt over the year-end rows. No summary file,
      *> or none for the date yet, leaves nothing to withdraw.
       2500-WITHDRAW-SUMMARY-PROOF.
           MOVE "N" TO WS-SUM-WITHDRAW-FAILED-SW
           OPEN I-O AUDIT-SUMMARY-FILE
           IF WS-SUM-FILE-STATUS = "00"
               MOVE LOW-VALUES TO ASM-KEY
               MOVE WS-CLOSE-DATE TO ASM-BUSINESS-DATE
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
               SET WS-CLOSE-BLOCKED TO TRUE
               MOVE "YECLOSE - AUDIT SUMMARY PROOF NOT WITHDRAWN"
                   TO WS-ERROR-MESSAGE
               MOVE "YE022" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           END-IF.

      *> Update pass. Each reset counter is zeroed and audited as it
      *> is read; the retained counter is skipped in the browse and
      *> credited with the whole reset total once the browse is
      *> done, so its single receipt row follows every reset row.
      *> Every file the pass updates must open before anything is
      *> changed, and each counter's year-end history record is
      *> written before the counter is - a history record that will
      *> not write stops the pass there, so no counter is ever reset
      *> without its history, and a rerun stops at the same record
      *> before resetting anything again.
       3000-CLOSE-YEAR.
           PERFORM 3010-OPEN-UPDATE-FILES
           IF NOT WS-CLOSE-BLOCKED
               PERFORM 3050-START-YE-REPORT
               MOVE ZERO TO WS-RESET-TOTAL
               MOVE LOW-VALUES TO CTR-ID
               START COUNTER-FILE KEY NOT < CTR-ID
                   INVALID KEY
                       SET WS-CTR-EOF TO TRUE
               END-START
               PERFORM 3100-CLOSE-ONE-COUNTER
                   UNTIL WS-CTR-EOF OR WS-CLOSE-BLOCKED
               IF NOT WS-CLOSE-BLOCKED
                   PERFORM 3500-CREDIT-RETAINED-COUNTER
               END-IF
               PERFORM 3800-WRITE-YE-TOTAL
               CLOSE YE-REPORT-FILE
               CLOSE AUDIT-FILE
               CLOSE CTR-YE-FILE
               CLOSE COUNTER-FILE
               IF WS-CLOSE-BLOCKED
                   DISPLAY "YECLOSE - CLOSE STOPPED - COUNTERS RESET: "
                       WS-COUNTERS-RESET
               ELSE
                   DISPLAY "YECLOSE - COUNTERS RESET: "
                       WS-COUNTERS-RESET
                       "  CARRIED FORWARD: " WS-COUNTERS-CARRIED
               END-IF
           END-IF.

      *> A file that will not open leaves the ones already opened
      *> closed again and the close refused.
       3010-OPEN-UPDATE-FILES.
           OPEN I-O COUNTER-FILE
           IF WS-CTR-FILE-STATUS NOT = "00"
               SET WS-CLOSE-BLOCKED TO TRUE
               MOVE "YECLOSE - COUNTER FILE NOT AVAILABLE FOR UPDATE"
                   TO WS-ERROR-MESSAGE
               MOVE "YE019" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
           ELSE
               OPEN I-O CTR-YE-FILE
               IF WS-YEHST-FILE-STATUS = "35"
                   OPEN OUTPUT CTR-YE-FILE
               END-IF
               IF WS-YEHST-FILE-STATUS NOT = "00"
                   SET WS-CLOSE-BLOCKED TO TRUE
                   MOVE "YECLOSE - YEAR-END HISTORY FILE NOT AVAILABLE"
                       TO WS-ERROR-MESSAGE
                   MOVE "YE020" TO WS-ERROR-CODE
                   MOVE "F" TO WS-ERROR-SEVERITY
                   PERFORM 5000-LOG-ERROR-RECORD
                   CLOSE COUNTER-FILE
               ELSE
                   PERFORM 3020-OPEN-AUDIT-FILE
               END-IF
           END-IF.

       3020-OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               SET WS-CLOSE-BLOCKED TO TRUE
               MOVE "YECLOSE - AUDITLOG NOT AVAILABLE"
                   TO WS-ERROR-MESSAGE
               MOVE "YE021" TO WS-ERROR-CODE
               MOVE "F" TO WS-ERROR-SEVERITY
               PERFORM 5000-LOG-ERROR-RECORD
               CLOSE CTR-YE-FILE
               CLOSE COUNTER-FILE
           END-IF.

       3050-START-YE-REPORT.
           OPEN OUTPUT YE-REPORT-FILE
           MOVE WS-CLOSE-DATE TO WS-HDG-CLOSE-DATE
           MOVE WS-RETAINED-CTR-ID TO WS-HDG-RETAINED-ID
           MOVE WS-HEADING-LINE TO YE-REPORT-LINE
           WRITE YE-REPORT-LINE
           MOVE WS-COLUMN-HEADING TO YE-REPORT-LINE
           WRITE YE-REPORT-LINE.

       3100-CLOSE-ONE-COUNTER.
           READ COUNTER-FILE NEXT RECORD
               AT END
                   SET WS-CTR-EOF TO TRUE
               NOT AT END
                   IF CTR-ID NOT = WS-RETAINED-CTR-ID
                       PERFORM 3200-CLOSE-COUNTER-RECORD
                   END-IF
           END-READ
           IF WS-CTR-FILE-STATUS NOT = "00"
               SET WS-CTR-EOF TO TRUE
           END-IF.

      *> A closed counter holds zero and is carried as it stands.
      *> The counter is only touched once its history record is on
      *> file.
       3200-CLOSE-COUNTER-RECORD.
           PERFORM 4000-FIND-COUNTER-CLASS
           MOVE CTR-VALUE TO WS-RESET-CLOSE-VALUE
           MOVE CTR-ID TO CYE-COUNTER-ID
           MOVE WS-CLOSE-YYYY TO CYE-FISCAL-YEAR
           MOVE WS-CLOSE-DATE TO CYE-YEAR-END-DATE
           MOVE CTR-VALUE TO CYE-CLOSE-VALUE
           IF WS-FOUND-RESET AND NOT CTR-CLOSED
               MOVE "R" TO CYE-CLASS
               COMPUTE CYE-RESET-AMOUNT = 0 - CTR-VALUE
               MOVE ZERO TO CYE-OPENING-VALUE
               MOVE WS-RETAINED-CTR-ID TO CYE-RETAINED-CTR-ID
           ELSE
               MOVE "C" TO CYE-CLASS
               MOVE ZERO TO CYE-RESET-AMOUNT
               MOVE CTR-VALUE TO CYE-OPENING-VALUE
               MOVE SPACES TO CYE-RETAINED-CTR-ID
           END-IF
           PERFORM 3300-WRITE-YE-HISTORY
           IF NOT WS-CLOSE-BLOCKED
               IF WS-FOUND-RESET AND NOT CTR-CLOSED
                   ADD CTR-VALUE TO WS-RESET-TOTAL
                   ADD 1 TO WS-COUNTERS-RESET
                   IF CTR-VALUE NOT = ZERO
                       MOVE CTR-ID TO WS-AUD-COUNTER-ID
                       MOVE "RESET" TO WS-AUD-STEP
                       MOVE CTR-VALUE TO WS-AUD-OLD
                       COMPUTE WS-AUD-CHANGE = 0 - CTR-VALUE
                       MOVE ZERO TO WS-AUD-NEW
                       MOVE "YERS" TO WS-AUD-REASON
                       PERFORM 3900-WRITE-AUDIT-ROW
                       MOVE ZERO TO CTR-VALUE
                       REWRITE CTR-RECORD
                   END-IF
               ELSE
                   ADD 1 TO WS-COUNTERS-CARRIED
               END-IF
           END-IF.

      *> Only a history record that went onto the file is reported.
       3300-WRITE-YE-HISTORY.
           WRITE CTR-YE-RECORD
               INVALID KEY
                   SET WS-CLOSE-BLOCKED TO TRUE
                   MOVE "YECLOSE - YEAR-END HISTORY ALREADY ON FILE"
                       TO WS-ERROR-MESSAGE
                   MOVE "YE018" TO WS-ERROR-CODE
                   MOVE "F" TO WS-ERROR-SEVERITY
                   PERFORM 5000-LOG-ERROR-RECORD
           END-WRITE
           IF NOT WS-CLOSE-BLOCKED
               MOVE CYE-COUNTER-ID TO WS-YDL-COUNTER-ID
               IF CYE-RESET
                   MOVE "RESET" TO WS-YDL-CLASS
               ELSE
                   MOVE "CARRIED" TO WS-YDL-CLASS
               END-IF
               MOVE CYE-CLOSE-VALUE TO WS-YDL-CLOSE-VALUE
               MOVE CYE-RESET-AMOUNT TO WS-YDL-MOVEMENT
               MOVE CYE-OPENING-VALUE TO WS-YDL-OPEN-VALUE
               MOVE WS-YE-DETAIL-LINE TO YE-REPORT-LINE
               WRITE YE-REPORT-LINE
           END-IF.

       3500-CREDIT-RETAINED-COUNTER.
           MOVE WS-RETAINED-CTR-ID TO CTR-ID
           READ COUNTER-FILE
               INVALID KEY
                   SET WS-CLOSE-BLOCKED TO TRUE
                   MOVE "YECLOSE - RETAINED COUNTER NOT ON FILE"
                       TO WS-ERROR-MESSAGE
                   MOVE "YE015" TO WS-ERROR-CODE
                   MOVE "F" TO WS-ERROR-SEVERITY
                   PERFORM 5000-LOG-ERROR-RECORD
               NOT INVALID KEY
                   MOVE CTR-ID TO CYE-COUNTER-ID
                   MOVE WS-CLOSE-YYYY TO CYE-FISCAL-YEAR
                   MOVE WS-CLOSE-DATE TO CYE-YEAR-END-DATE
                   MOVE "C" TO CYE-CLASS
                   MOVE CTR-VALUE TO CYE-CLOSE-VALUE
                   MOVE WS-RESET-TOTAL TO CYE-RESET-AMOUNT
                   MOVE SPACES TO CYE-RETAINED-CTR-ID
                   COMPUTE CYE-OPENING-VALUE =
                       CTR-VALUE + WS-RESET-TOTAL
                   PERFORM 3300-WRITE-YE-HISTORY
                   IF NOT WS-CLOSE-BLOCKED
                       ADD 1 TO WS-COUNTERS-CARRIED
                       IF WS-RESET-TOTAL NOT = ZERO
                           MOVE CTR-ID TO WS-AUD-COUNTER-ID
                           MOVE "RETAIN" TO WS-AUD-STEP
                           MOVE CTR-VALUE TO WS-AUD-OLD
                           MOVE WS-RESET-TOTAL TO WS-AUD-CHANGE
                           ADD WS-RESET-TOTAL TO CTR-VALUE
                           MOVE CTR-VALUE TO WS-AUD-NEW
                           MOVE "YERT" TO WS-AUD-REASON
                           PERFORM 3900-WRITE-AUDIT-ROW
                           REWRITE CTR-RECORD
                       END-IF
                   END-IF
           END-READ.

       3800-WRITE-YE-TOTAL.
           MOVE SPACES TO YE-REPORT-LINE
           WRITE YE-REPORT-LINE
           MOVE WS-COUNTERS-RESET TO WS-YTL-RESET
           MOVE WS-COUNTERS-CARRIED TO WS-YTL-CARRIED
           MOVE WS-RESET-TOTAL TO WS-YTL-RETAINED
           MOVE WS-YE-TOTAL-LINE TO YE-REPORT-LINE
           WRITE YE-REPORT-LINE.

      *> Year-end rows are batch rows ("O") for the year-end date,
      *> outside any posting cycle, so balancing chains them on from
      *> the day's postings and the GL extract journals them under
      *> their own reason codes - YERS for a reset, YERT for the
      *> retained counter's receipt.
       3900-WRITE-AUDIT-ROW.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-TIME
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-RUN-DATE TO AUD-TIMESTAMP (1:8)
           MOVE WS-RUN-TIME TO AUD-TIMESTAMP (9:6)
           MOVE "YECLOSE" TO AUD-JOB-NAME
           MOVE WS-AUD-STEP TO AUD-STEP-NAME
           MOVE WS-AUD-COUNTER-ID TO AUD-COUNTER-ID
           MOVE WS-AUD-OLD TO AUD-OLD-VALUE
           MOVE WS-AUD-CHANGE TO AUD-INCREMENT-APPLIED
           MOVE WS-AUD-NEW TO AUD-NEW-VALUE
           MOVE "O" TO AUD-STATUS
           MOVE WS-AUD-REASON TO AUD-REASON-CODE
           MOVE WS-CLOSE-DATE TO AUD-BUSINESS-DATE
           MOVE ZERO TO AUD-CYCLE-NO
           WRITE AUDIT-RECORD.

       4000-FIND-COUNTER-CLASS.
           MOVE "N" TO WS-CLASS-HIT-SW
           MOVE SPACES TO WS-FOUND-CLASS
           PERFORM 4100-MATCH-CLASS-ENTRY
               VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > WS-CLASS-COUNT
                   OR WS-CLASS-HIT.

       4100-MATCH-CLASS-ENTRY.
           IF WS-CLASS-CTR-ID (WS-CLASS-SUB) = CTR-ID
               IF WS-CLASS-CODE (WS-CLASS-SUB) = "R"
                       OR WS-CLASS-CODE (WS-CLASS-SUB) = "C"
                   SET WS-CLASS-HIT TO TRUE
                   MOVE WS-CLASS-CODE (WS-CLASS-SUB)
                       TO WS-FOUND-CLASS
               END-IF
           END-IF.

       8000-MARK-YEAR-CLOSED.
           OPEN EXTEND PERIOD-CONTROL-FILE
           IF WS-PERIOD-FILE-STATUS = "35"
               OPEN OUTPUT PERIOD-CONTROL-FILE
           END-IF
           MOVE WS-CLOSE-PERIOD TO PCL-PERIOD
           MOVE "Y" TO PCL-STATUS
           MOVE WS-CLOSE-DATE TO PCL-CLOSE-DATE
           WRITE PERIOD-CONTROL-RECORD
           CLOSE PERIOD-CONTROL-FILE
           DISPLAY "YECLOSE - FISCAL YEAR ENDED " WS-CLOSE-DATE
               " MARKED CLOSED".

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
           MOVE "YECLOSE" TO ERR-PROGRAM-ID
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
