       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRCONV2.
      *> One-time conversion run for the counter lifecycle, transfer
      *> and posting-cycle release. Reads the files whose records
      *> grew in that release, in the layout they had before it, and
      *> writes each forward in the new layout:
      *>   CTRFILE  -> CTRFILEN  status, lifecycle dates, owner and
      *>                         day stamp added. Every counter is
      *>                         opened as of its last posting date,
      *>                         with no owner until the counter setup
      *>                         run records one, and no day stamp.
      *>   AUDITLOG -> AUDLOGN   transfer reference and cycle added.
      *>   AUDITHST -> AUDHSTN   TestApp rows were all nightly
      *>                         postings and take cycle 01; every
      *>                         other row was written outside the
      *>                         posting cycles and takes zero.
      *>   POSTREG  -> POSTREGN  cycle of the posting and of the
      *>                         reversal mark added - 01 for both.
      *>   RESTARTF -> RESTARTN  cycle stamp and sequence marks
      *>                         added, all empty: no cycle has run.
      *>   FEEDREG  -> FEEDREGN  cycle added - 01, the nightly cycle.
      *> The run is refused (return code 16, nothing written) while
      *> RESTARTF shows a TestApp run in progress - the interrupted
      *> run must finish on the old release first. Operations swaps
      *> the new datasets into place once the run ends clean; the
      *> CTRWORK day-work file is not converted, as the first run on
      *> the new release builds it afresh. This program is then
      *> retired from the stream. An input file that does not exist
      *> is skipped with a message rather than failing the others.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-COUNTER-FILE
               ASSIGN TO "CTRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-CTR-ID
               FILE STATUS IS WS-OLD-CTR-STATUS.

           SELECT NEW-COUNTER-FILE
               ASSIGN TO "CTRFILEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTR-ID
               FILE STATUS IS WS-NEW-CTR-STATUS.

           SELECT OLD-AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-LOG-STATUS.

           SELECT NEW-AUDIT-LOG-FILE
               ASSIGN TO "AUDLOGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-LOG-STATUS.

           SELECT OLD-AUDIT-HIST-FILE
               ASSIGN TO "AUDITHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-HST-STATUS.

           SELECT NEW-AUDIT-HIST-FILE
               ASSIGN TO "AUDHSTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-HST-STATUS.

           SELECT OLD-POSTREG-FILE
               ASSIGN TO "POSTREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-PRG-KEY
               FILE STATUS IS WS-OLD-PRG-STATUS.

           SELECT NEW-POSTREG-FILE
               ASSIGN TO "POSTREGN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRG-KEY
               FILE STATUS IS WS-NEW-PRG-STATUS.

           SELECT OLD-RESTART-FILE
               ASSIGN TO "RESTARTF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-RST-STATUS.

           SELECT NEW-RESTART-FILE
               ASSIGN TO "RESTARTN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-RST-STATUS.

           SELECT OLD-FEED-REG-FILE
               ASSIGN TO "FEEDREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-FRG-STATUS.

           SELECT NEW-FEED-REG-FILE
               ASSIGN TO "FEEDREGN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-FRG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-COUNTER-FILE.
      *> Counter record as it was before the lifecycle fields.
       01  OLD-CTR-RECORD.
           05  OLD-CTR-ID                  PIC X(08).
           05  OLD-CTR-VALUE               PIC S9(07)V99.
           05  OLD-CTR-LAST-RUN-DATE       PIC 9(08).
           05  OLD-CTR-LAST-RUN-TIME       PIC 9(06).

       FD  NEW-COUNTER-FILE.
       COPY CTRREC.

      *> Audit rows as they were before the transfer reference and
      *> cycle were added - the 105 bytes kept their layout, so the
      *> old image is carried over whole and the new fields follow.
       FD  OLD-AUDIT-LOG-FILE.
       01  OLD-AUDIT-LOG-RECORD            PIC X(105).

       FD  NEW-AUDIT-LOG-FILE.
       01  NEW-AUDIT-LOG-RECORD            PIC X(123).

       FD  OLD-AUDIT-HIST-FILE.
       01  OLD-AUDIT-HIST-RECORD           PIC X(105).

       FD  NEW-AUDIT-HIST-FILE.
       01  NEW-AUDIT-HIST-RECORD           PIC X(123).

       FD  OLD-POSTREG-FILE.
      *> Posting register entry as it was before the cycle fields.
       01  OLD-POSTING-REG-RECORD.
           05  OLD-PRG-KEY.
               10  OLD-PRG-BUSINESS-DATE   PIC 9(08).
               10  OLD-PRG-SEQ-NO          PIC 9(06).
           05  OLD-PRG-COUNTER-ID          PIC X(08).
           05  OLD-PRG-AMOUNT              PIC S9(07)V99.
           05  OLD-PRG-REVERSED-SW         PIC X(01).
               88  OLD-PRG-REVERSED                 VALUE "Y".
           05  OLD-PRG-REV-DATE            PIC 9(08).

       FD  NEW-POSTREG-FILE.
       COPY POSTREGREC.

       FD  OLD-RESTART-FILE
           RECORDING MODE IS F.
      *> Restart record as it was before the cycle stamp.
       01  OLD-RESTART-RECORD.
           05  OLD-RST-CHECKPOINT-VALUE    PIC S9(07)V99.
           05  OLD-RST-LAST-RECORD-COUNT   PIC 9(08).
           05  OLD-RST-IN-PROGRESS-SW      PIC X(01).
               88  OLD-RST-IN-PROGRESS              VALUE "Y".
           05  OLD-RST-MODE                PIC X(01).

       FD  NEW-RESTART-FILE
           RECORDING MODE IS F.
       COPY RESTARTREC.

       FD  OLD-FEED-REG-FILE
           RECORDING MODE IS F.
      *> Feed registration as it was before the cycle number.
       01  OLD-FEED-REG-RECORD.
           05  OLD-FRG-BUSINESS-DATE       PIC 9(08).
           05  OLD-FRG-FEED-ID             PIC X(08).
           05  OLD-FRG-SLOT-NO             PIC 9(01).

       FD  NEW-FEED-REG-FILE
           RECORDING MODE IS F.
       COPY FEEDREGREC.

       WORKING-STORAGE SECTION.
       01  WS-OLD-CTR-STATUS               PIC X(02).
       01  WS-NEW-CTR-STATUS               PIC X(02).
       01  WS-OLD-LOG-STATUS               PIC X(02).
       01  WS-NEW-LOG-STATUS               PIC X(02).
       01  WS-OLD-HST-STATUS               PIC X(02).
       01  WS-NEW-HST-STATUS               PIC X(02).
       01  WS-OLD-PRG-STATUS               PIC X(02).
       01  WS-NEW-PRG-STATUS               PIC X(02).
       01  WS-OLD-RST-STATUS               PIC X(02).
       01  WS-NEW-RST-STATUS               PIC X(02).
       01  WS-OLD-FRG-STATUS               PIC X(02).
       01  WS-NEW-FRG-STATUS               PIC X(02).

       01  WS-CTR-EOF-SW                   PIC X(01) VALUE "N".
           88  WS-CTR-EOF                           VALUE "Y".
       01  WS-LOG-EOF-SW                   PIC X(01) VALUE "N".
           88  WS-LOG-EOF                           VALUE "Y".
       01  WS-HST-EOF-SW                   PIC X(01) VALUE "N".
           88  WS-HST-EOF                           VALUE "Y".
       01  WS-PRG-EOF-SW                   PIC X(01) VALUE "N".
           88  WS-PRG-EOF                           VALUE "Y".
       01  WS-RST-EOF-SW                   PIC X(01) VALUE "N".
           88  WS-RST-EOF                           VALUE "Y".
       01  WS-FRG-EOF-SW                   PIC X(01) VALUE "N".
           88  WS-FRG-EOF                           VALUE "Y".
       01  WS-RUN-IN-PROGRESS-SW           PIC X(01) VALUE "N".
           88  WS-RUN-IN-PROGRESS                   VALUE "Y".

      *> The audit row being carried forward - both trails are built
      *> here in the new layout from the old image.
       COPY AUDITREC.
       01  WS-OLD-AUDIT-IMAGE              PIC X(105).

       01  WS-CTR-CONVERTED                PIC 9(08) VALUE ZERO.
       01  WS-LOG-CONVERTED                PIC 9(08) VALUE ZERO.
       01  WS-HST-CONVERTED                PIC 9(08) VALUE ZERO.
       01  WS-PRG-CONVERTED                PIC 9(08) VALUE ZERO.
       01  WS-RST-CONVERTED                PIC 9(08) VALUE ZERO.
       01  WS-FRG-CONVERTED                PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0500-CHECK-RUN-IN-PROGRESS
           IF WS-RUN-IN-PROGRESS
               DISPLAY "CTRCONV2 - RESTARTF SHOWS A TESTAPP RUN IN "
                   "PROGRESS - FINISH IT BEFORE CONVERTING"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 1000-CONVERT-COUNTER-FILE
               PERFORM 2000-CONVERT-AUDIT-LOG
               PERFORM 2500-CONVERT-AUDIT-HISTORY
               PERFORM 3000-CONVERT-POSTING-REGISTER
               PERFORM 4000-CONVERT-RESTART-FILE
               PERFORM 5000-CONVERT-FEED-REGISTER
               DISPLAY "CTRCONV2 COMPLETE - COUNTER RECORDS:  "
                   WS-CTR-CONVERTED
               DISPLAY "CTRCONV2 COMPLETE - AUDITLOG RECORDS: "
                   WS-LOG-CONVERTED
               DISPLAY "CTRCONV2 COMPLETE - AUDITHST RECORDS: "
                   WS-HST-CONVERTED
               DISPLAY "CTRCONV2 COMPLETE - POSTREG RECORDS:  "
                   WS-PRG-CONVERTED
               DISPLAY "CTRCONV2 COMPLETE - RESTART RECORDS:  "
                   WS-RST-CONVERTED
               DISPLAY "CTRCONV2 COMPLETE - FEEDREG RECORDS:  "
                   WS-FRG-CONVERTED
           END-IF
           STOP RUN.

       0500-CHECK-RUN-IN-PROGRESS.
           OPEN INPUT OLD-RESTART-FILE
           IF WS-OLD-RST-STATUS = "00"
               READ OLD-RESTART-FILE
                   NOT AT END
                       IF OLD-RST-IN-PROGRESS
                           SET WS-RUN-IN-PROGRESS TO TRUE
                       END-IF
               END-READ
               CLOSE OLD-RESTART-FILE
           END-IF.

       1000-CONVERT-COUNTER-FILE.
           OPEN INPUT OLD-COUNTER-FILE
           IF WS-OLD-CTR-STATUS = "00"
               OPEN OUTPUT NEW-COUNTER-FILE
               PERFORM 1100-CONVERT-COUNTER-RECORD
                   UNTIL WS-CTR-EOF
               CLOSE NEW-COUNTER-FILE
               CLOSE OLD-COUNTER-FILE
           ELSE
               DISPLAY "CTRCONV2 - CTRFILE NOT PRESENT, SKIPPED, "
                   "FILE STATUS " WS-OLD-CTR-STATUS
           END-IF.

       1100-CONVERT-COUNTER-RECORD.
           READ OLD-COUNTER-FILE
               AT END
                   SET WS-CTR-EOF TO TRUE
               NOT AT END
                   MOVE OLD-CTR-ID TO CTR-ID
                   MOVE OLD-CTR-VALUE TO CTR-VALUE
                   MOVE OLD-CTR-LAST-RUN-DATE TO CTR-LAST-RUN-DATE
                   MOVE OLD-CTR-LAST-RUN-TIME TO CTR-LAST-RUN-TIME
                   MOVE "O" TO CTR-STATUS
                   MOVE OLD-CTR-LAST-RUN-DATE TO CTR-OPEN-DATE
                   MOVE ZERO TO CTR-FROZEN-DATE
                   MOVE ZERO TO CTR-CLOSE-DATE
                   MOVE SPACES TO CTR-OWNER-ID
                   MOVE ZERO TO CTR-DAY-DATE
                   MOVE ZERO TO CTR-DAY-OPEN-VALUE
                   WRITE CTR-RECORD
                   ADD 1 TO WS-CTR-CONVERTED
           END-READ.

       2000-CONVERT-AUDIT-LOG.
           OPEN INPUT OLD-AUDIT-LOG-FILE
           IF WS-OLD-LOG-STATUS = "00"
               OPEN OUTPUT NEW-AUDIT-LOG-FILE
               PERFORM 2100-CONVERT-AUDIT-LOG-RECORD
                   UNTIL WS-LOG-EOF
               CLOSE NEW-AUDIT-LOG-FILE
               CLOSE OLD-AUDIT-LOG-FILE
           ELSE
               DISPLAY "CTRCONV2 - AUDITLOG NOT PRESENT, SKIPPED, "
                   "FILE STATUS " WS-OLD-LOG-STATUS
           END-IF.

       2100-CONVERT-AUDIT-LOG-RECORD.
           READ OLD-AUDIT-LOG-FILE
               AT END
                   SET WS-LOG-EOF TO TRUE
               NOT AT END
                   MOVE OLD-AUDIT-LOG-RECORD TO WS-OLD-AUDIT-IMAGE
                   PERFORM 2900-BUILD-AUDIT-ROW
                   WRITE NEW-AUDIT-LOG-RECORD FROM AUDIT-RECORD
                   ADD 1 TO WS-LOG-CONVERTED
           END-READ.

       2500-CONVERT-AUDIT-HISTORY.
           OPEN INPUT OLD-AUDIT-HIST-FILE
           IF WS-OLD-HST-STATUS = "00"
               OPEN OUTPUT NEW-AUDIT-HIST-FILE
               PERFORM 2600-CONVERT-AUDIT-HIST-RECORD
                   UNTIL WS-HST-EOF
               CLOSE NEW-AUDIT-HIST-FILE
               CLOSE OLD-AUDIT-HIST-FILE
           ELSE
               DISPLAY "CTRCONV2 - AUDITHST NOT PRESENT, SKIPPED, "
                   "FILE STATUS " WS-OLD-HST-STATUS
           END-IF.

       2600-CONVERT-AUDIT-HIST-RECORD.
           READ OLD-AUDIT-HIST-FILE
               AT END
                   SET WS-HST-EOF TO TRUE
               NOT AT END
                   MOVE OLD-AUDIT-HIST-RECORD TO WS-OLD-AUDIT-IMAGE
                   PERFORM 2900-BUILD-AUDIT-ROW
                   WRITE NEW-AUDIT-HIST-RECORD FROM AUDIT-RECORD
                   ADD 1 TO WS-HST-CONVERTED
           END-READ.

       2900-BUILD-AUDIT-ROW.
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-OLD-AUDIT-IMAGE TO AUDIT-RECORD (1:105)
           IF AUD-JOB-NAME = "TESTAPP"
               MOVE 1 TO AUD-CYCLE-NO
           ELSE
               MOVE ZERO TO AUD-CYCLE-NO
           END-IF.

       3000-CONVERT-POSTING-REGISTER.
           OPEN INPUT OLD-POSTREG-FILE
           IF WS-OLD-PRG-STATUS = "00"
               OPEN OUTPUT NEW-POSTREG-FILE
               PERFORM 3100-CONVERT-REGISTER-RECORD
                   UNTIL WS-PRG-EOF
               CLOSE NEW-POSTREG-FILE
               CLOSE OLD-POSTREG-FILE
           ELSE
               DISPLAY "CTRCONV2 - POSTREG NOT PRESENT, SKIPPED, "
                   "FILE STATUS " WS-OLD-PRG-STATUS
           END-IF.

       3100-CONVERT-REGISTER-RECORD.
           READ OLD-POSTREG-FILE
               AT END
                   SET WS-PRG-EOF TO TRUE
               NOT AT END
                   MOVE OLD-PRG-BUSINESS-DATE TO PRG-BUSINESS-DATE
                   MOVE OLD-PRG-SEQ-NO TO PRG-SEQ-NO
                   MOVE OLD-PRG-COUNTER-ID TO PRG-COUNTER-ID
                   MOVE OLD-PRG-AMOUNT TO PRG-AMOUNT
                   MOVE OLD-PRG-REVERSED-SW TO PRG-REVERSED-SW
                   MOVE OLD-PRG-REV-DATE TO PRG-REV-DATE
                   MOVE 1 TO PRG-CYCLE-NO
                   IF OLD-PRG-REVERSED
                       MOVE 1 TO PRG-REV-CYCLE-NO
                   ELSE
                       MOVE ZERO TO PRG-REV-CYCLE-NO
                   END-IF
                   WRITE POSTING-REG-RECORD
                   ADD 1 TO WS-PRG-CONVERTED
           END-READ.

       4000-CONVERT-RESTART-FILE.
           OPEN INPUT OLD-RESTART-FILE
           IF WS-OLD-RST-STATUS = "00"
               OPEN OUTPUT NEW-RESTART-FILE
               PERFORM 4100-CONVERT-RESTART-RECORD
                   UNTIL WS-RST-EOF
               CLOSE NEW-RESTART-FILE
               CLOSE OLD-RESTART-FILE
           ELSE
               DISPLAY "CTRCONV2 - RESTARTF NOT PRESENT, SKIPPED, "
                   "FILE STATUS " WS-OLD-RST-STATUS
           END-IF.

       4100-CONVERT-RESTART-RECORD.
           READ OLD-RESTART-FILE
               AT END
                   SET WS-RST-EOF TO TRUE
               NOT AT END
                   MOVE OLD-RST-CHECKPOINT-VALUE
                       TO RST-CHECKPOINT-VALUE
                   MOVE OLD-RST-LAST-RECORD-COUNT
                       TO RST-LAST-RECORD-COUNT
                   MOVE OLD-RST-IN-PROGRESS-SW TO RST-IN-PROGRESS-SW
                   MOVE OLD-RST-MODE TO RST-MODE
                   MOVE ZERO TO RST-BUSINESS-DATE
                   MOVE ZERO TO RST-CYCLE-NO
                   MOVE SPACE TO RST-CYCLE-CLEAN-SW
                   MOVE ZERO TO RST-CYCLE-BASE-SEQ-NO
                   MOVE ZERO TO RST-CYCLE-HIGH-SEQ-NO
                   WRITE RESTART-RECORD
                   ADD 1 TO WS-RST-CONVERTED
           END-READ.

       5000-CONVERT-FEED-REGISTER.
           OPEN INPUT OLD-FEED-REG-FILE
           IF WS-OLD-FRG-STATUS = "00"
               OPEN OUTPUT NEW-FEED-REG-FILE
               PERFORM 5100-CONVERT-FEED-REG-RECORD
                   UNTIL WS-FRG-EOF
               CLOSE NEW-FEED-REG-FILE
               CLOSE OLD-FEED-REG-FILE
           ELSE
               DISPLAY "CTRCONV2 - FEEDREG NOT PRESENT, SKIPPED, "
                   "FILE STATUS " WS-OLD-FRG-STATUS
           END-IF.

       5100-CONVERT-FEED-REG-RECORD.
           READ OLD-FEED-REG-FILE
               AT END
                   SET WS-FRG-EOF TO TRUE
               NOT AT END
                   MOVE OLD-FRG-BUSINESS-DATE TO FRG-BUSINESS-DATE
                   MOVE OLD-FRG-FEED-ID TO FRG-FEED-ID
                   MOVE OLD-FRG-SLOT-NO TO FRG-SLOT-NO
                   MOVE 1 TO FRG-CYCLE-NO
                   WRITE FEED-REG-RECORD
                   ADD 1 TO WS-FRG-CONVERTED
           END-READ.
