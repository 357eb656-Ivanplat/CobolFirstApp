      *> Statement work record - the monthly counter statement run
      *> gathers everything it prints onto this keyed work file so
      *> the statements come out grouped by division, then counter,
      *> then business date, with no counter ceiling. Each counter
      *> has one header record ("H", business date and sequence
      *> zero, so it sorts first) carrying its opening and closing
      *> positions from the period history, followed by one movement
      *> record ("M") per audit row, numbered in the order the rows
      *> were read so rows of the same date keep their trail order.
       01  STMT-WORK-RECORD.
           05  STW-KEY.
               10  STW-DIVISION-ID         PIC X(08).
               10  STW-COUNTER-ID          PIC X(08).
               10  STW-BUSINESS-DATE       PIC 9(08).
               10  STW-SEQ-NO              PIC 9(08).
           05  STW-RECORD-TYPE             PIC X(01).
               88  STW-STATEMENT-HEADER             VALUE "H".
               88  STW-MOVEMENT                     VALUE "M".
           05  STW-REGION-ID               PIC X(08).
           05  STW-OPENING-VALUE           PIC S9(07)V99.
           05  STW-CLOSING-VALUE           PIC S9(07)V99.
           05  STW-PRIOR-FOUND-SW          PIC X(01).
               88  STW-PRIOR-FOUND                  VALUE "Y".
           05  STW-AUDIT-IMAGE             PIC X(123).
