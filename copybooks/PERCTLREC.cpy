      *> refuses to post a transaction file whose header date falls in
      *> a closed period, so a late or re-presented file cannot change
      *> a closing position Finance has already reported from.
      *> The fiscal year-end close adds a year-closed record for the
      *> fiscal year's last period, carrying the year-end date; no
      *> posting may then be dated on or before that date.
       01  PERIOD-CONTROL-RECORD.
           05  PCL-PERIOD                  PIC 9(06).
           05  PCL-STATUS                  PIC X(01).
               88  PCL-CLOSED                       VALUE "C".
               88  PCL-YEAR-CLOSED                  VALUE "Y".
           05  PCL-CLOSE-DATE              PIC 9(08).
