       01  PURG-CTL-RECORD.
           05  PGCTL-RETENTION-DAYS PIC 9(4).
