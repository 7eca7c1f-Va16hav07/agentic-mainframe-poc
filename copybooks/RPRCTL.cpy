       01  RPR-CTL-RECORD.
           05  RPCTL-DROP-DAYS     PIC 9(3).
