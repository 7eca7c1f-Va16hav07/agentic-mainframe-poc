       01  STMT-CTL-RECORD.
           05  SCTL-MIN-PERCENT    PIC 9(2)V99.
           05  SCTL-MIN-AMOUNT     PIC 9(5)V99.
           05  SCTL-GRACE-DAYS     PIC 9(3).
