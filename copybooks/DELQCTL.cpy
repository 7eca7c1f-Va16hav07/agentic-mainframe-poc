       01  DELQ-CTL-RECORD.
           05  DQCTL-LATE-FEE      PIC 9(5)V99.
