       01  RET-CTL-RECORD.
           05  RTCTL-FEE-AMOUNT    PIC 9(5)V99.
           05  RTCTL-WINDOW-DAYS   PIC 9(3).
           05  RTCTL-MAX-RETURNS   PIC 9(2).
