       01  PART-CTL-RECORD.
           05  PC-PARTITION-ID     PIC X(2).
           05  PC-LOW-CUST-ID      PIC X(6).
           05  PC-HIGH-CUST-ID     PIC X(6).
