               10  AUDB-CREDIT-LIMIT     PIC S9(7)V99.
               10  AUDB-STATUS-CODE      PIC X(1).
               10  AUDB-OPEN-DATE        PIC X(8).
               10  AUDB-STMT-DATE        PIC X(8).
               10  AUDB-MIN-PAYMENT-DUE  PIC S9(7)V99.
               10  AUDB-PAYMENT-DUE-DATE PIC X(8).
               10  AUDB-PAYMENT-STATUS   PIC X(1).
               10  AUDB-DELQ-BUCKET      PIC X(1).
           05  AUD-AFTER-IMAGE.
               10  AUDA-CUST-ID          PIC X(6).
               10  AUDA-FIRST-NAME       PIC X(20).
               10  AUDA-CREDIT-LIMIT     PIC S9(7)V99.
               10  AUDA-STATUS-CODE      PIC X(1).
               10  AUDA-OPEN-DATE        PIC X(8).
               10  AUDA-STMT-DATE        PIC X(8).
               10  AUDA-MIN-PAYMENT-DUE  PIC S9(7)V99.
               10  AUDA-PAYMENT-DUE-DATE PIC X(8).
               10  AUDA-PAYMENT-STATUS   PIC X(1).
               10  AUDA-DELQ-BUCKET      PIC X(1).
