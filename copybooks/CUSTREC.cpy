               88  CM-FROZEN       VALUE 'F'.
               88  CM-CLOSED       VALUE 'C'.
           05  CM-OPEN-DATE        PIC X(8).
           05  CM-STMT-DATE        PIC X(8).
           05  CM-MIN-PAYMENT-DUE  PIC S9(7)V99.
           05  CM-PAYMENT-DUE-DATE PIC X(8).
           05  CM-PAYMENT-STATUS   PIC X(1).
               88  CM-PAYMENT-OPEN   VALUE 'O'.
               88  CM-PAYMENT-MET    VALUE 'P'.
               88  CM-PAYMENT-MISSED VALUE 'L'.
           05  CM-DELQ-BUCKET      PIC X(1).
               88  CM-DELQ-CURRENT VALUE '0' ' '.
               88  CM-DELQ-30      VALUE '1'.
               88  CM-DELQ-60      VALUE '2'.
               88  CM-DELQ-90      VALUE '3'.
