               88  CTL-NORMAL-RUN         VALUE 'NORMAL'.
               88  CTL-RESTART-RUN        VALUE 'RESTART'.
           05  CTL-CHECKPOINT-INTERVAL    PIC 9(5).
           05  CTL-PARTITION-ID           PIC X(2).
