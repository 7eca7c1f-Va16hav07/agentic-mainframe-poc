       01  MRGX-RECORD.
           05  MX-RETIRED-ID       PIC X(6).
           05  MX-SURVIVOR-ID      PIC X(6).
           05  MX-MERGE-DATE       PIC X(8).
