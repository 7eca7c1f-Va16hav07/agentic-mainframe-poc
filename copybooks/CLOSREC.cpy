       01  CLOS-RECORD.
           05  CA-CUST-ID          PIC X(6).
           05  CA-LAST-NAME        PIC X(30).
           05  CA-PURGE-DATE       PIC X(8).
           05  CA-CUST-IMAGE       PIC X(200).
