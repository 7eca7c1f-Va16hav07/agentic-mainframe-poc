       01  FEED-LOG-RECORD.
           05  FL-BUSINESS-DATE    PIC X(8).
           05  FL-FILE-SEQUENCE    PIC 9(7).
           05  FL-RECORD-COUNT     PIC 9(7).
           05  FL-BALANCE-TOTAL    PIC S9(11)V99.
