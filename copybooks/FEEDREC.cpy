       01  FEED-HEADER-RECORD.
           05  FDH-RECORD-TYPE     PIC X(1).
           05  FDH-FILE-SEQUENCE   PIC 9(7).
           05  FDH-BUSINESS-DATE   PIC X(8).
           05  FDH-CREATE-DATE     PIC X(8).
           05  FDH-RESEND-IND      PIC X(1).
               88  FDH-RESEND      VALUE 'R'.
           05  FILLER              PIC X(133).
       01  FEED-DETAIL-RECORD.
           05  FDD-RECORD-TYPE     PIC X(1).
           05  FDD-ACTION          PIC X(1).
               88  FDD-NEW         VALUE 'N'.
               88  FDD-CHANGED     VALUE 'U'.
               88  FDD-CLOSED      VALUE 'C'.
           05  FDD-CUST-ID         PIC X(6).
           05  FDD-FIRST-NAME      PIC X(20).
           05  FDD-LAST-NAME       PIC X(30).
           05  FDD-ADDRESS         PIC X(50).
           05  FDD-CITY            PIC X(20).
           05  FDD-STATE           PIC X(2).
           05  FDD-ZIP-CODE        PIC X(10).
           05  FDD-ACCOUNT-BALANCE PIC S9(7)V99.
           05  FDD-STATUS-CODE     PIC X(1).
           05  FDD-LAST-ACTIVITY   PIC X(8).
       01  FEED-TRAILER-RECORD.
           05  FDT-RECORD-TYPE     PIC X(1).
           05  FDT-FILE-SEQUENCE   PIC 9(7).
           05  FDT-RECORD-COUNT    PIC 9(7).
           05  FDT-BALANCE-TOTAL   PIC S9(11)V99.
           05  FILLER              PIC X(130).
