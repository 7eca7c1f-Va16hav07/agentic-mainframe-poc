               10  TRX-STATE           PIC X(2).
               10  TRX-ZIP-CODE        PIC X(10).
               10  TRX-CREDIT-LIMIT    PIC S9(7)V99.
           05  TRX-XFER-DATA REDEFINES TRX-EXT-DATA.
               10  TRX-TO-CUST-ID      PIC X(6).
               10  FILLER              PIC X(135).
           05  TRX-RETURN-DATA REDEFINES TRX-EXT-DATA.
               10  TRX-FREEZE-FLAG     PIC X(1).
                   88  TRX-FREEZE-ACCOUNT VALUE 'Y'.
               10  TRX-ORIG-PAY-DATE   PIC X(8).
               10  FILLER              PIC X(132).
           05  TRX-ORIGIN          PIC X(1).
