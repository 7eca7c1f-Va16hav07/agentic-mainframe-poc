       01  PSUM-RECORD.
           05  PS-PARTITION-ID     PIC X(2).
           05  PS-BUSINESS-DATE    PIC X(8).
           05  PS-TRAN-COUNT       PIC 9(7).
           05  PS-AMOUNT-TOTAL     PIC S9(9)V99.
           05  PS-POSTED-COUNT     PIC 9(7).
           05  PS-ERROR-COUNT      PIC 9(7).
           05  PS-HOLD-COUNT       PIC 9(7).
           05  PS-REGION-ENTRY OCCURS 6.
               10  PS-RGN-NAME         PIC X(8).
               10  PS-RGN-TRAN-COUNT   PIC 9(7).
               10  PS-RGN-POSTED-COUNT PIC 9(7).
               10  PS-RGN-POSTED-AMOUNT PIC S9(9)V99.
               10  PS-RGN-REJECT-COUNT PIC 9(7).
               10  PS-RGN-HOLD-COUNT   PIC 9(7).
