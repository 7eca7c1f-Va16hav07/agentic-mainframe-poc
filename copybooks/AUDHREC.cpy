               10  AH-TRAN-DATE    PIC X(8).
               10  AH-TRAN-SEQ     PIC 9(5).
           05  AH-TRAN-CODE        PIC X(1).
           05  AH-BEFORE-IMAGE     PIC X(200).
           05  AH-AFTER-IMAGE      PIC X(200).
