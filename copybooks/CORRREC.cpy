       01  CORR-RECORD.
           05  CR-REJECT-ID.
               10  CR-FIRST-DATE   PIC X(8).
               10  CR-REJECT-SEQ   PIC 9(5).
           05  CR-ACTION           PIC X(1).
               88  CR-CORRECT      VALUE 'C'.
               88  CR-DROP         VALUE 'D'.
           05  CR-APPROVER         PIC X(8).
           05  CR-TRAN-CODE        PIC X(1).
           05  CR-CUST-ID          PIC X(6).
           05  CR-TRAN-AMOUNT-X    PIC X(9).
           05  CR-TRAN-AMOUNT REDEFINES CR-TRAN-AMOUNT-X
                                   PIC S9(7)V99.
           05  CR-TRAN-DATE        PIC X(8).
           05  CR-EXT-DATA         PIC X(141).
