               88  TR-INTEREST-TRAN VALUE 'I'.
               88  TR-SERVICE-TRAN VALUE 'S'.
               88  TR-TRAILER-TRAN VALUE 'T'.
               88  TR-XFER-TRAN    VALUE 'X'.
               88  TR-MERGE-TRAN   VALUE 'J'.
               88  TR-RETURN-TRAN  VALUE 'R'.
               88  TR-NSF-FEE-TRAN VALUE 'N'.
               88  TR-RETURNED-ITEM-TRAN VALUE 'R' 'N'.
           05  TR-CUST-ID          PIC X(6).
           05  TR-TRAN-AMOUNT      PIC S9(7)V99.
           05  TR-TRAN-DATE        PIC X(8).
           05  TR-TO-CUST-ID       PIC X(6).
       01  TRAN-TRAILER-RECORD REDEFINES TRAN-RECORD.
           05  TRL-RECORD-CODE     PIC X(1).
           05  TRL-RECORD-COUNT    PIC 9(7).
