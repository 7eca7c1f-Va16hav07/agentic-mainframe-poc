       01  RPR-RECORD.
           05  RPR-REJECT-ID.
               10  RPR-FIRST-DATE  PIC X(8).
               10  RPR-REJECT-SEQ  PIC 9(5).
           05  RPR-REASON-CODE     PIC X(4).
           05  RPR-ATTEMPT-COUNT   PIC 9(2).
           05  RPR-TRAN-DATA       PIC X(166).
