       01  WS-MOVEMENT-TOTALS.
           05  WS-NET-MOVEMENT     PIC S9(11)V99 VALUE 0.
           05  WS-COUNT-MOVEMENT   PIC S9(7) VALUE 0.
           05  WS-PURGE-COUNT      PIC 9(7) VALUE 0.
       01  WS-EXPECTED-TOTALS.
           05  WS-EXPECTED-COUNT   PIC S9(7).
           05  WS-EXPECTED-BALANCE PIC S9(11)V99.
                       SUBTRACT AUDB-ACCOUNT-BALANCE
                           FROM WS-NET-MOVEMENT
                   END-IF
               WHEN 'P'
                   SUBTRACT AUDB-ACCOUNT-BALANCE FROM WS-NET-MOVEMENT
                   SUBTRACT 1 FROM WS-COUNT-MOVEMENT
                   ADD 1 TO WS-PURGE-COUNT
               WHEN 'U'
               WHEN 'M'
               WHEN 'E'
               WHEN 'I'
               WHEN 'S'
               WHEN 'X'
               WHEN 'Y'
               WHEN 'J'
               WHEN 'K'
               WHEN 'R'
               WHEN 'N'
                   ADD AUDA-ACCOUNT-BALANCE TO WS-NET-MOVEMENT
                   SUBTRACT AUDB-ACCOUNT-BALANCE FROM WS-NET-MOVEMENT
               WHEN OTHER
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

           IF WS-PURGE-COUNT > 0
               MOVE SPACES TO RPT-RECORD
               STRING '  INCLUDES CLOSED ACCOUNTS PURGED: '
                      WS-PURGE-COUNT
                   DELIMITED BY SIZE
                   INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.

           COMPUTE WS-EXPECTED-COUNT =
               WS-PRIOR-COUNT + WS-COUNT-MOVEMENT.
           COMPUTE WS-EXPECTED-BALANCE =
