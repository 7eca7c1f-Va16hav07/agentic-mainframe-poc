               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AU-STATUS.
           COPY AUDHSEL.
           COPY MRGXSEL.
           SELECT RUNCTL ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RL-STATUS.
       FD  AUDHIST.
           COPY AUDHREC.

       FD  MERGXREF.
           COPY MRGXREC.

       FD  RUNCTL.
           COPY RUNCREC.

       01  WS-WORK-AREAS.
           05  AU-STATUS           PIC X(2).
           05  AH-STATUS           PIC X(2).
           05  MX-STATUS           PIC X(2).
           05  WS-EOF              PIC X(1) VALUE 'N'.
               88  END-OF-FILE     VALUE 'Y'.
           05  WS-ARCHIVED         PIC X(1) VALUE 'N'.
               88  RECORD-ARCHIVED VALUE 'Y'.
           05  WS-ARCHIVE-COUNT    PIC 9(7) VALUE 0.
           05  WS-ERROR-COUNT      PIC 9(5) VALUE 0.
           05  WS-MERGE-COUNT      PIC 9(5) VALUE 0.
           05  WS-RETIRED-ID       PIC X(6) VALUE SPACES.
       01  WS-RUN-CONTROL-AREAS.
           05  RL-STATUS           PIC X(2).
           05  BD-STATUS           PIC X(2).
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

           OPEN I-O MERGXREF.
           IF MX-STATUS = '35'
               OPEN OUTPUT MERGXREF
           END-IF.
           IF MX-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MERGE CROSS-REFERENCE FILE: '
                   MX-STATUS
               MOVE 'Y' TO WS-EOF
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

           IF NOT END-OF-FILE
               READ AUDITFILE
                   AT END MOVE 'Y' TO WS-EOF
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

           EVALUATE AUD-TRAN-CODE
               WHEN 'J'
                   MOVE AUDB-CUST-ID TO WS-RETIRED-ID
               WHEN 'K'
                   PERFORM 2200-RECORD-MERGE-XREF
                   MOVE SPACES TO WS-RETIRED-ID
               WHEN OTHER
                   MOVE SPACES TO WS-RETIRED-ID
           END-EVALUATE.

           READ AUDITFILE
               AT END MOVE 'Y' TO WS-EOF
           END-READ.
                   ADD 1 TO WS-ARCHIVE-COUNT
           END-WRITE.

       2200-RECORD-MERGE-XREF.
           IF WS-RETIRED-ID = SPACES
               DISPLAY 'ERROR: MERGE SURVIVOR LEG WITHOUT RETIRED '
                   'LEG: ' AUDB-CUST-ID
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE WS-RETIRED-ID TO MX-RETIRED-ID
               MOVE AUDB-CUST-ID  TO MX-SURVIVOR-ID
               MOVE AUD-TRAN-DATE TO MX-MERGE-DATE
               WRITE MRGX-RECORD
                   INVALID KEY
                       PERFORM 2210-REPLACE-MERGE-XREF
                   NOT INVALID KEY
                       ADD 1 TO WS-MERGE-COUNT
               END-WRITE
           END-IF.

       2210-REPLACE-MERGE-XREF.
           REWRITE MRGX-RECORD
               INVALID KEY
                   DISPLAY 'ERROR RECORDING MERGE OF: ' MX-RETIRED-ID
                       ' STATUS: ' MX-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-MERGE-COUNT
           END-REWRITE.

       3000-CLOSE.
           CLOSE AUDITFILE.
           CLOSE AUDHIST.
           CLOSE MERGXREF.

           DISPLAY 'AUDARCH - AUDIT RECORDS ARCHIVED: '
               WS-ARCHIVE-COUNT ' ERRORS: ' WS-ERROR-COUNT
               ' MERGES RECORDED: ' WS-MERGE-COUNT.

           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
