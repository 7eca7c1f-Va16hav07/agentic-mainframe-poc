       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AUDHSEL.
           COPY CLOSSEL.
           COPY MRGXSEL.
           SELECT CTLFILE ASSIGN TO CTLCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CT-STATUS.
       FD  AUDHIST.
           COPY AUDHREC.

       FD  CLOSARCH.
           COPY CLOSREC.

       FD  MERGXREF.
           COPY MRGXREC.

       FD  CTLFILE.
           COPY AUDICTL.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  AH-STATUS           PIC X(2).
           05  CA-STATUS           PIC X(2).
           05  MX-STATUS           PIC X(2).
           05  CT-STATUS           PIC X(2).
           05  RP-STATUS           PIC X(2).
           05  WS-EOF              PIC X(1) VALUE 'N'.
               88  END-OF-FILE     VALUE 'Y'.
           05  WS-FOUND-COUNT      PIC 9(5) VALUE 0.
           05  WS-OPEN-FAILED      PIC X(1) VALUE 'N'.
               88  OPEN-FAILED     VALUE 'Y'.
           05  WS-XREF-EOF         PIC X(1) VALUE 'N'.
               88  XREF-EOF        VALUE 'Y'.
       01  WS-SEARCH-ARGS.
           05  WS-SEARCH-CUST-ID   PIC X(6).
           05  WS-FROM-DATE        PIC X(8).
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-LIST-CHANGES UNTIL END-OF-FILE.
           IF NOT OPEN-FAILED AND WS-SEARCH-CUST-ID NOT = SPACES
               PERFORM 2500-LIST-MERGED-ACCOUNTS
           END-IF.
           PERFORM 3000-CLOSE.
           STOP RUN.

           IF AH-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDIT HISTORY FILE: ' AH-STATUS
               MOVE 'Y' TO WS-EOF
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF.

           IF CT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CONTROL FILE: ' CT-STATUS
               MOVE 'Y' TO WS-EOF
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF.

           IF RP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REPORT FILE: ' RP-STATUS
               MOVE 'Y' TO WS-EOF
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF.

           PERFORM 1100-READ-SEARCH-ARGS.
           MOVE AH-BEFORE-IMAGE TO CUST-RECORD.
           MOVE CM-ACCOUNT-BALANCE TO WS-PRINT-BEFORE.
           MOVE AH-AFTER-IMAGE TO CUST-RECORD.
           IF CM-CUST-ID = SPACES
               MOVE ZERO TO WS-PRINT-AFTER
           ELSE
               MOVE CM-ACCOUNT-BALANCE TO WS-PRINT-AFTER
           END-IF.

           MOVE SPACES TO RPT-RECORD.
           STRING AH-TRAN-DATE '  ' AH-TRAN-SEQ ' ' AH-TRAN-CODE '  '
           WRITE RPT-RECORD.
           ADD 1 TO WS-FOUND-COUNT.

       2500-LIST-MERGED-ACCOUNTS.
           OPEN INPUT MERGXREF.
           IF MX-STATUS = '00'
               MOVE WS-SEARCH-CUST-ID TO MX-SURVIVOR-ID
               START MERGXREF KEY IS EQUAL TO MX-SURVIVOR-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-XREF-EOF
               END-START
               IF NOT XREF-EOF
                   READ MERGXREF NEXT RECORD
                       AT END MOVE 'Y' TO WS-XREF-EOF
                   END-READ
               END-IF
               PERFORM 2510-LIST-ONE-MERGED-ACCOUNT UNTIL XREF-EOF
               CLOSE MERGXREF
           END-IF.

       2510-LIST-ONE-MERGED-ACCOUNT.
           IF MX-SURVIVOR-ID NOT = WS-SEARCH-CUST-ID
               MOVE 'Y' TO WS-XREF-EOF
           ELSE
               MOVE SPACES TO RPT-RECORD
               STRING 'HISTORY OF MERGED ACCOUNT: ' MX-RETIRED-ID
                      ' MERGED ON: ' MX-MERGE-DATE
                   DELIMITED BY SIZE
                   INTO RPT-RECORD
               WRITE RPT-RECORD
               MOVE 'N' TO WS-EOF
               MOVE MX-RETIRED-ID TO AH-CUST-ID
               MOVE WS-FROM-DATE  TO AH-TRAN-DATE
               MOVE ZERO          TO AH-TRAN-SEQ
               START AUDHIST KEY IS NOT LESS THAN AH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
               IF NOT END-OF-FILE
                   PERFORM 2010-READ-NEXT-CHANGE
               END-IF
               PERFORM 2520-LIST-MERGED-CHANGES UNTIL END-OF-FILE
               READ MERGXREF NEXT RECORD
                   AT END MOVE 'Y' TO WS-XREF-EOF
               END-READ
           END-IF.

       2520-LIST-MERGED-CHANGES.
           IF AH-CUST-ID NOT = MX-RETIRED-ID
              OR AH-TRAN-DATE > WS-TO-DATE
               MOVE 'Y' TO WS-EOF
           ELSE
               PERFORM 2100-WRITE-CHANGE-LINE
               PERFORM 2010-READ-NEXT-CHANGE
           END-IF.

       2900-CHECK-PURGED-ACCOUNT.
           OPEN INPUT CLOSARCH.
           IF CA-STATUS = '00'
               MOVE WS-SEARCH-CUST-ID TO CA-CUST-ID
               READ CLOSARCH
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO RPT-RECORD
                       STRING 'CUSTOMER ' CA-CUST-ID
                              ' PURGED ON ' CA-PURGE-DATE
                           DELIMITED BY SIZE
                           INTO RPT-RECORD
                       WRITE RPT-RECORD
               END-READ
               CLOSE CLOSARCH
           END-IF.

       3000-CLOSE.
           CLOSE AUDHIST.
           CLOSE CTLFILE.
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

           IF WS-SEARCH-CUST-ID NOT = SPACES
               PERFORM 2900-CHECK-PURGED-ACCOUNT
           END-IF.

           CLOSE RPTFILE.
