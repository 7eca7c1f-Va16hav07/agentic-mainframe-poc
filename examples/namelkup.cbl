       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY CLOSSEL.
           SELECT CTLFILE ASSIGN TO CTLCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CT-STATUS.
       FD  CUSTMAST.
           COPY CUSTREC.

       FD  CLOSARCH.
           COPY CLOSREC.

       FD  CTLFILE.
           COPY NAMECTL.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  CM-STATUS           PIC X(2).
           05  CA-STATUS           PIC X(2).
           05  CT-STATUS           PIC X(2).
           05  RP-STATUS           PIC X(2).
           05  WS-EOF              PIC X(1) VALUE 'N'.
               88  END-OF-FILE     VALUE 'Y'.
           05  WS-FOUND-COUNT      PIC 9(5) VALUE 0.
           05  WS-ARCH-EOF         PIC X(1) VALUE 'N'.
               88  ARCHIVE-EOF     VALUE 'Y'.
           05  WS-PURGED-COUNT     PIC 9(5) VALUE 0.
       01  WS-SEARCH-NAME          PIC X(30).

       PROCEDURE DIVISION.
           WRITE RPT-RECORD.
           ADD 1 TO WS-FOUND-COUNT.

       2500-FIND-PURGED-MATCHES.
           OPEN INPUT CLOSARCH.
           IF CA-STATUS = '00'
               MOVE WS-SEARCH-NAME TO CA-LAST-NAME
               START CLOSARCH KEY IS EQUAL TO CA-LAST-NAME
                   INVALID KEY
                       MOVE 'Y' TO WS-ARCH-EOF
               END-START
               IF NOT ARCHIVE-EOF
                   PERFORM 2510-READ-NEXT-PURGED
               END-IF
               PERFORM 2520-LIST-PURGED-MATCH UNTIL ARCHIVE-EOF
               CLOSE CLOSARCH
           END-IF.

       2510-READ-NEXT-PURGED.
           READ CLOSARCH NEXT RECORD
               AT END MOVE 'Y' TO WS-ARCH-EOF
           END-READ.

       2520-LIST-PURGED-MATCH.
           IF CA-LAST-NAME NOT = WS-SEARCH-NAME
               MOVE 'Y' TO WS-ARCH-EOF
           ELSE
               MOVE CA-CUST-IMAGE TO CUST-RECORD
               MOVE SPACES TO RPT-RECORD
               STRING CA-CUST-ID    ' '
                      CA-LAST-NAME  ' '
                      CM-FIRST-NAME ' '
                      'PURGED ON ' CA-PURGE-DATE
                   DELIMITED BY SIZE
                   INTO RPT-RECORD
               WRITE RPT-RECORD
               ADD 1 TO WS-PURGED-COUNT
               PERFORM 2510-READ-NEXT-PURGED
           END-IF.

       3000-CLOSE.
           IF WS-SEARCH-NAME NOT = SPACES
               PERFORM 2500-FIND-PURGED-MATCHES
           END-IF.

           CLOSE CUSTMAST.
           CLOSE CTLFILE.

           MOVE SPACES TO RPT-RECORD.
           STRING 'MATCHES FOUND: ' WS-FOUND-COUNT
                  ' PURGED ACCOUNTS: ' WS-PURGED-COUNT
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.
