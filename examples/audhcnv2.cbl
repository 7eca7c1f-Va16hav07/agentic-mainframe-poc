       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDHCNV2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDHOLD ASSIGN TO AUDHOLD
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS AHO-KEY
               FILE STATUS IS AO-STATUS.
           COPY AUDHSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDHOLD.
       01  AUDHO-RECORD.
           05  AHO-KEY.
               10  AHO-CUST-ID     PIC X(6).
               10  AHO-TRAN-DATE   PIC X(8).
               10  AHO-TRAN-SEQ    PIC 9(5).
           05  AHO-TRAN-CODE       PIC X(1).
           05  AHO-BEFORE-IMAGE    PIC X(173).
           05  AHO-AFTER-IMAGE     PIC X(173).

       FD  AUDHIST.
           COPY AUDHREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  AO-STATUS           PIC X(2).
           05  AH-STATUS           PIC X(2).
           05  WS-EOF              PIC X(1) VALUE 'N'.
               88  END-OF-FILE     VALUE 'Y'.
           05  WS-CONVERT-COUNT    PIC 9(7) VALUE 0.
           05  WS-ERROR-COUNT      PIC 9(5) VALUE 0.
       01  WS-OLD-IMAGE-WORK.
           05  WS-OLD-IMAGE        PIC X(173).
           05  WS-OLD-IMAGE-DETAIL REDEFINES WS-OLD-IMAGE.
               10  WS-OLD-CUST-ID  PIC X(6).
               10  FILLER          PIC X(167).
       01  WS-NEW-IMAGE-WORK.
           05  WS-NEW-IMAGE        PIC X(200).
           05  WS-NEW-IMAGE-DETAIL REDEFINES WS-NEW-IMAGE.
               10  WS-NEW-BODY     PIC X(173).
               10  WS-NEW-STMT-DATE    PIC X(8).
               10  WS-NEW-MIN-PAYMENT  PIC S9(7)V99.
               10  WS-NEW-DUE-DATE     PIC X(8).
               10  WS-NEW-PAY-STATUS   PIC X(1).
               10  WS-NEW-DELQ-BUCKET  PIC X(1).
       COPY CUSTREC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-CONVERT-ONE-RECORD UNTIL END-OF-FILE.
           PERFORM 3000-CLOSE.
           STOP RUN.

       1000-INIT.
           OPEN INPUT AUDHOLD.
           IF AO-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING OLD AUDIT HISTORY FILE: '
                   AO-STATUS
               MOVE 'Y' TO WS-EOF
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

           OPEN OUTPUT AUDHIST.
           IF AH-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NEW AUDIT HISTORY FILE: '
                   AH-STATUS
               MOVE 'Y' TO WS-EOF
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

           IF NOT END-OF-FILE
               READ AUDHOLD NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-IF.

       2000-CONVERT-ONE-RECORD.
           MOVE AHO-CUST-ID   TO AH-CUST-ID.
           MOVE AHO-TRAN-DATE TO AH-TRAN-DATE.
           MOVE AHO-TRAN-SEQ  TO AH-TRAN-SEQ.
           MOVE AHO-TRAN-CODE TO AH-TRAN-CODE.

           MOVE AHO-BEFORE-IMAGE TO WS-OLD-IMAGE.
           PERFORM 2100-CONVERT-ONE-IMAGE.
           MOVE WS-NEW-IMAGE TO AH-BEFORE-IMAGE.

           MOVE AHO-AFTER-IMAGE TO WS-OLD-IMAGE.
           PERFORM 2100-CONVERT-ONE-IMAGE.
           MOVE WS-NEW-IMAGE TO AH-AFTER-IMAGE.

           WRITE AUDH-RECORD
               INVALID KEY
                   DISPLAY 'ERROR CONVERTING AUDIT HISTORY FOR: '
                       AH-CUST-ID ' ' AH-TRAN-DATE
                       ' STATUS: ' AH-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERT-COUNT
           END-WRITE.

           READ AUDHOLD NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
           END-READ.

       2100-CONVERT-ONE-IMAGE.
           IF WS-OLD-CUST-ID = SPACES
               INITIALIZE CUST-RECORD
               MOVE CUST-RECORD TO WS-NEW-IMAGE
           ELSE
               MOVE WS-OLD-IMAGE TO WS-NEW-BODY
               MOVE SPACES TO WS-NEW-STMT-DATE
               MOVE ZERO TO WS-NEW-MIN-PAYMENT
               MOVE SPACES TO WS-NEW-DUE-DATE
               MOVE SPACE TO WS-NEW-PAY-STATUS
               MOVE '0' TO WS-NEW-DELQ-BUCKET
           END-IF.

       3000-CLOSE.
           CLOSE AUDHOLD.
           CLOSE AUDHIST.

           DISPLAY 'AUDHCNV2 - HISTORY RECORDS CONVERTED: '
               WS-CONVERT-COUNT ' ERRORS: ' WS-ERROR-COUNT.

           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
