       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCNV2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOLD ASSIGN TO CUSTOLD
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CO-CUST-ID
               ALTERNATE RECORD KEY IS CO-LAST-NAME WITH DUPLICATES
               FILE STATUS IS CO-STATUS.
           COPY CUSTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOLD.
       01  CUSTO-RECORD.
           05  CO-CUST-ID          PIC X(6).
           05  CO-FIRST-NAME       PIC X(20).
           05  CO-LAST-NAME        PIC X(30).
           05  CO-ADDRESS          PIC X(50).
           05  CO-CITY             PIC X(20).
           05  CO-STATE            PIC X(2).
           05  CO-ZIP-CODE         PIC X(10).
           05  CO-ACCOUNT-BALANCE  PIC S9(7)V99.
           05  CO-LAST-ACTIVITY    PIC X(8).
           05  CO-CREDIT-LIMIT     PIC S9(7)V99.
           05  CO-STATUS-CODE      PIC X(1).
           05  CO-OPEN-DATE        PIC X(8).

       FD  CUSTMAST.
           COPY CUSTREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  CO-STATUS           PIC X(2).
           05  CM-STATUS           PIC X(2).
           05  WS-EOF              PIC X(1) VALUE 'N'.
               88  END-OF-FILE     VALUE 'Y'.
           05  WS-CONVERT-COUNT    PIC 9(7) VALUE 0.
           05  WS-ERROR-COUNT      PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-CONVERT-ONE-CUSTOMER UNTIL END-OF-FILE.
           PERFORM 3000-CLOSE.
           STOP RUN.

       1000-INIT.
           OPEN INPUT CUSTOLD.
           IF CO-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING OLD CUSTOMER FILE: ' CO-STATUS
               MOVE 'Y' TO WS-EOF
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

           OPEN OUTPUT CUSTMAST.
           IF CM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NEW CUSTOMER FILE: ' CM-STATUS
               MOVE 'Y' TO WS-EOF
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

           IF NOT END-OF-FILE
               READ CUSTOLD NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-IF.

       2000-CONVERT-ONE-CUSTOMER.
           INITIALIZE CUST-RECORD.
           MOVE CO-CUST-ID          TO CM-CUST-ID.
           MOVE CO-FIRST-NAME       TO CM-FIRST-NAME.
           MOVE CO-LAST-NAME        TO CM-LAST-NAME.
           MOVE CO-ADDRESS          TO CM-ADDRESS.
           MOVE CO-CITY             TO CM-CITY.
           MOVE CO-STATE            TO CM-STATE.
           MOVE CO-ZIP-CODE         TO CM-ZIP-CODE.
           MOVE CO-ACCOUNT-BALANCE  TO CM-ACCOUNT-BALANCE.
           MOVE CO-LAST-ACTIVITY    TO CM-LAST-ACTIVITY.
           MOVE CO-CREDIT-LIMIT     TO CM-CREDIT-LIMIT.
           MOVE CO-STATUS-CODE      TO CM-STATUS-CODE.
           MOVE CO-OPEN-DATE        TO CM-OPEN-DATE.
           MOVE ZERO                TO CM-MIN-PAYMENT-DUE.
           MOVE '0'                 TO CM-DELQ-BUCKET.

           WRITE CUST-RECORD
               INVALID KEY
                   DISPLAY 'ERROR CONVERTING CUSTOMER: ' CM-CUST-ID
                       ' STATUS: ' CM-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERT-COUNT
           END-WRITE.

           READ CUSTOLD NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
           END-READ.

       3000-CLOSE.
           CLOSE CUSTOLD.
           CLOSE CUSTMAST.

           DISPLAY 'CUSTCNV2 - CUSTOMERS CONVERTED: ' WS-CONVERT-COUNT
               ' ERRORS: ' WS-ERROR-COUNT.

           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
