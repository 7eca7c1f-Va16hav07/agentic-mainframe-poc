       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPCUST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           SELECT RPTFILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST.
           COPY CUSTREC.

       FD  RPTFILE.
       01  RPT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  CM-STATUS           PIC X(2).
           05  RP-STATUS           PIC X(2).
           05  WS-EOF              PIC X(1) VALUE 'N'.
               88  END-OF-FILE     VALUE 'Y'.
           05  WS-READ-COUNT       PIC 9(7) VALUE 0.
           05  WS-CLOSED-COUNT     PIC 9(7) VALUE 0.
           05  WS-NAME-GROUPS      PIC 9(7) VALUE 0.
           05  WS-PAIR-COUNT       PIC 9(7) VALUE 0.
           05  WS-OVERFLOW-COUNT   PIC 9(7) VALUE 0.
           05  WS-PRINT-BAL-1      PIC -(7)9.99.
           05  WS-PRINT-BAL-2      PIC -(7)9.99.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-NAME       PIC X(30) VALUE LOW-VALUES.
           05  WS-GROUP-COUNT      PIC 9(4) VALUE 0.
           05  WS-GROUP-IX         PIC 9(4).
           05  WS-MATCH-IX         PIC 9(4).
           05  WS-GROUP-ENTRY OCCURS 200.
               10  WS-GRP-CUST-ID      PIC X(6).
               10  WS-GRP-FIRST-NAME   PIC X(20).
               10  WS-GRP-ADDRESS      PIC X(50).
               10  WS-GRP-ZIP-CODE     PIC X(10).
               10  WS-GRP-BALANCE      PIC S9(7)V99.
               10  WS-GRP-STATUS-CODE  PIC X(1).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-SCAN-BY-NAME UNTIL END-OF-FILE.
           PERFORM 2200-COMPARE-GROUP.
           PERFORM 3000-CLOSE.
           STOP RUN.

       1000-INIT.
           OPEN INPUT CUSTMAST.
           OPEN OUTPUT RPTFILE.

           IF CM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' CM-STATUS
               MOVE 'Y' TO WS-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF RP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REPORT FILE: ' RP-STATUS
               MOVE 'Y' TO WS-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM 1900-WRITE-REPORT-HEADINGS.

           IF NOT END-OF-FILE
               MOVE LOW-VALUES TO CM-LAST-NAME
               START CUSTMAST KEY IS NOT LESS THAN CM-LAST-NAME
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
           END-IF.

           IF NOT END-OF-FILE
               PERFORM 2010-READ-NEXT-CUSTOMER
           END-IF.

       1900-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO RPT-RECORD.
           STRING 'DUPLICATE CUSTOMER CANDIDATES - '
                  'SAME NAME, ADDRESS AND ZIP'
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

           MOVE SPACES TO RPT-RECORD.
           STRING 'CUST-1 CUST-2  LAST-NAME' '                     '
                  ' FIRST-NAME' '           ' 'ZIP-CODE  '
                  '  BALANCE-1' '   BALANCE-2'
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

       2000-SCAN-BY-NAME.
           IF CM-LAST-NAME NOT = WS-GROUP-NAME
               PERFORM 2200-COMPARE-GROUP
               MOVE CM-LAST-NAME TO WS-GROUP-NAME
               ADD 1 TO WS-NAME-GROUPS
           END-IF.

           IF CM-CLOSED
               ADD 1 TO WS-CLOSED-COUNT
           ELSE
               PERFORM 2100-ADD-TO-GROUP
           END-IF.

           PERFORM 2010-READ-NEXT-CUSTOMER.

       2010-READ-NEXT-CUSTOMER.
           READ CUSTMAST NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END ADD 1 TO WS-READ-COUNT
           END-READ.

       2100-ADD-TO-GROUP.
           IF WS-GROUP-COUNT < 200
               ADD 1 TO WS-GROUP-COUNT
               MOVE CM-CUST-ID
                   TO WS-GRP-CUST-ID (WS-GROUP-COUNT)
               MOVE CM-FIRST-NAME
                   TO WS-GRP-FIRST-NAME (WS-GROUP-COUNT)
               MOVE CM-ADDRESS
                   TO WS-GRP-ADDRESS (WS-GROUP-COUNT)
               MOVE CM-ZIP-CODE
                   TO WS-GRP-ZIP-CODE (WS-GROUP-COUNT)
               MOVE CM-ACCOUNT-BALANCE
                   TO WS-GRP-BALANCE (WS-GROUP-COUNT)
               MOVE CM-STATUS-CODE
                   TO WS-GRP-STATUS-CODE (WS-GROUP-COUNT)
           ELSE
               DISPLAY 'NAME GROUP TABLE FULL - NOT COMPARED: '
                   CM-CUST-ID ' ' CM-LAST-NAME
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.

       2200-COMPARE-GROUP.
           PERFORM 2210-COMPARE-ONE-ENTRY
               VARYING WS-GROUP-IX FROM 1 BY 1
               UNTIL WS-GROUP-IX >= WS-GROUP-COUNT.
           MOVE 0 TO WS-GROUP-COUNT.

       2210-COMPARE-ONE-ENTRY.
           ADD 1 TO WS-GROUP-IX GIVING WS-MATCH-IX.
           PERFORM 2220-COMPARE-ONE-PAIR
               UNTIL WS-MATCH-IX > WS-GROUP-COUNT.

       2220-COMPARE-ONE-PAIR.
           IF WS-GRP-FIRST-NAME (WS-GROUP-IX)
                  = WS-GRP-FIRST-NAME (WS-MATCH-IX)
              AND WS-GRP-ADDRESS (WS-GROUP-IX)
                  = WS-GRP-ADDRESS (WS-MATCH-IX)
              AND WS-GRP-ZIP-CODE (WS-GROUP-IX)
                  = WS-GRP-ZIP-CODE (WS-MATCH-IX)
               PERFORM 2300-WRITE-CANDIDATE
           END-IF.
           ADD 1 TO WS-MATCH-IX.

       2300-WRITE-CANDIDATE.
           MOVE WS-GRP-BALANCE (WS-GROUP-IX) TO WS-PRINT-BAL-1.
           MOVE WS-GRP-BALANCE (WS-MATCH-IX) TO WS-PRINT-BAL-2.

           MOVE SPACES TO RPT-RECORD.
           STRING WS-GRP-CUST-ID (WS-GROUP-IX) ' '
                  WS-GRP-CUST-ID (WS-MATCH-IX) '  '
                  WS-GROUP-NAME ' '
                  WS-GRP-FIRST-NAME (WS-GROUP-IX) '  '
                  WS-GRP-ZIP-CODE (WS-GROUP-IX) ' '
                  WS-PRINT-BAL-1 ' '
                  WS-PRINT-BAL-2
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

           MOVE SPACES TO RPT-RECORD.
           STRING '               ADDRESS: '
                  WS-GRP-ADDRESS (WS-GROUP-IX)
                  ' STATUS: '
                  WS-GRP-STATUS-CODE (WS-GROUP-IX) '/'
                  WS-GRP-STATUS-CODE (WS-MATCH-IX)
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

           ADD 1 TO WS-PAIR-COUNT.

       3000-CLOSE.
           CLOSE CUSTMAST.

           MOVE SPACES TO RPT-RECORD.
           STRING 'CUSTOMERS READ: ' WS-READ-COUNT
                  ' CLOSED SKIPPED: ' WS-CLOSED-COUNT
                  ' NAME GROUPS: ' WS-NAME-GROUPS
                  ' CANDIDATE PAIRS: ' WS-PAIR-COUNT
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

           IF WS-OVERFLOW-COUNT > 0
               MOVE SPACES TO RPT-RECORD
               STRING 'NOT COMPARED - NAME GROUP TABLE FULL: '
                      WS-OVERFLOW-COUNT
                   DELIMITED BY SIZE
                   INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.

           CLOSE RPTFILE.

           DISPLAY 'DUPCUST - CUSTOMERS READ: ' WS-READ-COUNT
               ' CANDIDATE PAIRS: ' WS-PAIR-COUNT.

           IF RETURN-CODE = 0
              AND (WS-PAIR-COUNT > 0 OR WS-OVERFLOW-COUNT > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.
