       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSCAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY AUDHSEL.
           SELECT TRSUSP ASSIGN TO TRSUSP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SU-STATUS.
           SELECT PENDIN ASSIGN TO PENDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PI-STATUS.
           SELECT RPTFILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST.
           COPY CUSTREC.

       FD  AUDHIST.
           COPY AUDHREC.

       FD  TRSUSP.
           COPY SUSPREC.

       FD  PENDIN.
       01  PEND-RECORD.
           05  PD-TRAN-CODE        PIC X(1).
           05  PD-CUST-ID          PIC X(6).
           05  PD-TRAN-AMOUNT      PIC S9(7)V99.
           05  PD-TRAN-DATE        PIC X(8).
           05  PD-EXT-DATA         PIC X(142).

       FD  RPTFILE.
       01  RPT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  CM-STATUS           PIC X(2).
           05  AH-STATUS           PIC X(2).
           05  SU-STATUS           PIC X(2).
           05  PI-STATUS           PIC X(2).
           05  RP-STATUS           PIC X(2).
           05  WS-RUN-DATE         PIC X(8).
           05  WS-EOF              PIC X(1) VALUE 'N'.
               88  END-OF-FILE     VALUE 'Y'.
           05  WS-HIST-EOF         PIC X(1) VALUE 'N'.
               88  HIST-EOF        VALUE 'Y'.
           05  WS-OPEN-FAILED      PIC X(1) VALUE 'N'.
               88  OPEN-FAILED     VALUE 'Y'.
           05  WS-STATE-FOUND      PIC X(1) VALUE 'N'.
               88  STATE-FOUND     VALUE 'Y'.
           05  WS-STATE-IX         PIC 9(2).
           05  WS-MASTER-COUNT     PIC 9(7) VALUE 0.
           05  WS-HISTORY-COUNT    PIC 9(7) VALUE 0.
           05  WS-SUSP-COUNT       PIC 9(7) VALUE 0.
           05  WS-PEND-COUNT       PIC 9(7) VALUE 0.
           05  WS-SEVERE-COUNT     PIC 9(7) VALUE 0.
           05  WS-WARNING-COUNT    PIC 9(7) VALUE 0.
           05  WS-PRINT-AMOUNT     PIC -(7)9.99.
       01  WS-HISTORY-GROUP.
           05  WS-HGRP-CUST-ID     PIC X(6).
           05  WS-HGRP-TRAN-DATE   PIC X(8).
           05  WS-HGRP-TRAN-CODE   PIC X(1).
           05  WS-HGRP-AFTER.
               10  WS-HGRP-AFTER-ID    PIC X(6).
               10  FILLER              PIC X(194).
           05  WS-HGRP-AFTER-PARTS REDEFINES WS-HGRP-AFTER.
               10  WS-HGRP-JOURNALED   PIC X(173).
               10  FILLER              PIC X(27).
       01  WS-MASTER-IMAGE.
           05  WS-MAST-JOURNALED.
               10  FILLER              PIC X(138).
               10  WS-MAST-BALANCE-X   PIC X(9).
               10  FILLER              PIC X(26).
           05  FILLER              PIC X(27).
       01  WS-EXCEPTION-AREAS.
           05  WS-RULE-IX          PIC 9(2).
           05  WS-EXC-CUST-ID      PIC X(6).
           05  WS-EXC-DETAIL       PIC X(50).
           05  WS-ITEM-CODE        PIC X(1).
           05  WS-ITEM-DATE        PIC X(8).
           05  WS-ITEM-AMOUNT      PIC S9(7)V99.
           05  WS-ITEM-REASON      PIC X(11).
       01  WS-RULE-VALUES.
           05  FILLER              PIC X(42)
               VALUE 'R01SACCOUNT BALANCE NOT NUMERIC           '.
           05  FILLER              PIC X(42)
               VALUE 'R02SSTATUS CODE NOT A, F OR C             '.
           05  FILLER              PIC X(42)
               VALUE 'R03WOPEN DATE LATER THAN LAST ACTIVITY    '.
           05  FILLER              PIC X(42)
               VALUE 'R04WNAME MISSING ON OPEN ACCOUNT          '.
           05  FILLER              PIC X(42)
               VALUE 'R05WINVALID STATE CODE                    '.
           05  FILLER              PIC X(42)
               VALUE 'R06WCLOSED ACCOUNT CARRIES A BALANCE      '.
           05  FILLER              PIC X(42)
               VALUE 'R07WSUSPENSE ITEM FOR CLOSED/MISSING CUST '.
           05  FILLER              PIC X(42)
               VALUE 'R08WPENDING ITEM FOR CLOSED/MISSING CUST  '.
           05  FILLER              PIC X(42)
               VALUE 'R09SMASTER DOES NOT MATCH AUDIT HISTORY   '.
           05  FILLER              PIC X(42)
               VALUE 'R10SAUDIT HISTORY FOR CUSTOMER NOT ON FILE'.
       01  WS-RULE-TABLE REDEFINES WS-RULE-VALUES.
           05  WS-RULE-ENTRY OCCURS 10.
               10  WS-RULE-ID          PIC X(3).
               10  WS-RULE-SEVERITY    PIC X(1).
                   88  RULE-SEVERE     VALUE 'S'.
               10  WS-RULE-DESC        PIC X(38).
       01  WS-RULE-COUNTS.
           05  WS-RULE-COUNT       PIC 9(7) OCCURS 10.
       COPY STATETBL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           IF NOT OPEN-FAILED
               PERFORM 2000-SCAN-MASTER-FILE
               PERFORM 3000-CHECK-SUSPENSE-ITEMS
               PERFORM 3500-CHECK-PENDING-ITEMS
           END-IF.
           PERFORM 4000-CLOSE.
           STOP RUN.

       1000-INIT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           INITIALIZE WS-RULE-COUNTS.

           OPEN INPUT  CUSTMAST.
           OPEN INPUT  AUDHIST.
           OPEN OUTPUT RPTFILE.

           IF CM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' CM-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF.

           IF AH-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDIT HISTORY FILE: ' AH-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF.

           IF RP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REPORT FILE: ' RP-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF.

           IF NOT OPEN-FAILED
               PERFORM 1900-WRITE-REPORT-HEADINGS
           END-IF.

       1900-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO RPT-RECORD.
           STRING 'CUSTOMER MASTER INTEGRITY SCAN - RUN DATE '
                  WS-RUN-DATE
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

           MOVE SPACES TO RPT-RECORD.
           STRING 'RULE SEV CUST-ID DESCRIPTION' '                  '
                  '            DETAIL'
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

       2000-SCAN-MASTER-FILE.
           READ AUDHIST NEXT RECORD
               AT END MOVE 'Y' TO WS-HIST-EOF
           END-READ.
           PERFORM 2500-LOAD-HISTORY-GROUP.

           READ CUSTMAST NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
           END-READ.
           PERFORM 2100-SCAN-ONE-CUSTOMER UNTIL END-OF-FILE.

           PERFORM 2410-CHECK-HISTORY-NOT-ON-FILE
               UNTIL WS-HGRP-CUST-ID = HIGH-VALUES.

       2100-SCAN-ONE-CUSTOMER.
           ADD 1 TO WS-MASTER-COUNT.
           MOVE CM-CUST-ID TO WS-EXC-CUST-ID.
           MOVE CUST-RECORD TO WS-MASTER-IMAGE.

           PERFORM 2200-CHECK-FIELD-RULES.
           PERFORM 2400-CHECK-AGAINST-HISTORY.

           READ CUSTMAST NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
           END-READ.

       2200-CHECK-FIELD-RULES.
           IF CM-ACCOUNT-BALANCE NOT NUMERIC
               MOVE 1 TO WS-RULE-IX
               MOVE SPACES TO WS-EXC-DETAIL
               STRING 'BALANCE ''' WS-MAST-BALANCE-X ''''
                   DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               PERFORM 2900-WRITE-EXCEPTION
           ELSE
               IF CM-CLOSED AND CM-ACCOUNT-BALANCE NOT = ZERO
                   MOVE CM-ACCOUNT-BALANCE TO WS-PRINT-AMOUNT
                   MOVE 6 TO WS-RULE-IX
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING 'BALANCE ' WS-PRINT-AMOUNT
                       DELIMITED BY SIZE
                       INTO WS-EXC-DETAIL
                   PERFORM 2900-WRITE-EXCEPTION
               END-IF
           END-IF.

           IF NOT CM-ACTIVE AND NOT CM-FROZEN AND NOT CM-CLOSED
               MOVE 2 TO WS-RULE-IX
               MOVE SPACES TO WS-EXC-DETAIL
               STRING 'STATUS CODE ''' CM-STATUS-CODE ''''
                   DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               PERFORM 2900-WRITE-EXCEPTION
           END-IF.

           IF CM-OPEN-DATE NUMERIC AND CM-LAST-ACTIVITY NUMERIC
              AND CM-OPEN-DATE > CM-LAST-ACTIVITY
               MOVE 3 TO WS-RULE-IX
               MOVE SPACES TO WS-EXC-DETAIL
               STRING 'OPENED ' CM-OPEN-DATE
                      ' LAST ACTIVITY ' CM-LAST-ACTIVITY
                   DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               PERFORM 2900-WRITE-EXCEPTION
           END-IF.

           IF (CM-ACTIVE OR CM-FROZEN)
              AND (CM-FIRST-NAME = SPACES OR CM-LAST-NAME = SPACES)
               MOVE 4 TO WS-RULE-IX
               MOVE SPACES TO WS-EXC-DETAIL
               STRING 'STATUS ' CM-STATUS-CODE ' NAME ' CM-LAST-NAME
                   DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               PERFORM 2900-WRITE-EXCEPTION
           END-IF.

           MOVE 'N' TO WS-STATE-FOUND.
           PERFORM 2300-CHECK-ONE-STATE-CODE
               VARYING WS-STATE-IX FROM 1 BY 1
               UNTIL WS-STATE-IX > 59
                  OR STATE-FOUND.
           IF NOT STATE-FOUND
               MOVE 5 TO WS-RULE-IX
               MOVE SPACES TO WS-EXC-DETAIL
               STRING 'STATE ''' CM-STATE ''''
                   DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               PERFORM 2900-WRITE-EXCEPTION
           END-IF.

       2300-CHECK-ONE-STATE-CODE.
           IF CM-STATE = STATE-CODE-ENTRY (WS-STATE-IX)
               MOVE 'Y' TO WS-STATE-FOUND
           END-IF.

       2400-CHECK-AGAINST-HISTORY.
           PERFORM 2410-CHECK-HISTORY-NOT-ON-FILE
               UNTIL WS-HGRP-CUST-ID NOT < CM-CUST-ID.

           IF WS-HGRP-CUST-ID = CM-CUST-ID
               IF WS-HGRP-JOURNALED NOT = WS-MAST-JOURNALED
                   MOVE 9 TO WS-RULE-IX
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING 'LATEST HISTORY ' WS-HGRP-TRAN-DATE
                          ' CODE ' WS-HGRP-TRAN-CODE
                       DELIMITED BY SIZE
                       INTO WS-EXC-DETAIL
                   PERFORM 2900-WRITE-EXCEPTION
               END-IF
               PERFORM 2500-LOAD-HISTORY-GROUP
           END-IF.

       2410-CHECK-HISTORY-NOT-ON-FILE.
           IF WS-HGRP-AFTER-ID NOT = SPACES
               MOVE 10 TO WS-RULE-IX
               MOVE WS-HGRP-CUST-ID TO WS-EXC-CUST-ID
               MOVE SPACES TO WS-EXC-DETAIL
               STRING 'LATEST HISTORY ' WS-HGRP-TRAN-DATE
                      ' CODE ' WS-HGRP-TRAN-CODE
                   DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               PERFORM 2900-WRITE-EXCEPTION
               MOVE CM-CUST-ID TO WS-EXC-CUST-ID
           END-IF.
           PERFORM 2500-LOAD-HISTORY-GROUP.

       2500-LOAD-HISTORY-GROUP.
           IF HIST-EOF
               MOVE HIGH-VALUES TO WS-HGRP-CUST-ID
               MOVE SPACES      TO WS-HGRP-AFTER
           ELSE
               MOVE AH-CUST-ID TO WS-HGRP-CUST-ID
               PERFORM 2510-KEEP-LATEST-HISTORY
                   UNTIL HIST-EOF
                      OR AH-CUST-ID NOT = WS-HGRP-CUST-ID
           END-IF.

       2510-KEEP-LATEST-HISTORY.
           ADD 1 TO WS-HISTORY-COUNT.
           MOVE AH-TRAN-DATE   TO WS-HGRP-TRAN-DATE.
           MOVE AH-TRAN-CODE   TO WS-HGRP-TRAN-CODE.
           MOVE AH-AFTER-IMAGE TO WS-HGRP-AFTER.

           READ AUDHIST NEXT RECORD
               AT END MOVE 'Y' TO WS-HIST-EOF
           END-READ.

       2900-WRITE-EXCEPTION.
           ADD 1 TO WS-RULE-COUNT (WS-RULE-IX).
           IF RULE-SEVERE (WS-RULE-IX)
               ADD 1 TO WS-SEVERE-COUNT
           ELSE
               ADD 1 TO WS-WARNING-COUNT
           END-IF.

           MOVE SPACES TO RPT-RECORD.
           STRING WS-RULE-ID (WS-RULE-IX) '  '
                  WS-RULE-SEVERITY (WS-RULE-IX) '   '
                  WS-EXC-CUST-ID '  '
                  WS-RULE-DESC (WS-RULE-IX) ' '
                  WS-EXC-DETAIL
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

       3000-CHECK-SUSPENSE-ITEMS.
           OPEN INPUT TRSUSP.
           EVALUATE SU-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-EOF
                   PERFORM 3100-CHECK-ONE-SUSPENSE UNTIL END-OF-FILE
                   CLOSE TRSUSP
               WHEN '35'
                   DISPLAY 'NO SUSPENSE FILE - SUSPENSE CHECK SKIPPED'
               WHEN OTHER
                   DISPLAY 'ERROR OPENING SUSPENSE FILE: ' SU-STATUS
                   MOVE 'Y' TO WS-OPEN-FAILED
           END-EVALUATE.

       3100-CHECK-ONE-SUSPENSE.
           READ TRSUSP
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-SUSP-COUNT
                   MOVE SU-CUST-ID     TO WS-EXC-CUST-ID
                   MOVE SU-TRAN-CODE   TO WS-ITEM-CODE
                   MOVE SU-TRAN-DATE   TO WS-ITEM-DATE
                   MOVE SU-TRAN-AMOUNT TO WS-ITEM-AMOUNT
                   MOVE 7 TO WS-RULE-IX
                   IF SU-TRAN-CODE NOT = 'A'
                       PERFORM 3900-CHECK-ITEM-CUSTOMER
                   END-IF
           END-READ.

       3500-CHECK-PENDING-ITEMS.
           OPEN INPUT PENDIN.
           EVALUATE PI-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-EOF
                   PERFORM 3600-CHECK-ONE-PENDING UNTIL END-OF-FILE
                   CLOSE PENDIN
               WHEN '35'
                   DISPLAY 'NO PENDING FILE - WAREHOUSE CHECK SKIPPED'
               WHEN OTHER
                   DISPLAY 'ERROR OPENING PENDING FILE: ' PI-STATUS
                   MOVE 'Y' TO WS-OPEN-FAILED
           END-EVALUATE.

       3600-CHECK-ONE-PENDING.
           READ PENDIN
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-PEND-COUNT
                   MOVE PD-CUST-ID     TO WS-EXC-CUST-ID
                   MOVE PD-TRAN-CODE   TO WS-ITEM-CODE
                   MOVE PD-TRAN-DATE   TO WS-ITEM-DATE
                   MOVE PD-TRAN-AMOUNT TO WS-ITEM-AMOUNT
                   MOVE 8 TO WS-RULE-IX
                   IF PD-TRAN-CODE NOT = 'A'
                       PERFORM 3900-CHECK-ITEM-CUSTOMER
                   END-IF
           END-READ.

       3900-CHECK-ITEM-CUSTOMER.
           MOVE SPACES TO WS-ITEM-REASON.
           MOVE WS-EXC-CUST-ID TO CM-CUST-ID.
           READ CUSTMAST
               INVALID KEY
                   MOVE 'NOT ON FILE' TO WS-ITEM-REASON
               NOT INVALID KEY
                   IF CM-CLOSED
                       MOVE 'CLOSED' TO WS-ITEM-REASON
                   END-IF
           END-READ.

           IF WS-ITEM-REASON NOT = SPACES
               MOVE WS-ITEM-AMOUNT TO WS-PRINT-AMOUNT
               MOVE SPACES TO WS-EXC-DETAIL
               STRING WS-ITEM-CODE ' ' WS-ITEM-DATE ' '
                      WS-PRINT-AMOUNT ' ' WS-ITEM-REASON
                   DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               PERFORM 2900-WRITE-EXCEPTION
           END-IF.

       4000-CLOSE.
           IF RP-STATUS = '00'
               PERFORM 4100-WRITE-RULE-SUMMARY
           END-IF.

           CLOSE CUSTMAST.
           CLOSE AUDHIST.
           CLOSE RPTFILE.

           DISPLAY 'CUSTSCAN - CUSTOMERS SCANNED: ' WS-MASTER-COUNT
               ' SEVERE: ' WS-SEVERE-COUNT
               ' WARNINGS: ' WS-WARNING-COUNT.

           EVALUATE TRUE
               WHEN OPEN-FAILED
                   DISPLAY 'CUSTSCAN - RUN ABORTED - SCAN INCOMPLETE'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SEVERE-COUNT > 0
                   DISPLAY 'CUSTSCAN - SEVERE INTEGRITY ERRORS - '
                       'HOLD THE BATCH CHAIN'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       4100-WRITE-RULE-SUMMARY.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.

           MOVE SPACES TO RPT-RECORD.
           STRING 'EXCEPTIONS BY RULE'
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

           PERFORM 4110-WRITE-ONE-RULE-LINE
               VARYING WS-RULE-IX FROM 1 BY 1
               UNTIL WS-RULE-IX > 10.

           MOVE SPACES TO RPT-RECORD.
           STRING 'CUSTOMERS SCANNED: ' WS-MASTER-COUNT
                  ' HISTORY RECORDS: ' WS-HISTORY-COUNT
                  ' SUSPENSE ITEMS: ' WS-SUSP-COUNT
                  ' PENDING ITEMS: ' WS-PEND-COUNT
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

           MOVE SPACES TO RPT-RECORD.
           STRING 'SEVERE EXCEPTIONS: ' WS-SEVERE-COUNT
                  ' WARNINGS: ' WS-WARNING-COUNT
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

       4110-WRITE-ONE-RULE-LINE.
           MOVE SPACES TO RPT-RECORD.
           STRING WS-RULE-ID (WS-RULE-IX) '  '
                  WS-RULE-SEVERITY (WS-RULE-IX) '   '
                  WS-RULE-DESC (WS-RULE-IX) ' '
                  WS-RULE-COUNT (WS-RULE-IX)
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.
