       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETITEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AUDHSEL.
           SELECT RETFILE ASSIGN TO RETFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RF-STATUS.
           SELECT CTLFILE ASSIGN TO CTLCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CT-STATUS.
           SELECT TRANRTN ASSIGN TO TRANRTN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RX-STATUS.
           SELECT RETREJ ASSIGN TO RETREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RJ-STATUS.
           SELECT RPTFILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDHIST.
           COPY AUDHREC.

       FD  RETFILE.
       01  RET-RECORD.
           05  RT-RECORD-TYPE      PIC X(1).
           05  RT-ACCOUNT-REF.
               10  RT-CUST-ID      PIC X(6).
               10  FILLER          PIC X(4).
           05  RT-RETURN-AMOUNT    PIC 9(9)V99.
           05  RT-PAYMENT-DATE     PIC X(8).
           05  RT-RETURN-DATE      PIC X(8).
           05  RT-RETURN-REASON    PIC X(2).
           05  FILLER              PIC X(40).

       FD  CTLFILE.
           COPY RETCTL.

       FD  TRANRTN.
           COPY TRANREC.
           COPY TRANXREC.

       FD  RETREJ.
       01  RETREJ-RECORD.
           05  RRJ-REASON-CODE     PIC X(4).
           05  FILLER              PIC X(1).
           05  RRJ-RETURN-DATA     PIC X(80).

       FD  RPTFILE.
       01  RPT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  AH-STATUS           PIC X(2).
           05  RF-STATUS           PIC X(2).
           05  CT-STATUS           PIC X(2).
           05  RX-STATUS           PIC X(2).
           05  RJ-STATUS           PIC X(2).
           05  RP-STATUS           PIC X(2).
           05  WS-EOF              PIC X(1) VALUE 'N'.
               88  END-OF-FILE     VALUE 'Y'.
           05  WS-HIST-EOF         PIC X(1) VALUE 'N'.
               88  HIST-EOF        VALUE 'Y'.
           05  WS-OPEN-FAILED      PIC X(1) VALUE 'N'.
               88  OPEN-FAILED     VALUE 'Y'.
           05  WS-MATCH-FOUND      PIC X(1) VALUE 'N'.
               88  MATCH-FOUND     VALUE 'Y'.
           05  WS-FREEZE-FLAG      PIC X(1) VALUE 'N'.
               88  FREEZE-ACCOUNT  VALUE 'Y'.
           05  WS-REJECT-REASON    PIC X(4).
               88  RECORD-IS-CLEAN VALUE SPACES.
       01  WS-CONTROL-AREAS.
           05  WS-FEE-AMOUNT       PIC 9(5)V99.
           05  WS-WINDOW-DAYS      PIC 9(3).
           05  WS-MAX-RETURNS      PIC 9(2).
           05  WS-RETURN-DATE      PIC 9(8).
           05  WS-RETURN-DATE-X REDEFINES WS-RETURN-DATE
                                   PIC X(8).
           05  WS-WINDOW-START     PIC 9(8).
           05  WS-WINDOW-START-X REDEFINES WS-WINDOW-START
                                   PIC X(8).
           05  WS-WINDOW-COUNT     PIC 9(3).
           05  WS-PAYMENT-COUNT    PIC 9(3).
           05  WS-REVERSAL-COUNT   PIC 9(3).
       01  WS-RETURN-TOTALS.
           05  WS-RETURN-COUNT     PIC 9(7) VALUE 0.
           05  WS-MATCHED-COUNT    PIC 9(7) VALUE 0.
           05  WS-REJECT-COUNT     PIC 9(7) VALUE 0.
           05  WS-FREEZE-COUNT     PIC 9(7) VALUE 0.
           05  WS-OUTPUT-COUNT     PIC 9(7) VALUE 0.
           05  WS-OUTPUT-AMOUNT    PIC S9(9)V99 VALUE 0.
       01  WS-RUN-TABLE.
           05  WS-RUN-COUNT        PIC 9(4) VALUE 0.
           05  WS-RUN-IX           PIC 9(4).
           05  WS-RUN-ENTRY OCCURS 2000.
               10  WS-RUN-CUST-ID      PIC X(6).
               10  WS-RUN-PAY-DATE     PIC X(8).
               10  WS-RUN-AMOUNT       PIC 9(9)V99.
               10  WS-RUN-RETURN-DATE  PIC X(8).
           05  WS-TABLE-FULL       PIC X(1) VALUE 'N'.
               88  RUN-TABLE-FULL  VALUE 'Y'.
       01  WS-IMAGE-WORK.
           05  WS-IMAGE            PIC X(200).
           05  WS-IMAGE-DETAIL REDEFINES WS-IMAGE.
               10  FILLER          PIC X(138).
               10  WS-IMAGE-BALANCE PIC S9(7)V99.
               10  FILLER          PIC X(53).
       01  WS-DELTA-AREAS.
           05  WS-BEFORE-BALANCE   PIC S9(7)V99.
           05  WS-AFTER-BALANCE    PIC S9(7)V99.
           05  WS-PAYMENT-DELTA    PIC S9(8)V99.
           05  WS-REVERSAL-DELTA   PIC S9(8)V99.
       01  WS-DATE-WORK.
           05  WS-DATE-CHECK       PIC X(8).
           05  WS-DATE-PARTS REDEFINES WS-DATE-CHECK.
               10  FILLER          PIC X(4).
               10  WS-DATE-MM      PIC 9(2).
               10  WS-DATE-DD      PIC 9(2).
       01  WS-REPORT-FIELDS.
           05  WS-PRINT-AMOUNT     PIC -(7)9.99.
           05  WS-ACTION-DESC      PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-PROCESS-ONE-RETURN UNTIL END-OF-FILE.
           PERFORM 3000-CLOSE.
           STOP RUN.

       1000-INIT.
           PERFORM 1100-READ-CONTROL-CARD.

           OPEN INPUT  AUDHIST.
           OPEN INPUT  RETFILE.
           OPEN OUTPUT TRANRTN.
           OPEN OUTPUT RETREJ.
           OPEN OUTPUT RPTFILE.

           IF AH-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDIT HISTORY FILE: ' AH-STATUS
               MOVE 'Y' TO WS-EOF
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF.

           IF RF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RETURNED ITEM FILE: ' RF-STATUS
               MOVE 'Y' TO WS-EOF
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF.

           IF RX-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RETURN TRANSACTION FILE: '
                   RX-STATUS
               MOVE 'Y' TO WS-EOF
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF.

           IF RJ-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REJECT FILE: ' RJ-STATUS
               MOVE 'Y' TO WS-EOF
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF.

           IF RP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REPORT FILE: ' RP-STATUS
               MOVE 'Y' TO WS-EOF
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF.

           PERFORM 1900-WRITE-REPORT-HEADINGS.

           IF NOT END-OF-FILE
               READ RETFILE
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-IF.

       1100-READ-CONTROL-CARD.
           MOVE 25.00 TO RTCTL-FEE-AMOUNT.
           MOVE 090 TO RTCTL-WINDOW-DAYS.
           MOVE 02 TO RTCTL-MAX-RETURNS.

           OPEN INPUT CTLFILE.
           IF CT-STATUS = '00'
               READ CTLFILE
                   AT END CONTINUE
               END-READ
               CLOSE CTLFILE
           END-IF.

           IF RTCTL-FEE-AMOUNT NOT NUMERIC
               MOVE 25.00 TO RTCTL-FEE-AMOUNT
           END-IF.

           IF RTCTL-WINDOW-DAYS NOT NUMERIC
                   OR RTCTL-WINDOW-DAYS = ZERO
               MOVE 090 TO RTCTL-WINDOW-DAYS
           END-IF.

           IF RTCTL-MAX-RETURNS NOT NUMERIC
                   OR RTCTL-MAX-RETURNS = ZERO
               MOVE 02 TO RTCTL-MAX-RETURNS
           END-IF.

           MOVE RTCTL-FEE-AMOUNT  TO WS-FEE-AMOUNT.
           MOVE RTCTL-WINDOW-DAYS TO WS-WINDOW-DAYS.
           MOVE RTCTL-MAX-RETURNS TO WS-MAX-RETURNS.

       1900-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO RPT-RECORD.
           STRING 'RETURNED PAYMENT REPORT - FEE: ' WS-FEE-AMOUNT
                  ' WINDOW DAYS: ' WS-WINDOW-DAYS
                  ' FREEZE AT: ' WS-MAX-RETURNS
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

           MOVE SPACES TO RPT-RECORD.
           STRING 'CUST-ID' ' ' 'PAID    ' ' ' 'RETURNED' ' '
                  'AMOUNT      ' ' ' 'IN-WINDOW' ' ' 'ACTION'
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

       2000-PROCESS-ONE-RETURN.
           ADD 1 TO WS-RETURN-COUNT.

           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 2100-VALIDATE-RETURN.

           IF RECORD-IS-CLEAN
               PERFORM 2200-MATCH-ORIGINAL-PAYMENT
           END-IF.

           IF RECORD-IS-CLEAN
               PERFORM 2300-COUNT-RETURNS-IN-WINDOW
               PERFORM 2400-WRITE-RETURN-TRANS
               PERFORM 2500-ADD-RUN-ENTRY
           ELSE
               PERFORM 2600-WRITE-REJECT-RECORD
           END-IF.

           READ RETFILE
               AT END MOVE 'Y' TO WS-EOF
           END-READ.

       2100-VALIDATE-RETURN.
           IF RT-RECORD-TYPE NOT = 'R'
               MOVE 'TYPE' TO WS-REJECT-REASON
           END-IF.

           IF RECORD-IS-CLEAN AND RT-RETURN-AMOUNT NOT NUMERIC
               MOVE 'AMT ' TO WS-REJECT-REASON
           END-IF.

           IF RECORD-IS-CLEAN AND RT-RETURN-AMOUNT = ZERO
               MOVE 'AMT ' TO WS-REJECT-REASON
           END-IF.

           IF RECORD-IS-CLEAN AND RT-RETURN-AMOUNT > 9999999.99
               MOVE 'AMT ' TO WS-REJECT-REASON
           END-IF.

           IF RECORD-IS-CLEAN
               MOVE RT-PAYMENT-DATE TO WS-DATE-CHECK
               PERFORM 2110-VALIDATE-DATE
           END-IF.

           IF RECORD-IS-CLEAN
               MOVE RT-RETURN-DATE TO WS-DATE-CHECK
               PERFORM 2110-VALIDATE-DATE
           END-IF.

           IF RECORD-IS-CLEAN AND RT-RETURN-DATE < RT-PAYMENT-DATE
               MOVE 'DATE' TO WS-REJECT-REASON
           END-IF.

           IF RECORD-IS-CLEAN
               PERFORM 2120-CHECK-DUPLICATE-RETURN
           END-IF.

       2110-VALIDATE-DATE.
           IF WS-DATE-CHECK NOT NUMERIC
               MOVE 'DATE' TO WS-REJECT-REASON
           ELSE
               IF WS-DATE-MM < 01 OR WS-DATE-MM > 12
                  OR WS-DATE-DD < 01 OR WS-DATE-DD > 31
                   MOVE 'DATE' TO WS-REJECT-REASON
               END-IF
           END-IF.

       2120-CHECK-DUPLICATE-RETURN.
           PERFORM 2125-CHECK-ONE-RUN-ENTRY
               VARYING WS-RUN-IX FROM 1 BY 1
               UNTIL WS-RUN-IX > WS-RUN-COUNT
                  OR NOT RECORD-IS-CLEAN.

       2125-CHECK-ONE-RUN-ENTRY.
           IF WS-RUN-CUST-ID (WS-RUN-IX) = RT-CUST-ID
              AND WS-RUN-PAY-DATE (WS-RUN-IX) = RT-PAYMENT-DATE
              AND WS-RUN-AMOUNT (WS-RUN-IX) = RT-RETURN-AMOUNT
               MOVE 'DUPR' TO WS-REJECT-REASON
           END-IF.

       2200-MATCH-ORIGINAL-PAYMENT.
           MOVE 'N' TO WS-MATCH-FOUND.
           MOVE ZERO TO WS-PAYMENT-COUNT.
           MOVE 'N' TO WS-HIST-EOF.

           MOVE RT-CUST-ID      TO AH-CUST-ID.
           MOVE RT-PAYMENT-DATE TO AH-TRAN-DATE.
           MOVE ZERO            TO AH-TRAN-SEQ.
           START AUDHIST KEY IS NOT LESS THAN AH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF
           END-START.

           IF NOT HIST-EOF
               PERFORM 2210-READ-NEXT-HISTORY
           END-IF.

           PERFORM 2220-CHECK-ONE-POSTING UNTIL HIST-EOF.

           IF NOT MATCH-FOUND
               MOVE 'NOMT' TO WS-REJECT-REASON
           ELSE
               PERFORM 2230-COUNT-PRIOR-REVERSALS
               IF WS-REVERSAL-COUNT >= WS-PAYMENT-COUNT
                   MOVE 'DUPR' TO WS-REJECT-REASON
               END-IF
           END-IF.

       2210-READ-NEXT-HISTORY.
           READ AUDHIST NEXT RECORD
               AT END MOVE 'Y' TO WS-HIST-EOF
           END-READ.

       2220-CHECK-ONE-POSTING.
           IF AH-CUST-ID NOT = RT-CUST-ID
              OR AH-TRAN-DATE NOT = RT-PAYMENT-DATE
               MOVE 'Y' TO WS-HIST-EOF
           ELSE
               IF AH-TRAN-CODE = 'U'
                   MOVE AH-BEFORE-IMAGE TO WS-IMAGE
                   MOVE WS-IMAGE-BALANCE TO WS-BEFORE-BALANCE
                   MOVE AH-AFTER-IMAGE TO WS-IMAGE
                   MOVE WS-IMAGE-BALANCE TO WS-AFTER-BALANCE
                   COMPUTE WS-PAYMENT-DELTA =
                       WS-AFTER-BALANCE - WS-BEFORE-BALANCE
                   IF WS-PAYMENT-DELTA = RT-RETURN-AMOUNT
                       MOVE 'Y' TO WS-MATCH-FOUND
                       ADD 1 TO WS-PAYMENT-COUNT
                   END-IF
               END-IF
               PERFORM 2210-READ-NEXT-HISTORY
           END-IF.

       2230-COUNT-PRIOR-REVERSALS.
           MOVE ZERO TO WS-REVERSAL-COUNT.
           COMPUTE WS-REVERSAL-DELTA = ZERO - RT-RETURN-AMOUNT.
           MOVE 'N' TO WS-HIST-EOF.

           MOVE RT-CUST-ID      TO AH-CUST-ID.
           MOVE RT-PAYMENT-DATE TO AH-TRAN-DATE.
           MOVE ZERO            TO AH-TRAN-SEQ.
           START AUDHIST KEY IS NOT LESS THAN AH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF
           END-START.

           IF NOT HIST-EOF
               PERFORM 2210-READ-NEXT-HISTORY
           END-IF.

           PERFORM 2240-CHECK-ONE-REVERSAL UNTIL HIST-EOF.

       2240-CHECK-ONE-REVERSAL.
           IF AH-CUST-ID NOT = RT-CUST-ID
               MOVE 'Y' TO WS-HIST-EOF
           ELSE
               IF AH-TRAN-CODE = 'R'
                   MOVE AH-BEFORE-IMAGE TO WS-IMAGE
                   MOVE WS-IMAGE-BALANCE TO WS-BEFORE-BALANCE
                   MOVE AH-AFTER-IMAGE TO WS-IMAGE
                   MOVE WS-IMAGE-BALANCE TO WS-AFTER-BALANCE
                   COMPUTE WS-PAYMENT-DELTA =
                       WS-AFTER-BALANCE - WS-BEFORE-BALANCE
                   IF WS-PAYMENT-DELTA = WS-REVERSAL-DELTA
                       ADD 1 TO WS-REVERSAL-COUNT
                   END-IF
               END-IF
               PERFORM 2210-READ-NEXT-HISTORY
           END-IF.

       2300-COUNT-RETURNS-IN-WINDOW.
           MOVE 1 TO WS-WINDOW-COUNT.
           MOVE 'N' TO WS-FREEZE-FLAG.

           MOVE RT-RETURN-DATE TO WS-RETURN-DATE-X.
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-RETURN-DATE)
                   - WS-WINDOW-DAYS).

           MOVE 'N' TO WS-HIST-EOF.
           MOVE RT-CUST-ID        TO AH-CUST-ID.
           MOVE WS-WINDOW-START-X TO AH-TRAN-DATE.
           MOVE 99999             TO AH-TRAN-SEQ.
           START AUDHIST KEY IS GREATER THAN AH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF
           END-START.

           IF NOT HIST-EOF
               PERFORM 2210-READ-NEXT-HISTORY
           END-IF.

           PERFORM 2310-COUNT-ONE-HISTORY UNTIL HIST-EOF.

           PERFORM 2320-COUNT-ONE-RUN-ENTRY
               VARYING WS-RUN-IX FROM 1 BY 1
               UNTIL WS-RUN-IX > WS-RUN-COUNT.

           IF WS-WINDOW-COUNT >= WS-MAX-RETURNS
               MOVE 'Y' TO WS-FREEZE-FLAG
               ADD 1 TO WS-FREEZE-COUNT
           END-IF.

       2310-COUNT-ONE-HISTORY.
           IF AH-CUST-ID NOT = RT-CUST-ID
              OR AH-TRAN-DATE > RT-RETURN-DATE
               MOVE 'Y' TO WS-HIST-EOF
           ELSE
               IF AH-TRAN-CODE = 'R'
                   ADD 1 TO WS-WINDOW-COUNT
               END-IF
               PERFORM 2210-READ-NEXT-HISTORY
           END-IF.

       2320-COUNT-ONE-RUN-ENTRY.
           IF WS-RUN-CUST-ID (WS-RUN-IX) = RT-CUST-ID
              AND WS-RUN-RETURN-DATE (WS-RUN-IX) > WS-WINDOW-START-X
              AND WS-RUN-RETURN-DATE (WS-RUN-IX) NOT > RT-RETURN-DATE
               ADD 1 TO WS-WINDOW-COUNT
           END-IF.

       2400-WRITE-RETURN-TRANS.
           MOVE SPACES TO TRAN-EXT-RECORD.
           MOVE 'R'               TO TRX-TRAN-CODE.
           MOVE RT-CUST-ID        TO TRX-CUST-ID.
           COMPUTE TRX-TRAN-AMOUNT = ZERO - RT-RETURN-AMOUNT.
           MOVE RT-RETURN-DATE    TO TRX-TRAN-DATE.
           MOVE WS-FREEZE-FLAG    TO TRX-FREEZE-FLAG.
           MOVE RT-PAYMENT-DATE   TO TRX-ORIG-PAY-DATE.
           WRITE TRAN-EXT-RECORD.

           ADD 1 TO WS-OUTPUT-COUNT.
           ADD TRX-TRAN-AMOUNT TO WS-OUTPUT-AMOUNT.
           ADD 1 TO WS-MATCHED-COUNT.

           IF WS-FEE-AMOUNT > ZERO
               MOVE SPACES TO TRAN-EXT-RECORD
               MOVE 'N'            TO TRX-TRAN-CODE
               MOVE RT-CUST-ID     TO TRX-CUST-ID
               COMPUTE TRX-TRAN-AMOUNT = ZERO - WS-FEE-AMOUNT
               MOVE RT-RETURN-DATE TO TRX-TRAN-DATE
               MOVE RT-PAYMENT-DATE TO TRX-ORIG-PAY-DATE
               WRITE TRAN-EXT-RECORD
               ADD 1 TO WS-OUTPUT-COUNT
               ADD TRX-TRAN-AMOUNT TO WS-OUTPUT-AMOUNT
           END-IF.

           IF FREEZE-ACCOUNT
               MOVE 'REVERSED - FROZEN   ' TO WS-ACTION-DESC
           ELSE
               MOVE 'REVERSED            ' TO WS-ACTION-DESC
           END-IF.

           MOVE RT-RETURN-AMOUNT TO WS-PRINT-AMOUNT.
           MOVE SPACES TO RPT-RECORD.
           STRING RT-CUST-ID ' ' RT-PAYMENT-DATE ' ' RT-RETURN-DATE
                  ' ' WS-PRINT-AMOUNT '  ' WS-WINDOW-COUNT
                  '        ' WS-ACTION-DESC
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

       2500-ADD-RUN-ENTRY.
           IF WS-RUN-COUNT < 2000
               ADD 1 TO WS-RUN-COUNT
               MOVE RT-CUST-ID       TO WS-RUN-CUST-ID (WS-RUN-COUNT)
               MOVE RT-PAYMENT-DATE  TO WS-RUN-PAY-DATE (WS-RUN-COUNT)
               MOVE RT-RETURN-AMOUNT TO WS-RUN-AMOUNT (WS-RUN-COUNT)
               MOVE RT-RETURN-DATE
                   TO WS-RUN-RETURN-DATE (WS-RUN-COUNT)
           ELSE
               IF NOT RUN-TABLE-FULL
                   DISPLAY 'WARNING: RETURN TABLE FULL - FURTHER '
                       'DUPLICATE AND WINDOW CHECKS INCOMPLETE'
                   MOVE 'Y' TO WS-TABLE-FULL
               END-IF
           END-IF.

       2600-WRITE-REJECT-RECORD.
           MOVE SPACES TO RETREJ-RECORD.
           MOVE WS-REJECT-REASON TO RRJ-REASON-CODE.
           MOVE RET-RECORD TO RRJ-RETURN-DATA.
           WRITE RETREJ-RECORD.
           ADD 1 TO WS-REJECT-COUNT.

       3000-CLOSE.
           IF NOT OPEN-FAILED
               PERFORM 3100-WRITE-RETURN-TRAILER
           END-IF.

           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.

           MOVE SPACES TO RPT-RECORD.
           STRING 'RETURNS READ: ' WS-RETURN-COUNT
                  ' MATCHED: ' WS-MATCHED-COUNT
                  ' UNMATCHED/REJECTED: ' WS-REJECT-COUNT
                  ' ACCOUNTS FROZEN: ' WS-FREEZE-COUNT
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

           CLOSE AUDHIST.
           CLOSE RETFILE.
           CLOSE TRANRTN.
           CLOSE RETREJ.
           CLOSE RPTFILE.

           DISPLAY 'RETITEM - RETURNS READ: ' WS-RETURN-COUNT
               ' MATCHED: ' WS-MATCHED-COUNT
               ' REJECTED: ' WS-REJECT-COUNT
               ' FROZEN: ' WS-FREEZE-COUNT.

           EVALUATE TRUE
               WHEN OPEN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REJECT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       3100-WRITE-RETURN-TRAILER.
           MOVE SPACES TO TRAN-EXT-RECORD.
           MOVE 'T'               TO TRL-RECORD-CODE.
           MOVE WS-OUTPUT-COUNT   TO TRL-RECORD-COUNT.
           MOVE WS-OUTPUT-AMOUNT  TO TRL-AMOUNT-TOTAL.
           WRITE TRAN-TRAILER-RECORD.
