       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELQCYC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY AUDHSEL.
           SELECT CTLFILE ASSIGN TO CTLCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CT-STATUS.
           SELECT BUSDATE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BD-STATUS.
           SELECT RUNCTL ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RL-STATUS.
           SELECT DELQTRAN ASSIGN TO DELQTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DQ-STATUS.
           SELECT RPTFILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RP-STATUS.
           SELECT SORTWK ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST.
           COPY CUSTREC.

       FD  AUDHIST.
           COPY AUDHREC.

       FD  CTLFILE.
           COPY DELQCTL.

       FD  BUSDATE.
           COPY BUSDREC.

       FD  RUNCTL.
           COPY RUNCREC.

       FD  DELQTRAN.
           COPY TRANREC.
           COPY TRANXREC.

       FD  RPTFILE.
       01  RPT-RECORD              PIC X(132).

       SD  SORTWK.
       01  SORT-RECORD.
           05  SRT-BUCKET          PIC X(1).
           05  SRT-STATE           PIC X(2).
           05  SRT-CUST-ID         PIC X(6).
           05  SRT-LAST-NAME       PIC X(30).
           05  SRT-FIRST-NAME      PIC X(20).
           05  SRT-BALANCE         PIC S9(7)V99.
           05  SRT-MIN-DUE         PIC S9(7)V99.
           05  SRT-DUE-DATE        PIC X(8).
           05  SRT-STATUS-CODE     PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  CM-STATUS           PIC X(2).
           05  AH-STATUS           PIC X(2).
           05  CT-STATUS           PIC X(2).
           05  BD-STATUS           PIC X(2).
           05  DQ-STATUS           PIC X(2).
           05  RP-STATUS           PIC X(2).
           05  RL-STATUS           PIC X(2).
           05  WS-BUSINESS-DATE    PIC X(8).
           05  WS-RUNCTL-EOF       PIC X(1) VALUE 'N'.
               88  RUNCTL-EOF      VALUE 'Y'.
           05  WS-STEP-DONE        PIC X(1) VALUE 'N'.
               88  OWN-STEP-DONE   VALUE 'Y'.
           05  WS-PRED-DONE        PIC X(1) VALUE 'N'.
               88  PRED-STEP-DONE  VALUE 'Y'.
           05  WS-EOF              PIC X(1) VALUE 'N'.
               88  END-OF-FILE     VALUE 'Y'.
           05  WS-HIST-EOF         PIC X(1) VALUE 'N'.
               88  HIST-EOF        VALUE 'Y'.
           05  WS-SORT-EOF         PIC X(1) VALUE 'N'.
               88  SORT-EOF        VALUE 'Y'.
           05  WS-OPEN-FAILED      PIC X(1) VALUE 'N'.
               88  OPEN-FAILED     VALUE 'Y'.
           05  WS-LATE-FEE         PIC 9(5)V99.
       01  WS-IMAGE-WORK.
           05  WS-IMAGE            PIC X(200).
           05  WS-IMAGE-DETAIL REDEFINES WS-IMAGE.
               10  FILLER          PIC X(138).
               10  WS-IMAGE-BALANCE PIC S9(7)V99.
               10  FILLER          PIC X(53).
       01  WS-PAYMENT-AREAS.
           05  WS-BEFORE-BALANCE   PIC S9(7)V99.
           05  WS-AFTER-BALANCE    PIC S9(7)V99.
           05  WS-PAYMENT-DELTA    PIC S9(8)V99.
           05  WS-PAID-AMOUNT      PIC S9(9)V99.
       01  WS-CYCLE-TOTALS.
           05  WS-EVALUATED-COUNT  PIC 9(7) VALUE 0.
           05  WS-MET-COUNT        PIC 9(7) VALUE 0.
           05  WS-MISSED-COUNT     PIC 9(7) VALUE 0.
           05  WS-CURRENT-COUNT    PIC 9(7) VALUE 0.
           05  WS-FEE-COUNT        PIC 9(7) VALUE 0.
           05  WS-FEE-AMOUNT-TOTAL PIC S9(9)V99 VALUE 0.
           05  WS-ERROR-COUNT      PIC 9(5) VALUE 0.
       01  WS-AGING-TOTALS.
           05  WS-BUCKET-CODE      PIC X(1).
           05  WS-BUCKET-DESC      PIC X(20).
           05  WS-BUCKET-COUNT     PIC 9(7) VALUE 0.
           05  WS-BUCKET-BALANCE   PIC S9(9)V99 VALUE 0.
           05  WS-STATE-CODE       PIC X(2).
           05  WS-STATE-COUNT      PIC 9(7) VALUE 0.
           05  WS-STATE-BALANCE    PIC S9(9)V99 VALUE 0.
           05  WS-DELQ-COUNT       PIC 9(7) VALUE 0.
           05  WS-DELQ-BALANCE     PIC S9(9)V99 VALUE 0.
       01  WS-REPORT-FIELDS.
           05  WS-PRINT-AMOUNT     PIC -(7)9.99.
           05  WS-PRINT-BALANCE    PIC -(7)9.99.
           05  WS-PRINT-TOTAL      PIC -(9)9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.

           IF NOT END-OF-FILE
               SORT SORTWK
                   ON ASCENDING KEY SRT-BUCKET SRT-STATE SRT-CUST-ID
                   INPUT PROCEDURE 2000-AGE-ALL-CUSTOMERS
                   OUTPUT PROCEDURE 3000-PRODUCE-AGING-REPORT
           END-IF.

           PERFORM 4000-CLOSE.
           STOP RUN.

       1000-INIT.
           PERFORM 1100-VERIFY-RUN-CONTROL.
           PERFORM 1200-READ-CONTROL-CARD.

           OPEN I-O    CUSTMAST.
           OPEN INPUT  AUDHIST.
           OPEN OUTPUT DELQTRAN.
           OPEN OUTPUT RPTFILE.

           IF CM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' CM-STATUS
               MOVE 'Y' TO WS-EOF
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF.

           IF AH-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDIT HISTORY FILE: ' AH-STATUS
               MOVE 'Y' TO WS-EOF
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF.

           IF DQ-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING LATE FEE TRANSACTION FILE: '
                   DQ-STATUS
               MOVE 'Y' TO WS-EOF
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF.

           IF RP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REPORT FILE: ' RP-STATUS
               MOVE 'Y' TO WS-EOF
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF.

           PERFORM 1900-WRITE-REPORT-HEADINGS.

       1100-VERIFY-RUN-CONTROL.
           MOVE SPACES TO BUSD-BUSINESS-DATE.
           OPEN INPUT BUSDATE.
           IF BD-STATUS = '00'
               READ BUSDATE
                   AT END CONTINUE
               END-READ
               CLOSE BUSDATE
           END-IF.

           IF BUSD-BUSINESS-DATE NUMERIC
               MOVE BUSD-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
               DISPLAY 'DELQCYC - NO BUSINESS DATE CARD - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT RUNCTL.
           EVALUATE RL-STATUS
               WHEN '00'
                   PERFORM 1110-CHECK-ONE-RUNCTL UNTIL RUNCTL-EOF
                   CLOSE RUNCTL
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR OPENING RUN CONTROL FILE: ' RL-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF OWN-STEP-DONE
               DISPLAY 'DELQCYC - STEP ALREADY COMPLETE FOR BUSINESS '
                   'DATE ' WS-BUSINESS-DATE ' - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT PRED-STEP-DONE
               DISPLAY 'DELQCYC - PREDECESSOR AUDARCH NOT COMPLETE '
                   'FOR BUSINESS DATE ' WS-BUSINESS-DATE
                   ' - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1110-CHECK-ONE-RUNCTL.
           READ RUNCTL
               AT END
                   MOVE 'Y' TO WS-RUNCTL-EOF
               NOT AT END
                   IF RUNC-RUN-DATE = WS-BUSINESS-DATE
                      AND RUNC-COMPLETE
                       IF RUNC-STEP-NAME = 'DELQCYC '
                           MOVE 'Y' TO WS-STEP-DONE
                       END-IF
                       IF RUNC-STEP-NAME = 'AUDARCH '
                           MOVE 'Y' TO WS-PRED-DONE
                       END-IF
                   END-IF
           END-READ.

       1200-READ-CONTROL-CARD.
           MOVE 25.00 TO DQCTL-LATE-FEE.

           OPEN INPUT CTLFILE.
           IF CT-STATUS = '00'
               READ CTLFILE
                   AT END CONTINUE
               END-READ
               CLOSE CTLFILE
           END-IF.

           IF DQCTL-LATE-FEE NOT NUMERIC
               MOVE 25.00 TO DQCTL-LATE-FEE
           END-IF.

           MOVE DQCTL-LATE-FEE TO WS-LATE-FEE.

       1900-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO RPT-RECORD.
           STRING 'DELINQUENCY AGING REPORT - BUSINESS DATE '
                  WS-BUSINESS-DATE ' LATE FEE: ' WS-LATE-FEE
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

           MOVE SPACES TO RPT-RECORD.
           STRING 'ST' ' ' 'CUST-ID' ' ' 'LAST NAME'
                  '                      ' 'STS' ' ' '    BALANCE'
                  ' ' '    MIN DUE' ' ' 'DUE DATE'
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

       2000-AGE-ALL-CUSTOMERS.
           READ CUSTMAST NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
           END-READ.

           PERFORM 2100-AGE-ONE-CUSTOMER UNTIL END-OF-FILE.

       2100-AGE-ONE-CUSTOMER.
           IF CM-PAYMENT-OPEN
              AND CM-PAYMENT-DUE-DATE < WS-BUSINESS-DATE
               PERFORM 2200-EVALUATE-PAYMENT
           END-IF.

           IF CM-DELQ-CURRENT
               IF NOT CM-CLOSED
                   ADD 1 TO WS-CURRENT-COUNT
               END-IF
           ELSE
               PERFORM 2500-RELEASE-AGING-ITEM
           END-IF.

           READ CUSTMAST NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
           END-READ.

       2200-EVALUATE-PAYMENT.
           ADD 1 TO WS-EVALUATED-COUNT.
           PERFORM 2300-SUM-PAYMENTS-POSTED.

           IF WS-PAID-AMOUNT NOT < CM-MIN-PAYMENT-DUE
               MOVE 'P' TO CM-PAYMENT-STATUS
               MOVE '0' TO CM-DELQ-BUCKET
               ADD 1 TO WS-MET-COUNT
           ELSE
               MOVE 'L' TO CM-PAYMENT-STATUS
               EVALUATE TRUE
                   WHEN CM-DELQ-CURRENT
                       MOVE '1' TO CM-DELQ-BUCKET
                   WHEN CM-DELQ-30
                       MOVE '2' TO CM-DELQ-BUCKET
                   WHEN OTHER
                       MOVE '3' TO CM-DELQ-BUCKET
               END-EVALUATE
               ADD 1 TO WS-MISSED-COUNT
               IF CM-ACTIVE AND WS-LATE-FEE > ZERO
                   PERFORM 2400-WRITE-LATE-FEE
               END-IF
           END-IF.

           REWRITE CUST-RECORD
               INVALID KEY
                   DISPLAY 'ERROR AGING CUSTOMER: ' CM-CUST-ID
                       ' STATUS: ' CM-STATUS
                   ADD 1 TO WS-ERROR-COUNT
           END-REWRITE.

       2300-SUM-PAYMENTS-POSTED.
           MOVE ZERO TO WS-PAID-AMOUNT.
           MOVE 'N' TO WS-HIST-EOF.

           MOVE CM-CUST-ID   TO AH-CUST-ID.
           MOVE CM-STMT-DATE TO AH-TRAN-DATE.
           MOVE 99999        TO AH-TRAN-SEQ.
           START AUDHIST KEY IS GREATER THAN AH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF
           END-START.

           IF NOT HIST-EOF
               PERFORM 2310-READ-NEXT-HISTORY
           END-IF.

           PERFORM 2320-ADD-ONE-PAYMENT UNTIL HIST-EOF.

       2310-READ-NEXT-HISTORY.
           READ AUDHIST NEXT RECORD
               AT END MOVE 'Y' TO WS-HIST-EOF
           END-READ.

       2320-ADD-ONE-PAYMENT.
           IF AH-CUST-ID NOT = CM-CUST-ID
              OR AH-TRAN-DATE > CM-PAYMENT-DUE-DATE
               MOVE 'Y' TO WS-HIST-EOF
           ELSE
               MOVE AH-BEFORE-IMAGE TO WS-IMAGE
               MOVE WS-IMAGE-BALANCE TO WS-BEFORE-BALANCE
               MOVE AH-AFTER-IMAGE TO WS-IMAGE
               MOVE WS-IMAGE-BALANCE TO WS-AFTER-BALANCE
               COMPUTE WS-PAYMENT-DELTA =
                   WS-AFTER-BALANCE - WS-BEFORE-BALANCE
               EVALUATE AH-TRAN-CODE
                   WHEN 'U'
                   WHEN 'Y'
                       IF WS-PAYMENT-DELTA > ZERO
                           ADD WS-PAYMENT-DELTA TO WS-PAID-AMOUNT
                       END-IF
                   WHEN 'R'
                       ADD WS-PAYMENT-DELTA TO WS-PAID-AMOUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 2310-READ-NEXT-HISTORY
           END-IF.

       2400-WRITE-LATE-FEE.
           MOVE SPACES TO TRAN-EXT-RECORD.
           MOVE 'S'              TO TRX-TRAN-CODE.
           MOVE CM-CUST-ID       TO TRX-CUST-ID.
           COMPUTE TRX-TRAN-AMOUNT = ZERO - WS-LATE-FEE.
           MOVE WS-BUSINESS-DATE TO TRX-TRAN-DATE.
           WRITE TRAN-EXT-RECORD.

           ADD 1 TO WS-FEE-COUNT.
           ADD TRX-TRAN-AMOUNT TO WS-FEE-AMOUNT-TOTAL.

       2500-RELEASE-AGING-ITEM.
           MOVE CM-DELQ-BUCKET      TO SRT-BUCKET.
           MOVE CM-STATE            TO SRT-STATE.
           MOVE CM-CUST-ID          TO SRT-CUST-ID.
           MOVE CM-LAST-NAME        TO SRT-LAST-NAME.
           MOVE CM-FIRST-NAME       TO SRT-FIRST-NAME.
           MOVE CM-ACCOUNT-BALANCE  TO SRT-BALANCE.
           MOVE CM-MIN-PAYMENT-DUE  TO SRT-MIN-DUE.
           MOVE CM-PAYMENT-DUE-DATE TO SRT-DUE-DATE.
           MOVE CM-STATUS-CODE      TO SRT-STATUS-CODE.
           RELEASE SORT-RECORD.

       3000-PRODUCE-AGING-REPORT.
           RETURN SORTWK
               AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.

           PERFORM 3100-REPORT-ONE-BUCKET UNTIL SORT-EOF.

       3100-REPORT-ONE-BUCKET.
           MOVE SRT-BUCKET TO WS-BUCKET-CODE.
           MOVE ZERO TO WS-BUCKET-COUNT.
           MOVE ZERO TO WS-BUCKET-BALANCE.

           EVALUATE WS-BUCKET-CODE
               WHEN '1'
                   MOVE '30 DAYS PAST DUE    ' TO WS-BUCKET-DESC
               WHEN '2'
                   MOVE '60 DAYS PAST DUE    ' TO WS-BUCKET-DESC
               WHEN OTHER
                   MOVE '90+ DAYS PAST DUE   ' TO WS-BUCKET-DESC
           END-EVALUATE.

           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           STRING 'BUCKET: ' WS-BUCKET-DESC
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

           PERFORM 3200-REPORT-ONE-STATE
               UNTIL SORT-EOF
                  OR SRT-BUCKET NOT = WS-BUCKET-CODE.

           MOVE WS-BUCKET-BALANCE TO WS-PRINT-TOTAL.
           MOVE SPACES TO RPT-RECORD.
           STRING '  BUCKET TOTAL ' WS-BUCKET-DESC
                  ' ACCOUNTS: ' WS-BUCKET-COUNT
                  ' BALANCE: ' WS-PRINT-TOTAL
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

           ADD WS-BUCKET-COUNT TO WS-DELQ-COUNT.
           ADD WS-BUCKET-BALANCE TO WS-DELQ-BALANCE.

       3200-REPORT-ONE-STATE.
           MOVE SRT-STATE TO WS-STATE-CODE.
           MOVE ZERO TO WS-STATE-COUNT.
           MOVE ZERO TO WS-STATE-BALANCE.

           PERFORM 3300-WRITE-AGING-DETAIL
               UNTIL SORT-EOF
                  OR SRT-BUCKET NOT = WS-BUCKET-CODE
                  OR SRT-STATE NOT = WS-STATE-CODE.

           MOVE WS-STATE-BALANCE TO WS-PRINT-TOTAL.
           MOVE SPACES TO RPT-RECORD.
           STRING '  STATE ' WS-STATE-CODE
                  ' ACCOUNTS: ' WS-STATE-COUNT
                  ' BALANCE: ' WS-PRINT-TOTAL
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

           ADD WS-STATE-COUNT TO WS-BUCKET-COUNT.
           ADD WS-STATE-BALANCE TO WS-BUCKET-BALANCE.

       3300-WRITE-AGING-DETAIL.
           MOVE SRT-BALANCE TO WS-PRINT-BALANCE.
           MOVE SRT-MIN-DUE TO WS-PRINT-AMOUNT.
           MOVE SPACES TO RPT-RECORD.
           STRING SRT-STATE ' ' SRT-CUST-ID ' ' SRT-LAST-NAME
                  '  ' SRT-STATUS-CODE '  ' WS-PRINT-BALANCE
                  ' ' WS-PRINT-AMOUNT ' ' SRT-DUE-DATE
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

           ADD 1 TO WS-STATE-COUNT.
           ADD SRT-BALANCE TO WS-STATE-BALANCE.

           RETURN SORTWK
               AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.

       4000-CLOSE.
           IF NOT OPEN-FAILED
               PERFORM 4100-WRITE-LATE-FEE-TRAILER
           END-IF.

           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.

           MOVE WS-DELQ-BALANCE TO WS-PRINT-TOTAL.
           MOVE SPACES TO RPT-RECORD.
           STRING 'DELINQUENT ACCOUNTS: ' WS-DELQ-COUNT
                  ' BALANCE: ' WS-PRINT-TOTAL
                  ' CURRENT ACCOUNTS: ' WS-CURRENT-COUNT
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

           MOVE WS-FEE-AMOUNT-TOTAL TO WS-PRINT-TOTAL.
           MOVE SPACES TO RPT-RECORD.
           STRING 'DUE DATES EVALUATED: ' WS-EVALUATED-COUNT
                  ' PAID: ' WS-MET-COUNT
                  ' MISSED: ' WS-MISSED-COUNT
                  ' LATE FEES: ' WS-FEE-COUNT
                  ' TOTAL: ' WS-PRINT-TOTAL
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

           CLOSE CUSTMAST.
           CLOSE AUDHIST.
           CLOSE DELQTRAN.
           CLOSE RPTFILE.

           DISPLAY 'DELQCYC - DUE DATES EVALUATED: '
               WS-EVALUATED-COUNT ' MISSED: ' WS-MISSED-COUNT
               ' LATE FEES: ' WS-FEE-COUNT
               ' ERRORS: ' WS-ERROR-COUNT.

           IF OPEN-FAILED OR WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 4200-RECORD-STEP-COMPLETE
           END-IF.

       4100-WRITE-LATE-FEE-TRAILER.
           MOVE SPACES TO TRAN-EXT-RECORD.
           MOVE 'T'                 TO TRL-RECORD-CODE.
           MOVE WS-FEE-COUNT        TO TRL-RECORD-COUNT.
           MOVE WS-FEE-AMOUNT-TOTAL TO TRL-AMOUNT-TOTAL.
           WRITE TRAN-TRAILER-RECORD.

       4200-RECORD-STEP-COMPLETE.
           OPEN EXTEND RUNCTL.
           IF RL-STATUS = '35'
               OPEN OUTPUT RUNCTL
           END-IF.
           IF RL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RUN CONTROL FILE: ' RL-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-BUSINESS-DATE TO RUNC-RUN-DATE
               MOVE 'DELQCYC'        TO RUNC-STEP-NAME
               MOVE 'C'              TO RUNC-STATUS
               WRITE RUNC-RECORD
               CLOSE RUNCTL
           END-IF.
