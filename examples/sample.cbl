           SELECT BUSDATE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BD-STATUS.
           SELECT PARTSUM ASSIGN TO PARTSUM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PM-STATUS.
           SELECT PARTCTL ASSIGN TO PARTCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE.
           COPY BUSDREC.

       FD  PARTSUM.
           COPY PSUMREC.

       FD  PARTCTL.
           COPY PARTREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  CM-STATUS           PIC X(2).
               88  PRED-STEP-DONE  VALUE 'Y'.
           05  WS-STEP-DONE        PIC X(1) VALUE 'N'.
               88  OWN-STEP-DONE   VALUE 'Y'.
           05  WS-CONFLICT-DONE    PIC X(1) VALUE 'N'.
               88  CONFLICT-STEP-DONE VALUE 'Y'.
           05  WS-STEP-NAME        PIC X(8) VALUE 'CUSTUPDT'.
           05  WS-STEP-NAME-PARTS REDEFINES WS-STEP-NAME.
               10  FILLER          PIC X(6).
               10  WS-STEP-PARTITION PIC X(2).
           05  WS-PRED-STEP-NAME   PIC X(8) VALUE 'TRANEDIT'.
           05  WS-CONFLICT-STEP-NAME PIC X(8) VALUE 'TRANSPLT'.
           05  WS-PARTITION-RUN    PIC X(1) VALUE 'N'.
               88  PARTITION-RUN   VALUE 'Y'.
           05  PM-STATUS           PIC X(2).
           05  PC-STATUS           PIC X(2).
           05  WS-PART-EOF         PIC X(1) VALUE 'N'.
               88  PART-EOF        VALUE 'Y'.
           05  WS-PART-MISSING     PIC X(1) VALUE 'N'.
               88  PART-STEP-MISSING VALUE 'Y'.
           05  WS-PART-STEP-NAME   PIC X(8) VALUE 'CUSTUP00'.
           05  WS-PART-STEP-PARTS REDEFINES WS-PART-STEP-NAME.
               10  FILLER          PIC X(6).
               10  WS-PART-STEP-ID PIC X(2).
       01  WS-PARTITION-TABLE.
           05  WS-PART-COUNT       PIC 9(2) VALUE 0.
           05  WS-PART-IX          PIC 9(2).
           05  WS-PART-ENTRY OCCURS 8.
               10  WS-PART-ID          PIC X(2).
               10  WS-PART-STEP-FLAG   PIC X(1).
                   88  PART-STEP-DONE  VALUE 'Y'.
       01  WS-REGION-WORK.
           05  WS-REGION-IX        PIC 9(1).
           05  WS-PRIOR-POSTED     PIC 9(5).
           05  WS-PRIOR-HOLDS      PIC 9(5).
           05  WS-PRINT-RGN-AMOUNT PIC -(9)9.99.
       01  WS-REGION-TOTALS.
           05  WS-REGION-ENTRY OCCURS 6.
               10  RGN-NAME            PIC X(8).
               10  RGN-TRAN-COUNT      PIC 9(7).
               10  RGN-POSTED-COUNT    PIC 9(7).
           05  WS-PEND-POSTED      PIC 9(5) VALUE 0.
       01  WS-PENDING-REGION-TOTALS.
           05  WS-ROLL-IX          PIC 9(1).
           05  WS-PEND-RGN-ENTRY OCCURS 6.
               10  WS-PEND-RGN-COUNT   PIC 9(5).
               10  WS-PEND-RGN-AMOUNT  PIC S9(9)V99.
       01  WS-AUDIT-BUFFER.
           05  WS-AUD-COUNT        PIC 9(3) VALUE 0.
           05  WS-AUD-IX           PIC 9(3).
           05  WS-AUD-SAVE         PIC X(410).
           05  WS-AUD-ENTRY OCCURS 200.
               10  WS-AUD-IMAGE    PIC X(410).
       01  WS-CONTROL-TOTAL-AREAS.
           05  WS-AMOUNT-TOTAL          PIC S9(9)V99 VALUE 0.
           05  WS-TRAILER-RECORD-COUNT  PIC 9(7) VALUE 0.
               88  TRAILER-WAS-SEEN     VALUE 'Y'.
           05  WS-CONTROL-TOTALS-BAD    PIC X(1) VALUE 'N'.
               88  CONTROL-TOTALS-BAD   VALUE 'Y'.
       01  WS-TRANSFER-AREAS.
           05  WS-XFER-VALID       PIC X(1) VALUE 'N'.
               88  XFER-LEG-VALID  VALUE 'Y'.
           05  WS-XFER-FROM-BEFORE PIC X(200).
           05  WS-XFER-FROM-AFTER  PIC X(200).
           05  WS-XFER-TO-BEFORE   PIC X(200).
           05  WS-XFER-TO-AFTER    PIC X(200).

       PROCEDURE DIVISION.
       0000-MAIN.
       1100-READ-CONTROL-CARD.
           MOVE 'NORMAL ' TO CTL-RUN-MODE.
           MOVE 1000 TO CTL-CHECKPOINT-INTERVAL.
           MOVE SPACES TO CTL-PARTITION-ID.

           OPEN INPUT CTLFILE.
           IF CT-STATUS = '00'

           MOVE CTL-CHECKPOINT-INTERVAL TO WS-CHECKPOINT-INTERVAL.

           IF CTL-PARTITION-ID NOT = SPACES
               IF CTL-PARTITION-ID NOT NUMERIC
                   DISPLAY 'CUSTUPDT - INVALID PARTITION ID ON CONTROL '
                       'CARD: ' CTL-PARTITION-ID ' - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-PARTITION-RUN
               MOVE 'CUSTUP'  TO WS-STEP-NAME
               MOVE CTL-PARTITION-ID TO WS-STEP-PARTITION
               MOVE 'TRANSPLT' TO WS-PRED-STEP-NAME
               MOVE 'CUSTUPDT' TO WS-CONFLICT-STEP-NAME
           END-IF.

       1150-VERIFY-RUN-CONTROL.
           MOVE SPACES TO BUSD-BUSINESS-DATE.
           OPEN INPUT BUSDATE.
               STOP RUN
           END-IF.

           IF PARTITION-RUN AND CTL-PARTITION-ID = '00'
               PERFORM 1170-LOAD-PARTITIONS
           END-IF.

           OPEN INPUT RUNCTL.
           EVALUATE RL-STATUS
               WHEN '00'
           END-EVALUATE.

           IF OWN-STEP-DONE
               DISPLAY 'CUSTUPDT - STEP ' WS-STEP-NAME
                   ' ALREADY COMPLETE FOR BUSINESS '
                   'DATE ' WS-BUSINESS-DATE ' - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT PRED-STEP-DONE
               DISPLAY 'CUSTUPDT - PREDECESSOR ' WS-PRED-STEP-NAME
                   ' NOT COMPLETE FOR BUSINESS DATE ' WS-BUSINESS-DATE
                   ' - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF CONFLICT-STEP-DONE
               IF PARTITION-RUN
                   DISPLAY 'CUSTUPDT - PARTITIONS ALREADY CONSOLIDATED '
                       'FOR BUSINESS DATE ' WS-BUSINESS-DATE
                       ' - RUN STOPPED'
               ELSE
                   DISPLAY 'CUSTUPDT - TRANSACTIONS SPLIT FOR '
                       'PARTITIONED POSTING FOR BUSINESS DATE '
                       WS-BUSINESS-DATE ' - RUN STOPPED'
               END-IF
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1180-CHECK-ONE-PARTITION-STEP
               VARYING WS-PART-IX FROM 1 BY 1
               UNTIL WS-PART-IX > WS-PART-COUNT.

           IF PART-STEP-MISSING
               DISPLAY 'CUSTUPDT - PARTITION UPDATES NOT COMPLETE FOR '
                   'BUSINESS DATE ' WS-BUSINESS-DATE
                   ' - RESIDUAL PARTITION RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1160-CHECK-ONE-RUNCTL.
           READ RUNCTL
               AT END
               NOT AT END
                   IF RUNC-RUN-DATE = WS-BUSINESS-DATE
                      AND RUNC-COMPLETE
                       IF RUNC-STEP-NAME = WS-STEP-NAME
                           MOVE 'Y' TO WS-STEP-DONE
                       END-IF
                       IF RUNC-STEP-NAME = WS-PRED-STEP-NAME
                           MOVE 'Y' TO WS-PRED-DONE
                       END-IF
                       IF RUNC-STEP-NAME = WS-CONFLICT-STEP-NAME
                           MOVE 'Y' TO WS-CONFLICT-DONE
                       END-IF
                       PERFORM 1165-MARK-PARTITION-STEP
                           VARYING WS-PART-IX FROM 1 BY 1
                           UNTIL WS-PART-IX > WS-PART-COUNT
                   END-IF
           END-READ.

       1165-MARK-PARTITION-STEP.
           MOVE WS-PART-ID (WS-PART-IX) TO WS-PART-STEP-ID.
           IF RUNC-STEP-NAME = WS-PART-STEP-NAME
               MOVE 'Y' TO WS-PART-STEP-FLAG (WS-PART-IX)
           END-IF.

       1170-LOAD-PARTITIONS.
           OPEN INPUT PARTCTL.
           IF PC-STATUS = '00'
               PERFORM 1175-LOAD-ONE-PARTITION UNTIL PART-EOF
               CLOSE PARTCTL
           ELSE
               DISPLAY 'ERROR OPENING PARTITION CONTROL FILE: '
                   PC-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1175-LOAD-ONE-PARTITION.
           READ PARTCTL
               AT END
                   MOVE 'Y' TO WS-PART-EOF
               NOT AT END
                   IF WS-PART-COUNT >= 8
                      OR PC-PARTITION-ID NOT NUMERIC
                      OR PC-PARTITION-ID = '00'
                       DISPLAY 'INVALID PARTITION CARD: '
                           PC-PARTITION-ID ' - RUN STOPPED'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO WS-PART-COUNT
                       MOVE PC-PARTITION-ID
                           TO WS-PART-ID (WS-PART-COUNT)
                       MOVE 'N' TO WS-PART-STEP-FLAG (WS-PART-COUNT)
                   END-IF
           END-READ.

       1180-CHECK-ONE-PARTITION-STEP.
           IF NOT PART-STEP-DONE (WS-PART-IX)
               MOVE WS-PART-ID (WS-PART-IX) TO WS-PART-STEP-ID
               DISPLAY 'CUSTUPDT - STEP ' WS-PART-STEP-NAME
                   ' NOT COMPLETE'
               MOVE 'Y' TO WS-PART-MISSING
           END-IF.

       1200-REPOSITION-FOR-RESTART.
           MOVE 'N' TO WS-CHKPT-EOF.
           MOVE ZERO TO WS-RESTART-COUNT.
           MOVE 'WEST    ' TO RGN-NAME (2).
           MOVE 'CENTRAL ' TO RGN-NAME (3).
           MOVE 'LOCKBOX ' TO RGN-NAME (4).
           MOVE 'REPAIRED' TO RGN-NAME (5).
           MOVE 'OTHER   ' TO RGN-NAME (6).

       2000-PROCESS.
           IF TR-TRAILER-TRAN
                   PERFORM 2600-FLUSH-HELD-CUSTOMER
               ELSE
                   IF TR-ADD-TRAN OR TR-DELETE-TRAN OR TR-MAINT-TRAN
                      OR TR-XFER-TRAN OR TR-MERGE-TRAN
                       PERFORM 2600-FLUSH-HELD-CUSTOMER
                   END-IF
               END-IF
               WHEN TR-UPDATE-TRAN
               WHEN TR-INTEREST-TRAN
               WHEN TR-SERVICE-TRAN
               WHEN TR-RETURNED-ITEM-TRAN
                   PERFORM 2200-UPDATE-CUSTOMER
               WHEN TR-DELETE-TRAN
                   PERFORM 2300-DELETE-CUSTOMER
                   PERFORM 2400-HOLD-TRANSACTION
               WHEN TR-MAINT-TRAN
                   PERFORM 2500-MAINTAIN-CUSTOMER
               WHEN TR-XFER-TRAN
                   PERFORM 2550-TRANSFER-FUNDS
               WHEN TR-MERGE-TRAN
                   PERFORM 2450-MERGE-CUSTOMERS
               WHEN OTHER
                   DISPLAY 'INVALID TRANSACTION CODE: ' TR-TRAN-CODE
                   MOVE 'INVALID TRANSACTION CODE' TO WS-REJECT-REASON
                   MOVE 3 TO WS-REGION-IX
               WHEN 'L'
                   MOVE 4 TO WS-REGION-IX
               WHEN 'R'
                   MOVE 5 TO WS-REGION-IX
               WHEN OTHER
                   MOVE 6 TO WS-REGION-IX
           END-EVALUATE.

       2070-ACCUMULATE-REGION-TOTALS.
           ADD 1 TO RGN-TRAN-COUNT (WS-REGION-IX).

           IF NOT TR-UPDATE-TRAN AND NOT TR-INTEREST-TRAN
              AND NOT TR-SERVICE-TRAN AND NOT TR-RETURNED-ITEM-TRAN
               IF WS-RECORD-COUNT > WS-PRIOR-POSTED
                   ADD 1 TO RGN-POSTED-COUNT (WS-REGION-IX)
                   IF NOT TR-XFER-TRAN AND NOT TR-MERGE-TRAN
                       ADD TR-TRAN-AMOUNT
                           TO RGN-POSTED-AMOUNT (WS-REGION-IX)
                   END-IF
               END-IF
           END-IF.

           WRITE SUSP-RECORD.
           ADD 1 TO WS-HOLD-COUNT.

       2450-MERGE-CUSTOMERS.
           MOVE 'N' TO WS-XFER-VALID.
           MOVE TR-CUST-ID TO CM-CUST-ID.

           IF TR-TO-CUST-ID = SPACES OR TR-TO-CUST-ID = TR-CUST-ID
               DISPLAY 'ERROR: INVALID MERGE SURVIVING ACCOUNT: '
                   TR-TO-CUST-ID
               MOVE 'INVALID MERGE SURVIVING ACCOUNT'
                   TO WS-REJECT-REASON
               PERFORM 2950-WRITE-EXCEPTION-LINE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               READ CUSTMAST
                   INVALID KEY
                       DISPLAY 'ERROR: CUSTOMER NOT FOUND: ' CM-CUST-ID
                       MOVE 'CUSTOMER NOT FOUND' TO WS-REJECT-REASON
                       PERFORM 2950-WRITE-EXCEPTION-LINE
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       PERFORM 2455-CHECK-RETIRED-ACCOUNT
               END-READ
           END-IF.

           IF XFER-LEG-VALID
               PERFORM 2460-READ-SURVIVING-ACCOUNT
           END-IF.

           IF XFER-LEG-VALID
               PERFORM 2470-POST-RETIRED-LEG
           END-IF.

       2455-CHECK-RETIRED-ACCOUNT.
           EVALUATE TRUE
               WHEN CM-CLOSED
                   DISPLAY 'ERROR: ACCOUNT CLOSED FOR CUSTOMER: '
                       CM-CUST-ID
                   MOVE 'ACCOUNT CLOSED' TO WS-REJECT-REASON
                   PERFORM 2950-WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-ERROR-COUNT
               WHEN CM-FROZEN
                   DISPLAY 'ERROR: ACCOUNT FROZEN FOR CUSTOMER: '
                       CM-CUST-ID
                   MOVE 'ACCOUNT FROZEN' TO WS-REJECT-REASON
                   PERFORM 2950-WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-ERROR-COUNT
               WHEN OTHER
                   MOVE CUST-RECORD TO WS-XFER-FROM-BEFORE
                   MOVE ZERO TO CM-ACCOUNT-BALANCE
                   MOVE ZERO TO CM-MIN-PAYMENT-DUE
                   MOVE SPACES TO CM-PAYMENT-DUE-DATE
                   MOVE SPACE TO CM-PAYMENT-STATUS
                   MOVE '0' TO CM-DELQ-BUCKET
                   MOVE 'C' TO CM-STATUS-CODE
                   MOVE TR-TRAN-DATE TO CM-LAST-ACTIVITY
                   MOVE CUST-RECORD TO WS-XFER-FROM-AFTER
                   MOVE 'Y' TO WS-XFER-VALID
           END-EVALUATE.

       2460-READ-SURVIVING-ACCOUNT.
           MOVE 'N' TO WS-XFER-VALID.
           MOVE TR-TO-CUST-ID TO CM-CUST-ID.
           READ CUSTMAST
               INVALID KEY
                   DISPLAY 'ERROR: MERGE SURVIVING ACCOUNT NOT FOUND: '
                       CM-CUST-ID
                   MOVE 'MERGE SURVIVING ACCOUNT NOT FOUND'
                       TO WS-REJECT-REASON
                   PERFORM 2950-WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 2465-CHECK-SURVIVING-ACCOUNT
           END-READ.

       2465-CHECK-SURVIVING-ACCOUNT.
           EVALUATE TRUE
               WHEN CM-CLOSED
                   DISPLAY 'ERROR: MERGE SURVIVING ACCOUNT CLOSED: '
                       CM-CUST-ID
                   MOVE 'MERGE SURVIVING ACCOUNT CLOSED'
                       TO WS-REJECT-REASON
                   PERFORM 2950-WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-ERROR-COUNT
               WHEN CM-FROZEN
                   DISPLAY 'ERROR: MERGE SURVIVING ACCOUNT FROZEN: '
                       CM-CUST-ID
                   MOVE 'MERGE SURVIVING ACCOUNT FROZEN'
                       TO WS-REJECT-REASON
                   PERFORM 2950-WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-ERROR-COUNT
               WHEN OTHER
                   MOVE CUST-RECORD TO WS-XFER-TO-BEFORE
                   MOVE WS-XFER-FROM-BEFORE TO AUD-BEFORE-IMAGE
                   ADD AUDB-ACCOUNT-BALANCE TO CM-ACCOUNT-BALANCE
                   IF AUDB-DELQ-BUCKET > CM-DELQ-BUCKET
                       MOVE AUDB-DELQ-BUCKET TO CM-DELQ-BUCKET
                   END-IF
                   MOVE TR-TRAN-DATE TO CM-LAST-ACTIVITY
                   MOVE CUST-RECORD TO WS-XFER-TO-AFTER
                   MOVE 'Y' TO WS-XFER-VALID
           END-EVALUATE.

       2470-POST-RETIRED-LEG.
           MOVE WS-XFER-FROM-AFTER TO CUST-RECORD.
           REWRITE CUST-RECORD
               INVALID KEY
                   DISPLAY 'ERROR UPDATING CUSTOMER: ' CM-CUST-ID
                   MOVE 'ERROR UPDATING CUSTOMER' TO WS-REJECT-REASON
                   PERFORM 2950-WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 2475-POST-SURVIVING-LEG
           END-REWRITE.

       2475-POST-SURVIVING-LEG.
           MOVE WS-XFER-TO-AFTER TO CUST-RECORD.
           REWRITE CUST-RECORD
               INVALID KEY
                   DISPLAY 'ERROR UPDATING CUSTOMER: ' CM-CUST-ID
                   PERFORM 2480-RESTORE-RETIRED-LEG
                   MOVE 'ERROR UPDATING MERGE SURVIVING ACCOUNT'
                       TO WS-REJECT-REASON
                   PERFORM 2950-WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 2490-WRITE-MERGE-AUDITS
                   ADD 1 TO WS-RECORD-COUNT
           END-REWRITE.

       2480-RESTORE-RETIRED-LEG.
           MOVE WS-XFER-FROM-BEFORE TO CUST-RECORD.
           REWRITE CUST-RECORD
               INVALID KEY
                   DISPLAY 'ERROR RESTORING MERGE RETIRED ACCOUNT: '
                       CM-CUST-ID
           END-REWRITE.

       2490-WRITE-MERGE-AUDITS.
           MOVE WS-XFER-FROM-BEFORE TO AUD-BEFORE-IMAGE.
           MOVE WS-XFER-FROM-AFTER  TO AUD-AFTER-IMAGE.
           MOVE 'J'          TO AUD-TRAN-CODE.
           MOVE TR-TRAN-DATE TO AUD-TRAN-DATE.
           MOVE TRX-ORIGIN   TO AUD-ORIGIN.
           PERFORM 2900-WRITE-AUDIT-RECORD.

           MOVE WS-XFER-TO-BEFORE TO AUD-BEFORE-IMAGE.
           MOVE WS-XFER-TO-AFTER  TO AUD-AFTER-IMAGE.
           MOVE 'K'          TO AUD-TRAN-CODE.
           MOVE TR-TRAN-DATE TO AUD-TRAN-DATE.
           MOVE TRX-ORIGIN   TO AUD-ORIGIN.
           PERFORM 2900-WRITE-AUDIT-RECORD.

       2700-CAPTURE-TRAILER.
           MOVE 'Y' TO WS-TRAILER-SEEN.
           MOVE TRL-RECORD-COUNT TO WS-TRAILER-RECORD-COUNT.
           MOVE TR-TRAN-DATE TO CM-LAST-ACTIVITY.
           MOVE 'A' TO CM-STATUS-CODE.
           MOVE TR-TRAN-DATE TO CM-OPEN-DATE.
           MOVE '0' TO CM-DELQ-BUCKET.
           MOVE TRX-FIRST-NAME TO CM-FIRST-NAME.
           MOVE TRX-LAST-NAME  TO CM-LAST-NAME.
           MOVE TRX-ADDRESS    TO CM-ADDRESS.
                   MOVE 'ACCOUNT CLOSED' TO WS-REJECT-REASON
                   PERFORM 2950-WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-ERROR-COUNT
               WHEN TR-RETURNED-ITEM-TRAN
                   PERFORM 2220-POST-UPDATE
               WHEN CM-FROZEN
                   DISPLAY 'ERROR: ACCOUNT FROZEN FOR CUSTOMER: '
                       CM-CUST-ID
           MOVE CUST-RECORD TO AUD-BEFORE-IMAGE.
           MOVE WS-NEW-BALANCE TO CM-ACCOUNT-BALANCE.
           MOVE TR-TRAN-DATE TO CM-LAST-ACTIVITY.
           IF TR-RETURN-TRAN AND TRX-FREEZE-ACCOUNT
               MOVE 'F' TO CM-STATUS-CODE
           END-IF.

           MOVE CUST-RECORD TO AUD-AFTER-IMAGE.
           MOVE TR-TRAN-CODE TO AUD-TRAN-CODE.
       2630-ROLL-PENDING-REGIONS.
           PERFORM 2635-ROLL-ONE-REGION
               VARYING WS-ROLL-IX FROM 1 BY 1
               UNTIL WS-ROLL-IX > 6.

       2635-ROLL-ONE-REGION.
           ADD WS-PEND-RGN-COUNT (WS-ROLL-IX)
                   ADD 1 TO WS-RECORD-COUNT
           END-REWRITE.

       2550-TRANSFER-FUNDS.
           MOVE 'N' TO WS-XFER-VALID.
           MOVE TR-CUST-ID TO CM-CUST-ID.

           IF TR-TO-CUST-ID = SPACES OR TR-TO-CUST-ID = TR-CUST-ID
               DISPLAY 'ERROR: INVALID TRANSFER TO ACCOUNT: '
                   TR-TO-CUST-ID
               MOVE 'INVALID TRANSFER TO ACCOUNT' TO WS-REJECT-REASON
               PERFORM 2950-WRITE-EXCEPTION-LINE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               READ CUSTMAST
                   INVALID KEY
                       DISPLAY 'ERROR: CUSTOMER NOT FOUND: ' CM-CUST-ID
                       MOVE 'CUSTOMER NOT FOUND' TO WS-REJECT-REASON
                       PERFORM 2950-WRITE-EXCEPTION-LINE
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       PERFORM 2555-CHECK-FROM-ACCOUNT
               END-READ
           END-IF.

           IF XFER-LEG-VALID
               PERFORM 2560-READ-TO-ACCOUNT
           END-IF.

           IF XFER-LEG-VALID
               PERFORM 2570-POST-FROM-LEG
           END-IF.

       2555-CHECK-FROM-ACCOUNT.
           COMPUTE WS-NEW-BALANCE = CM-ACCOUNT-BALANCE - TR-TRAN-AMOUNT.

           EVALUATE TRUE
               WHEN CM-CLOSED
                   DISPLAY 'ERROR: ACCOUNT CLOSED FOR CUSTOMER: '
                       CM-CUST-ID
                   MOVE 'ACCOUNT CLOSED' TO WS-REJECT-REASON
                   PERFORM 2950-WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-ERROR-COUNT
               WHEN CM-FROZEN
                   DISPLAY 'ERROR: ACCOUNT FROZEN FOR CUSTOMER: '
                       CM-CUST-ID
                   MOVE 'ACCOUNT FROZEN' TO WS-REJECT-REASON
                   PERFORM 2950-WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-ERROR-COUNT
               WHEN WS-NEW-BALANCE < CM-CREDIT-LIMIT
                   DISPLAY 'ERROR: CREDIT LIMIT EXCEEDED FOR CUSTOMER: '
                       CM-CUST-ID
                   MOVE 'CREDIT LIMIT EXCEEDED' TO WS-REJECT-REASON
                   PERFORM 2950-WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-ERROR-COUNT
               WHEN OTHER
                   MOVE CUST-RECORD TO WS-XFER-FROM-BEFORE
                   MOVE WS-NEW-BALANCE TO CM-ACCOUNT-BALANCE
                   MOVE TR-TRAN-DATE TO CM-LAST-ACTIVITY
                   MOVE CUST-RECORD TO WS-XFER-FROM-AFTER
                   MOVE 'Y' TO WS-XFER-VALID
           END-EVALUATE.

       2560-READ-TO-ACCOUNT.
           MOVE 'N' TO WS-XFER-VALID.
           MOVE TR-TO-CUST-ID TO CM-CUST-ID.
           READ CUSTMAST
               INVALID KEY
                   DISPLAY 'ERROR: TRANSFER TO ACCOUNT NOT FOUND: '
                       CM-CUST-ID
                   MOVE 'TRANSFER TO ACCOUNT NOT FOUND'
                       TO WS-REJECT-REASON
                   PERFORM 2950-WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 2565-CHECK-TO-ACCOUNT
           END-READ.

       2565-CHECK-TO-ACCOUNT.
           EVALUATE TRUE
               WHEN CM-CLOSED
                   DISPLAY 'ERROR: TRANSFER TO ACCOUNT CLOSED: '
                       CM-CUST-ID
                   MOVE 'TRANSFER TO ACCOUNT CLOSED' TO WS-REJECT-REASON
                   PERFORM 2950-WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-ERROR-COUNT
               WHEN CM-FROZEN
                   DISPLAY 'ERROR: TRANSFER TO ACCOUNT FROZEN: '
                       CM-CUST-ID
                   MOVE 'TRANSFER TO ACCOUNT FROZEN' TO WS-REJECT-REASON
                   PERFORM 2950-WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-ERROR-COUNT
               WHEN OTHER
                   MOVE CUST-RECORD TO WS-XFER-TO-BEFORE
                   ADD TR-TRAN-AMOUNT TO CM-ACCOUNT-BALANCE
                   MOVE TR-TRAN-DATE TO CM-LAST-ACTIVITY
                   MOVE CUST-RECORD TO WS-XFER-TO-AFTER
                   MOVE 'Y' TO WS-XFER-VALID
           END-EVALUATE.

       2570-POST-FROM-LEG.
           MOVE WS-XFER-FROM-AFTER TO CUST-RECORD.
           REWRITE CUST-RECORD
               INVALID KEY
                   DISPLAY 'ERROR UPDATING CUSTOMER: ' CM-CUST-ID
                   MOVE 'ERROR UPDATING CUSTOMER' TO WS-REJECT-REASON
                   PERFORM 2950-WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 2575-POST-TO-LEG
           END-REWRITE.

       2575-POST-TO-LEG.
           MOVE WS-XFER-TO-AFTER TO CUST-RECORD.
           REWRITE CUST-RECORD
               INVALID KEY
                   DISPLAY 'ERROR UPDATING CUSTOMER: ' CM-CUST-ID
                   PERFORM 2580-RESTORE-FROM-LEG
                   MOVE 'ERROR UPDATING TRANSFER TO ACCOUNT'
                       TO WS-REJECT-REASON
                   PERFORM 2950-WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 2590-WRITE-TRANSFER-AUDITS
                   ADD 1 TO WS-RECORD-COUNT
           END-REWRITE.

       2580-RESTORE-FROM-LEG.
           MOVE WS-XFER-FROM-BEFORE TO CUST-RECORD.
           REWRITE CUST-RECORD
               INVALID KEY
                   DISPLAY 'ERROR RESTORING TRANSFER FROM ACCOUNT: '
                       CM-CUST-ID
           END-REWRITE.

       2590-WRITE-TRANSFER-AUDITS.
           MOVE WS-XFER-FROM-BEFORE TO AUD-BEFORE-IMAGE.
           MOVE WS-XFER-FROM-AFTER  TO AUD-AFTER-IMAGE.
           MOVE 'X'          TO AUD-TRAN-CODE.
           MOVE TR-TRAN-DATE TO AUD-TRAN-DATE.
           MOVE TRX-ORIGIN   TO AUD-ORIGIN.
           PERFORM 2900-WRITE-AUDIT-RECORD.

           MOVE WS-XFER-TO-BEFORE TO AUD-BEFORE-IMAGE.
           MOVE WS-XFER-TO-AFTER  TO AUD-AFTER-IMAGE.
           MOVE 'Y'          TO AUD-TRAN-CODE.
           MOVE TR-TRAN-DATE TO AUD-TRAN-DATE.
           MOVE TRX-ORIGIN   TO AUD-ORIGIN.
           PERFORM 2900-WRITE-AUDIT-RECORD.

       2900-WRITE-AUDIT-RECORD.
           WRITE AUDIT-RECORD.

               CLOSE RGNLRPT

               PERFORM 3200-WRITE-RUN-STATISTICS
               IF PARTITION-RUN
                   PERFORM 3220-WRITE-PARTITION-SUMMARY
               END-IF
               IF RETURN-CODE = ZERO
                   PERFORM 3300-RECORD-STEP-COMPLETE
               END-IF
           END-IF.

       3100-CHECK-CONTROL-TOTALS.
       3200-WRITE-RUN-STATISTICS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           IF PARTITION-RUN
               CONTINUE
           ELSE
               PERFORM 3210-APPEND-STATISTICS
           END-IF.

       3210-APPEND-STATISTICS.
           OPEN EXTEND STATSFILE.
           IF ST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STATISTICS FILE: ' ST-STATUS
               CLOSE STATSFILE
           END-IF.

       3220-WRITE-PARTITION-SUMMARY.
           OPEN OUTPUT PARTSUM.
           IF PM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PARTITION SUMMARY FILE: '
                   PM-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE CTL-PARTITION-ID   TO PS-PARTITION-ID
               MOVE WS-BUSINESS-DATE   TO PS-BUSINESS-DATE
               MOVE WS-TRAN-READ-COUNT TO PS-TRAN-COUNT
               MOVE WS-AMOUNT-TOTAL    TO PS-AMOUNT-TOTAL
               MOVE WS-RECORD-COUNT    TO PS-POSTED-COUNT
               MOVE WS-ERROR-COUNT     TO PS-ERROR-COUNT
               MOVE WS-HOLD-COUNT      TO PS-HOLD-COUNT
               PERFORM 3225-MOVE-ONE-REGION-SUMMARY
                   VARYING WS-REGION-IX FROM 1 BY 1
                   UNTIL WS-REGION-IX > 6
               WRITE PSUM-RECORD
               CLOSE PARTSUM
           END-IF.

       3225-MOVE-ONE-REGION-SUMMARY.
           MOVE RGN-NAME (WS-REGION-IX)
               TO PS-RGN-NAME (WS-REGION-IX).
           MOVE RGN-TRAN-COUNT (WS-REGION-IX)
               TO PS-RGN-TRAN-COUNT (WS-REGION-IX).
           MOVE RGN-POSTED-COUNT (WS-REGION-IX)
               TO PS-RGN-POSTED-COUNT (WS-REGION-IX).
           MOVE RGN-POSTED-AMOUNT (WS-REGION-IX)
               TO PS-RGN-POSTED-AMOUNT (WS-REGION-IX).
           MOVE RGN-REJECT-COUNT (WS-REGION-IX)
               TO PS-RGN-REJECT-COUNT (WS-REGION-IX).
           MOVE RGN-HOLD-COUNT (WS-REGION-IX)
               TO PS-RGN-HOLD-COUNT (WS-REGION-IX).

       3250-WRITE-REGIONAL-REPORT.
           MOVE SPACES TO RGNL-RECORD.
           IF PARTITION-RUN
               STRING 'REGIONAL ACTIVITY REPORT - BUSINESS DATE '
                      WS-BUSINESS-DATE
                      ' - PARTITION ' CTL-PARTITION-ID
                   DELIMITED BY SIZE
                   INTO RGNL-RECORD
           ELSE
               STRING 'REGIONAL ACTIVITY REPORT - BUSINESS DATE '
                      WS-BUSINESS-DATE
                   DELIMITED BY SIZE
                   INTO RGNL-RECORD
           END-IF.
           WRITE RGNL-RECORD.

           MOVE SPACES TO RGNL-RECORD.

           PERFORM 3260-WRITE-ONE-REGION-LINE
               VARYING WS-REGION-IX FROM 1 BY 1
               UNTIL WS-REGION-IX > 6.

       3260-WRITE-ONE-REGION-LINE.
           MOVE RGN-POSTED-AMOUNT (WS-REGION-IX)
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-BUSINESS-DATE TO RUNC-RUN-DATE
               MOVE WS-STEP-NAME     TO RUNC-STEP-NAME
               MOVE 'C'              TO RUNC-STATUS
               WRITE RUNC-RECORD
               CLOSE RUNCTL
