       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY MRGXSEL.
           SELECT AUDITFILE ASSIGN TO AUDITFL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AU-STATUS.
           SELECT CTLFILE ASSIGN TO CTLCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CT-STATUS.
           SELECT STMTFILE ASSIGN TO STMTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SM-STATUS.
       FD  CUSTMAST.
           COPY CUSTREC.

       FD  MERGXREF.
           COPY MRGXREC.

       FD  AUDITFILE.
           COPY AUDITREC.

       FD  CTLFILE.
           COPY STMTCTL.

       FD  STMTFILE.
       01  STMT-RECORD             PIC X(132).

       SD  SORTWK.
       01  SORT-RECORD.
           05  SRT-CUST-ID         PIC X(6).
           05  SRT-MERGED-FROM     PIC X(6).
           05  SRT-TRAN-DATE       PIC X(8).
           05  SRT-TRAN-SEQ        PIC 9(7).
           05  SRT-TRAN-CODE       PIC X(1).
       01  WS-WORK-AREAS.
           05  CM-STATUS           PIC X(2).
           05  AU-STATUS           PIC X(2).
           05  MX-STATUS           PIC X(2).
           05  SM-STATUS           PIC X(2).
           05  CT-STATUS           PIC X(2).
           05  WS-RUN-DATE         PIC 9(8).
           05  WS-EOF              PIC X(1) VALUE 'N'.
               88  END-OF-FILE     VALUE 'Y'.
           05  WS-AUDIT-SEQ        PIC 9(7) VALUE 0.
           05  WS-STMT-COUNT       PIC 9(5) VALUE 0.
           05  WS-ORPHAN-COUNT     PIC 9(5) VALUE 0.
           05  WS-REWRITE-ERRORS   PIC 9(5) VALUE 0.
           05  WS-XREF-OPEN        PIC X(1) VALUE 'N'.
               88  XREF-OPEN       VALUE 'Y'.
           05  WS-LAST-MERGED-FROM PIC X(6).
       01  WS-RUN-CONTROL-AREAS.
           05  RL-STATUS           PIC X(2).
           05  BD-STATUS           PIC X(2).
           05  WS-OPEN-BALANCE     PIC S9(7)V99.
           05  WS-RUN-BALANCE      PIC S9(7)V99.
           05  WS-TRAN-AMOUNT      PIC S9(8)V99.
       01  WS-MIN-PAYMENT-AREAS.
           05  WS-MIN-PERCENT      PIC 9(2)V99.
           05  WS-MIN-AMOUNT       PIC 9(5)V99.
           05  WS-GRACE-DAYS       PIC 9(3).
           05  WS-CUT-DATE         PIC 9(8).
           05  WS-AMOUNT-OWED      PIC S9(7)V99.
           05  WS-MIN-PAYMENT      PIC S9(7)V99.
           05  WS-DUE-DATE         PIC 9(8).
           05  WS-DUE-DATE-X REDEFINES WS-DUE-DATE
                                   PIC X(8).
           05  WS-PAST-DUE-DESC    PIC X(20).
       01  WS-STATEMENT-LINE.
           05  WS-PRINT-AMOUNT     PIC -(7)9.99.
           05  WS-PRINT-BALANCE    PIC -(7)9.99.

           IF NOT END-OF-FILE
               SORT SORTWK
                   ON ASCENDING KEY SRT-CUST-ID SRT-MERGED-FROM
                                    SRT-TRAN-SEQ
                   INPUT PROCEDURE 2000-RELEASE-AUDIT-RECORDS
                   OUTPUT PROCEDURE 3000-PRODUCE-STATEMENTS
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 1100-VERIFY-RUN-CONTROL.
           PERFORM 1200-READ-CONTROL-CARD.

           OPEN I-O CUSTMAST.
           OPEN OUTPUT STMTFILE.

           OPEN INPUT MERGXREF.
           IF MX-STATUS = '00'
               MOVE 'Y' TO WS-XREF-OPEN
           END-IF.

           IF CM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' CM-STATUS
               MOVE 'Y' TO WS-EOF
               STOP RUN
           END-IF.

           IF BUSD-CALENDAR-SET AND NOT BUSD-MONTH-END
               DISPLAY 'STMTGEN - BUSINESS DATE ' WS-BUSINESS-DATE
                   ' IS NOT MONTH-END - NO STATEMENTS PRODUCED'
               STOP RUN
           END-IF.

           OPEN INPUT RUNCTL.
           EVALUATE RL-STATUS
               WHEN '00'
                   END-IF
           END-READ.

       1200-READ-CONTROL-CARD.
           MOVE 03.00  TO SCTL-MIN-PERCENT.
           MOVE 25.00  TO SCTL-MIN-AMOUNT.
           MOVE 025    TO SCTL-GRACE-DAYS.

           OPEN INPUT CTLFILE.
           IF CT-STATUS = '00'
               READ CTLFILE
                   AT END CONTINUE
               END-READ
               CLOSE CTLFILE
           END-IF.

           IF SCTL-MIN-PERCENT NOT NUMERIC
               MOVE 03.00 TO SCTL-MIN-PERCENT
           END-IF.
           IF SCTL-MIN-AMOUNT NOT NUMERIC
               MOVE 25.00 TO SCTL-MIN-AMOUNT
           END-IF.
           IF SCTL-GRACE-DAYS NOT NUMERIC
                   OR SCTL-GRACE-DAYS = ZERO
               MOVE 025 TO SCTL-GRACE-DAYS
           END-IF.

           MOVE SCTL-MIN-PERCENT TO WS-MIN-PERCENT.
           MOVE SCTL-MIN-AMOUNT  TO WS-MIN-AMOUNT.
           MOVE SCTL-GRACE-DAYS  TO WS-GRACE-DAYS.

           MOVE WS-BUSINESS-DATE TO WS-CUT-DATE.
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-CUT-DATE)
                   + WS-GRACE-DAYS).

       2000-RELEASE-AUDIT-RECORDS.
           OPEN INPUT AUDITFILE.
           IF AU-STATUS NOT = '00'
           END-IF.

       2100-RELEASE-ONE-AUDIT.
           IF AUD-TRAN-CODE NOT = 'P'
               PERFORM 2110-RELEASE-ONE-ACTIVITY
           END-IF.

           READ AUDITFILE
               AT END MOVE 'Y' TO WS-AUDIT-EOF
           END-READ.

       2110-RELEASE-ONE-ACTIVITY.
           ADD 1 TO WS-AUDIT-SEQ.

           IF AUDB-CUST-ID = SPACES
           ELSE
               MOVE AUDB-CUST-ID TO SRT-CUST-ID
           END-IF.
           MOVE SPACES TO SRT-MERGED-FROM.
           IF XREF-OPEN
               MOVE SRT-CUST-ID TO MX-RETIRED-ID
               READ MERGXREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SRT-CUST-ID    TO SRT-MERGED-FROM
                       MOVE MX-SURVIVOR-ID TO SRT-CUST-ID
               END-READ
           END-IF.
           MOVE AUD-TRAN-DATE         TO SRT-TRAN-DATE.
           MOVE WS-AUDIT-SEQ          TO SRT-TRAN-SEQ.
           MOVE AUD-TRAN-CODE         TO SRT-TRAN-CODE.
           MOVE AUDA-ACCOUNT-BALANCE  TO SRT-AFTER-BALANCE.
           RELEASE SORT-RECORD.

       3000-PRODUCE-STATEMENTS.
           MOVE SPACES TO STMT-RECORD.
           STRING 'STATEMENT OF ACCOUNT - PERIOD ENDING ' WS-RUN-DATE
           PERFORM 3120-WRITE-STATEMENT-HEADER.

           IF NOT SORT-EOF AND SRT-CUST-ID = CM-CUST-ID
              AND SRT-MERGED-FROM = SPACES
               MOVE SRT-BEFORE-BALANCE TO WS-OPEN-BALANCE
           ELSE
               MOVE CM-ACCOUNT-BALANCE TO WS-OPEN-BALANCE
           WRITE STMT-RECORD.

           PERFORM 3200-WRITE-DETAIL-LINE
               UNTIL SORT-EOF
                  OR SRT-CUST-ID NOT = CM-CUST-ID
                  OR SRT-MERGED-FROM NOT = SPACES.

           MOVE SPACES TO WS-LAST-MERGED-FROM.
           PERFORM 3250-WRITE-MERGED-LINE
               UNTIL SORT-EOF
                  OR SRT-CUST-ID NOT = CM-CUST-ID.

               WRITE STMT-RECORD
           END-IF.

           PERFORM 3300-SET-MINIMUM-PAYMENT.

           ADD 1 TO WS-STMT-COUNT.

           READ CUSTMAST NEXT RECORD
               AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.

       3250-WRITE-MERGED-LINE.
           IF SRT-MERGED-FROM NOT = WS-LAST-MERGED-FROM
               MOVE SRT-MERGED-FROM TO WS-LAST-MERGED-FROM
               MOVE SPACES TO STMT-RECORD
               STRING '  ACTIVITY UNDER MERGED ACCOUNT '
                      SRT-MERGED-FROM ':'
                   DELIMITED BY SIZE
                   INTO STMT-RECORD
               WRITE STMT-RECORD
           END-IF.

           COMPUTE WS-TRAN-AMOUNT =
               SRT-AFTER-BALANCE - SRT-BEFORE-BALANCE.
           MOVE WS-TRAN-AMOUNT TO WS-PRINT-AMOUNT.
           MOVE SRT-AFTER-BALANCE TO WS-PRINT-BALANCE.

           MOVE SPACES TO STMT-RECORD.
           STRING '    ' SRT-TRAN-DATE '  ' SRT-TRAN-CODE '  '
                  WS-PRINT-AMOUNT '  BALANCE: ' WS-PRINT-BALANCE
               DELIMITED BY SIZE
               INTO STMT-RECORD.
           WRITE STMT-RECORD.

           RETURN SORTWK
               AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.

       3300-SET-MINIMUM-PAYMENT.
           MOVE ZERO TO WS-MIN-PAYMENT.
           IF CM-ACCOUNT-BALANCE < ZERO AND NOT CM-CLOSED
               COMPUTE WS-AMOUNT-OWED = ZERO - CM-ACCOUNT-BALANCE
               COMPUTE WS-MIN-PAYMENT ROUNDED =
                   WS-AMOUNT-OWED * WS-MIN-PERCENT / 100
               IF WS-MIN-PAYMENT < WS-MIN-AMOUNT
                   MOVE WS-MIN-AMOUNT TO WS-MIN-PAYMENT
               END-IF
               IF WS-MIN-PAYMENT > WS-AMOUNT-OWED
                   MOVE WS-AMOUNT-OWED TO WS-MIN-PAYMENT
               END-IF
           END-IF.

           MOVE WS-BUSINESS-DATE TO CM-STMT-DATE.
           MOVE WS-MIN-PAYMENT   TO CM-MIN-PAYMENT-DUE.
           IF WS-MIN-PAYMENT > ZERO
               MOVE WS-DUE-DATE-X TO CM-PAYMENT-DUE-DATE
               MOVE 'O' TO CM-PAYMENT-STATUS
           ELSE
               MOVE SPACES TO CM-PAYMENT-DUE-DATE
               MOVE SPACE TO CM-PAYMENT-STATUS
               MOVE '0' TO CM-DELQ-BUCKET
           END-IF.

           REWRITE CUST-RECORD
               INVALID KEY
                   DISPLAY 'ERROR RECORDING MINIMUM PAYMENT FOR: '
                       CM-CUST-ID ' STATUS: ' CM-STATUS
                   ADD 1 TO WS-REWRITE-ERRORS
           END-REWRITE.

           IF WS-MIN-PAYMENT > ZERO
               MOVE WS-MIN-PAYMENT TO WS-PRINT-AMOUNT
               MOVE SPACES TO STMT-RECORD
               STRING '  MINIMUM PAYMENT DUE:                '
                   WS-PRINT-AMOUNT '  DUE BY ' CM-PAYMENT-DUE-DATE
                   DELIMITED BY SIZE
                   INTO STMT-RECORD
               WRITE STMT-RECORD
           END-IF.

           IF NOT CM-DELQ-CURRENT
               EVALUATE TRUE
                   WHEN CM-DELQ-30
                       MOVE '30 DAYS PAST DUE    ' TO WS-PAST-DUE-DESC
                   WHEN CM-DELQ-60
                       MOVE '60 DAYS PAST DUE    ' TO WS-PAST-DUE-DESC
                   WHEN OTHER
                       MOVE '90+ DAYS PAST DUE   ' TO WS-PAST-DUE-DESC
               END-EVALUATE
               MOVE SPACES TO STMT-RECORD
               STRING '  ACCOUNT IS ' WS-PAST-DUE-DESC
                      '- PLEASE REMIT PROMPTLY'
                   DELIMITED BY SIZE
                   INTO STMT-RECORD
               WRITE STMT-RECORD
           END-IF.

       3900-COUNT-ORPHAN-AUDIT.
           ADD 1 TO WS-ORPHAN-COUNT.
           RETURN SORTWK

       4000-CLOSE.
           CLOSE CUSTMAST.
           IF XREF-OPEN
               CLOSE MERGXREF
           END-IF.

           MOVE SPACES TO STMT-RECORD.
           WRITE STMT-RECORD.

           CLOSE STMTFILE.

           IF WS-REWRITE-ERRORS > 0
               DISPLAY 'STMTGEN - MINIMUM PAYMENT NOT RECORDED FOR '
                   WS-REWRITE-ERRORS ' CUSTOMERS'
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF RETURN-CODE = ZERO
               PERFORM 4100-RECORD-STEP-COMPLETE
           END-IF.
