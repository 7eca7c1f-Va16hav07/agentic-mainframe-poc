           SELECT BUSDATE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BD-STATUS.
           SELECT BUSCAL ASSIGN TO BUSCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE.
           COPY BUSDREC.

       FD  BUSCAL.
           COPY CALREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  CM-STATUS           PIC X(2).
               88  PRED-STEP-DONE  VALUE 'Y'.
           05  WS-STEP-DONE        PIC X(1) VALUE 'N'.
               88  OWN-STEP-DONE   VALUE 'Y'.
       01  WS-CALENDAR-TABLE.
           05  BC-STATUS           PIC X(2).
           05  WS-CAL-COUNT        PIC 9(4) VALUE 0.
           05  WS-CAL-IX           PIC 9(4).
           05  WS-CAL-ENTRY OCCURS 1000.
               10  WS-CAL-DATE     PIC X(8).
               10  WS-CAL-TYPE     PIC X(1).
           05  WS-CAL-EOF          PIC X(1) VALUE 'N'.
               88  CAL-EOF         VALUE 'Y'.
       01  WS-CALENDAR-WORK.
           05  WS-CAL-TEST-DATE    PIC 9(8).
           05  WS-CAL-TEST-DATE-X REDEFINES WS-CAL-TEST-DATE
                                   PIC X(8).
           05  WS-CAL-DAY-INT      PIC 9(7).
           05  WS-CAL-WEEKS        PIC 9(7).
           05  WS-CAL-WEEKDAY      PIC 9(1).
           05  WS-CAL-BUSINESS-DAY PIC X(1).
               88  IS-BUSINESS-DAY VALUE 'Y'.
           05  WS-CAL-DAYS-LEFT    PIC 9(3).
       01  WS-EDIT-TOTALS.
           05  WS-DETAIL-COUNT     PIC 9(7) VALUE 0.
           05  WS-INPUT-AMOUNT     PIC S9(9)V99 VALUE 0.
           STOP RUN.

       1000-INIT.
           PERFORM 1150-VERIFY-RUN-CONTROL.
           PERFORM 1170-LOAD-CALENDAR.
           PERFORM 1100-READ-CONTROL-CARD.

           OPEN INPUT  CUSTMAST.
           OPEN INPUT  TRANFILE.
           IF EC-RUN-DATE NUMERIC
               MOVE EC-RUN-DATE TO WS-RUN-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
           END-IF.

           IF EC-STALE-DAYS NOT NUMERIC
           END-IF.
           MOVE EC-STALE-DAYS TO WS-STALE-DAYS.

           MOVE WS-RUN-DATE TO WS-CAL-TEST-DATE.
           MOVE WS-STALE-DAYS TO WS-CAL-DAYS-LEFT.
           PERFORM 1180-STEP-BACK-ONE-DAY
               UNTIL WS-CAL-DAYS-LEFT = ZERO.
           MOVE WS-CAL-TEST-DATE TO WS-STALE-CUTOFF.

       1150-VERIFY-RUN-CONTROL.
           MOVE SPACES TO BUSD-BUSINESS-DATE.
                   END-IF
           END-READ.

       1170-LOAD-CALENDAR.
           OPEN INPUT BUSCAL.
           EVALUATE BC-STATUS
               WHEN '00'
                   PERFORM 1175-LOAD-ONE-CALENDAR-DAY UNTIL CAL-EOF
                   CLOSE BUSCAL
               WHEN '35'
                   DISPLAY 'TRANEDIT - NO BUSINESS CALENDAR - '
                       'WEEKENDS ONLY ARE SKIPPED'
               WHEN OTHER
                   DISPLAY 'ERROR OPENING BUSINESS CALENDAR: '
                       BC-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1175-LOAD-ONE-CALENDAR-DAY.
           READ BUSCAL
               AT END
                   MOVE 'Y' TO WS-CAL-EOF
               NOT AT END
                   IF CAL-HOLIDAY OR CAL-WORKDAY
                       IF WS-CAL-COUNT < 1000
                           ADD 1 TO WS-CAL-COUNT
                           MOVE CAL-DATE
                               TO WS-CAL-DATE (WS-CAL-COUNT)
                           MOVE CAL-DAY-TYPE
                               TO WS-CAL-TYPE (WS-CAL-COUNT)
                       ELSE
                           DISPLAY 'CALENDAR TABLE FULL - IGNORED: '
                               CAL-DATE
                       END-IF
                   END-IF
           END-READ.

       1180-STEP-BACK-ONE-DAY.
           COMPUTE WS-CAL-TEST-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-CAL-TEST-DATE) - 1).
           PERFORM 1190-CHECK-BUSINESS-DAY.
           IF IS-BUSINESS-DAY
               SUBTRACT 1 FROM WS-CAL-DAYS-LEFT
           END-IF.

       1190-CHECK-BUSINESS-DAY.
           COMPUTE WS-CAL-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-CAL-TEST-DATE).
           DIVIDE WS-CAL-DAY-INT BY 7
               GIVING WS-CAL-WEEKS
               REMAINDER WS-CAL-WEEKDAY.

           IF WS-CAL-WEEKDAY = 0 OR WS-CAL-WEEKDAY = 6
               MOVE 'N' TO WS-CAL-BUSINESS-DAY
           ELSE
               MOVE 'Y' TO WS-CAL-BUSINESS-DAY
           END-IF.

           PERFORM 1195-CHECK-ONE-CALENDAR-DAY
               VARYING WS-CAL-IX FROM 1 BY 1
               UNTIL WS-CAL-IX > WS-CAL-COUNT.

       1195-CHECK-ONE-CALENDAR-DAY.
           IF WS-CAL-DATE (WS-CAL-IX) = WS-CAL-TEST-DATE-X
               IF WS-CAL-TYPE (WS-CAL-IX) = 'H'
                   MOVE 'N' TO WS-CAL-BUSINESS-DAY
               ELSE
                   MOVE 'Y' TO WS-CAL-BUSINESS-DAY
               END-IF
           END-IF.

       1200-SWEEP-PENDING-FILE.
           OPEN INPUT PENDIN.
           EVALUATE PI-STATUS
           IF NOT TR-ADD-TRAN AND NOT TR-UPDATE-TRAN
              AND NOT TR-DELETE-TRAN AND NOT TR-HOLD-TRAN
              AND NOT TR-MAINT-TRAN AND NOT TR-INTEREST-TRAN
              AND NOT TR-SERVICE-TRAN AND NOT TR-XFER-TRAN
              AND NOT TR-RETURNED-ITEM-TRAN AND NOT TR-MERGE-TRAN
               MOVE 'CODE' TO WS-REJECT-REASON
           END-IF.

               MOVE 'AMT ' TO WS-REJECT-REASON
           END-IF.

           IF RECORD-IS-CLEAN AND TR-XFER-TRAN
              AND TR-TRAN-AMOUNT NOT > 0
               MOVE 'AMT ' TO WS-REJECT-REASON
           END-IF.

           IF RECORD-IS-CLEAN AND TR-RETURNED-ITEM-TRAN
              AND TR-TRAN-AMOUNT NOT < 0
               MOVE 'AMT ' TO WS-REJECT-REASON
           END-IF.

           IF RECORD-IS-CLEAN AND TR-MERGE-TRAN
              AND TR-TRAN-AMOUNT NOT = 0
               MOVE 'AMT ' TO WS-REJECT-REASON
           END-IF.

           IF RECORD-IS-CLEAN
               PERFORM 2110-VALIDATE-TRAN-DATE
           END-IF.
               MOVE 'Y' TO WS-FUTURE-DATED
           ELSE
               IF TR-TRAN-DATE < WS-STALE-CUTOFF-X
                  AND TRX-ORIGIN NOT = 'R'
                   MOVE 'STAL' TO WS-REJECT-REASON
               END-IF
           END-IF.
               WHEN TR-MAINT-TRAN
               WHEN TR-INTEREST-TRAN
               WHEN TR-SERVICE-TRAN
               WHEN TR-RETURNED-ITEM-TRAN
                   READ CUSTMAST
                       INVALID KEY
                           MOVE 'NOCU' TO WS-REJECT-REASON
                   END-READ
               WHEN TR-XFER-TRAN
                   READ CUSTMAST
                       INVALID KEY
                           MOVE 'NOCU' TO WS-REJECT-REASON
                   END-READ
                   IF RECORD-IS-CLEAN
                       PERFORM 2125-CHECK-TO-ACCOUNT
                   END-IF
               WHEN TR-MERGE-TRAN
                   READ CUSTMAST
                       INVALID KEY
                           MOVE 'NOCU' TO WS-REJECT-REASON
                   END-READ
                   IF RECORD-IS-CLEAN
                       PERFORM 2126-CHECK-SURVIVOR
                   END-IF
           END-EVALUATE.

       2125-CHECK-TO-ACCOUNT.
           IF TR-TO-CUST-ID = SPACES
              OR TR-TO-CUST-ID = TR-CUST-ID
               MOVE 'XFER' TO WS-REJECT-REASON
           ELSE
               MOVE TR-TO-CUST-ID TO CM-CUST-ID
               READ CUSTMAST
                   INVALID KEY
                       MOVE 'NOTO' TO WS-REJECT-REASON
               END-READ
           END-IF.

       2126-CHECK-SURVIVOR.
           IF TR-TO-CUST-ID = SPACES
              OR TR-TO-CUST-ID = TR-CUST-ID
               MOVE 'MRGE' TO WS-REJECT-REASON
           ELSE
               MOVE TR-TO-CUST-ID TO CM-CUST-ID
               READ CUSTMAST
                   INVALID KEY
                       MOVE 'NOTO' TO WS-REJECT-REASON
               END-READ
           END-IF.

       2200-WRITE-CLEAN-RECORD.
           MOVE TRAN-EXT-RECORD TO CLN-RECORD.
           WRITE CLN-RECORD.
